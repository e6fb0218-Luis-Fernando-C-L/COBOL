000100* GRAVADAS NA TRILHA (ARQUIVO TRILHA) EM UM PERIODO DE
000110* DATAS INFORMADO PELO OPERADOR: OPERADOR, DATA/HORA,
000120* ARQUIVO, OPERACAO (INCLUSAO, ALTERACAO, INATIVACAO/
000130* EXCLUSAO, RECARGA) E O CONTEUDO DO REGISTRO ANTES E
000140* DEPOIS DE CADA OPERACAO. O RELATORIO E GRAVADO EM
000150* TRILRPT.
000160*
000170* HISTORICO DE ALTERACOES
000180* DATA       AUTOR   DESCRICAO
000190* 02/09/2026 LFL     VERSAO ORIGINAL - RELATORIO DAS
000200*                    ALTERACOES DOS CADASTROS POR
000210*                    PERIODO, A PARTIR DA TRILHA.
000220* 15/10/2026 LFL     AMPLIADA A LINHA DA TRILHA DE
000230*                    ALTERACOES (BOOK LINTRIL): AS IMAGENS
000240*                    ANTES/DEPOIS PASSARAM DE 92 PARA 120
000250*                    POSICOES.
000260* 15/10/2026 LFL     IMPRESSA A OPERACAO DE RECARGA DE
000270*                    CADASTRO A PARTIR DA COPIA DE
000280*                    SEGURANCA (R).
000290******************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330     DECIMAL-POINT IS COMMA.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ARQ-TRILHA ASSIGN TO "TRILHA"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-FS-TRILHA.
000390 
000400     SELECT ARQ-RELATORIO ASSIGN TO "TRILRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-FS-RELATORIO.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  ARQ-TRILHA
000460     RECORDING MODE IS F.
000470 01  REG-TRILHA              PIC X(270).
000480 
000490 FD  ARQ-RELATORIO
000500     RECORDING MODE IS F.
000510 01  REG-RELATORIO           PIC X(128).
000520 WORKING-STORAGE SECTION.
000530******************************************************
000540* AREA DE CHAVES (SWITCHES) E CONTADORES - NIVEL 77
000550******************************************************
000560 77  WS-FS-TRILHA            PIC X(02)    VALUE SPACES.
000570 77  WS-FS-RELATORIO         PIC X(02)    VALUE SPACES.
000580 77  WS-FIM-ARQUIVO          PIC X(01)    VALUE 'N'.
000590     88 FIM-ARQUIVO                      VALUE 'S'.
000600 77  WS-ENTRADA-VALIDA       PIC X(01)    VALUE 'N'.
000610     88 ENTRADA-VALIDA                   VALUE 'S'.
000620 77  WS-QTD-SELECIONADAS     PIC 9(06)    VALUE ZEROS.
000630 77  WRK-DATA-RAW            PIC X(08)    VALUE SPACES.
000640 77  WRK-DATA-INICIAL        PIC 9(08)    VALUE ZEROS.
000650 77  WRK-DATA-FINAL          PIC 9(08)    VALUE ZEROS.
000660******************************************************
000670* LINHA DE TRILHA LIDA (LAYOUT COMPARTILHADO)
000680******************************************************
000690     COPY LINTRIL.
000700******************************************************
000710* LAYOUTS DAS LINHAS DO RELATORIO (TRILRPT)
000720******************************************************
000730 01  LINHA-BRANCO            PIC X(01)    VALUE SPACES.
000740 01  LINHA-TITULO.
000750     05 FILLER               PIC X(33)
000760        VALUE 'ALTERACOES DOS CADASTROS - DE '.
000770     05 LTI-DATA-INICIAL     PIC 9(08).
000780     05 FILLER               PIC X(03)    VALUE ' A '.
000790     05 LTI-DATA-FINAL       PIC 9(08).
000800 01  LINHA-EVENTO.
000810     05 LEV-DATA             PIC 9(08).
000820     05 FILLER               PIC X(01)    VALUE SPACE.
000830     05 LEV-HORA             PIC 9(06).
000840     05 FILLER               PIC X(01)    VALUE SPACE.
000850     05 LEV-OPERADOR         PIC X(08).
000860     05 FILLER               PIC X(01)    VALUE SPACE.
000870     05 LEV-ARQUIVO          PIC X(07).
000880     05 FILLER               PIC X(01)    VALUE SPACE.
000890     05 LEV-OPERACAO         PIC X(10).
000900 01  LINHA-ANTES.
000910     05 FILLER               PIC X(08)    VALUE 'ANTES : '.
000920     05 LAN-CONTEUDO         PIC X(120).
000930 01  LINHA-DEPOIS.
000940     05 FILLER               PIC X(08)    VALUE 'DEPOIS: '.
000950     05 LDE-CONTEUDO         PIC X(120).
000960 01  LINHA-TOTAL.
000970     05 FILLER               PIC X(26)
000980        VALUE 'ALTERACOES NO PERIODO...: '.
000990     05 LTO-QTD              PIC ZZZZZ9.
001000 PROCEDURE DIVISION.
001010******************************************************
001020* 0000-MAINLINE
001030* ROTINA PRINCIPAL DO PROGRAMA
001040******************************************************
001050 0000-MAINLINE.
001060     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001070 
001080     PERFORM 2000-PROCESSAR-LINHA THRU 2000-EXIT
001090         UNTIL FIM-ARQUIVO.
001100 
001110     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001120 
001130     STOP RUN.
001140******************************************************
001150* 1000-INICIALIZAR
001160* SOLICITA O PERIODO DE DATAS E ABRE A TRILHA E O
001170* RELATORIO.
001180******************************************************
001190 1000-INICIALIZAR.
001200     MOVE 'N' TO WS-ENTRADA-VALIDA.
001210     PERFORM 1100-OBTER-DATA-INICIAL THRU 1100-EXIT
001220         UNTIL ENTRADA-VALIDA.
001230     MOVE 'N' TO WS-ENTRADA-VALIDA.
001240     PERFORM 1200-OBTER-DATA-FINAL THRU 1200-EXIT
001250         UNTIL ENTRADA-VALIDA.
001260 
001270     OPEN INPUT ARQ-TRILHA.
001280     IF WS-FS-TRILHA NOT = '00'
001290         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR A '
001300             'TRILHA DE ALTERACOES (TRILHA). STATUS: '
001310             WS-FS-TRILHA
001320         STOP RUN
001330     END-IF.
001340 
001350     OPEN OUTPUT ARQ-RELATORIO.
001360     IF WS-FS-RELATORIO NOT = '00'
001370         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
001380             'RELATORIO DE TRILHA (TRILRPT). STATUS: '
001390             WS-FS-RELATORIO
001400         STOP RUN
001410     END-IF.
001420 
001430     MOVE WRK-DATA-INICIAL TO LTI-DATA-INICIAL.
001440     MOVE WRK-DATA-FINAL   TO LTI-DATA-FINAL.
001450     WRITE REG-RELATORIO FROM LINHA-TITULO.
001460     WRITE REG-RELATORIO FROM LINHA-BRANCO.
001470 
001480     PERFORM 2100-LER-LINHA THRU 2100-EXIT.
001490 1000-EXIT.
001500     EXIT.
001510******************************************************
001520* 1100-OBTER-DATA-INICIAL
001530* SOLICITA A DATA INICIAL DO PERIODO (AAAAMMDD) E
001540* VALIDA QUE SEJA NUMERICA.
001550******************************************************
001560 1100-OBTER-DATA-INICIAL.
001570     DISPLAY 'DATA INICIAL DO PERIODO (AAAAMMDD): '.
001580     MOVE SPACES TO WRK-DATA-RAW.
001590     ACCEPT WRK-DATA-RAW.
001600     IF WRK-DATA-RAW IS NOT NUMERIC
001610         DISPLAY 'ERRO: DATA INVALIDA - INFORME AAAAMMDD.'
001620     ELSE
001630         MOVE WRK-DATA-RAW TO WRK-DATA-INICIAL
001640         SET ENTRADA-VALIDA TO TRUE
001650     END-IF.
001660 1100-EXIT.
001670     EXIT.
001680******************************************************
001690* 1200-OBTER-DATA-FINAL
001700* SOLICITA A DATA FINAL DO PERIODO (AAAAMMDD) E VALIDA
001710* QUE SEJA NUMERICA E NAO ANTERIOR A DATA INICIAL.
001720******************************************************
001730 1200-OBTER-DATA-FINAL.
001740     DISPLAY 'DATA FINAL DO PERIODO (AAAAMMDD): '.
001750     MOVE SPACES TO WRK-DATA-RAW.
001760     ACCEPT WRK-DATA-RAW.
001770     IF WRK-DATA-RAW IS NOT NUMERIC
001780         DISPLAY 'ERRO: DATA INVALIDA - INFORME AAAAMMDD.'
001790         GO TO 1200-EXIT
001800     END-IF.
001810     MOVE WRK-DATA-RAW TO WRK-DATA-FINAL.
001820     IF WRK-DATA-FINAL < WRK-DATA-INICIAL
001830         DISPLAY 'ERRO: DATA FINAL ANTERIOR A INICIAL.'
001840         GO TO 1200-EXIT
001850     END-IF.
001860     SET ENTRADA-VALIDA TO TRUE.
001870 1200-EXIT.
001880     EXIT.
001890******************************************************
001900* 2000-PROCESSAR-LINHA
001910* PARA CADA LINHA DA TRILHA DENTRO DO PERIODO PEDIDO,
001920* IMPRIME O EVENTO COM O CONTEUDO ANTES E DEPOIS DA
001930* OPERACAO.
001940******************************************************
001950 2000-PROCESSAR-LINHA.
001960     MOVE REG-TRILHA TO LINHA-TRILHA.
001970 
001980     IF TRI-DATA IS NOT NUMERIC
001990        OR TRI-DATA < WRK-DATA-INICIAL
002000        OR TRI-DATA > WRK-DATA-FINAL
002010         GO TO 2000-LER
002020     END-IF.
002030 
002040     MOVE TRI-DATA     TO LEV-DATA.
002050     MOVE TRI-HORA     TO LEV-HORA.
002060     MOVE TRI-OPERADOR TO LEV-OPERADOR.
002070     MOVE TRI-ARQUIVO  TO LEV-ARQUIVO.
002080     EVALUATE TRUE
002090         WHEN TRILHA-INCLUSAO
002100             MOVE 'INCLUSAO  ' TO LEV-OPERACAO
002110         WHEN TRILHA-ALTERACAO
002120             MOVE 'ALTERACAO ' TO LEV-OPERACAO
002130         WHEN TRILHA-INATIVACAO
002140             MOVE 'INATIV/EXC' TO LEV-OPERACAO
002150         WHEN TRILHA-RECARGA
002160             MOVE 'RECARGA   ' TO LEV-OPERACAO
002170         WHEN OTHER
002180             MOVE TRI-OPERACAO TO LEV-OPERACAO
002190     END-EVALUATE.
002200 
002210     WRITE REG-RELATORIO FROM LINHA-EVENTO.
002220     IF TRI-ANTES NOT = SPACES
002230         MOVE TRI-ANTES TO LAN-CONTEUDO
002240         WRITE REG-RELATORIO FROM LINHA-ANTES
002250     END-IF.
002260     IF TRI-DEPOIS NOT = SPACES
002270         MOVE TRI-DEPOIS TO LDE-CONTEUDO
002280         WRITE REG-RELATORIO FROM LINHA-DEPOIS
002290     END-IF.
002300     WRITE REG-RELATORIO FROM LINHA-BRANCO.
002310     ADD 1 TO WS-QTD-SELECIONADAS.
002320 
002330 2000-LER.
002340     PERFORM 2100-LER-LINHA THRU 2100-EXIT.
002350 2000-EXIT.
002360     EXIT.
002370******************************************************
002380* 2100-LER-LINHA
002390* LE A PROXIMA LINHA DA TRILHA E LIGA O INDICADOR DE
002400* FIM DE ARQUIVO QUANDO NECESSARIO.
002410******************************************************
002420 2100-LER-LINHA.
002430     READ ARQ-TRILHA
002440         AT END
002450             SET FIM-ARQUIVO TO TRUE
002460     END-READ.
002470 2100-EXIT.
002480     EXIT.
002490******************************************************
002500* 9000-FINALIZAR
002510* IMPRIME O TOTAL DE ALTERACOES SELECIONADAS E FECHA
002520* OS ARQUIVOS.
002530******************************************************
002540 9000-FINALIZAR.
002550     MOVE WS-QTD-SELECIONADAS TO LTO-QTD.
002560     WRITE REG-RELATORIO FROM LINHA-TOTAL.
002570     DISPLAY 'ALTERACOES NO PERIODO: ' WS-QTD-SELECIONADAS
002580         ' - RELATORIO GRAVADO EM TRILRPT.'.
002590 
002600     CLOSE ARQ-TRILHA.
002610     CLOSE ARQ-RELATORIO.
002620 9000-EXIT.
002630     EXIT.
