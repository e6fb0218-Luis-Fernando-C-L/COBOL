000090* OBJETIVO: LOCALIZAR CALCULOS PASSADOS NO ARQUIVO DE
000100* AUDITORIA (LOTEAUD) PARA TRATAMENTO DE CONTESTACOES
000110* DE CLIENTES: O OPERADOR INFORMA UM PERIODO DE DATAS
000120* E, OPCIONALMENTE, UMA LARGURA, UM COMPRIMENTO E UMA
000130* FIGURA (RET/CIR/TRI/POL), E
000140* AS LINHAS CORRESPONDENTES SAO EXIBIDAS NA TELA EM
000150* PAGINAS, COM OPCAO DE GRAVAR A SELECAO NO ARQUIVO DE
000160* IMPRESSAO (AUDSEL) COMO EVIDENCIA PARA O CLIENTE,
000170* COM A QUANTIDADE DE LINHAS SELECIONADAS POR FIGURA.
000180*
000190* HISTORICO DE ALTERACOES
000200* DATA       AUTOR   DESCRICAO
000210* 22/08/2026 LFL     VERSAO ORIGINAL - CONSULTA DO ARQUIVO
000220*                    DE AUDITORIA POR PERIODO E MEDIDAS,
000230*                    COM PAGINACAO EM TELA E IMPRESSAO DA
000240*                    SELECAO.
000250* 22/08/2026 LFL     CORRIGIDA A CONSULTA COM OS DOIS
000260*                    FILTROS DE MEDIDA: A MONTAGEM DA
000270*                    MEDIDA DIGITADA PASSOU A USAR UMA
000280*                    AREA DE TRABALHO PROPRIA, POIS O
000290*                    FILTRO DE COMPRIMENTO SOBRESCREVIA O
000300*                    FILTRO DE LARGURA JA INFORMADO.
000310* 02/09/2026 LFL     A CONSULTA PASSOU A BUSCAR TAMBEM
000320*                    NOS ARQUIVOS DE COMPETENCIA FECHADOS
000330*                    (AUDAAAAMM) GERADOS PELO FECHAMENTO
000340*                    DE AUDITORIA: PARA CADA MES DO
000350*                    PERIODO PEDIDO, O ARQUIVO FECHADO
000360*                    CORRESPONDENTE (QUANDO EXISTE) E
000370*                    LIDO ANTES DO LOTEAUD CORRENTE, COM
000380*                    OS MESMOS FILTROS. O REGISTRO DE
000390*                    TOTAIS DO ARQUIVO FECHADO NAO COMECA
000400*                    POR DATA NUMERICA E E DESPREZADO.
000410* 15/10/2026 LFL     REGISTROS DOS ARQUIVOS DE AUDITORIA
000420*                    AMPLIADOS PARA 110 POSICOES: A LINHA
000430*                    DO LINAUD GANHOU O CODIGO DO CLIENTE.
000440* 15/10/2026 LFL     INCLUIDO O FILTRO OPCIONAL POR FIGURA
000450*                    (RET/CIR/TRI/POL) E O TOTAL DE LINHAS
000460*                    SELECIONADAS POR FIGURA NA TELA E NA
000470*                    SELECAO IMPRESSA - OS LOTES POLIGONAIS
000480*                    (POL) NAO TEM LARGURA NEM COMPRIMENTO
000490*                    E SO SAO ACHADOS PELA FIGURA.
000500******************************************************
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SPECIAL-NAMES.
000540     DECIMAL-POINT IS COMMA.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT ARQ-AUDITORIA ASSIGN TO "LOTEAUD"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FS-AUDITORIA.
000600
000610     SELECT ARQ-SELECAO ASSIGN TO "AUDSEL"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-FS-SELECAO.
000640
000650     SELECT ARQ-COMPETENCIA ASSIGN TO WRK-NOME-COMPETENCIA
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-FS-COMPETENCIA.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  ARQ-AUDITORIA
000710     RECORDING MODE IS F.
000720 01  REG-AUDITORIA            PIC X(110).
000730
000740 FD  ARQ-SELECAO
000750     RECORDING MODE IS F.
000760 01  REG-SELECAO              PIC X(110).
000770
000780 FD  ARQ-COMPETENCIA
000790     RECORDING MODE IS F.
000800 01  REG-COMPETENCIA          PIC X(110).
000810 WORKING-STORAGE SECTION.
000820******************************************************
000830* AREA DE CHAVES (SWITCHES) E CONTADORES - NIVEL 77
000840******************************************************
000850 77  WS-FS-AUDITORIA         PIC X(02)    VALUE SPACES.
000860 77  WS-FS-SELECAO           PIC X(02)    VALUE SPACES.
000870 77  WS-FIM-ARQUIVO          PIC X(01)    VALUE 'N'.
000880     88 FIM-ARQUIVO                      VALUE 'S'.
000890 77  WS-ENTRADA-VALIDA       PIC X(01)    VALUE 'N'.
000900     88 ENTRADA-VALIDA                   VALUE 'S'.
000910 77  WS-IMPRIME-SELECAO      PIC X(01)    VALUE 'N'.
000920     88 IMPRIME-SELECAO                  VALUE 'S'.
000930 77  WS-FILTRA-LARGURA       PIC X(01)    VALUE 'N'.
000940     88 FILTRA-LARGURA                   VALUE 'S'.
000950 77  WS-FILTRA-COMPRIMENTO   PIC X(01)    VALUE 'N'.
000960     88 FILTRA-COMPRIMENTO               VALUE 'S'.
000970 77  WS-FILTRA-FIGURA        PIC X(01)    VALUE 'N'.
000980     88 FILTRA-FIGURA                    VALUE 'S'.
000990 77  WRK-QTD-SELECIONADAS    PIC 9(06)    VALUE ZEROS.
001000 77  WS-LINHAS-TELA          PIC 9(02)    VALUE ZEROS.
001010 77  WS-MAX-LINHAS-TELA      PIC 9(02)    VALUE 15.
001020 77  WRK-RESPOSTA            PIC X(01)    VALUE SPACES.
001030******************************************************
001040* AREA DOS FILTROS DA CONSULTA (PERIODO, MEDIDAS E
001050* FIGURA)
001060******************************************************
001070 77  WRK-DATA-RAW            PIC X(08)    VALUE SPACES.
001080 77  WRK-DATA-INICIAL        PIC 9(08)    VALUE ZEROS.
001090 77  WRK-DATA-FINAL          PIC 9(08)    VALUE ZEROS.
001100 77  WRK-DATA-LINHA          PIC 9(08)    VALUE ZEROS.
001110 77  WRK-MEDIDA-RAW          PIC X(08)    VALUE SPACES.
001120 77  WRK-PARTE-INTEIRA       PIC X(08)    VALUE SPACES.
001130 77  WRK-PARTE-DECIMAL       PIC X(08)    VALUE SPACES.
001140 77  WS-CNT-INTEIRA          PIC 9(02)    VALUE ZEROS.
001150 77  WS-CNT-DECIMAL          PIC 9(02)    VALUE ZEROS.
001160 01  WRK-MEDIDA-GRP.
001170     05 WRK-MEDIDA-MONTADA   PIC 9(03)V99 VALUE ZEROS.
001180 01  WRK-MEDIDA-X REDEFINES WRK-MEDIDA-GRP
001190                             PIC X(05).
001200 77  WRK-LARGURA-FILTRO      PIC 9(03)V99 VALUE ZEROS.
001210 77  WRK-COMPRIM-FILTRO      PIC 9(03)V99 VALUE ZEROS.
001220 77  WRK-LARGURA-LINHA       PIC 9(03)V99 VALUE ZEROS.
001230 77  WRK-COMPRIM-LINHA       PIC 9(03)V99 VALUE ZEROS.
001240 77  WRK-FIGURA-FILTRO       PIC X(03)    VALUE SPACES.
001250     88 FIGURA-FILTRO-VALIDA             VALUE 'RET' 'CIR'
001260                                              'TRI' 'POL'.
001270******************************************************
001280* TOTAIS DAS LINHAS SELECIONADAS POR FIGURA
001290******************************************************
001300 01  TABELA-FIGURAS.
001310     05 TAB-FIG-ITEM         OCCURS 4 TIMES
001320                             INDEXED BY IX-FIG.
001330         10 TF-FIGURA        PIC X(03).
001340         10 TF-QTD           PIC 9(06).
001350******************************************************
001360* AREA DOS ARQUIVOS DE COMPETENCIA FECHADOS (AUDAAAAMM)
001370* GERADOS PELO FECHAMENTO DE AUDITORIA
001380******************************************************
001390 77  WS-FS-COMPETENCIA       PIC X(02)    VALUE SPACES.
001400 77  WS-FIM-COMPETENCIA      PIC X(01)    VALUE 'N'.
001410     88 FIM-COMPETENCIA                  VALUE 'S'.
001420 77  WRK-NOME-COMPETENCIA    PIC X(12)    VALUE SPACES.
001430 77  WRK-COMP-AAAA           PIC 9(04)    VALUE ZEROS.
001440 77  WRK-COMP-MM             PIC 9(02)    VALUE ZEROS.
001450 77  WRK-COMP-CORRENTE       PIC 9(06)    VALUE ZEROS.
001460 77  WRK-COMP-LIMITE         PIC 9(06)    VALUE ZEROS.
001470******************************************************
001480* LINHA DE AUDITORIA LIDA (LAYOUT COMPARTILHADO)
001490******************************************************
001500     COPY LINAUD.
001510******************************************************
001520* LINHAS DE CABECALHO DA SELECAO IMPRESSA (AUDSEL)
001530******************************************************
001540 01  LINHA-SEL-TITULO.
001550     05 FILLER               PIC X(31)
001560        VALUE 'SELECAO DE AUDITORIA - PERIODO '.
001570     05 LST-DATA-INICIAL     PIC 9(08).
001580     05 FILLER               PIC X(03)    VALUE ' A '.
001590     05 LST-DATA-FINAL       PIC 9(08).
001600 01  LINHA-SEL-TOTAL.
001610     05 FILLER               PIC X(22)
001620        VALUE 'LINHAS SELECIONADAS: '.
001630     05 LSL-QTD              PIC ZZZZZ9.
001640 01  LINHA-SEL-FIGURA.
001650     05 FILLER               PIC X(09)    VALUE '  FIGURA '.
001660     05 LSF-FIGURA           PIC X(03).
001670     05 FILLER               PIC X(02)    VALUE ': '.
001680     05 LSF-QTD              PIC ZZZZZ9.
001690 01  LINHA-SEL-BRANCO        PIC X(01)    VALUE SPACES.
001700 PROCEDURE DIVISION.
001710******************************************************
001720* 0000-MAINLINE
001730* ROTINA PRINCIPAL DO PROGRAMA
001740******************************************************
001750 0000-MAINLINE.
001760     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001770
001780     PERFORM 2000-PROCESSAR-LINHA THRU 2000-EXIT
001790         UNTIL FIM-ARQUIVO.
001800
001810     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001820
001830     STOP RUN.
001840******************************************************
001850* 1000-INICIALIZAR
001860* SOLICITA O PERIODO E OS FILTROS OPCIONAIS DE MEDIDA
001870* E DE FIGURA,
001880* PERGUNTA SE A SELECAO DEVE SER IMPRESSA E ABRE OS
001890* ARQUIVOS.
001900******************************************************
001910 1000-INICIALIZAR.
001920     MOVE 'N' TO WS-ENTRADA-VALIDA.
001930     PERFORM 1100-OBTER-DATA-INICIAL THRU 1100-EXIT
001940         UNTIL ENTRADA-VALIDA.
001950     MOVE 'N' TO WS-ENTRADA-VALIDA.
001960     PERFORM 1200-OBTER-DATA-FINAL THRU 1200-EXIT
001970         UNTIL ENTRADA-VALIDA.
001980
001990     PERFORM 1300-OBTER-LARGURA THRU 1300-EXIT.
002000     PERFORM 1400-OBTER-COMPRIMENTO THRU 1400-EXIT.
002010     PERFORM 1350-OBTER-FIGURA THRU 1350-EXIT.
002020     MOVE 'RET' TO TF-FIGURA(1).
002030     MOVE 'CIR' TO TF-FIGURA(2).
002040     MOVE 'TRI' TO TF-FIGURA(3).
002050     MOVE 'POL' TO TF-FIGURA(4).
002060     PERFORM 1380-ZERAR-FIGURA THRU 1380-EXIT
002070         VARYING IX-FIG FROM 1 BY 1 UNTIL IX-FIG > 4.
002080
002090     DISPLAY 'IMPRIMIR A SELECAO COMO EVIDENCIA (S/N): '.
002100     MOVE SPACES TO WRK-RESPOSTA.
002110     ACCEPT WRK-RESPOSTA.
002120     IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
002130         SET IMPRIME-SELECAO TO TRUE
002140     END-IF.
002150
002160     OPEN INPUT ARQ-AUDITORIA.
002170     IF WS-FS-AUDITORIA NOT = '00'
002180         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
002190             'ARQUIVO DE AUDITORIA (LOTEAUD). STATUS: '
002200             WS-FS-AUDITORIA
002210         STOP RUN
002220     END-IF.
002230
002240     IF IMPRIME-SELECAO
002250         OPEN OUTPUT ARQ-SELECAO
002260         IF WS-FS-SELECAO NOT = '00'
002270             DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR '
002280                 'O ARQUIVO DE SELECAO (AUDSEL). STATUS: '
002290                 WS-FS-SELECAO
002300             STOP RUN
002310         END-IF
002320         MOVE WRK-DATA-INICIAL TO LST-DATA-INICIAL
002330         MOVE WRK-DATA-FINAL   TO LST-DATA-FINAL
002340         WRITE REG-SELECAO FROM LINHA-SEL-TITULO
002350         WRITE REG-SELECAO FROM LINHA-SEL-BRANCO
002360     END-IF.
002370
002380     PERFORM 1600-CONSULTAR-FECHADOS THRU 1600-EXIT.
002390
002400     PERFORM 2100-LER-LINHA THRU 2100-EXIT.
002410 1000-EXIT.
002420     EXIT.
002430******************************************************
002440* 1100-OBTER-DATA-INICIAL
002450* SOLICITA A DATA INICIAL DO PERIODO (AAAAMMDD) E
002460* VALIDA QUE SEJA NUMERICA.
002470******************************************************
002480 1100-OBTER-DATA-INICIAL.
002490     DISPLAY 'DATA INICIAL DO PERIODO (AAAAMMDD): '.
002500     MOVE SPACES TO WRK-DATA-RAW.
002510     ACCEPT WRK-DATA-RAW.
002520     IF WRK-DATA-RAW IS NOT NUMERIC
002530         DISPLAY 'ERRO: DATA INVALIDA - INFORME AAAAMMDD.'
002540     ELSE
002550         MOVE WRK-DATA-RAW TO WRK-DATA-INICIAL
002560         SET ENTRADA-VALIDA TO TRUE
002570     END-IF.
002580 1100-EXIT.
002590     EXIT.
002600******************************************************
002610* 1200-OBTER-DATA-FINAL
002620* SOLICITA A DATA FINAL DO PERIODO (AAAAMMDD) E VALIDA
002630* QUE SEJA NUMERICA E NAO ANTERIOR A DATA INICIAL.
002640******************************************************
002650 1200-OBTER-DATA-FINAL.
002660     DISPLAY 'DATA FINAL DO PERIODO (AAAAMMDD): '.
002670     MOVE SPACES TO WRK-DATA-RAW.
002680     ACCEPT WRK-DATA-RAW.
002690     IF WRK-DATA-RAW IS NOT NUMERIC
002700         DISPLAY 'ERRO: DATA INVALIDA - INFORME AAAAMMDD.'
002710         GO TO 1200-EXIT
002720     END-IF.
002730     MOVE WRK-DATA-RAW TO WRK-DATA-FINAL.
002740     IF WRK-DATA-FINAL < WRK-DATA-INICIAL
002750         DISPLAY 'ERRO: DATA FINAL ANTERIOR A INICIAL.'
002760         GO TO 1200-EXIT
002770     END-IF.
002780     SET ENTRADA-VALIDA TO TRUE.
002790 1200-EXIT.
002800     EXIT.
002810******************************************************
002820* 1300-OBTER-LARGURA
002830* SOLICITA A LARGURA A PROCURAR (FORMATO NNN,NN).
002840* ENTRADA EM BRANCO SIGNIFICA SEM FILTRO DE LARGURA.
002850* ENTRADA INVALIDA E AVISADA E TRATADA COMO SEM FILTRO.
002860******************************************************
002870 1300-OBTER-LARGURA.
002880     DISPLAY 'LARGURA A PROCURAR (NNN,NN - BRANCO PARA '
002890         'TODAS): '.
002900     MOVE SPACES TO WRK-MEDIDA-RAW.
002910     ACCEPT WRK-MEDIDA-RAW.
002920     IF WRK-MEDIDA-RAW = SPACES
002930         GO TO 1300-EXIT
002940     END-IF.
002950
002960     PERFORM 1500-MONTAR-MEDIDA THRU 1500-EXIT.
002970     IF ENTRADA-VALIDA
002980         MOVE WRK-MEDIDA-MONTADA TO WRK-LARGURA-FILTRO
002990         SET FILTRA-LARGURA TO TRUE
003000     END-IF.
003010 1300-EXIT.
003020     EXIT.
003030******************************************************
003040* 1400-OBTER-COMPRIMENTO
003050* SOLICITA O COMPRIMENTO A PROCURAR (FORMATO NNN,NN).
003060* ENTRADA EM BRANCO SIGNIFICA SEM FILTRO.
003070******************************************************
003080 1400-OBTER-COMPRIMENTO.
003090     DISPLAY 'COMPRIMENTO A PROCURAR (NNN,NN - BRANCO '
003100         'PARA TODOS): '.
003110     MOVE SPACES TO WRK-MEDIDA-RAW.
003120     ACCEPT WRK-MEDIDA-RAW.
003130     IF WRK-MEDIDA-RAW = SPACES
003140         GO TO 1400-EXIT
003150     END-IF.
003160
003170     PERFORM 1500-MONTAR-MEDIDA THRU 1500-EXIT.
003180     IF ENTRADA-VALIDA
003190         MOVE WRK-MEDIDA-MONTADA TO WRK-COMPRIM-FILTRO
003200         SET FILTRA-COMPRIMENTO TO TRUE
003210     END-IF.
003220 1400-EXIT.
003230     EXIT.
003240******************************************************
003250* 1350-OBTER-FIGURA
003260* SOLICITA A FIGURA A PROCURAR (RET, CIR, TRI OU POL).
003270* ENTRADA EM BRANCO SIGNIFICA SEM FILTRO DE FIGURA.
003280* ENTRADA INVALIDA E AVISADA E TRATADA COMO SEM FILTRO.
003290******************************************************
003300 1350-OBTER-FIGURA.
003310     DISPLAY 'FIGURA A PROCURAR (RET/CIR/TRI/POL - BRANCO '
003320         'PARA TODAS): '.
003330     MOVE SPACES TO WRK-FIGURA-FILTRO.
003340     ACCEPT WRK-FIGURA-FILTRO.
003350     IF WRK-FIGURA-FILTRO = SPACES
003360         GO TO 1350-EXIT
003370     END-IF.
003380
003390     IF FIGURA-FILTRO-VALIDA
003400         SET FILTRA-FIGURA TO TRUE
003410     ELSE
003420         DISPLAY 'AVISO: FIGURA INVALIDA DESPREZADA - '
003430             'USE RET, CIR, TRI OU POL.'
003440     END-IF.
003450 1350-EXIT.
003460     EXIT.
003470******************************************************
003480* 1380-ZERAR-FIGURA
003490* ZERA O TOTAL DE LINHAS SELECIONADAS DA FIGURA CORRENTE
003500* DA TABELA.
003510******************************************************
003520 1380-ZERAR-FIGURA.
003530     MOVE ZEROS TO TF-QTD(IX-FIG).
003540 1380-EXIT.
003550     EXIT.
003560******************************************************
003570* 1500-MONTAR-MEDIDA
003580* VALIDA A MEDIDA DIGITADA (FORMATO NNN,NN) E MONTA O
003590* VALOR NUMERICO NA AREA DE TRABALHO WRK-MEDIDA-MONTADA,
003600* QUE CADA ROTINA CHAMADORA COPIA PARA O SEU PROPRIO
003610* FILTRO. MEDIDA INVALIDA E AVISADA E DESPREZADA
003620* (SEGUE SEM FILTRO).
003630******************************************************
003640 1500-MONTAR-MEDIDA.
003650     MOVE 'N' TO WS-ENTRADA-VALIDA.
003660     MOVE SPACES TO WRK-PARTE-INTEIRA WRK-PARTE-DECIMAL.
003670     MOVE ZEROS  TO WS-CNT-INTEIRA WS-CNT-DECIMAL.
003680     UNSTRING WRK-MEDIDA-RAW DELIMITED BY ',' OR SPACE
003690         INTO WRK-PARTE-INTEIRA COUNT IN WS-CNT-INTEIRA
003700              WRK-PARTE-DECIMAL COUNT IN WS-CNT-DECIMAL
003710     END-UNSTRING.
003720
003730     IF (WS-CNT-INTEIRA > 0
003740         AND WRK-PARTE-INTEIRA(1:WS-CNT-INTEIRA)
003750                 IS NOT NUMERIC)
003760        OR (WS-CNT-DECIMAL > 0
003770         AND WRK-PARTE-DECIMAL(1:WS-CNT-DECIMAL)
003780                 IS NOT NUMERIC)
003790        OR WS-CNT-INTEIRA > 3
003800        OR WS-CNT-DECIMAL > 2
003810         DISPLAY 'AVISO: MEDIDA INVALIDA DESPREZADA - '
003820             'USE O FORMATO NNN,NN.'
003830         GO TO 1500-EXIT
003840     END-IF.
003850
003860     MOVE ZEROS TO WRK-MEDIDA-MONTADA.
003870     IF WS-CNT-INTEIRA > 0
003880         MOVE WRK-PARTE-INTEIRA(1:WS-CNT-INTEIRA)
003890             TO WRK-MEDIDA-X(4 - WS-CNT-INTEIRA :
003900                WS-CNT-INTEIRA)
003910     END-IF.
003920     IF WS-CNT-DECIMAL > 0
003930         MOVE WRK-PARTE-DECIMAL(1:WS-CNT-DECIMAL)
003940             TO WRK-MEDIDA-X(4:WS-CNT-DECIMAL)
003950     END-IF.
003960     SET ENTRADA-VALIDA TO TRUE.
003970 1500-EXIT.
003980     EXIT.
003990******************************************************
004000* 1600-CONSULTAR-FECHADOS
004010* PERCORRE OS MESES DO PERIODO PEDIDO E PROCESSA O
004020* ARQUIVO DE COMPETENCIA FECHADO DE CADA MES, QUANDO
004030* EXISTIR, ANTES DA LEITURA DO LOTEAUD CORRENTE.
004040******************************************************
004050 1600-CONSULTAR-FECHADOS.
004060     MOVE WRK-DATA-INICIAL(1:4) TO WRK-COMP-AAAA.
004070     MOVE WRK-DATA-INICIAL(5:2) TO WRK-COMP-MM.
004080     COMPUTE WRK-COMP-CORRENTE =
004090         WRK-COMP-AAAA * 100 + WRK-COMP-MM.
004100     COMPUTE WRK-COMP-LIMITE =
004110         WRK-DATA-FINAL / 100.
004120
004130     PERFORM 1650-PROCESSAR-COMPETENCIA THRU 1650-EXIT
004140         UNTIL FIM-ARQUIVO
004150            OR WRK-COMP-CORRENTE > WRK-COMP-LIMITE.
004160 1600-EXIT.
004170     EXIT.
004180******************************************************
004190* 1650-PROCESSAR-COMPETENCIA
004200* MONTA O NOME DO ARQUIVO DE COMPETENCIA DO MES
004210* CORRENTE (AUDAAAAMM), PROCESSA AS SUAS LINHAS COM OS
004220* MESMOS FILTROS DA CONSULTA (QUANDO O ARQUIVO EXISTE)
004230* E AVANCA PARA O MES SEGUINTE. MES SEM ARQUIVO FECHADO
004240* E SIMPLESMENTE PULADO - AS LINHAS DELE, SE HOUVER,
004250* AINDA ESTAO NO LOTEAUD CORRENTE.
004260******************************************************
004270 1650-PROCESSAR-COMPETENCIA.
004280     MOVE SPACES TO WRK-NOME-COMPETENCIA.
004290     MOVE 'AUD' TO WRK-NOME-COMPETENCIA(1:3).
004300     MOVE WRK-COMP-AAAA TO WRK-NOME-COMPETENCIA(4:4).
004310     MOVE WRK-COMP-MM   TO WRK-NOME-COMPETENCIA(8:2).
004320
004330     MOVE 'N' TO WS-FIM-COMPETENCIA.
004340     OPEN INPUT ARQ-COMPETENCIA.
004350     IF WS-FS-COMPETENCIA = '00'
004360         PERFORM 1700-LER-COMPETENCIA THRU 1700-EXIT
004370         PERFORM 1750-TRATAR-COMPETENCIA THRU 1750-EXIT
004380             UNTIL FIM-COMPETENCIA OR FIM-ARQUIVO
004390         CLOSE ARQ-COMPETENCIA
004400     ELSE
004410         IF WS-FS-COMPETENCIA NOT = '35'
004420             DISPLAY 'AVISO: ARQUIVO DE COMPETENCIA '
004430                 WRK-NOME-COMPETENCIA ' COM STATUS '
004440                 WS-FS-COMPETENCIA ' DESPREZADO.'
004450         END-IF
004460     END-IF.
004470
004480     ADD 1 TO WRK-COMP-MM.
004490     IF WRK-COMP-MM > 12
004500         MOVE 1 TO WRK-COMP-MM
004510         ADD 1 TO WRK-COMP-AAAA
004520     END-IF.
004530     COMPUTE WRK-COMP-CORRENTE =
004540         WRK-COMP-AAAA * 100 + WRK-COMP-MM.
004550 1650-EXIT.
004560     EXIT.
004570******************************************************
004580* 1700-LER-COMPETENCIA
004590* LE A PROXIMA LINHA DO ARQUIVO DE COMPETENCIA CORRENTE
004600* E LIGA O INDICADOR DE FIM QUANDO NECESSARIO.
004610******************************************************
004620 1700-LER-COMPETENCIA.
004630     READ ARQ-COMPETENCIA
004640         AT END
004650             SET FIM-COMPETENCIA TO TRUE
004660     END-READ.
004670 1700-EXIT.
004680     EXIT.
004690******************************************************
004700* 1750-TRATAR-COMPETENCIA
004710* APLICA OS FILTROS DA CONSULTA A LINHA DO ARQUIVO DE
004720* COMPETENCIA CORRENTE E LE A PROXIMA.
004730******************************************************
004740 1750-TRATAR-COMPETENCIA.
004750     MOVE REG-COMPETENCIA TO LINHA-AUDITORIA.
004760     PERFORM 2500-FILTRAR-LINHA THRU 2500-EXIT.
004770     PERFORM 1700-LER-COMPETENCIA THRU 1700-EXIT.
004780 1750-EXIT.
004790     EXIT.
004800******************************************************
004810* 2000-PROCESSAR-LINHA
004820* PARA CADA LINHA DO LOTEAUD CORRENTE, APLICA OS
004830* FILTROS DA CONSULTA E LE A PROXIMA LINHA.
004840******************************************************
004850 2000-PROCESSAR-LINHA.
004860     MOVE REG-AUDITORIA TO LINHA-AUDITORIA.
004870     PERFORM 2500-FILTRAR-LINHA THRU 2500-EXIT.
004880     PERFORM 2100-LER-LINHA THRU 2100-EXIT.
004890 2000-EXIT.
004900     EXIT.
004910******************************************************
004920* 2500-FILTRAR-LINHA
004930* PARA A LINHA DE AUDITORIA CORRENTE (DO LOTEAUD OU DE
004940* UM ARQUIVO DE COMPETENCIA FECHADO), CONVERTE A DATA
004950* PARA O FORMATO DE COMPARACAO, APLICA OS FILTROS DE
004960* PERIODO, DE MEDIDAS E DE FIGURA E EXIBE/IMPRIME AS
004970* LINHAS SELECIONADAS, PAGINANDO A EXIBICAO EM TELA.
004980******************************************************
004990 2500-FILTRAR-LINHA.
005000     IF LA-DATA(7:4) IS NOT NUMERIC
005010        OR LA-DATA(4:2) IS NOT NUMERIC
005020        OR LA-DATA(1:2) IS NOT NUMERIC
005030         GO TO 2500-EXIT
005040     END-IF.
005050     MOVE LA-DATA(7:4) TO WRK-DATA-LINHA(1:4).
005060     MOVE LA-DATA(4:2) TO WRK-DATA-LINHA(5:2).
005070     MOVE LA-DATA(1:2) TO WRK-DATA-LINHA(7:2).
005080
005090     IF WRK-DATA-LINHA < WRK-DATA-INICIAL
005100        OR WRK-DATA-LINHA > WRK-DATA-FINAL
005110         GO TO 2500-EXIT
005120     END-IF.
005130
005140     IF FILTRA-LARGURA
005150         MOVE LA-LARGURA TO WRK-LARGURA-LINHA
005160         IF WRK-LARGURA-LINHA NOT = WRK-LARGURA-FILTRO
005170             GO TO 2500-EXIT
005180         END-IF
005190     END-IF.
005200     IF FILTRA-COMPRIMENTO
005210         MOVE LA-COMPRIMENTO TO WRK-COMPRIM-LINHA
005220         IF WRK-COMPRIM-LINHA NOT = WRK-COMPRIM-FILTRO
005230             GO TO 2500-EXIT
005240         END-IF
005250     END-IF.
005260     IF FILTRA-FIGURA
005270        AND LA-FIGURA NOT = WRK-FIGURA-FILTRO
005280         GO TO 2500-EXIT
005290     END-IF.
005300
005310     PERFORM 3000-EXIBIR-LINHA THRU 3000-EXIT.
005320 2500-EXIT.
005330     EXIT.
005340******************************************************
005350* 2100-LER-LINHA
005360* LE A PROXIMA LINHA DO ARQUIVO DE AUDITORIA E LIGA O
005370* INDICADOR DE FIM DE ARQUIVO QUANDO NECESSARIO.
005380******************************************************
005390 2100-LER-LINHA.
005400     READ ARQ-AUDITORIA
005410         AT END
005420             SET FIM-ARQUIVO TO TRUE
005430     END-READ.
005440 2100-EXIT.
005450     EXIT.
005460******************************************************
005470* 3000-EXIBIR-LINHA
005480* EXIBE A LINHA SELECIONADA NA TELA, GRAVA NA SELECAO
005490* IMPRESSA QUANDO SOLICITADO E CONTROLA A PAGINACAO:
005500* APOS CADA PAGINA O OPERADOR ESCOLHE CONTINUAR OU
005510* ENCERRAR A CONSULTA.
005520******************************************************
005530 3000-EXIBIR-LINHA.
005540     DISPLAY LINHA-AUDITORIA.
005550     ADD 1 TO WRK-QTD-SELECIONADAS.
005560     PERFORM 3100-CONTAR-FIGURA THRU 3100-EXIT
005570         VARYING IX-FIG FROM 1 BY 1 UNTIL IX-FIG > 4.
005580     IF IMPRIME-SELECAO
005590         WRITE REG-SELECAO FROM LINHA-AUDITORIA
005600     END-IF.
005610
005620     ADD 1 TO WS-LINHAS-TELA.
005630     IF WS-LINHAS-TELA >= WS-MAX-LINHAS-TELA
005640         MOVE ZEROS TO WS-LINHAS-TELA
005650         DISPLAY 'ENTER PARA CONTINUAR OU F PARA '
005660             'ENCERRAR: '
005670         MOVE SPACES TO WRK-RESPOSTA
005680         ACCEPT WRK-RESPOSTA
005690         IF WRK-RESPOSTA = 'F' OR WRK-RESPOSTA = 'f'
005700             SET FIM-ARQUIVO TO TRUE
005710         END-IF
005720     END-IF.
005730 3000-EXIT.
005740     EXIT.
005750******************************************************
005760* 3100-CONTAR-FIGURA
005770* SOMA A LINHA SELECIONADA NO TOTAL DA SUA FIGURA. LINHA
005780* COM FIGURA DESCONHECIDA OU EM BRANCO (AUDITORIA
005790* ANTIGA) SO ENTRA NO TOTAL GERAL DE LINHAS.
005800******************************************************
005810 3100-CONTAR-FIGURA.
005820     IF TF-FIGURA(IX-FIG) = LA-FIGURA
005830         ADD 1 TO TF-QTD(IX-FIG)
005840     END-IF.
005850 3100-EXIT.
005860     EXIT.
005870******************************************************
005880* 9000-FINALIZAR
005890* EXIBE O TOTAL DE LINHAS SELECIONADAS (GERAL E POR
005900* FIGURA), FECHA A SELECAO
005910* IMPRESSA COM O TOTALIZADOR E FECHA OS ARQUIVOS.
005920******************************************************
005930 9000-FINALIZAR.
005940     MOVE WRK-QTD-SELECIONADAS TO LSL-QTD.
005950     DISPLAY 'LINHAS SELECIONADAS: ' WRK-QTD-SELECIONADAS.
005960     PERFORM 9100-EXIBIR-FIGURA THRU 9100-EXIT
005970         VARYING IX-FIG FROM 1 BY 1 UNTIL IX-FIG > 4.
005980
005990     IF IMPRIME-SELECAO
006000         WRITE REG-SELECAO FROM LINHA-SEL-BRANCO
006010         WRITE REG-SELECAO FROM LINHA-SEL-TOTAL
006020         PERFORM 9150-IMPRIMIR-FIGURA THRU 9150-EXIT
006030             VARYING IX-FIG FROM 1 BY 1 UNTIL IX-FIG > 4
006040         CLOSE ARQ-SELECAO
006050         DISPLAY 'SELECAO GRAVADA NO ARQUIVO AUDSEL.'
006060     END-IF.
006070     CLOSE ARQ-AUDITORIA.
006080 9000-EXIT.
006090     EXIT.
006100******************************************************
006110* 9100-EXIBIR-FIGURA
006120* EXIBE NA TELA O TOTAL DE LINHAS SELECIONADAS DA FIGURA
006130* CORRENTE DA TABELA.
006140******************************************************
006150 9100-EXIBIR-FIGURA.
006160     MOVE TF-FIGURA(IX-FIG) TO LSF-FIGURA.
006170     MOVE TF-QTD(IX-FIG)    TO LSF-QTD.
006180     DISPLAY LINHA-SEL-FIGURA.
006190 9100-EXIT.
006200     EXIT.
006210******************************************************
006220* 9150-IMPRIMIR-FIGURA
006230* GRAVA NA SELECAO IMPRESSA O TOTAL DE LINHAS
006240* SELECIONADAS DA FIGURA CORRENTE DA TABELA.
006250******************************************************
006260 9150-IMPRIMIR-FIGURA.
006270     MOVE TF-FIGURA(IX-FIG) TO LSF-FIGURA.
006280     MOVE TF-QTD(IX-FIG)    TO LSF-QTD.
006290     WRITE REG-SELECAO FROM LINHA-SEL-FIGURA.
006300 9150-EXIT.
006310     EXIT.
