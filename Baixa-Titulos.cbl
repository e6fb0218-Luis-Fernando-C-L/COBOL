000210* 02/09/2026 LFL     VERSAO ORIGINAL - BAIXA DE TITULOS
000220*                    A RECEBER COM PAGAMENTO PARCIAL,
000230*                    CONSULTA E LISTA DOS EM ABERTO.
000240* 15/10/2026 LFL     CADA PAGAMENTO REGISTRADO PASSOU A
000250*                    SER GRAVADO TAMBEM NO ARQUIVO DE
000260*                    PAGAMENTOS DE TITULOS (PAGMOV, BOOK
000270*                    LINPAG), COM A DATA E O VALOR DAQUELE
000280*                    PAGAMENTO, PARA O CALCULO DE COMISSAO
000290*                    DOS VENDEDORES PELO MES DO
000300*                    RECEBIMENTO.
000310******************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ARQ-TITULOS ASSIGN TO "TITMST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS TIT-CHAVE
000420         FILE STATUS IS WS-FS-TITULOS.
000430 
000440     SELECT ARQ-PAGAMENTOS ASSIGN TO "PAGMOV"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-FS-PAGAMENTOS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  ARQ-TITULOS.
000500     COPY TITMST.
000510 
000520 FD  ARQ-PAGAMENTOS
000530     RECORDING MODE IS F.
000540 01  REG-PAGAMENTO           PIC X(80).
000550 WORKING-STORAGE SECTION.
000560******************************************************
000570* AREA DE CHAVES (SWITCHES) E CONTADORES - NIVEL 77
000580******************************************************
000590 77  WS-FS-TITULOS           PIC X(02)    VALUE SPACES.
000600 77  WS-FS-PAGAMENTOS        PIC X(02)    VALUE SPACES.
000610 77  WS-FIM-PROGRAMA         PIC X(01)    VALUE 'N'.
000620     88 FIM-PROGRAMA                     VALUE 'S'.
000630 77  WS-FIM-LISTA            PIC X(01)    VALUE 'N'.
000640     88 FIM-LISTA                        VALUE 'S'.
000650 77  WS-TITULO-LIDO          PIC X(01)    VALUE 'N'.
000660     88 TITULO-LIDO                      VALUE 'S'.
000670 77  WS-ENTRADA-VALIDA       PIC X(01)    VALUE 'N'.
000680     88 ENTRADA-VALIDA                   VALUE 'S'.
000690 77  WRK-OPCAO-MENU          PIC X(01)    VALUE SPACES.
000700     88 OPCAO-PAGAMENTO                  VALUE '1'.
000710     88 OPCAO-CONSULTAR                  VALUE '2'.
000720     88 OPCAO-LISTAR                     VALUE '3'.
000730     88 OPCAO-SAIR                       VALUE '9'.
000740 77  WRK-RESPOSTA            PIC X(01)    VALUE SPACES.
000750 77  WRK-QTD-LISTADOS        PIC 9(04)    VALUE ZEROS.
000760******************************************************
000770* AREA DE ENTRADA DA CHAVE DO TITULO
000780******************************************************
000790 77  WRK-CODIGO-RAW          PIC X(06)    VALUE SPACES.
000800 77  WRK-COD-CLIENTE         PIC 9(05)    VALUE ZEROS.
000810 77  WRK-SEQUENCIA           PIC 9(06)    VALUE ZEROS.
000820******************************************************
000830* AREA DE ENTRADA DO PAGAMENTO (VALOR E DATA)
000840******************************************************
000850 77  WRK-VALOR-RAW           PIC X(15)    VALUE SPACES.
000860 77  WRK-PARTE-INTEIRA       PIC X(15)    VALUE SPACES.
000870 77  WRK-PARTE-DECIMAL       PIC X(15)    VALUE SPACES.
000880 77  WS-CNT-INTEIRA          PIC 9(02)    VALUE ZEROS.
000890 77  WS-CNT-DECIMAL          PIC 9(02)    VALUE ZEROS.
000900 01  WRK-VALOR-GRP.
000910     05 WRK-VALOR-PAGAMENTO  PIC 9(12)V99 VALUE ZEROS.
000920 01  WRK-VALOR-X REDEFINES WRK-VALOR-GRP
000930                             PIC X(14).
000940 77  WRK-DATA-RAW            PIC X(08)    VALUE SPACES.
000950 77  WRK-DATA-PAGAMENTO      PIC 9(08)    VALUE ZEROS.
000960 77  WRK-DATA-HOJE           PIC 9(08)    VALUE ZEROS.
000970 77  WRK-SALDO               PIC 9(12)V99 VALUE ZEROS.
000980 77  WRK-VALOR-ED            PIC Z(11)9,99 VALUE ZEROS.
000990 77  WRK-SALDO-ED            PIC Z(11)9,99 VALUE ZEROS.
001000 77  WRK-HORA-AGORA          PIC 9(08)    VALUE ZEROS.
001010******************************************************
001020* LINHA DO ARQUIVO DE PAGAMENTOS DE TITULOS (LAYOUT
001030* COMPARTILHADO COM O CALCULO DE COMISSAO)
001040******************************************************
001050     COPY LINPAG.
001060 PROCEDURE DIVISION.
001070******************************************************
001080* 0000-MAINLINE
001090* ROTINA PRINCIPAL DO PROGRAMA
001100******************************************************
001110 0000-MAINLINE.
001120     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001130 
001140     PERFORM 2000-PROCESSAR-MENU THRU 2000-EXIT
001150         UNTIL FIM-PROGRAMA.
001160 
001170     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001180 
001190     STOP RUN.
001200******************************************************
001210* 1000-INICIALIZAR
001220* OBTEM A DATA DO DIA E ABRE O ARQUIVO DE TITULOS PARA
001230* ATUALIZACAO.
001240******************************************************
001250 1000-INICIALIZAR.
001260     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
001270 
001280     OPEN I-O ARQ-TITULOS.
001290     IF WS-FS-TITULOS NOT = '00'
001300         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
001310             'ARQUIVO DE TITULOS (TITMST). STATUS: '
001320             WS-FS-TITULOS
001330         STOP RUN
001340     END-IF.
001350 1000-EXIT.
001360     EXIT.
001370******************************************************
001380* 2000-PROCESSAR-MENU
001390* EXIBE O MENU DE OPCOES E ENCAMINHA A OPCAO ESCOLHIDA
001400* PARA A ROTINA CORRESPONDENTE, ATE O OPERADOR PEDIR
001410* PARA SAIR.
001420******************************************************
001430 2000-PROCESSAR-MENU.
001440     DISPLAY ' '.
001450     DISPLAY 'BAIXA DE TITULOS A RECEBER'.
001460     DISPLAY '1-REGISTRAR PAGAMENTO  2-CONSULTAR TITULO'.
001470     DISPLAY '3-LISTAR EM ABERTO  9-SAIR'.
001480     DISPLAY 'OPCAO DESEJADA: '.
001490     MOVE SPACES TO WRK-OPCAO-MENU.
001500     ACCEPT WRK-OPCAO-MENU.
001510 
001520     EVALUATE TRUE
001530         WHEN OPCAO-PAGAMENTO
001540             PERFORM 3000-REGISTRAR-PAGAMENTO THRU 3000-EXIT
001550         WHEN OPCAO-CONSULTAR
001560             PERFORM 4000-CONSULTAR-TITULO THRU 4000-EXIT
001570         WHEN OPCAO-LISTAR
001580             PERFORM 5000-LISTAR-ABERTOS THRU 5000-EXIT
001590         WHEN OPCAO-SAIR
001600             SET FIM-PROGRAMA TO TRUE
001610         WHEN OTHER
001620             DISPLAY 'ERRO: INFORME 1, 2, 3 OU 9.'
001630     END-EVALUATE.
001640 2000-EXIT.
001650     EXIT.
001660******************************************************
001670* 3000-REGISTRAR-PAGAMENTO
001680* LOCALIZA O TITULO PELA CHAVE (CLIENTE + SEQUENCIA),
001690* EXIBE O SALDO, SOLICITA O VALOR E A DATA DO
001700* PAGAMENTO E REGRAVA O TITULO. QUANDO O VALOR PAGO
001710* ACUMULADO ALCANCA O VALOR DO TITULO, A SITUACAO
001720* PASSA A PAGO. O PAGAMENTO REGRAVADO E GRAVADO NO
001730* ARQUIVO DE PAGAMENTOS (PAGMOV).
001740******************************************************
001750 3000-REGISTRAR-PAGAMENTO.
001760     PERFORM 7000-LER-TITULO THRU 7000-EXIT.
001770     IF NOT TITULO-LIDO
001780         GO TO 3000-EXIT
001790     END-IF.
001800 
001810     IF TITULO-PAGO
001820         DISPLAY 'TITULO JA ESTA PAGO.'
001830         GO TO 3000-EXIT
001840     END-IF.
001850 
001860     COMPUTE WRK-SALDO = TIT-VALOR - TIT-VALOR-PAGO.
001870     MOVE WRK-SALDO TO WRK-SALDO-ED.
001880     DISPLAY 'SALDO EM ABERTO DO TITULO: ' WRK-SALDO-ED.
001890 
001900     PERFORM 3100-OBTER-VALOR THRU 3100-EXIT.
001910     IF NOT ENTRADA-VALIDA
001920         GO TO 3000-EXIT
001930     END-IF.
001940 
001950     PERFORM 3200-OBTER-DATA THRU 3200-EXIT.
001960     IF NOT ENTRADA-VALIDA
001970         GO TO 3000-EXIT
001980     END-IF.
001990 
002000     IF WRK-VALOR-PAGAMENTO > WRK-SALDO
002010         DISPLAY 'ERRO: PAGAMENTO MAIOR QUE O SALDO DO '
002020             'TITULO - BAIXA CANCELADA.'
002030         GO TO 3000-EXIT
002040     END-IF.
002050 
002060     ADD WRK-VALOR-PAGAMENTO TO TIT-VALOR-PAGO.
002070     MOVE WRK-DATA-PAGAMENTO TO TIT-DATA-PAGAMENTO.
002080     IF TIT-VALOR-PAGO NOT < TIT-VALOR
002090         SET TITULO-PAGO TO TRUE
002100     END-IF.
002110 
002120     REWRITE REG-TITULO
002130         INVALID KEY
002140             DISPLAY 'ERRO AO REGRAVAR TITULO. STATUS: '
002150                 WS-FS-TITULOS
002160         NOT INVALID KEY
002170             IF TITULO-PAGO
002180                 DISPLAY 'PAGAMENTO REGISTRADO - TITULO '
002190                     'QUITADO.'
002200             ELSE
002210                 DISPLAY 'PAGAMENTO PARCIAL REGISTRADO - '
002220                     'TITULO SEGUE EM ABERTO.'
002230             END-IF
002240             PERFORM 3300-GRAVAR-PAGAMENTO THRU 3300-EXIT
002250     END-REWRITE.
002260 3000-EXIT.
002270     EXIT.
002280******************************************************
002290* 3100-OBTER-VALOR
002300* SOLICITA O VALOR DO PAGAMENTO NO FORMATO COM VIRGULA
002310* DECIMAL E MONTA O CAMPO NUMERICO, RECUSANDO ENTRADA
002320* NAO NUMERICA, EM BRANCO OU FORA DO FORMATO.
002330******************************************************
002340 3100-OBTER-VALOR.
002350     MOVE 'N' TO WS-ENTRADA-VALIDA.
002360     DISPLAY 'VALOR DO PAGAMENTO (FORMATO NNNN,NN): '.
002370     MOVE SPACES TO WRK-VALOR-RAW.
002380     ACCEPT WRK-VALOR-RAW.
002390     MOVE SPACES TO WRK-PARTE-INTEIRA WRK-PARTE-DECIMAL.
002400     MOVE ZEROS  TO WS-CNT-INTEIRA WS-CNT-DECIMAL.
002410 
002420     IF WRK-VALOR-RAW NOT = SPACES
002430         UNSTRING WRK-VALOR-RAW DELIMITED BY ',' OR SPACE
002440             INTO WRK-PARTE-INTEIRA COUNT IN WS-CNT-INTEIRA
002450                  WRK-PARTE-DECIMAL COUNT IN WS-CNT-DECIMAL
002460         END-UNSTRING
002470     END-IF.
002480 
002490     EVALUATE TRUE
002500         WHEN WRK-VALOR-RAW = SPACES
002510             DISPLAY 'ERRO: O VALOR NAO PODE FICAR EM BRANCO.'
002520         WHEN WS-CNT-INTEIRA > 0
002530             AND WRK-PARTE-INTEIRA(1:WS-CNT-INTEIRA)
002540                     IS NOT NUMERIC
002550             DISPLAY 'ERRO: VALOR CONTEM CARACTERE NAO '
002560                 'NUMERICO.'
002570         WHEN WS-CNT-DECIMAL > 0
002580             AND WRK-PARTE-DECIMAL(1:WS-CNT-DECIMAL)
002590                     IS NOT NUMERIC
002600             DISPLAY 'ERRO: VALOR CONTEM CARACTERE NAO '
002610                 'NUMERICO.'
002620         WHEN WS-CNT-INTEIRA > 12
002630             DISPLAY 'ERRO: VALOR ACEITA NO MAXIMO 12 '
002640                 'DIGITOS INTEIROS.'
002650         WHEN WS-CNT-DECIMAL > 2
002660             DISPLAY 'ERRO: VALOR ACEITA NO MAXIMO 2 '
002670                 'DIGITOS DECIMAIS.'
002680         WHEN OTHER
002690             PERFORM 3150-MONTAR-VALOR THRU 3150-EXIT
002700             IF WRK-VALOR-PAGAMENTO = ZEROS
002710                 DISPLAY 'ERRO: O VALOR NAO PODE SER ZERO.'
002720             ELSE
002730                 SET ENTRADA-VALIDA TO TRUE
002740             END-IF
002750     END-EVALUATE.
002760 3100-EXIT.
002770     EXIT.
002780******************************************************
002790* 3150-MONTAR-VALOR
002800* MONTA WRK-VALOR-PAGAMENTO A PARTIR DAS PARTES
002810* INTEIRA E DECIMAL JA VALIDADAS, ALINHANDO OS DIGITOS
002820* NAS POSICOES CORRETAS DO CAMPO NUMERICO.
002830******************************************************
002840 3150-MONTAR-VALOR.
002850     MOVE ZEROS TO WRK-VALOR-PAGAMENTO.
002860     IF WS-CNT-INTEIRA > 0
002870         MOVE WRK-PARTE-INTEIRA(1:WS-CNT-INTEIRA)
002880             TO WRK-VALOR-X(13 - WS-CNT-INTEIRA :
002890                WS-CNT-INTEIRA)
002900     END-IF.
002910     IF WS-CNT-DECIMAL > 0
002920         MOVE WRK-PARTE-DECIMAL(1:WS-CNT-DECIMAL)
002930             TO WRK-VALOR-X(13:WS-CNT-DECIMAL)
002940     END-IF.
002950 3150-EXIT.
002960     EXIT.
002970******************************************************
002980* 3200-OBTER-DATA
002990* SOLICITA A DATA DO PAGAMENTO (AAAAMMDD). ENTRADA EM
003000* BRANCO VALE A DATA DO DIA. DATA NAO NUMERICA OU COM
003010* MES E DIA FORA DOS LIMITES E RECUSADA.
003020******************************************************
003030 3200-OBTER-DATA.
003040     MOVE 'N' TO WS-ENTRADA-VALIDA.
003050     DISPLAY 'DATA DO PAGAMENTO (AAAAMMDD - BRANCO '
003060         'PARA HOJE): '.
003070     MOVE SPACES TO WRK-DATA-RAW.
003080     ACCEPT WRK-DATA-RAW.
003090 
003100     IF WRK-DATA-RAW = SPACES
003110         MOVE WRK-DATA-HOJE TO WRK-DATA-PAGAMENTO
003120         SET ENTRADA-VALIDA TO TRUE
003130         GO TO 3200-EXIT
003140     END-IF.
003150 
003160     IF WRK-DATA-RAW IS NOT NUMERIC
003170         DISPLAY 'ERRO: DATA INVALIDA - INFORME AAAAMMDD.'
003180         GO TO 3200-EXIT
003190     END-IF.
003200     MOVE WRK-DATA-RAW TO WRK-DATA-PAGAMENTO.
003210     IF WRK-DATA-PAGAMENTO(5:2) < '01'
003220        OR WRK-DATA-PAGAMENTO(5:2) > '12'
003230        OR WRK-DATA-PAGAMENTO(7:2) < '01'
003240        OR WRK-DATA-PAGAMENTO(7:2) > '31'
003250         DISPLAY 'ERRO: MES OU DIA FORA DOS LIMITES.'
003260         GO TO 3200-EXIT
003270     END-IF.
003280     SET ENTRADA-VALIDA TO TRUE.
003290 3200-EXIT.
003300     EXIT.
003310******************************************************
003320* 3300-GRAVAR-PAGAMENTO
003330* GRAVA, POR EXTENSAO, O PAGAMENTO RECEM-REGISTRADO NO
003340* ARQUIVO DE PAGAMENTOS DE TITULOS (PAGMOV): CHAVE DO
003350* TITULO, DATA E VALOR DESTE PAGAMENTO, VALOR PAGO
003360* ACUMULADO E SITUACAO EM QUE O TITULO FICOU.
003370******************************************************
003380 3300-GRAVAR-PAGAMENTO.
003390     ACCEPT WRK-HORA-AGORA FROM TIME.
003400     MOVE SPACES               TO LINHA-PAGAMENTO.
003410     MOVE WRK-DATA-HOJE        TO PAG-DATA-REGISTRO.
003420     MOVE WRK-HORA-AGORA(1:6)  TO PAG-HORA-REGISTRO.
003430     MOVE TIT-COD-CLIENTE      TO PAG-COD-CLIENTE.
003440     MOVE TIT-SEQUENCIA        TO PAG-SEQUENCIA.
003450     MOVE WRK-DATA-PAGAMENTO   TO PAG-DATA-PAGAMENTO.
003460     MOVE WRK-VALOR-PAGAMENTO  TO PAG-VALOR.
003470     MOVE TIT-VALOR-PAGO       TO PAG-VALOR-PAGO-ACUM.
003480     MOVE TIT-SITUACAO         TO PAG-SITUACAO-TITULO.
003490 
003500     OPEN EXTEND ARQ-PAGAMENTOS.
003510     IF WS-FS-PAGAMENTOS = '05' OR WS-FS-PAGAMENTOS = '35'
003520         OPEN OUTPUT ARQ-PAGAMENTOS
003530     END-IF.
003540     IF WS-FS-PAGAMENTOS NOT = '00'
003550         DISPLAY 'AVISO: NAO FOI POSSIVEL GRAVAR O '
003560             'PAGAMENTO NO ARQUIVO DE PAGAMENTOS (PAGMOV). '
003570             'STATUS: ' WS-FS-PAGAMENTOS
003580         GO TO 3300-EXIT
003590     END-IF.
003600     WRITE REG-PAGAMENTO FROM LINHA-PAGAMENTO.
003610     CLOSE ARQ-PAGAMENTOS.
003620 3300-EXIT.
003630     EXIT.
003640******************************************************
003650* 4000-CONSULTAR-TITULO
003660* LOCALIZA O TITULO PELA CHAVE E EXIBE OS DADOS E A
003670* SITUACAO ATUAL.
003680******************************************************
003690 4000-CONSULTAR-TITULO.
003700     PERFORM 7000-LER-TITULO THRU 7000-EXIT.
003710     IF NOT TITULO-LIDO
003720         GO TO 4000-EXIT
003730     END-IF.
003740 
003750     PERFORM 7500-EXIBIR-TITULO THRU 7500-EXIT.
003760 4000-EXIT.
003770     EXIT.
003780******************************************************
003790* 5000-LISTAR-ABERTOS
003800* LISTA TODOS OS TITULOS EM ABERTO NA ORDEM DE CHAVE
003810* (CLIENTE + SEQUENCIA), COM O SALDO DE CADA UM.
003820******************************************************
003830 5000-LISTAR-ABERTOS.
003840     DISPLAY ' '.
003850     DISPLAY 'TITULOS EM ABERTO:'.
003860     MOVE ZEROS TO WRK-QTD-LISTADOS.
003870 
003880     MOVE 'N' TO WS-FIM-LISTA.
003890     MOVE LOW-VALUES TO TIT-CHAVE.
003900     START ARQ-TITULOS KEY NOT < TIT-CHAVE
003910         INVALID KEY
003920             SET FIM-LISTA TO TRUE
003930     END-START.
003940     PERFORM 5100-LER-PROXIMO THRU 5100-EXIT.
003950     PERFORM 5200-TRATAR-ABERTO THRU 5200-EXIT
003960         UNTIL FIM-LISTA.
003970 
003980     IF WRK-QTD-LISTADOS = ZEROS
003990         DISPLAY 'NENHUM TITULO EM ABERTO.'
004000     END-IF.
004010 5000-EXIT.
004020     EXIT.
004030******************************************************
004040* 5100-LER-PROXIMO
004050* LE O PROXIMO TITULO NA ORDEM DE CHAVE E LIGA O
004060* INDICADOR DE FIM QUANDO NECESSARIO.
004070******************************************************
004080 5100-LER-PROXIMO.
004090     IF FIM-LISTA
004100         GO TO 5100-EXIT
004110     END-IF.
004120     READ ARQ-TITULOS NEXT RECORD
004130         AT END
004140             SET FIM-LISTA TO TRUE
004150     END-READ.
004160 5100-EXIT.
004170     EXIT.
004180******************************************************
004190* 5200-TRATAR-ABERTO
004200* EXIBE O TITULO CORRENTE QUANDO EM ABERTO E LE O
004210* PROXIMO.
004220******************************************************
004230 5200-TRATAR-ABERTO.
004240     IF TITULO-ABERTO
004250         COMPUTE WRK-SALDO = TIT-VALOR - TIT-VALOR-PAGO
004260         MOVE WRK-SALDO TO WRK-SALDO-ED
004270         DISPLAY 'CLIENTE ' TIT-COD-CLIENTE
004280             ' SEQ ' TIT-SEQUENCIA
004290             ' VENCTO ' TIT-DATA-VENCIMENTO
004300             ' SALDO ' WRK-SALDO-ED
004310         ADD 1 TO WRK-QTD-LISTADOS
004320     END-IF.
004330     PERFORM 5100-LER-PROXIMO THRU 5100-EXIT.
004340 5200-EXIT.
004350     EXIT.
004360******************************************************
004370* 7000-LER-TITULO
004380* SOLICITA CLIENTE E SEQUENCIA E LE O TITULO
004390* CORRESPONDENTE, SINALIZANDO PARA A ROTINA CHAMADORA
004400* SE O TITULO FOI ENCONTRADO.
004410******************************************************
004420 7000-LER-TITULO.
004430     MOVE 'N' TO WS-TITULO-LIDO.
004440 
004450     DISPLAY 'CODIGO DO CLIENTE (5 DIGITOS): '.
004460     MOVE SPACES TO WRK-CODIGO-RAW.
004470     ACCEPT WRK-CODIGO-RAW.
004480     IF WRK-CODIGO-RAW(1:5) IS NOT NUMERIC
004490         DISPLAY 'ERRO: CODIGO DE CLIENTE INVALIDO.'
004500         GO TO 7000-EXIT
004510     END-IF.
004520     MOVE WRK-CODIGO-RAW(1:5) TO WRK-COD-CLIENTE.
004530 
004540     DISPLAY 'SEQUENCIA DA EXECUCAO (6 DIGITOS): '.
004550     MOVE SPACES TO WRK-CODIGO-RAW.
004560     ACCEPT WRK-CODIGO-RAW.
004570     IF WRK-CODIGO-RAW(1:6) IS NOT NUMERIC
004580         DISPLAY 'ERRO: SEQUENCIA INVALIDA.'
004590         GO TO 7000-EXIT
004600     END-IF.
004610     MOVE WRK-CODIGO-RAW(1:6) TO WRK-SEQUENCIA.
004620 
004630     MOVE WRK-COD-CLIENTE TO TIT-COD-CLIENTE.
004640     MOVE WRK-SEQUENCIA   TO TIT-SEQUENCIA.
004650     READ ARQ-TITULOS
004660         INVALID KEY
004670             DISPLAY 'ERRO: TITULO NAO ENCONTRADO.'
004680         NOT INVALID KEY
004690             SET TITULO-LIDO TO TRUE
004700     END-READ.
004710 7000-EXIT.
004720     EXIT.
004730******************************************************
004740* 7500-EXIBIR-TITULO
004750* EXIBE OS DADOS DO TITULO CORRENTE.
004760******************************************************
004770 7500-EXIBIR-TITULO.
004780     DISPLAY 'CLIENTE....: ' TIT-COD-CLIENTE.
004790     DISPLAY 'SEQUENCIA..: ' TIT-SEQUENCIA.
004800     DISPLAY 'EMISSAO....: ' TIT-DATA-EMISSAO.
004810     DISPLAY 'VENCIMENTO.: ' TIT-DATA-VENCIMENTO.
004820     MOVE TIT-VALOR TO WRK-VALOR-ED.
004830     DISPLAY 'VALOR......: ' WRK-VALOR-ED.
004840     MOVE TIT-VALOR-PAGO TO WRK-VALOR-ED.
004850     DISPLAY 'VALOR PAGO.: ' WRK-VALOR-ED.
004860     IF TIT-DATA-PAGAMENTO NOT = ZEROS
004870         DISPLAY 'ULT. PAGTO.: ' TIT-DATA-PAGAMENTO
004880     END-IF.
004890     IF TITULO-PAGO
004900         DISPLAY 'SITUACAO...: PAGO'
004910     ELSE
004920         DISPLAY 'SITUACAO...: EM ABERTO'
004930     END-IF.
004940 7500-EXIT.
004950     EXIT.
004960******************************************************
004970* 9000-FINALIZAR
004980* FECHA O ARQUIVO DE TITULOS ANTES DE TERMINAR.
004990******************************************************
005000 9000-FINALIZAR.
005010     CLOSE ARQ-TITULOS.
005020 9000-EXIT.
005030     EXIT.
