000070******************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: LER A INTERFACE DE FATURAMENTO (LOTEFAT)
000100* GERADA PELO FATURAMENTO DE PROPOSTAS E ABRIR OS
000110* TITULOS A RECEBER NO ARQUIVO TITMST: UM TITULO POR
000120* CLIENTE E SEQUENCIA DE EXECUCAO (FAH-SEQUENCIA DO
000130* HEADER), SOMANDO O VALOR DOS DETALHES DO CLIENTE.
000140* O VENCIMENTO E A DATA DE EMISSAO MAIS O PRAZO
000150* PADRAO DE 30 DIAS. PROGRAMA PREVISTO PARA RODAR
000160* APOS CADA FATURAMENTO DE PROPOSTAS, ANTES DO ENVIO DO
000170* LOTEFAT AO FATURAMENTO. SEQUENCIA JA ABERTA PARA O
000180* CLIENTE NAO E ABERTA DE NOVO (REEXECUCAO SEGURA).
000190*
000230*                    TITULOS A RECEBER A PARTIR DO
000240*                    LOTEFAT, UM TITULO POR CLIENTE E
000250*                    SEQUENCIA DE EXECUCAO.
000260* 15/10/2026 LFL     O LOTEFAT PASSA A SER GERADO PELO
000270*                    FATURAMENTO DE PROPOSTAS (SO
000280*                    PROPOSTAS ACEITAS), NAO MAIS PELO
000290*                    CALCULO DE AREAS.
000300******************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SPECIAL-NAMES.
000340     DECIMAL-POINT IS COMMA.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ARQ-FATURAMENTO ASSIGN TO "LOTEFAT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-FS-FATURAMENTO.
000400 
000410     SELECT ARQ-TITULOS ASSIGN TO "TITMST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS TIT-CHAVE
000450         FILE STATUS IS WS-FS-TITULOS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  ARQ-FATURAMENTO
000490     RECORDING MODE IS F.
000500 01  REG-FATURAMENTO.
000510     05 FAT-TIPO-REG         PIC X(01).
000520        88 FAT-HEADER                   VALUE 'H'.
000530        88 FAT-DETALHE                  VALUE 'D'.
000540        88 FAT-TRAILER                  VALUE 'T'.
000550     05 FAT-CORPO            PIC X(55).
000560     05 FAT-CORPO-HEADER REDEFINES FAT-CORPO.
000570        10 FAH-DATA          PIC 9(08).
000580        10 FAH-SEQUENCIA     PIC 9(06).
000590        10 FILLER            PIC X(41).
000600     05 FAT-CORPO-DETALHE REDEFINES FAT-CORPO.
000610        10 FAD-COD-CLIENTE   PIC 9(05).
000620        10 FAD-NUM-LOTE      PIC 9(06).
000630        10 FAD-LARGURA       PIC 9(03)V99.
000640        10 FAD-COMPRIMENTO   PIC 9(03)V99.
000650        10 FAD-AREA          PIC 9(07)V99.
000660        10 FAD-MATERIAL      PIC X(10).
000670        10 FAD-VALOR         PIC 9(10)V99.
000680        10 FAD-QTD-SEGMENTOS PIC 9(03).
000690     05 FAT-CORPO-TRAILER REDEFINES FAT-CORPO.
000700        10 FAT-QTD           PIC 9(06).
000710        10 FAT-VALOR-TOTAL   PIC 9(12)V99.
000720        10 FILLER            PIC X(35).
000730 
000740 FD  ARQ-TITULOS.
000750     COPY TITMST.
000760 WORKING-STORAGE SECTION.
000770******************************************************
000780* AREA DE CHAVES (SWITCHES) E CONTADORES - NIVEL 77
000790******************************************************
000800 77  WS-FS-FATURAMENTO       PIC X(02)    VALUE SPACES.
000810 77  WS-FS-TITULOS           PIC X(02)    VALUE SPACES.
000820 77  WS-FIM-ARQUIVO          PIC X(01)    VALUE 'N'.
000830     88 FIM-ARQUIVO                      VALUE 'S'.
000840 77  WS-HEADER-LIDO          PIC X(01)    VALUE 'N'.
000850     88 HEADER-LIDO                      VALUE 'S'.
000860 77  WS-QTD-ABERTOS          PIC 9(06)    VALUE ZEROS.
000870 77  WS-QTD-JA-EXISTIAM      PIC 9(06)    VALUE ZEROS.
000880 77  WRK-QTD-DETALHES        PIC 9(06)    VALUE ZEROS.
000890 77  WRK-VALOR-CONFERENCIA   PIC 9(12)V99 VALUE ZEROS.
000900******************************************************
000910* AREA DO TITULO EM ABERTURA (QUEBRA POR CLIENTE)
000920******************************************************
000930 77  WRK-SEQ-EXECUCAO        PIC 9(06)    VALUE ZEROS.
000940 77  WRK-DATA-EMISSAO        PIC 9(08)    VALUE ZEROS.
000950 77  WRK-CLIENTE-ANTERIOR    PIC 9(05)    VALUE ZEROS.
000960 77  WRK-VALOR-TITULO        PIC 9(12)V99 VALUE ZEROS.
000970 77  WRK-VALOR-ED            PIC Z(11)9,99 VALUE ZEROS.
000980 77  WRK-PRAZO-PADRAO        PIC 9(03)    VALUE 30.
000990******************************************************
001000* AREA DO CALCULO DO VENCIMENTO (SOMA DE DIAS A UMA
001010* DATA AAAAMMDD)
001020******************************************************
001030 77  WRK-DATA-BASE           PIC 9(08)    VALUE ZEROS.
001040 77  WRK-QTD-DIAS            PIC 9(03)    VALUE ZEROS.
001050 77  WRK-DATA-RESULTADO      PIC 9(08)    VALUE ZEROS.
001060 77  WRK-CALC-AAAA           PIC 9(04)    VALUE ZEROS.
001070 77  WRK-CALC-MM             PIC 9(02)    VALUE ZEROS.
001080 77  WRK-CALC-DD             PIC 9(03)    VALUE ZEROS.
001090 77  WRK-DIAS-NO-MES         PIC 9(02)    VALUE ZEROS.
001100 77  WRK-QUOCIENTE           PIC 9(04)    VALUE ZEROS.
001110 77  WRK-RESTO-4             PIC 9(04)    VALUE ZEROS.
001120 77  WRK-RESTO-100           PIC 9(04)    VALUE ZEROS.
001130 77  WRK-RESTO-400           PIC 9(04)    VALUE ZEROS.
001140 PROCEDURE DIVISION.
001150******************************************************
001160* 0000-MAINLINE
001170* ROTINA PRINCIPAL DO PROGRAMA
001180******************************************************
001190 0000-MAINLINE.
001200     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001210 
001220     PERFORM 2000-PROCESSAR-REGISTRO THRU 2000-EXIT
001230         UNTIL FIM-ARQUIVO.
001240 
001250     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001260 
001270     STOP RUN.
001280******************************************************
001290* 1000-INICIALIZAR
001300* ABRE A INTERFACE DE FATURAMENTO E O ARQUIVO DE
001310* TITULOS. QUANDO O ARQUIVO DE TITULOS AINDA NAO
001320* EXISTE, ELE E CRIADO VAZIO E REABERTO PARA
001330* ATUALIZACAO.
001340******************************************************
001350 1000-INICIALIZAR.
001360     OPEN INPUT ARQ-FATURAMENTO.
001370     IF WS-FS-FATURAMENTO NOT = '00'
001380         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR A '
001390             'INTERFACE DE FATURAMENTO (LOTEFAT). STATUS: '
001400             WS-FS-FATURAMENTO
001410         MOVE 8 TO RETURN-CODE
001420         STOP RUN
001430     END-IF.
001440 
001450     OPEN I-O ARQ-TITULOS.
001460     IF WS-FS-TITULOS = '35'
001470         OPEN OUTPUT ARQ-TITULOS
001480         CLOSE ARQ-TITULOS
001490         OPEN I-O ARQ-TITULOS
001500     END-IF.
001510     IF WS-FS-TITULOS NOT = '00'
001520         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
001530             'ARQUIVO DE TITULOS (TITMST). STATUS: '
001540             WS-FS-TITULOS
001550         MOVE 8 TO RETURN-CODE
001560         STOP RUN
001570     END-IF.
001580 
001590     PERFORM 2100-LER-REGISTRO THRU 2100-EXIT.
001600 1000-EXIT.
001610     EXIT.
001620******************************************************
001630* 2000-PROCESSAR-REGISTRO
001640* ENCAMINHA CADA REGISTRO DO LOTEFAT CONFORME O TIPO:
001650* O HEADER IDENTIFICA A SEQUENCIA E A DATA DE EMISSAO,
001660* CADA DETALHE E ACUMULADO NO TITULO DO CLIENTE E O
001670* TRAILER E CONFERIDO CONTRA OS DETALHES LIDOS.
001680******************************************************
001690 2000-PROCESSAR-REGISTRO.
001700     EVALUATE TRUE
001710         WHEN FAT-HEADER
001720             MOVE FAH-SEQUENCIA TO WRK-SEQ-EXECUCAO
001730             MOVE FAH-DATA      TO WRK-DATA-EMISSAO
001740             SET HEADER-LIDO TO TRUE
001750         WHEN FAT-DETALHE
001760             PERFORM 3000-ACUMULAR-DETALHE THRU 3000-EXIT
001770         WHEN FAT-TRAILER
001780             PERFORM 4000-CONFERIR-TRAILER THRU 4000-EXIT
001790         WHEN OTHER
001800             DISPLAY 'AVISO: TIPO DE REGISTRO INVALIDO NO '
001810                 'LOTEFAT DESPREZADO: ' FAT-TIPO-REG
001820     END-EVALUATE.
001830 
001840     PERFORM 2100-LER-REGISTRO THRU 2100-EXIT.
001850 2000-EXIT.
001860     EXIT.
001870******************************************************
001880* 2100-LER-REGISTRO
001890* LE O PROXIMO REGISTRO DA INTERFACE DE FATURAMENTO E
001900* LIGA O INDICADOR DE FIM DE ARQUIVO QUANDO NECESSARIO.
001910******************************************************
001920 2100-LER-REGISTRO.
001930     READ ARQ-FATURAMENTO
001940         AT END
001950             SET FIM-ARQUIVO TO TRUE
001960     END-READ.
001970 2100-EXIT.
001980     EXIT.
001990******************************************************
002000* 3000-ACUMULAR-DETALHE
002010* ACUMULA O VALOR DO DETALHE CORRENTE NO TITULO DO
002020* CLIENTE: NA MUDANCA DE CLIENTE, GRAVA O TITULO DO
002030* CLIENTE ANTERIOR. O LOTEFAT VEM AGRUPADO POR CLIENTE
002040* COMO O ARQUIVO DE LOTE QUE O GEROU.
002050******************************************************
002060 3000-ACUMULAR-DETALHE.
002070     IF NOT HEADER-LIDO
002080         DISPLAY 'ERRO FATAL: DETALHE ANTES DO HEADER NO '
002090             'LOTEFAT - ARQUIVO INVALIDO.'
002100         CLOSE ARQ-FATURAMENTO ARQ-TITULOS
002110         MOVE 8 TO RETURN-CODE
002120         STOP RUN
002130     END-IF.
002140 
002150     IF FAD-COD-CLIENTE NOT = WRK-CLIENTE-ANTERIOR
002160         PERFORM 3500-GRAVAR-TITULO THRU 3500-EXIT
002170         MOVE FAD-COD-CLIENTE TO WRK-CLIENTE-ANTERIOR
002180         MOVE ZEROS TO WRK-VALOR-TITULO
002190     END-IF.
002200 
002210     ADD FAD-VALOR TO WRK-VALOR-TITULO.
002220     ADD FAD-VALOR TO WRK-VALOR-CONFERENCIA.
002230     ADD 1 TO WRK-QTD-DETALHES.
002240 3000-EXIT.
002250     EXIT.
002260******************************************************
002270* 3500-GRAVAR-TITULO
002280* GRAVA O TITULO DO CLIENTE ANTERIOR (QUANDO HOUVER)
002290* COM SITUACAO EM ABERTO E VENCIMENTO NA DATA DE
002300* EMISSAO MAIS O PRAZO PADRAO. TITULO JA EXISTENTE
002310* PARA O CLIENTE E SEQUENCIA (REEXECUCAO) E MANTIDO
002320* COMO ESTA E APENAS CONTADO.
002330******************************************************
002340 3500-GRAVAR-TITULO.
002350     IF WRK-CLIENTE-ANTERIOR = ZEROS
002360         GO TO 3500-EXIT
002370     END-IF.
002380 
002390     MOVE WRK-DATA-EMISSAO TO WRK-DATA-BASE.
002400     MOVE WRK-PRAZO-PADRAO TO WRK-QTD-DIAS.
002410     PERFORM 7000-SOMAR-DIAS THRU 7000-EXIT.
002420 
002430     MOVE WRK-CLIENTE-ANTERIOR TO TIT-COD-CLIENTE.
002440     MOVE WRK-SEQ-EXECUCAO     TO TIT-SEQUENCIA.
002450     MOVE WRK-DATA-EMISSAO     TO TIT-DATA-EMISSAO.
002460     MOVE WRK-DATA-RESULTADO   TO TIT-DATA-VENCIMENTO.
002470     MOVE WRK-VALOR-TITULO     TO TIT-VALOR.
002480     MOVE ZEROS                TO TIT-VALOR-PAGO.
002490     MOVE ZEROS                TO TIT-DATA-PAGAMENTO.
002500     SET TITULO-ABERTO TO TRUE.
002510 
002520     WRITE REG-TITULO
002530         INVALID KEY
002540             ADD 1 TO WS-QTD-JA-EXISTIAM
002550             DISPLAY 'AVISO: TITULO JA EXISTENTE MANTIDO - '
002560                 'CLIENTE ' WRK-CLIENTE-ANTERIOR
002570                 ' SEQUENCIA ' WRK-SEQ-EXECUCAO
002580         NOT INVALID KEY
002590             ADD 1 TO WS-QTD-ABERTOS
002600     END-WRITE.
002610 3500-EXIT.
002620     EXIT.
002630******************************************************
002640* 4000-CONFERIR-TRAILER
002650* CONFERE O VALOR TOTAL DOS DETALHES LIDOS CONTRA O
002660* TRAILER DO LOTEFAT E SINALIZA DIVERGENCIA NO
002670* CONSOLE. A ABERTURA DOS TITULOS NAO E DESFEITA -
002680* A DIVERGENCIA DEVE SER APURADA NA ORIGEM.
002690******************************************************
002700 4000-CONFERIR-TRAILER.
002710     IF WRK-QTD-DETALHES NOT = FAT-QTD
002720         DISPLAY '*** CONFERENCIA: QUANTIDADE DE DETALHES ('
002730             WRK-QTD-DETALHES ') DIFERE DO TRAILER ('
002740             FAT-QTD ').'
002750         MOVE 4 TO RETURN-CODE
002760     END-IF.
002770     IF WRK-VALOR-CONFERENCIA NOT = FAT-VALOR-TOTAL
002780         DISPLAY '*** CONFERENCIA: VALOR TOTAL DOS DETALHES '
002790             'DIFERE DO TRAILER.'
002800         MOVE 4 TO RETURN-CODE
002810     END-IF.
002820 4000-EXIT.
002830     EXIT.
002840******************************************************
002850* 7000-SOMAR-DIAS
002860* SOMA WRK-QTD-DIAS A DATA WRK-DATA-BASE (AAAAMMDD),
002870* DEIXANDO O RESULTADO EM WRK-DATA-RESULTADO, COM
002880* VIRADA DE MES E DE ANO E ANO BISSEXTO.
002890******************************************************
002900 7000-SOMAR-DIAS.
002910     MOVE WRK-DATA-BASE(1:4) TO WRK-CALC-AAAA.
002920     MOVE WRK-DATA-BASE(5:2) TO WRK-CALC-MM.
002930     MOVE WRK-DATA-BASE(7:2) TO WRK-CALC-DD.
002940     ADD WRK-QTD-DIAS TO WRK-CALC-DD.
002950 
002960     PERFORM 7050-DIAS-NO-MES THRU 7050-EXIT.
002970     PERFORM 7100-VIRAR-MES THRU 7100-EXIT
002980         UNTIL WRK-CALC-DD NOT > WRK-DIAS-NO-MES.
002990 
003000     MOVE WRK-CALC-AAAA TO WRK-DATA-RESULTADO(1:4).
003010     MOVE WRK-CALC-MM   TO WRK-DATA-RESULTADO(5:2).
003020     MOVE WRK-CALC-DD(2:2) TO WRK-DATA-RESULTADO(7:2).
003030 7000-EXIT.
003040     EXIT.
003050******************************************************
003060* 7050-DIAS-NO-MES
003070* DETERMINA A QUANTIDADE DE DIAS DO MES CORRENTE DO
003080* CALCULO, TRATANDO FEVEREIRO DE ANO BISSEXTO.
003090******************************************************
003100 7050-DIAS-NO-MES.
003110     EVALUATE WRK-CALC-MM
003120         WHEN 4
003130         WHEN 6
003140         WHEN 9
003150         WHEN 11
003160             MOVE 30 TO WRK-DIAS-NO-MES
003170         WHEN 2
003180             DIVIDE WRK-CALC-AAAA BY 4
003190                 GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-4
003200             DIVIDE WRK-CALC-AAAA BY 100
003210                 GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-100
003220             DIVIDE WRK-CALC-AAAA BY 400
003230                 GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-400
003240             IF (WRK-RESTO-4 = ZEROS
003250                AND WRK-RESTO-100 NOT = ZEROS)
003260                OR WRK-RESTO-400 = ZEROS
003270                 MOVE 29 TO WRK-DIAS-NO-MES
003280             ELSE
003290                 MOVE 28 TO WRK-DIAS-NO-MES
003300             END-IF
003310         WHEN OTHER
003320             MOVE 31 TO WRK-DIAS-NO-MES
003330     END-EVALUATE.
003340 7050-EXIT.
003350     EXIT.
003360******************************************************
003370* 7100-VIRAR-MES
003380* DESCONTA OS DIAS DO MES CORRENTE E AVANCA O CALCULO
003390* PARA O MES SEGUINTE (E O ANO, QUANDO FOR O CASO).
003400******************************************************
003410 7100-VIRAR-MES.
003420     SUBTRACT WRK-DIAS-NO-MES FROM WRK-CALC-DD.
003430     ADD 1 TO WRK-CALC-MM.
003440     IF WRK-CALC-MM > 12
003450         MOVE 1 TO WRK-CALC-MM
003460         ADD 1 TO WRK-CALC-AAAA
003470     END-IF.
003480     PERFORM 7050-DIAS-NO-MES THRU 7050-EXIT.
003490 7100-EXIT.
003500     EXIT.
003510******************************************************
003520* 9000-FINALIZAR
003530* GRAVA O TITULO DO ULTIMO CLIENTE, EXIBE OS TOTAIS DA
003540* ABERTURA E FECHA OS ARQUIVOS.
003550******************************************************
003560 9000-FINALIZAR.
003570     PERFORM 3500-GRAVAR-TITULO THRU 3500-EXIT.
003580 
003590     MOVE WRK-VALOR-CONFERENCIA TO WRK-VALOR-ED.
003600     DISPLAY 'TITULOS ABERTOS NA SEQUENCIA '
003610         WRK-SEQ-EXECUCAO ': ' WS-QTD-ABERTOS.
003620     DISPLAY 'TITULOS JA EXISTENTES MANTIDOS: '
003630         WS-QTD-JA-EXISTIAM.
003640     DISPLAY 'VALOR TOTAL DOS DETALHES: ' WRK-VALOR-ED.
003650 
003660     CLOSE ARQ-FATURAMENTO.
003670     CLOSE ARQ-TITULOS.
003680 9000-EXIT.
003690     EXIT.
