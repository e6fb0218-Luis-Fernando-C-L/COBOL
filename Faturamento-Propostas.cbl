000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "FATURAMENTO PROPOSTAS".
000030 AUTHOR. LUIS FERNANDO LAZANHA.
000040 INSTALLATION. SETOR DE TOPOGRAFIA E ORCAMENTOS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: GERAR A INTERFACE DE FATURAMENTO (LOTEFAT)
000100* SOMENTE COM AS PROPOSTAS ACEITAS PELO CLIENTE E
000110* AINDA NAO FATURADAS: LE O MESTRE DE PROPOSTAS
000120* (PROPMST), TOMA OS ITENS DE CADA PROPOSTA ACEITA NO
000130* ARQUIVO DE ITENS (PROPITM), CLASSIFICA POR CLIENTE E
000140* GRAVA UM DETALHE POR ITEM ENTRE O HEADER COM A
000150* PROXIMA SEQUENCIA DO FATNUM E O TRAILER DE CONTROLE.
000160* CADA PROPOSTA FATURADA RECEBE A SEQUENCIA DO LOTEFAT
000170* (PRO-SEQ-FAT) E NAO E FATURADA DE NOVO. PROPOSTA
000180* ACEITA SEM ITENS NO PROPITM E APONTADA E NAO E
000190* FATURADA (CODIGO DE RETORNO 4). PROGRAMA PREVISTO
000200* PARA RODAR ANTES DA ABERTURA DE TITULOS, QUE LE O
000210* LOTEFAT GERADO AQUI. GRAVA A EXECUCAO NO HISTORICO
000220* DE EXECUCOES (EXECHIST) COM O MODO 'F'.
000230*
000240* HISTORICO DE ALTERACOES
000250* DATA       AUTOR   DESCRICAO
000260* 15/10/2026 LFL     VERSAO ORIGINAL - FATURAMENTO DAS
000270*                    PROPOSTAS ACEITAS A PARTIR DOS
000280*                    ITENS GRAVADOS NO PROPITM.
000290******************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330     DECIMAL-POINT IS COMMA.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ARQ-PROPOSTAS ASSIGN TO "PROPMST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS PRO-NUMERO
000400         FILE STATUS IS WS-FS-PROPOSTAS.
000410 
000420     SELECT ARQ-ITENS-PROP ASSIGN TO "PROPITM"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS PIT-CHAVE
000460         FILE STATUS IS WS-FS-ITENS-PROP.
000470 
000480     SELECT ARQ-FATURAMENTO ASSIGN TO "LOTEFAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FS-FATURAMENTO.
000510 
000520     SELECT OPTIONAL ARQ-SEQ-FAT ASSIGN TO "FATNUM"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-FS-SEQ-FAT.
000550 
000560     SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTWK".
000570 
000580     SELECT ARQ-EXECHIST ASSIGN TO "EXECHIST"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-FS-EXECHIST.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  ARQ-PROPOSTAS.
000640     COPY PROPMST.
000650 
000660 FD  ARQ-ITENS-PROP.
000670     COPY PROPITM.
000680 
000690 FD  ARQ-FATURAMENTO
000700     RECORDING MODE IS F.
000710 01  REG-FATURAMENTO.
000720     05 FAT-TIPO-REG         PIC X(01).
000730        88 FAT-HEADER                   VALUE 'H'.
000740        88 FAT-DETALHE                  VALUE 'D'.
000750        88 FAT-TRAILER                  VALUE 'T'.
000760     05 FAT-CORPO            PIC X(55).
000770     05 FAT-CORPO-HEADER REDEFINES FAT-CORPO.
000780        10 FAH-DATA          PIC 9(08).
000790        10 FAH-SEQUENCIA     PIC 9(06).
000800        10 FILLER            PIC X(41).
000810     05 FAT-CORPO-DETALHE REDEFINES FAT-CORPO.
000820        10 FAD-COD-CLIENTE   PIC 9(05).
000830        10 FAD-NUM-LOTE      PIC 9(06).
000840        10 FAD-LARGURA       PIC 9(03)V99.
000850        10 FAD-COMPRIMENTO   PIC 9(03)V99.
000860        10 FAD-AREA          PIC 9(07)V99.
000870        10 FAD-MATERIAL      PIC X(10).
000880        10 FAD-VALOR         PIC 9(10)V99.
000890        10 FAD-QTD-SEGMENTOS PIC 9(03).
000900     05 FAT-CORPO-TRAILER REDEFINES FAT-CORPO.
000910        10 FAT-QTD           PIC 9(06).
000920        10 FAT-VALOR-TOTAL   PIC 9(12)V99.
000930        10 FILLER            PIC X(35).
000940 
000950 FD  ARQ-SEQ-FAT
000960     RECORDING MODE IS F.
000970 01  REG-SEQ-FAT              PIC 9(06).
000980 
000990 SD  ARQ-CLASSIFICACAO.
001000 01  REG-CLASSIFICACAO.
001010     05 SRT-COD-CLIENTE       PIC 9(05).
001020     05 SRT-NUM-PROPOSTA      PIC 9(06).
001030     05 SRT-ITEM              PIC 9(03).
001040     05 SRT-NUM-LOTE          PIC 9(06).
001050     05 SRT-LARGURA           PIC 9(03)V99.
001060     05 SRT-COMPRIMENTO       PIC 9(03)V99.
001070     05 SRT-AREA              PIC 9(07)V99.
001080     05 SRT-MATERIAL          PIC X(10).
001090     05 SRT-VALOR             PIC 9(10)V99.
001100     05 SRT-QTD-SEGMENTOS     PIC 9(03).
001110 
001120 FD  ARQ-EXECHIST
001130     RECORDING MODE IS F.
001140 01  REG-EXECHIST             PIC X(80).
001150 WORKING-STORAGE SECTION.
001160******************************************************
001170* AREA DE CHAVES (SWITCHES) E CONTADORES - NIVEL 77
001180******************************************************
001190 77  WS-FS-PROPOSTAS         PIC X(02)    VALUE SPACES.
001200 77  WS-FS-ITENS-PROP        PIC X(02)    VALUE SPACES.
001210 77  WS-FS-FATURAMENTO       PIC X(02)    VALUE SPACES.
001220 77  WS-FS-SEQ-FAT           PIC X(02)    VALUE SPACES.
001230 77  WS-FS-EXECHIST          PIC X(02)    VALUE SPACES.
001240 77  WS-FIM-PROPOSTAS        PIC X(01)    VALUE 'N'.
001250     88 FIM-PROPOSTAS                    VALUE 'S'.
001260 77  WS-FIM-ITENS            PIC X(01)    VALUE 'N'.
001270     88 FIM-ITENS                        VALUE 'S'.
001280 77  WS-FIM-CLASSIFICACAO    PIC X(01)    VALUE 'N'.
001290     88 FIM-CLASSIFICACAO                VALUE 'S'.
001300 77  WS-QTD-LIDAS            PIC 9(06)    VALUE ZEROS.
001310 77  WS-QTD-PROPOSTAS-FAT    PIC 9(06)    VALUE ZEROS.
001320 77  WS-QTD-SEM-ITENS        PIC 9(06)    VALUE ZEROS.
001330 77  WS-QTD-FATURADOS        PIC 9(06)    VALUE ZEROS.
001340 77  WRK-QTD-ITENS-PROP      PIC 9(03)    VALUE ZEROS.
001350 77  WRK-PROPOSTA-ANTERIOR   PIC 9(06)    VALUE ZEROS.
001360 77  WRK-VALOR-TOTAL         PIC 9(12)V99 VALUE ZEROS.
001370 77  WRK-VALOR-ED            PIC Z(11)9,99 VALUE ZEROS.
001380******************************************************
001390* AREA DA SEQUENCIA DO FATURAMENTO (FATNUM) E DAS
001400* DATAS E HORAS DA EXECUCAO
001410******************************************************
001420 77  WRK-SEQ-FAT             PIC 9(06)    VALUE ZEROS.
001430 77  WRK-DATA-EXECUCAO       PIC 9(08)    VALUE ZEROS.
001440 77  WRK-HORA-INICIO         PIC 9(06)    VALUE ZEROS.
001450 77  WRK-DATA-FIM            PIC 9(08)    VALUE ZEROS.
001460 77  WRK-HORA-EXECUCAO       PIC 9(08)    VALUE ZEROS.
001470******************************************************
001480* LINHA DO HISTORICO DE EXECUCOES (MESMO LAYOUT
001490* GRAVADO PELO PROGRAMA DE CALCULO DE AREAS)
001500******************************************************
001510 01  LINHA-EXECUCAO.
001520     05 EXH-DATA-INICIO      PIC 9(08).
001530     05 EXH-HORA-INICIO      PIC 9(06).
001540     05 EXH-DATA-FIM         PIC 9(08).
001550     05 EXH-HORA-FIM         PIC 9(06).
001560     05 EXH-MODO             PIC X(01).
001570     05 EXH-ORIGEM           PIC X(20).
001580     05 EXH-QTD-PROCESSADOS  PIC 9(06).
001590     05 EXH-QTD-REJEITADOS   PIC 9(06).
001600     05 EXH-QTD-FATURADOS    PIC 9(06).
001610     05 EXH-SEQ-FAT          PIC 9(06).
001620     05 EXH-RETORNO          PIC 9(01).
001630     05 EXH-RECONCILIA       PIC X(01).
001640     05 FILLER               PIC X(05).
001650 PROCEDURE DIVISION.
001660******************************************************
001670* 0000-MAINLINE
001680* ROTINA PRINCIPAL DO PROGRAMA
001690******************************************************
001700 0000-MAINLINE.
001710     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001720 
001730     SORT ARQ-CLASSIFICACAO
001740         ON ASCENDING KEY SRT-COD-CLIENTE
001750         ON ASCENDING KEY SRT-NUM-PROPOSTA
001760         ON ASCENDING KEY SRT-ITEM
001770         INPUT PROCEDURE IS 2000-SELECIONAR-PROPOSTAS
001780             THRU 2000-EXIT
001790         OUTPUT PROCEDURE IS 3000-GRAVAR-FATURAMENTO
001800             THRU 3000-EXIT.
001810 
001820     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001830 
001840     STOP RUN.
001850******************************************************
001860* 1000-INICIALIZAR
001870* ABRE O MESTRE DE PROPOSTAS PARA ATUALIZACAO, O
001880* ARQUIVO DE ITENS PARA LEITURA E A INTERFACE DE
001890* FATURAMENTO, TOMA A PROXIMA SEQUENCIA DO FATNUM E
001900* GRAVA O HEADER DO LOTEFAT.
001910******************************************************
001920 1000-INICIALIZAR.
001930     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
001940     ACCEPT WRK-HORA-EXECUCAO FROM TIME.
001950     MOVE WRK-HORA-EXECUCAO(1:6) TO WRK-HORA-INICIO.
001960 
001970     OPEN I-O ARQ-PROPOSTAS.
001980     IF WS-FS-PROPOSTAS NOT = '00'
001990         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
002000             'ARQUIVO DE PROPOSTAS (PROPMST). STATUS: '
002010             WS-FS-PROPOSTAS
002020         MOVE 8 TO RETURN-CODE
002030         STOP RUN
002040     END-IF.
002050 
002060     OPEN INPUT ARQ-ITENS-PROP.
002070     IF WS-FS-ITENS-PROP NOT = '00'
002080         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
002090             'ARQUIVO DE ITENS DAS PROPOSTAS (PROPITM). '
002100             'STATUS: ' WS-FS-ITENS-PROP
002110         CLOSE ARQ-PROPOSTAS
002120         MOVE 8 TO RETURN-CODE
002130         STOP RUN
002140     END-IF.
002150 
002160     OPEN OUTPUT ARQ-FATURAMENTO.
002170     IF WS-FS-FATURAMENTO NOT = '00'
002180         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR A '
002190             'INTERFACE DE FATURAMENTO (LOTEFAT). STATUS: '
002200             WS-FS-FATURAMENTO
002210         CLOSE ARQ-PROPOSTAS ARQ-ITENS-PROP
002220         MOVE 8 TO RETURN-CODE
002230         STOP RUN
002240     END-IF.
002250 
002260     PERFORM 1500-OBTER-SEQ-FAT THRU 1500-EXIT.
002270 
002280     MOVE SPACES            TO REG-FATURAMENTO.
002290     SET FAT-HEADER         TO TRUE.
002300     MOVE WRK-DATA-EXECUCAO TO FAH-DATA.
002310     MOVE WRK-SEQ-FAT       TO FAH-SEQUENCIA.
002320     WRITE REG-FATURAMENTO.
002330 1000-EXIT.
002340     EXIT.
002350******************************************************
002360* 1500-OBTER-SEQ-FAT
002370* TOMA O PROXIMO NUMERO DE SEQUENCIA DA INTERFACE DE
002380* FATURAMENTO NO ARQUIVO DE CONTROLE (FATNUM) E JA O
002390* REGRAVA, PARA QUE A SEQUENCIA NUNCA SE REPITA ENTRE
002400* EXECUCOES.
002410******************************************************
002420 1500-OBTER-SEQ-FAT.
002430     MOVE ZEROS TO WRK-SEQ-FAT.
002440     OPEN INPUT ARQ-SEQ-FAT.
002450     IF WS-FS-SEQ-FAT = '00'
002460         READ ARQ-SEQ-FAT INTO WRK-SEQ-FAT
002470     END-IF.
002480     CLOSE ARQ-SEQ-FAT.
002490 
002500     ADD 1 TO WRK-SEQ-FAT.
002510     MOVE WRK-SEQ-FAT TO REG-SEQ-FAT.
002520     OPEN OUTPUT ARQ-SEQ-FAT.
002530     WRITE REG-SEQ-FAT.
002540     CLOSE ARQ-SEQ-FAT.
002550 1500-EXIT.
002560     EXIT.
002570******************************************************
002580* 2000-SELECIONAR-PROPOSTAS
002590* PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: PERCORRE O
002600* MESTRE DE PROPOSTAS DO INICIO AO FIM E LIBERA PARA A
002610* CLASSIFICACAO OS ITENS DAS PROPOSTAS ACEITAS AINDA
002620* NAO FATURADAS.
002630******************************************************
002640 2000-SELECIONAR-PROPOSTAS.
002650     MOVE ZEROS TO PRO-NUMERO.
002660     START ARQ-PROPOSTAS KEY IS NOT LESS THAN PRO-NUMERO
002670         INVALID KEY
002680             SET FIM-PROPOSTAS TO TRUE
002690     END-START.
002700 
002710     IF NOT FIM-PROPOSTAS
002720         PERFORM 2100-LER-PROPOSTA THRU 2100-EXIT
002730     END-IF.
002740     PERFORM 2200-TRATAR-PROPOSTA THRU 2200-EXIT
002750         UNTIL FIM-PROPOSTAS.
002760 2000-EXIT.
002770     EXIT.
002780******************************************************
002790* 2100-LER-PROPOSTA
002800* LE A PROXIMA PROPOSTA DO MESTRE E LIGA O INDICADOR
002810* DE FIM QUANDO NECESSARIO.
002820******************************************************
002830 2100-LER-PROPOSTA.
002840     READ ARQ-PROPOSTAS NEXT RECORD
002850         AT END
002860             SET FIM-PROPOSTAS TO TRUE
002870         NOT AT END
002880             ADD 1 TO WS-QTD-LIDAS
002890     END-READ.
002900 2100-EXIT.
002910     EXIT.
002920******************************************************
002930* 2200-TRATAR-PROPOSTA
002940* SELECIONA A PROPOSTA CORRENTE QUANDO ELA ESTA ACEITA
002950* E AINDA NAO TEM SEQUENCIA DE FATURAMENTO (PROPOSTA
002960* GRAVADA ANTES DA SEQUENCIA EXISTIR CONTA COMO NAO
002970* FATURADA).
002980******************************************************
002990 2200-TRATAR-PROPOSTA.
003000     IF PROPOSTA-ACEITA
003010         IF PRO-SEQ-FAT IS NOT NUMERIC
003020            OR PRO-SEQ-FAT = ZEROS
003030             PERFORM 2300-LIBERAR-ITENS THRU 2300-EXIT
003040         END-IF
003050     END-IF.
003060 
003070     PERFORM 2100-LER-PROPOSTA THRU 2100-EXIT.
003080 2200-EXIT.
003090     EXIT.
003100******************************************************
003110* 2300-LIBERAR-ITENS
003120* POSICIONA O ARQUIVO DE ITENS NO PRIMEIRO ITEM DA
003130* PROPOSTA ACEITA E LIBERA CADA ITEM DELA PARA A
003140* CLASSIFICACAO. PROPOSTA SEM ITENS E APONTADA NO
003150* CONSOLE E FICA SEM FATURAR.
003160******************************************************
003170 2300-LIBERAR-ITENS.
003180     MOVE ZEROS      TO WRK-QTD-ITENS-PROP.
003190     MOVE 'N'        TO WS-FIM-ITENS.
003200     MOVE PRO-NUMERO TO PIT-NUM-PROPOSTA.
003210     MOVE ZEROS      TO PIT-ITEM.
003220     START ARQ-ITENS-PROP KEY IS NOT LESS THAN PIT-CHAVE
003230         INVALID KEY
003240             SET FIM-ITENS TO TRUE
003250     END-START.
003260 
003270     IF NOT FIM-ITENS
003280         PERFORM 2350-LER-ITEM THRU 2350-EXIT
003290     END-IF.
003300     PERFORM 2400-LIBERAR-ITEM THRU 2400-EXIT
003310         UNTIL FIM-ITENS.
003320 
003330     IF WRK-QTD-ITENS-PROP = ZEROS
003340         DISPLAY 'AVISO: PROPOSTA ACEITA SEM ITENS NO '
003350             'PROPITM - NAO FATURADA: ' PRO-NUMERO
003360         ADD 1 TO WS-QTD-SEM-ITENS
003370     END-IF.
003380 2300-EXIT.
003390     EXIT.
003400******************************************************
003410* 2350-LER-ITEM
003420* LE O PROXIMO ITEM DO PROPITM E LIGA O INDICADOR DE
003430* FIM AO CHEGAR AO FIM DO ARQUIVO OU AO PRIMEIRO ITEM
003440* DE OUTRA PROPOSTA.
003450******************************************************
003460 2350-LER-ITEM.
003470     READ ARQ-ITENS-PROP NEXT RECORD
003480         AT END
003490             SET FIM-ITENS TO TRUE
003500     END-READ.
003510 
003520     IF NOT FIM-ITENS
003530        AND PIT-NUM-PROPOSTA NOT = PRO-NUMERO
003540         SET FIM-ITENS TO TRUE
003550     END-IF.
003560 2350-EXIT.
003570     EXIT.
003580******************************************************
003590* 2400-LIBERAR-ITEM
003600* LIBERA O ITEM CORRENTE PARA A CLASSIFICACAO COM O
003610* CLIENTE DA PROPOSTA E LE O ITEM SEGUINTE.
003620******************************************************
003630 2400-LIBERAR-ITEM.
003640     MOVE PRO-COD-CLIENTE   TO SRT-COD-CLIENTE.
003650     MOVE PIT-NUM-PROPOSTA  TO SRT-NUM-PROPOSTA.
003660     MOVE PIT-ITEM          TO SRT-ITEM.
003670     MOVE PIT-NUM-LOTE      TO SRT-NUM-LOTE.
003680     MOVE PIT-LARGURA       TO SRT-LARGURA.
003690     MOVE PIT-COMPRIMENTO   TO SRT-COMPRIMENTO.
003700     MOVE PIT-AREA          TO SRT-AREA.
003710     MOVE PIT-MATERIAL      TO SRT-MATERIAL.
003720     MOVE PIT-VALOR         TO SRT-VALOR.
003730     MOVE PIT-QTD-SEGMENTOS TO SRT-QTD-SEGMENTOS.
003740     RELEASE REG-CLASSIFICACAO.
003750     ADD 1 TO WRK-QTD-ITENS-PROP.
003760 
003770     PERFORM 2350-LER-ITEM THRU 2350-EXIT.
003780 2400-EXIT.
003790     EXIT.
003800******************************************************
003810* 3000-GRAVAR-FATURAMENTO
003820* PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: RECEBE OS
003830* ITENS AGRUPADOS POR CLIENTE E GRAVA OS DETALHES DO
003840* LOTEFAT, MARCANDO CADA PROPOSTA COMO FATURADA.
003850******************************************************
003860 3000-GRAVAR-FATURAMENTO.
003870     MOVE ZEROS TO WRK-PROPOSTA-ANTERIOR.
003880     MOVE 'N'   TO WS-FIM-CLASSIFICACAO.
003890 
003900     PERFORM 3100-RETORNAR-ITEM THRU 3100-EXIT.
003910     PERFORM 3200-TRATAR-ITEM THRU 3200-EXIT
003920         UNTIL FIM-CLASSIFICACAO.
003930 3000-EXIT.
003940     EXIT.
003950******************************************************
003960* 3100-RETORNAR-ITEM
003970* RETORNA O PROXIMO ITEM DA CLASSIFICACAO E LIGA O
003980* INDICADOR DE FIM QUANDO NECESSARIO.
003990******************************************************
004000 3100-RETORNAR-ITEM.
004010     RETURN ARQ-CLASSIFICACAO
004020         AT END
004030             SET FIM-CLASSIFICACAO TO TRUE
004040     END-RETURN.
004050 3100-EXIT.
004060     EXIT.
004070******************************************************
004080* 3200-TRATAR-ITEM
004090* GRAVA O DETALHE DO LOTEFAT DO ITEM CORRENTE. NA
004100* MUDANCA DE PROPOSTA, MARCA A NOVA PROPOSTA COMO
004110* FATURADA NA SEQUENCIA DESTA EXECUCAO.
004120******************************************************
004130 3200-TRATAR-ITEM.
004140     IF SRT-NUM-PROPOSTA NOT = WRK-PROPOSTA-ANTERIOR
004150         PERFORM 3300-MARCAR-PROPOSTA THRU 3300-EXIT
004160         MOVE SRT-NUM-PROPOSTA TO WRK-PROPOSTA-ANTERIOR
004170     END-IF.
004180 
004190     MOVE SPACES            TO REG-FATURAMENTO.
004200     SET FAT-DETALHE        TO TRUE.
004210     MOVE SRT-COD-CLIENTE   TO FAD-COD-CLIENTE.
004220     MOVE SRT-NUM-LOTE      TO FAD-NUM-LOTE.
004230     MOVE SRT-LARGURA       TO FAD-LARGURA.
004240     MOVE SRT-COMPRIMENTO   TO FAD-COMPRIMENTO.
004250     MOVE SRT-AREA          TO FAD-AREA.
004260     MOVE SRT-MATERIAL      TO FAD-MATERIAL.
004270     MOVE SRT-VALOR         TO FAD-VALOR.
004280     MOVE SRT-QTD-SEGMENTOS TO FAD-QTD-SEGMENTOS.
004290     WRITE REG-FATURAMENTO.
004300 
004310     ADD 1         TO WS-QTD-FATURADOS.
004320     ADD SRT-VALOR TO WRK-VALOR-TOTAL.
004330 
004340     PERFORM 3100-RETORNAR-ITEM THRU 3100-EXIT.
004350 3200-EXIT.
004360     EXIT.
004370******************************************************
004380* 3300-MARCAR-PROPOSTA
004390* GRAVA NA PROPOSTA A SEQUENCIA DO LOTEFAT EM QUE ELA
004400* FOI FATURADA, PARA QUE NAO SEJA FATURADA DE NOVO.
004410******************************************************
004420 3300-MARCAR-PROPOSTA.
004430     MOVE SRT-NUM-PROPOSTA TO PRO-NUMERO.
004440     READ ARQ-PROPOSTAS
004450         INVALID KEY
004460             DISPLAY 'AVISO: PROPOSTA NAO ENCONTRADA PARA '
004470                 'MARCAR O FATURAMENTO: ' SRT-NUM-PROPOSTA
004480             GO TO 3300-EXIT
004490     END-READ.
004500 
004510     MOVE WRK-SEQ-FAT TO PRO-SEQ-FAT.
004520     REWRITE REG-PROPOSTA
004530         INVALID KEY
004540             DISPLAY 'AVISO: NAO FOI POSSIVEL MARCAR O '
004550                 'FATURAMENTO DA PROPOSTA: ' PRO-NUMERO
004560             GO TO 3300-EXIT
004570     END-REWRITE.
004580 
004590     ADD 1 TO WS-QTD-PROPOSTAS-FAT.
004600 3300-EXIT.
004610     EXIT.
004620******************************************************
004630* 9000-FINALIZAR
004640* GRAVA O TRAILER DO LOTEFAT, FECHA OS ARQUIVOS,
004650* EXIBE OS TOTAIS, DEFINE O CODIGO DE RETORNO E GRAVA
004660* A EXECUCAO NO HISTORICO.
004670******************************************************
004680 9000-FINALIZAR.
004690     MOVE SPACES           TO REG-FATURAMENTO.
004700     SET FAT-TRAILER       TO TRUE.
004710     MOVE WS-QTD-FATURADOS TO FAT-QTD.
004720     MOVE WRK-VALOR-TOTAL  TO FAT-VALOR-TOTAL.
004730     WRITE REG-FATURAMENTO.
004740 
004750     CLOSE ARQ-PROPOSTAS
004760           ARQ-ITENS-PROP
004770           ARQ-FATURAMENTO.
004780 
004790     MOVE WRK-VALOR-TOTAL TO WRK-VALOR-ED.
004800     DISPLAY 'SEQUENCIA DO FATURAMENTO:       ' WRK-SEQ-FAT.
004810     DISPLAY 'PROPOSTAS LIDAS:                ' WS-QTD-LIDAS.
004820     DISPLAY 'PROPOSTAS FATURADAS:            '
004830         WS-QTD-PROPOSTAS-FAT.
004840     DISPLAY 'ACEITAS SEM ITENS (NAO FAT.):   '
004850         WS-QTD-SEM-ITENS.
004860     DISPLAY 'DETALHES GRAVADOS NO LOTEFAT:   '
004870         WS-QTD-FATURADOS.
004880     DISPLAY 'VALOR TOTAL FATURADO:           ' WRK-VALOR-ED.
004890 
004900     IF WS-QTD-SEM-ITENS > ZEROS
004910         MOVE 4 TO RETURN-CODE
004920         DISPLAY 'EXECUCAO ENCERRADA COM PROPOSTAS ACEITAS '
004930             'SEM ITENS - CODIGO DE RETORNO 4.'
004940     END-IF.
004950 
004960     PERFORM 9300-GRAVAR-EXECHIST THRU 9300-EXIT.
004970 9000-EXIT.
004980     EXIT.
004990******************************************************
005000* 9300-GRAVAR-EXECHIST
005010* GRAVA, POR EXTENSAO, A LINHA DO HISTORICO DE
005020* EXECUCOES DESTE FATURAMENTO (MODO 'F'), PARA
005030* CONSULTA PELO PROGRAMA CONSULTA EXECUCOES.
005040******************************************************
005050 9300-GRAVAR-EXECHIST.
005060     OPEN EXTEND ARQ-EXECHIST.
005070     IF WS-FS-EXECHIST = '05' OR WS-FS-EXECHIST = '35'
005080         OPEN OUTPUT ARQ-EXECHIST
005090     END-IF.
005100     IF WS-FS-EXECHIST NOT = '00'
005110         DISPLAY 'AVISO: NAO FOI POSSIVEL GRAVAR O '
005120             'HISTORICO DE EXECUCOES (EXECHIST). '
005130             'STATUS: ' WS-FS-EXECHIST
005140         GO TO 9300-EXIT
005150     END-IF.
005160 
005170     MOVE WRK-DATA-EXECUCAO TO EXH-DATA-INICIO.
005180     MOVE WRK-HORA-INICIO   TO EXH-HORA-INICIO.
005190     ACCEPT WRK-DATA-FIM FROM DATE YYYYMMDD.
005200     ACCEPT WRK-HORA-EXECUCAO FROM TIME.
005210     MOVE WRK-DATA-FIM           TO EXH-DATA-FIM.
005220     MOVE WRK-HORA-EXECUCAO(1:6) TO EXH-HORA-FIM.
005230     MOVE 'F'                    TO EXH-MODO.
005240     MOVE 'PROPMST'              TO EXH-ORIGEM.
005250     MOVE WS-QTD-PROPOSTAS-FAT   TO EXH-QTD-PROCESSADOS.
005260     MOVE WS-QTD-SEM-ITENS       TO EXH-QTD-REJEITADOS.
005270     MOVE WS-QTD-FATURADOS       TO EXH-QTD-FATURADOS.
005280     MOVE WRK-SEQ-FAT            TO EXH-SEQ-FAT.
005290     MOVE RETURN-CODE            TO EXH-RETORNO.
005300     MOVE 'S'                    TO EXH-RECONCILIA.
005310 
005320     WRITE REG-EXECHIST FROM LINHA-EXECUCAO.
005330     CLOSE ARQ-EXECHIST.
005340 9300-EXIT.
005350     EXIT.
