000160* (LOTECKPT) NAO ZERADO (ABEND PENDENTE DE
000170* REEXECUCAO), REGISTROS SUSPENSOS (LOTESUSP)
000180* AGUARDANDO REPROCESSO E EXECUCAO ENCERRADA SEM
000190* TRAILER RECONCILIADO. AS EXECUCOES DO FATURAMENTO DE
000200* PROPOSTAS (MODO 'F') SAEM NA MESMA LISTA.
000210*
000220* HISTORICO DE ALTERACOES
000230* DATA       AUTOR   DESCRICAO
000240* 02/09/2026 LFL     VERSAO ORIGINAL - CONSULTA DO
000250*                    HISTORICO DE EXECUCOES E DAS
000260*                    PENDENCIAS OPERACIONAIS.
000270* 15/10/2026 LFL     MODO 'F' DO FATURAMENTO DE
000280*                    PROPOSTAS; A CONFERENCIA DO TRAILER
000290*                    OLHA A ULTIMA EXECUCAO DO CALCULO
000300*                    DE AREAS.
000310* 15/10/2026 LFL     COM VARIOS ARQUIVOS DE LOTE POR NOITE
000320*                    CADA EXECUCAO MOSTRA A ORIGEM DO
000330*                    ARQUIVO; O PONTO DE CONTROLE E O
000340*                    LOTESUSP GANHARAM A ORIGEM E A
000350*                    IDENTIFICACAO DA EXECUCAO, E O
000360*                    CHECKPOINT ZERADO COM EXECUCAO AINDA
000370*                    IDENTIFICADA (ABEND ENTRE DOIS
000380*                    ARQUIVOS) TAMBEM E PENDENCIA.
000390******************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SPECIAL-NAMES.
000430     DECIMAL-POINT IS COMMA.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT ARQ-EXECHIST ASSIGN TO "EXECHIST"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FS-EXECHIST.
000490 
000500     SELECT OPTIONAL ARQ-CHECKPOINT ASSIGN TO "LOTECKPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-FS-CHECKPOINT.
000530 
000540     SELECT OPTIONAL ARQ-SUSPENSO ASSIGN TO "LOTESUSP"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-SUSPENSO.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  ARQ-EXECHIST
000600     RECORDING MODE IS F.
000610 01  REG-EXECHIST             PIC X(80).
000620 
000630 FD  ARQ-CHECKPOINT
000640     RECORDING MODE IS F.
000650 01  REG-CHECKPOINT.
000660     05 CKP-QTD-PROCESSADOS  PIC 9(06).
000670     05 CKP-QTD-REJEITADOS   PIC 9(06).
000680     05 CKP-ORIGEM           PIC X(20).
000690     05 CKP-DATA-RODADA      PIC 9(08).
000700     05 CKP-HORA-RODADA      PIC 9(06).
000710 
000720 FD  ARQ-SUSPENSO
000730     RECORDING MODE IS F.
000740 01  REG-SUSPENSO.
000750     05 SUS-SEQUENCIA        PIC 9(06).
000760     05 SUS-MOTIVO           PIC X(02).
000770     05 SUS-REGISTRO         PIC X(35).
000780     05 SUS-ORIGEM           PIC X(20).
000790 WORKING-STORAGE SECTION.
000800******************************************************
000810* AREA DE CHAVES (SWITCHES) E CONTADORES - NIVEL 77
000820******************************************************
000830 77  WS-FS-EXECHIST          PIC X(02)    VALUE SPACES.
000840 77  WS-FS-CHECKPOINT        PIC X(02)    VALUE SPACES.
000850 77  WS-FS-SUSPENSO          PIC X(02)    VALUE SPACES.
000860 77  WS-FIM-ARQUIVO          PIC X(01)    VALUE 'N'.
000870     88 FIM-ARQUIVO                      VALUE 'S'.
000880 77  WS-FIM-SUSPENSO         PIC X(01)    VALUE 'N'.
000890     88 FIM-SUSPENSO                     VALUE 'S'.
000900 77  WS-QTD-EXECUCOES        PIC 9(06)    VALUE ZEROS.
000910 77  WS-QTD-SUSPENSOS        PIC 9(06)    VALUE ZEROS.
000920 77  WS-QTD-PENDENCIAS       PIC 9(02)    VALUE ZEROS.
000930 77  WRK-INDICE              PIC 9(02)    VALUE ZEROS.
000940******************************************************
000950* TABELA DAS ULTIMAS EXECUCOES (AS 10 MAIS RECENTES
000960* DO HISTORICO, EXIBIDAS DA MAIS ANTIGA PARA A MAIS
000970* RECENTE)
000980******************************************************
000990 01  TABELA-ULTIMAS.
001000     05 TAB-QTD-ULTIMAS      PIC 9(02) COMP VALUE ZEROS.
001010     05 TAB-EXECUCAO         PIC X(80) OCCURS 10 TIMES
001020                             INDEXED BY IX-EXE.
001030******************************************************
001040* LINHA DO HISTORICO DE EXECUCOES (MESMO LAYOUT
001050* GRAVADO PELO PROGRAMA DE CALCULO DE AREAS)
001060******************************************************
001070 01  LINHA-EXECUCAO.
001080     05 EXH-DATA-INICIO      PIC 9(08).
001090     05 EXH-HORA-INICIO      PIC 9(06).
001100     05 EXH-DATA-FIM         PIC 9(08).
001110     05 EXH-HORA-FIM         PIC 9(06).
001120     05 EXH-MODO             PIC X(01).
001130        88 EXECUCAO-LOTE                 VALUE 'L'.
001140        88 EXECUCAO-REPROCESSO           VALUE 'R'.
001150        88 EXECUCAO-FATURAMENTO          VALUE 'F'.
001160     05 EXH-ORIGEM           PIC X(20).
001170     05 EXH-QTD-PROCESSADOS  PIC 9(06).
001180     05 EXH-QTD-REJEITADOS   PIC 9(06).
001190     05 EXH-QTD-FATURADOS    PIC 9(06).
001200     05 EXH-SEQ-FAT          PIC 9(06).
001210     05 EXH-RETORNO          PIC 9(01).
001220     05 EXH-RECONCILIA       PIC X(01).
001230     05 FILLER               PIC X(05).
001240******************************************************
001250* LINHA DE EXIBICAO DA EXECUCAO
001260******************************************************
001270 01  LINHA-EXIBICAO.
001280     05 LEX-DATA-INICIO      PIC 9(08).
001290     05 FILLER               PIC X(01)    VALUE SPACE.
001300     05 LEX-HORA-INICIO      PIC 9(06).
001310     05 FILLER               PIC X(03)    VALUE ' A '.
001320     05 LEX-HORA-FIM         PIC 9(06).
001330     05 FILLER               PIC X(01)    VALUE SPACE.
001340     05 LEX-MODO             PIC X(01).
001350     05 FILLER               PIC X(06)    VALUE ' PROC '.
001360     05 LEX-PROCESSADOS      PIC ZZZZZ9.
001370     05 FILLER               PIC X(05)    VALUE ' REJ '.
001380     05 LEX-REJEITADOS       PIC ZZZZZ9.
001390     05 FILLER               PIC X(05)    VALUE ' FAT '.
001400     05 LEX-FATURADOS        PIC ZZZZZ9.
001410     05 FILLER               PIC X(05)    VALUE ' SEQ '.
001420     05 LEX-SEQ-FAT          PIC 9(06).
001430     05 FILLER               PIC X(04)    VALUE ' RC '.
001440     05 LEX-RETORNO          PIC 9(01).
001450     05 LEX-OBSERVACAO       PIC X(12).
001460 PROCEDURE DIVISION.
001470******************************************************
001480* 0000-MAINLINE
001490* ROTINA PRINCIPAL DO PROGRAMA
001500******************************************************
001510 0000-MAINLINE.
001520     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001530 
001540     PERFORM 2000-GUARDAR-EXECUCAO THRU 2000-EXIT
001550         UNTIL FIM-ARQUIVO.
001560 
001570     PERFORM 3000-EXIBIR-ULTIMAS THRU 3000-EXIT.
001580     PERFORM 4000-APONTAR-PENDENCIAS THRU 4000-EXIT.
001590     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001600 
001610     STOP RUN.
001620******************************************************
001630* 1000-INICIALIZAR
001640* ABRE O HISTORICO DE EXECUCOES E LE A PRIMEIRA LINHA.
001650******************************************************
001660 1000-INICIALIZAR.
001670     OPEN INPUT ARQ-EXECHIST.
001680     IF WS-FS-EXECHIST NOT = '00'
001690         DISPLAY 'HISTORICO DE EXECUCOES (EXECHIST) '
001700             'INDISPONIVEL - NENHUMA EXECUCAO GRAVADA. '
001710             'STATUS: ' WS-FS-EXECHIST
001720         SET FIM-ARQUIVO TO TRUE
001730         GO TO 1000-EXIT
001740     END-IF.
001750 
001760     PERFORM 2100-LER-EXECUCAO THRU 2100-EXIT.
001770 1000-EXIT.
001780     EXIT.
001790******************************************************
001800* 2000-GUARDAR-EXECUCAO
001810* GUARDA A EXECUCAO CORRENTE NA TABELA DAS ULTIMAS:
001820* QUANDO A TABELA ENCHE, A MAIS ANTIGA E DESLOCADA
001830* PARA FORA, DE MODO QUE AO FIM DA LEITURA A TABELA
001840* CONTEM AS 10 EXECUCOES MAIS RECENTES.
001850******************************************************
001860 2000-GUARDAR-EXECUCAO.
001870     ADD 1 TO WS-QTD-EXECUCOES.
001880 
001890     IF TAB-QTD-ULTIMAS < 10
001900         ADD 1 TO TAB-QTD-ULTIMAS
001910         SET IX-EXE TO TAB-QTD-ULTIMAS
001920         MOVE REG-EXECHIST TO TAB-EXECUCAO(IX-EXE)
001930     ELSE
001940         MOVE 1 TO WRK-INDICE
001950         PERFORM 2200-DESLOCAR-EXECUCAO THRU 2200-EXIT
001960             UNTIL WRK-INDICE NOT < 10
001970         MOVE REG-EXECHIST TO TAB-EXECUCAO(10)
001980     END-IF.
001990 
002000     PERFORM 2100-LER-EXECUCAO THRU 2100-EXIT.
002010 2000-EXIT.
002020     EXIT.
002030******************************************************
002040* 2100-LER-EXECUCAO
002050* LE A PROXIMA LINHA DO HISTORICO DE EXECUCOES E LIGA
002060* O INDICADOR DE FIM DE ARQUIVO QUANDO NECESSARIO.
002070******************************************************
002080 2100-LER-EXECUCAO.
002090     READ ARQ-EXECHIST
002100         AT END
002110             SET FIM-ARQUIVO TO TRUE
002120     END-READ.
002130 2100-EXIT.
002140     EXIT.
002150******************************************************
002160* 2200-DESLOCAR-EXECUCAO
002170* DESLOCA UMA POSICAO DA TABELA DAS ULTIMAS EXECUCOES
002180* PARA ABRIR ESPACO PARA A EXECUCAO MAIS RECENTE.
002190******************************************************
002200 2200-DESLOCAR-EXECUCAO.
002210     MOVE TAB-EXECUCAO(WRK-INDICE + 1)
002220         TO TAB-EXECUCAO(WRK-INDICE).
002230     ADD 1 TO WRK-INDICE.
002240 2200-EXIT.
002250     EXIT.
002260******************************************************
002270* 3000-EXIBIR-ULTIMAS
002280* EXIBE AS ULTIMAS EXECUCOES GUARDADAS NA TABELA, DA
002290* MAIS ANTIGA PARA A MAIS RECENTE.
002300******************************************************
002310 3000-EXIBIR-ULTIMAS.
002320     DISPLAY 'ULTIMAS EXECUCOES DO CALCULO DE AREAS '
002330         '(TOTAL NO HISTORICO: ' WS-QTD-EXECUCOES '):'.
002340 
002350     IF TAB-QTD-ULTIMAS = ZEROS
002360         DISPLAY 'NENHUMA EXECUCAO GRAVADA NO HISTORICO.'
002370         GO TO 3000-EXIT
002380     END-IF.
002390 
002400     PERFORM 3100-EXIBIR-EXECUCAO THRU 3100-EXIT
002410         VARYING IX-EXE FROM 1 BY 1
002420         UNTIL IX-EXE > TAB-QTD-ULTIMAS.
002430 3000-EXIT.
002440     EXIT.
002450******************************************************
002460* 3100-EXIBIR-EXECUCAO
002470* MONTA E EXIBE A LINHA DA EXECUCAO CORRENTE DA
002480* TABELA, ASSINALANDO RECONCILIACAO PENDENTE.
002490******************************************************
002500 3100-EXIBIR-EXECUCAO.
002510     MOVE TAB-EXECUCAO(IX-EXE) TO LINHA-EXECUCAO.
002520 
002530     MOVE EXH-DATA-INICIO     TO LEX-DATA-INICIO.
002540     MOVE EXH-HORA-INICIO     TO LEX-HORA-INICIO.
002550     MOVE EXH-HORA-FIM        TO LEX-HORA-FIM.
002560     MOVE EXH-MODO            TO LEX-MODO.
002570     MOVE EXH-QTD-PROCESSADOS TO LEX-PROCESSADOS.
002580     MOVE EXH-QTD-REJEITADOS  TO LEX-REJEITADOS.
002590     MOVE EXH-QTD-FATURADOS   TO LEX-FATURADOS.
002600     MOVE EXH-SEQ-FAT         TO LEX-SEQ-FAT.
002610     MOVE EXH-RETORNO         TO LEX-RETORNO.
002620     IF EXH-RECONCILIA = 'N'
002630         MOVE ' *SEM RECON*' TO LEX-OBSERVACAO
002640     ELSE
002650         MOVE SPACES TO LEX-OBSERVACAO
002660     END-IF.
002670 
002680     DISPLAY LINHA-EXIBICAO.
002690     IF EXH-ORIGEM NOT = SPACES
002700         DISPLAY '         ORIGEM: ' EXH-ORIGEM
002710     END-IF.
002720 3100-EXIT.
002730     EXIT.
002740******************************************************
002750* 4000-APONTAR-PENDENCIAS
002760* CONFERE AS PENDENCIAS OPERACIONAIS: PONTO DE
002770* CONTROLE NAO ZERADO, SUSPENSOS AGUARDANDO REPROCESSO
002780* E ULTIMA EXECUCAO SEM TRAILER RECONCILIADO.
002790******************************************************
002800 4000-APONTAR-PENDENCIAS.
002810     DISPLAY ' '.
002820     DISPLAY 'PENDENCIAS:'.
002830     MOVE ZEROS TO WS-QTD-PENDENCIAS.
002840 
002850     PERFORM 4100-CONFERIR-CHECKPOINT THRU 4100-EXIT.
002860     PERFORM 4200-CONFERIR-SUSPENSOS THRU 4200-EXIT.
002870     PERFORM 4300-CONFERIR-RECONCILIA THRU 4300-EXIT.
002880 
002890     IF WS-QTD-PENDENCIAS = ZEROS
002900         DISPLAY 'NENHUMA PENDENCIA ENCONTRADA.'
002910     END-IF.
002920 4000-EXIT.
002930     EXIT.
002940******************************************************
002950* 4100-CONFERIR-CHECKPOINT
002960* APONTA PONTO DE CONTROLE (LOTECKPT) COM CONTADOR
002970* DIFERENTE DE ZERO, OU COM A EXECUCAO AINDA
002980* IDENTIFICADA - A EXECUCAO ANTERIOR SOFREU ABEND E
002990* AGUARDA REEXECUCAO.
003000******************************************************
003010 4100-CONFERIR-CHECKPOINT.
003020     OPEN INPUT ARQ-CHECKPOINT.
003030     IF WS-FS-CHECKPOINT NOT = '00'
003040         CLOSE ARQ-CHECKPOINT
003050         GO TO 4100-EXIT
003060     END-IF.
003070 
003080     READ ARQ-CHECKPOINT
003090         AT END
003100             CONTINUE
003110         NOT AT END
003120             IF CKP-QTD-PROCESSADOS IS NUMERIC
003130                AND CKP-QTD-REJEITADOS IS NUMERIC
003140                AND (CKP-QTD-PROCESSADOS > ZEROS
003150                     OR CKP-QTD-REJEITADOS > ZEROS)
003160                 DISPLAY '- CHECKPOINT NAO ZERADO (LOTECKPT): '
003170                     'PROCESSADOS ' CKP-QTD-PROCESSADOS
003180                     ' REJEITADOS ' CKP-QTD-REJEITADOS
003190                     ' - ABEND PENDENTE DE REEXECUCAO.'
003200                 IF CKP-ORIGEM NOT = SPACES
003210                     DISPLAY '  ORIGEM EM ANDAMENTO: '
003220                         CKP-ORIGEM
003230                 END-IF
003240                 ADD 1 TO WS-QTD-PENDENCIAS
003250             ELSE
003260                 IF CKP-DATA-RODADA IS NUMERIC
003270                    AND CKP-DATA-RODADA > ZEROS
003280                     DISPLAY '- CHECKPOINT DA EXECUCAO DE '
003290                         CKP-DATA-RODADA ' ' CKP-HORA-RODADA
003300                         ' NAO ENCERRADO (LOTECKPT) - ABEND '
003310                         'ENTRE ARQUIVOS PENDENTE DE '
003320                         'REEXECUCAO.'
003330                     ADD 1 TO WS-QTD-PENDENCIAS
003340                 END-IF
003350             END-IF
003360     END-READ.
003370     CLOSE ARQ-CHECKPOINT.
003380 4100-EXIT.
003390     EXIT.
003400******************************************************
003410* 4200-CONFERIR-SUSPENSOS
003420* CONTA OS REGISTROS DO ARQUIVO DE SUSPENSOS
003430* (LOTESUSP) E APONTA OS QUE AGUARDAM REPROCESSO.
003440******************************************************
003450 4200-CONFERIR-SUSPENSOS.
003460     OPEN INPUT ARQ-SUSPENSO.
003470     IF WS-FS-SUSPENSO NOT = '00'
003480         CLOSE ARQ-SUSPENSO
003490         GO TO 4200-EXIT
003500     END-IF.
003510 
003520     MOVE ZEROS TO WS-QTD-SUSPENSOS.
003530     MOVE 'N' TO WS-FIM-SUSPENSO.
003540     PERFORM 4250-CONTAR-SUSPENSO THRU 4250-EXIT
003550         UNTIL FIM-SUSPENSO.
003560     CLOSE ARQ-SUSPENSO.
003570 
003580     IF WS-QTD-SUSPENSOS > ZEROS
003590         DISPLAY '- SUSPENSOS AGUARDANDO REPROCESSO '
003600             '(LOTESUSP): ' WS-QTD-SUSPENSOS
003610         ADD 1 TO WS-QTD-PENDENCIAS
003620     END-IF.
003630 4200-EXIT.
003640     EXIT.
003650******************************************************
003660* 4250-CONTAR-SUSPENSO
003670* CONTA UM REGISTRO DO ARQUIVO DE SUSPENSOS.
003680******************************************************
003690 4250-CONTAR-SUSPENSO.
003700     READ ARQ-SUSPENSO
003710         AT END
003720             SET FIM-SUSPENSO TO TRUE
003730         NOT AT END
003740             ADD 1 TO WS-QTD-SUSPENSOS
003750     END-READ.
003760 4250-EXIT.
003770     EXIT.
003780******************************************************
003790* 4300-CONFERIR-RECONCILIA
003800* APONTA A ULTIMA EXECUCAO DO HISTORICO ENCERRADA SEM
003810* TRAILER RECONCILIADO. AS EXECUCOES DO FATURAMENTO DE
003820* PROPOSTAS NAO TEM TRAILER DE ENTRADA E SAO PULADAS.
003830******************************************************
003840 4300-CONFERIR-RECONCILIA.
003850     IF TAB-QTD-ULTIMAS = ZEROS
003860         GO TO 4300-EXIT
003870     END-IF.
003880 
003890     MOVE TAB-QTD-ULTIMAS TO WRK-INDICE.
003900     MOVE TAB-EXECUCAO(WRK-INDICE) TO LINHA-EXECUCAO.
003910     PERFORM 4350-RECUAR-EXECUCAO THRU 4350-EXIT
003920         UNTIL WRK-INDICE NOT > 1
003930            OR NOT EXECUCAO-FATURAMENTO.
003940     IF EXECUCAO-FATURAMENTO
003950         GO TO 4300-EXIT
003960     END-IF.
003970 
003980     IF EXH-RECONCILIA = 'N'
003990         DISPLAY '- ULTIMA EXECUCAO (' EXH-DATA-INICIO
004000             ') SEM TRAILER RECONCILIADO - CODIGO DE '
004010             'RETORNO ' EXH-RETORNO '.'
004020         ADD 1 TO WS-QTD-PENDENCIAS
004030     END-IF.
004040 4300-EXIT.
004050     EXIT.
004060******************************************************
004070* 4350-RECUAR-EXECUCAO
004080* RECUA UMA POSICAO NA TABELA DAS ULTIMAS EXECUCOES,
004090* PASSANDO POR CIMA DE EXECUCAO DO FATURAMENTO.
004100******************************************************
004110 4350-RECUAR-EXECUCAO.
004120     SUBTRACT 1 FROM WRK-INDICE.
004130     MOVE TAB-EXECUCAO(WRK-INDICE) TO LINHA-EXECUCAO.
004140 4350-EXIT.
004150     EXIT.
004160******************************************************
004170* 9000-FINALIZAR
004180* FECHA O HISTORICO DE EXECUCOES ANTES DE TERMINAR.
004190******************************************************
004200 9000-FINALIZAR.
004210     IF WS-FS-EXECHIST = '00'
004220         CLOSE ARQ-EXECHIST
004230     END-IF.
004240 9000-EXIT.
004250     EXIT.
