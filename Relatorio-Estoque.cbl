000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "RELATORIO ESTOQUE".
000030 AUTHOR. LUIS FERNANDO LAZANHA.
000040 INSTALLATION. SETOR DE TOPOGRAFIA E ORCAMENTOS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: IMPRIMIR A POSICAO DO ESTOQUE DE MATERIAIS
000100* (ESTMST), EM ORDEM DE MATERIAL: UNIDADE DE COMPRA,
000110* SALDO DISPONIVEL, QUANTIDADE AINDA EM PEDIDO (SALDO
000120* EM ABERTO DOS ITENS DO PEDMST), PONTO DE PEDIDO E
000130* DATA DA ULTIMA MOVIMENTACAO, APONTANDO O MATERIAL
000140* SEM SALDO OU COM SALDO ABAIXO DO PONTO DE PEDIDO. O
000150* RELATORIO E GRAVADO EM ESTRPT.
000160*
000170* HISTORICO DE ALTERACOES
000180* DATA       AUTOR   DESCRICAO
000190* 15/10/2026 LFL     VERSAO ORIGINAL - POSICAO DO
000200*                    ESTOQUE COM A QUANTIDADE EM PEDIDO
000210*                    E O APONTAMENTO DO PONTO DE PEDIDO.
000220******************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SPECIAL-NAMES.
000260     DECIMAL-POINT IS COMMA.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT ARQ-ESTOQUE ASSIGN TO "ESTMST"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS EST-MATERIAL
000330         FILE STATUS IS WS-FS-ESTOQUE.
000340 
000350     SELECT ARQ-PEDIDOS ASSIGN TO "PEDMST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS PED-CHAVE
000390         FILE STATUS IS WS-FS-PEDIDOS.
000400 
000410     SELECT ARQ-RELATORIO ASSIGN TO "ESTRPT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-FS-RELATORIO.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  ARQ-ESTOQUE.
000470     COPY ESTMST.
000480 
000490 FD  ARQ-PEDIDOS.
000500     COPY PEDMST.
000510 
000520 FD  ARQ-RELATORIO
000530     RECORDING MODE IS F.
000540 01  REG-RELATORIO           PIC X(100).
000550 WORKING-STORAGE SECTION.
000560******************************************************
000570* AREA DE CHAVES (SWITCHES) E CONTADORES - NIVEL 77
000580******************************************************
000590 77  WS-FS-ESTOQUE           PIC X(02)    VALUE SPACES.
000600 77  WS-FS-PEDIDOS           PIC X(02)    VALUE SPACES.
000610 77  WS-FS-RELATORIO         PIC X(02)    VALUE SPACES.
000620 77  WS-FIM-ARQUIVO          PIC X(01)    VALUE 'N'.
000630     88 FIM-ARQUIVO                      VALUE 'S'.
000640 77  WS-FIM-PEDIDOS          PIC X(01)    VALUE 'N'.
000650     88 FIM-PEDIDOS                      VALUE 'S'.
000660 77  WS-QTD-MATERIAIS        PIC 9(06)    VALUE ZEROS.
000670 77  WS-QTD-ABAIXO-PONTO     PIC 9(06)    VALUE ZEROS.
000680 77  WS-QTD-SEM-SALDO        PIC 9(06)    VALUE ZEROS.
000690 77  WRK-QTD-ABERTA          PIC 9(09)    VALUE ZEROS.
000700 77  WRK-QTD-EM-PEDIDO       PIC 9(09)    VALUE ZEROS.
000710******************************************************
000720* TABELA DA QUANTIDADE AINDA EM PEDIDO POR MATERIAL,
000730* MONTADA COM O SALDO EM ABERTO DOS ITENS DO PEDMST
000740******************************************************
000750 01  TABELA-EM-PEDIDO.
000760     05 TEP-QTD-MATERIAIS    PIC 9(03) COMP VALUE ZEROS.
000770     05 TEP-ITEM             OCCURS 500 TIMES
000780                             INDEXED BY IX-TEP.
000790         10 TEP-MATERIAL     PIC X(10).
000800         10 TEP-QTD          PIC 9(09).
000810******************************************************
000820* AREA DE CONTROLE DO RELATORIO IMPRESSO
000830******************************************************
000840 77  WS-PAGINA-ATUAL         PIC 9(04)    VALUE ZEROS.
000850 77  WS-LINHA-ATUAL          PIC 9(02)    VALUE ZEROS.
000860 77  WS-MAX-LINHAS-PAGINA    PIC 9(02)    VALUE 40.
000870 01  WRK-DATA-EXECUCAO.
000880     05 WRK-DATA-AAAA        PIC 9(04).
000890     05 WRK-DATA-MM          PIC 9(02).
000900     05 WRK-DATA-DD          PIC 9(02).
000910 01  WRK-DATA-EXECUCAO-ED.
000920     05 WRK-DATA-ED-DD       PIC 9(02).
000930     05 FILLER               PIC X(01)    VALUE '/'.
000940     05 WRK-DATA-ED-MM       PIC 9(02).
000950     05 FILLER               PIC X(01)    VALUE '/'.
000960     05 WRK-DATA-ED-AAAA     PIC 9(04).
000970******************************************************
000980* LAYOUTS DAS LINHAS DO RELATORIO DE ESTOQUE (ESTRPT)
000990******************************************************
001000 01  LINHA-BRANCO            PIC X(01)    VALUE SPACES.
001010 01  LINHA-CABECALHO-1.
001020     05 FILLER               PIC X(18)    VALUE SPACES.
001030     05 FILLER               PIC X(40)
001040        VALUE 'POSICAO DO ESTOQUE DE MATERIAIS'.
001050 01  LINHA-CABECALHO-2.
001060     05 FILLER               PIC X(06)    VALUE 'DATA: '.
001070     05 LC2-DATA             PIC X(10).
001080     05 FILLER               PIC X(20)    VALUE SPACES.
001090     05 FILLER               PIC X(08)    VALUE 'PAGINA: '.
001100     05 LC2-PAGINA           PIC ZZZ9.
001110 01  LINHA-COLUNAS.
001120     05 FILLER               PIC X(11)    VALUE 'MATERIAL'.
001130     05 FILLER               PIC X(11)    VALUE 'UNIDADE'.
001140     05 FILLER               PIC X(10)    VALUE '     SALDO'.
001150     05 FILLER               PIC X(11)    VALUE '  EM PEDIDO'.
001160     05 FILLER               PIC X(11)    VALUE '      PONTO'.
001170     05 FILLER               PIC X(12)    VALUE '  ULT. MOV.'.
001180     05 FILLER               PIC X(10)    VALUE '  SITUACAO'.
001190 01  LINHA-DETALHE.
001200     05 LDT-MATERIAL         PIC X(10).
001210     05 FILLER               PIC X(01)    VALUE SPACES.
001220     05 LDT-UNIDADE          PIC X(10).
001230     05 FILLER               PIC X(01)    VALUE SPACES.
001240     05 LDT-SALDO            PIC Z(08)9.
001250     05 FILLER               PIC X(02)    VALUE SPACES.
001260     05 LDT-EM-PEDIDO        PIC Z(08)9.
001270     05 FILLER               PIC X(02)    VALUE SPACES.
001280     05 LDT-PONTO            PIC Z(08)9.
001290     05 FILLER               PIC X(02)    VALUE SPACES.
001300     05 LDT-ULT-MOV          PIC X(10).
001310     05 FILLER               PIC X(02)    VALUE SPACES.
001320     05 LDT-SITUACAO         PIC X(15).
001330 01  LINHA-TOTAL.
001340     05 LTO-ROTULO           PIC X(30).
001350     05 LTO-QTD              PIC ZZZZZ9.
001360 PROCEDURE DIVISION.
001370******************************************************
001380* 0000-MAINLINE
001390* ROTINA PRINCIPAL DO PROGRAMA
001400******************************************************
001410 0000-MAINLINE.
001420     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001430 
001440     PERFORM 2000-PROCESSAR-MATERIAL THRU 2000-EXIT
001450         UNTIL FIM-ARQUIVO.
001460 
001470     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001480 
001490     STOP RUN.
001500******************************************************
001510* 1000-INICIALIZAR
001520* OBTEM A DATA DO DIA, MONTA A TABELA DA QUANTIDADE EM
001530* PEDIDO POR MATERIAL E ABRE OS ARQUIVOS.
001540******************************************************
001550 1000-INICIALIZAR.
001560     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
001570     MOVE WRK-DATA-DD   TO WRK-DATA-ED-DD.
001580     MOVE WRK-DATA-MM   TO WRK-DATA-ED-MM.
001590     MOVE WRK-DATA-AAAA TO WRK-DATA-ED-AAAA.
001600 
001610     PERFORM 1100-CARREGAR-EM-PEDIDO THRU 1100-EXIT.
001620 
001630     OPEN INPUT ARQ-ESTOQUE.
001640     IF WS-FS-ESTOQUE NOT = '00'
001650         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
001660             'CADASTRO DE ESTOQUE (ESTMST). STATUS: '
001670             WS-FS-ESTOQUE
001680         MOVE 8 TO RETURN-CODE
001690         STOP RUN
001700     END-IF.
001710 
001720     OPEN OUTPUT ARQ-RELATORIO.
001730     IF WS-FS-RELATORIO NOT = '00'
001740         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
001750             'RELATORIO DE ESTOQUE (ESTRPT). STATUS: '
001760             WS-FS-RELATORIO
001770         MOVE 8 TO RETURN-CODE
001780         STOP RUN
001790     END-IF.
001800 
001810     PERFORM 2100-LER-ESTOQUE THRU 2100-EXIT.
001820 1000-EXIT.
001830     EXIT.
001840******************************************************
001850* 1100-CARREGAR-EM-PEDIDO
001860* PERCORRE O ARQUIVO DE PEDIDOS E ACUMULA, POR
001870* MATERIAL, O SALDO AINDA NAO RECEBIDO DOS ITENS. SEM
001880* O PEDMST, O RELATORIO SAI SEM A QUANTIDADE EM PEDIDO.
001890******************************************************
001900 1100-CARREGAR-EM-PEDIDO.
001910     MOVE ZEROS TO TEP-QTD-MATERIAIS.
001920     OPEN INPUT ARQ-PEDIDOS.
001930     IF WS-FS-PEDIDOS NOT = '00'
001940         DISPLAY 'AVISO: ARQUIVO DE PEDIDOS (PEDMST) '
001950             'INDISPONIVEL - RELATORIO SEM QUANTIDADE EM '
001960             'PEDIDO. STATUS: ' WS-FS-PEDIDOS
001970         GO TO 1100-EXIT
001980     END-IF.
001990 
002000     MOVE 'N' TO WS-FIM-PEDIDOS.
002010     PERFORM 1150-LER-PEDIDO THRU 1150-EXIT.
002020     PERFORM 1200-ACUMULAR-PEDIDO THRU 1200-EXIT
002030         UNTIL FIM-PEDIDOS.
002040     CLOSE ARQ-PEDIDOS.
002050 1100-EXIT.
002060     EXIT.
002070******************************************************
002080* 1150-LER-PEDIDO
002090* LE O PROXIMO ITEM DE PEDIDO E LIGA O INDICADOR DE
002100* FIM QUANDO NECESSARIO.
002110******************************************************
002120 1150-LER-PEDIDO.
002130     READ ARQ-PEDIDOS NEXT RECORD
002140         AT END
002150             SET FIM-PEDIDOS TO TRUE
002160     END-READ.
002170 1150-EXIT.
002180     EXIT.
002190******************************************************
002200* 1200-ACUMULAR-PEDIDO
002210* SOMA O SALDO EM ABERTO DO ITEM CORRENTE NA ENTRADA
002220* DO MATERIAL NA TABELA (INCLUINDO O MATERIAL NA
002230* PRIMEIRA VEZ) E LE O PROXIMO ITEM. EM REGISTRO
002240* ANTERIOR AO CONTROLE DE RECEBIMENTO, A QUANTIDADE
002250* RECEBIDA NAO NUMERICA VALE ZERO.
002260******************************************************
002270 1200-ACUMULAR-PEDIDO.
002280     IF PED-QTD-RECEBIDA IS NOT NUMERIC
002290         MOVE ZEROS TO PED-QTD-RECEBIDA
002300     END-IF.
002310     IF PED-QTD-RECEBIDA NOT < PED-QTD
002320         GO TO 1200-LER
002330     END-IF.
002340     COMPUTE WRK-QTD-ABERTA = PED-QTD - PED-QTD-RECEBIDA.
002350 
002360     SET IX-TEP TO 1.
002370     SEARCH TEP-ITEM
002380         AT END
002390             IF TEP-QTD-MATERIAIS < 500
002400                 ADD 1 TO TEP-QTD-MATERIAIS
002410                 SET IX-TEP TO TEP-QTD-MATERIAIS
002420                 MOVE PED-MATERIAL   TO TEP-MATERIAL(IX-TEP)
002430                 MOVE WRK-QTD-ABERTA TO TEP-QTD(IX-TEP)
002440             ELSE
002450                 DISPLAY 'AVISO: TABELA DE MATERIAIS EM '
002460                     'PEDIDO CHEIA - FORA DO TOTAL: '
002470                     PED-MATERIAL
002480             END-IF
002490         WHEN IX-TEP > TEP-QTD-MATERIAIS
002500             ADD 1 TO TEP-QTD-MATERIAIS
002510             MOVE PED-MATERIAL   TO TEP-MATERIAL(IX-TEP)
002520             MOVE WRK-QTD-ABERTA TO TEP-QTD(IX-TEP)
002530         WHEN TEP-MATERIAL(IX-TEP) = PED-MATERIAL
002540             ADD WRK-QTD-ABERTA TO TEP-QTD(IX-TEP)
002550     END-SEARCH.
002560 
002570 1200-LER.
002580     PERFORM 1150-LER-PEDIDO THRU 1150-EXIT.
002590 1200-EXIT.
002600     EXIT.
002610******************************************************
002620* 2000-PROCESSAR-MATERIAL
002630* PARA CADA MATERIAL DO ESTOQUE, LOCALIZA A QUANTIDADE
002640* EM PEDIDO, CLASSIFICA A SITUACAO DO SALDO E IMPRIME
002650* A LINHA.
002660******************************************************
002670 2000-PROCESSAR-MATERIAL.
002680     ADD 1 TO WS-QTD-MATERIAIS.
002690     MOVE ZEROS TO WRK-QTD-EM-PEDIDO.
002700     IF TEP-QTD-MATERIAIS > ZEROS
002710         SET IX-TEP TO 1
002720         SEARCH TEP-ITEM
002730             AT END
002740                 CONTINUE
002750             WHEN IX-TEP > TEP-QTD-MATERIAIS
002760                 CONTINUE
002770             WHEN TEP-MATERIAL(IX-TEP) = EST-MATERIAL
002780                 MOVE TEP-QTD(IX-TEP) TO WRK-QTD-EM-PEDIDO
002790         END-SEARCH
002800     END-IF.
002810 
002820     MOVE SPACES TO LDT-SITUACAO.
002830     EVALUATE TRUE
002840         WHEN EST-SALDO = ZEROS
002850             MOVE 'SEM SALDO' TO LDT-SITUACAO
002860             ADD 1 TO WS-QTD-SEM-SALDO
002870             IF EST-PONTO-PEDIDO > ZEROS
002880                 ADD 1 TO WS-QTD-ABAIXO-PONTO
002890             END-IF
002900         WHEN EST-SALDO < EST-PONTO-PEDIDO
002910             MOVE 'ABAIXO DO PONTO' TO LDT-SITUACAO
002920             ADD 1 TO WS-QTD-ABAIXO-PONTO
002930     END-EVALUATE.
002940 
002950     PERFORM 4100-IMPRIMIR-MATERIAL THRU 4100-EXIT.
002960     PERFORM 2100-LER-ESTOQUE THRU 2100-EXIT.
002970 2000-EXIT.
002980     EXIT.
002990******************************************************
003000* 2100-LER-ESTOQUE
003010* LE O PROXIMO MATERIAL NA ORDEM DE CHAVE E LIGA O
003020* INDICADOR DE FIM DE ARQUIVO QUANDO NECESSARIO.
003030******************************************************
003040 2100-LER-ESTOQUE.
003050     READ ARQ-ESTOQUE NEXT RECORD
003060         AT END
003070             SET FIM-ARQUIVO TO TRUE
003080     END-READ.
003090 2100-EXIT.
003100     EXIT.
003110******************************************************
003120* 4000-IMPRIMIR-CABECALHO
003130* EMITE O CABECALHO DO RELATORIO (DATA, PAGINA E
003140* COLUNAS) E REINICIA O CONTADOR DE LINHAS DA PAGINA.
003150******************************************************
003160 4000-IMPRIMIR-CABECALHO.
003170     ADD 1 TO WS-PAGINA-ATUAL.
003180     MOVE WRK-DATA-EXECUCAO-ED TO LC2-DATA.
003190     MOVE WS-PAGINA-ATUAL      TO LC2-PAGINA.
003200 
003210     WRITE REG-RELATORIO FROM LINHA-CABECALHO-1.
003220     WRITE REG-RELATORIO FROM LINHA-CABECALHO-2.
003230     WRITE REG-RELATORIO FROM LINHA-BRANCO.
003240     WRITE REG-RELATORIO FROM LINHA-COLUNAS.
003250 
003260     MOVE 4 TO WS-LINHA-ATUAL.
003270 4000-EXIT.
003280     EXIT.
003290******************************************************
003300* 4100-IMPRIMIR-MATERIAL
003310* IMPRIME A LINHA DO MATERIAL CORRENTE, QUEBRANDO A
003320* PAGINA QUANDO NECESSARIO.
003330******************************************************
003340 4100-IMPRIMIR-MATERIAL.
003350     IF WS-LINHA-ATUAL = ZEROS
003360        OR WS-LINHA-ATUAL >= WS-MAX-LINHAS-PAGINA
003370         PERFORM 4000-IMPRIMIR-CABECALHO THRU 4000-EXIT
003380     END-IF.
003390 
003400     MOVE EST-MATERIAL      TO LDT-MATERIAL.
003410     MOVE EST-UNID-COMPRA   TO LDT-UNIDADE.
003420     MOVE EST-SALDO         TO LDT-SALDO.
003430     MOVE WRK-QTD-EM-PEDIDO TO LDT-EM-PEDIDO.
003440     MOVE EST-PONTO-PEDIDO  TO LDT-PONTO.
003450     MOVE SPACES TO LDT-ULT-MOV.
003460     IF EST-DATA-ULT-MOV > ZEROS
003470         MOVE EST-DATA-ULT-MOV(7:2) TO LDT-ULT-MOV(1:2)
003480         MOVE '/' TO LDT-ULT-MOV(3:1)
003490         MOVE EST-DATA-ULT-MOV(5:2) TO LDT-ULT-MOV(4:2)
003500         MOVE '/' TO LDT-ULT-MOV(6:1)
003510         MOVE EST-DATA-ULT-MOV(1:4) TO LDT-ULT-MOV(7:4)
003520     END-IF.
003530     WRITE REG-RELATORIO FROM LINHA-DETALHE.
003540     ADD 1 TO WS-LINHA-ATUAL.
003550 4100-EXIT.
003560     EXIT.
003570******************************************************
003580* 9000-FINALIZAR
003590* IMPRIME OS TOTAIS DO RELATORIO E FECHA OS ARQUIVOS.
003600******************************************************
003610 9000-FINALIZAR.
003620     IF WS-LINHA-ATUAL = ZEROS
003630         PERFORM 4000-IMPRIMIR-CABECALHO THRU 4000-EXIT
003640     END-IF.
003650     WRITE REG-RELATORIO FROM LINHA-BRANCO.
003660     MOVE 'MATERIAIS EM ESTOQUE.......: ' TO LTO-ROTULO.
003670     MOVE WS-QTD-MATERIAIS    TO LTO-QTD.
003680     WRITE REG-RELATORIO FROM LINHA-TOTAL.
003690     MOVE 'MATERIAIS SEM SALDO........: ' TO LTO-ROTULO.
003700     MOVE WS-QTD-SEM-SALDO    TO LTO-QTD.
003710     WRITE REG-RELATORIO FROM LINHA-TOTAL.
003720     MOVE 'ABAIXO DO PONTO DE PEDIDO..: ' TO LTO-ROTULO.
003730     MOVE WS-QTD-ABAIXO-PONTO TO LTO-QTD.
003740     WRITE REG-RELATORIO FROM LINHA-TOTAL.
003750 
003760     DISPLAY 'POSICAO DO ESTOQUE GRAVADA EM ESTRPT. '
003770         'MATERIAIS: ' WS-QTD-MATERIAIS
003780         ' - ABAIXO DO PONTO DE PEDIDO: '
003790         WS-QTD-ABAIXO-PONTO.
003800 
003810     CLOSE ARQ-ESTOQUE.
003820     CLOSE ARQ-RELATORIO.
003830 9000-EXIT.
003840     EXIT.
