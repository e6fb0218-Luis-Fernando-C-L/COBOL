000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "RELATORIO PEDIDOS ABERTOS".
000030 AUTHOR. LUIS FERNANDO LAZANHA.
000040 INSTALLATION. SETOR DE TOPOGRAFIA E ORCAMENTOS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: IMPRIMIR OS PEDIDOS DE COMPRA EM ABERTO POR
000100* FORNECEDOR, PARA O COMPRADOR COBRAR AS ENTREGAS EM
000110* ATRASO: CADA ITEM DO PEDMST COM SALDO AINDA NAO
000120* RECEBIDO SAI COM A QUANTIDADE PEDIDA, RECEBIDA E EM
000130* ABERTO E OS DIAS DESDE A EMISSAO, MARCADO COMO
000140* ATRASADO QUANDO PASSA DO PRAZO DE ENTREGA (15 DIAS).
000150* OS ITENS SAO CLASSIFICADOS POR FORNECEDOR, PEDIDO E
000160* ITEM, COM O NOME E O TELEFONE DO FORNECEDOR TRAZIDOS
000170* DO CADASTRO (FORMST) E SUBTOTAL POR FORNECEDOR. O
000180* RELATORIO E GRAVADO EM PEDABRPT.
000190*
000200* HISTORICO DE ALTERACOES
000210* DATA       AUTOR   DESCRICAO
000220* 15/10/2026 LFL     VERSAO ORIGINAL - PEDIDOS EM ABERTO
000230*                    POR FORNECEDOR COM OS DIAS DESDE A
000240*                    EMISSAO E O APONTAMENTO DE ATRASO.
000250******************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SPECIAL-NAMES.
000290     DECIMAL-POINT IS COMMA.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ARQ-PEDIDOS ASSIGN TO "PEDMST"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS PED-CHAVE
000360         FILE STATUS IS WS-FS-PEDIDOS.
000370 
000380     SELECT ARQ-FORNECEDORES ASSIGN TO "FORMST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS FOR-CODIGO
000420         FILE STATUS IS WS-FS-FORNECEDORES.
000430 
000440     SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTWK".
000450 
000460     SELECT ARQ-RELATORIO ASSIGN TO "PEDABRPT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FS-RELATORIO.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  ARQ-PEDIDOS.
000520     COPY PEDMST.
000530 
000540 FD  ARQ-FORNECEDORES.
000550     COPY FORMST.
000560 
000570 SD  ARQ-CLASSIFICACAO.
000580 01  REG-CLASSIFICACAO.
000590     05 SRT-COD-FORNECEDOR    PIC 9(05).
000600     05 SRT-NUM-PEDIDO        PIC 9(06).
000610     05 SRT-ITEM              PIC 9(03).
000620     05 SRT-DATA-EMISSAO      PIC 9(08).
000630     05 SRT-MATERIAL          PIC X(10).
000640     05 SRT-QTD               PIC 9(09).
000650     05 SRT-QTD-RECEBIDA      PIC 9(09).
000660     05 SRT-UNID-COMPRA       PIC X(10).
000670 
000680 FD  ARQ-RELATORIO
000690     RECORDING MODE IS F.
000700 01  REG-RELATORIO           PIC X(100).
000710 WORKING-STORAGE SECTION.
000720******************************************************
000730* AREA DE CHAVES (SWITCHES) E CONTADORES - NIVEL 77
000740******************************************************
000750 77  WS-FS-PEDIDOS           PIC X(02)    VALUE SPACES.
000760 77  WS-FS-FORNECEDORES      PIC X(02)    VALUE SPACES.
000770 77  WS-FS-RELATORIO         PIC X(02)    VALUE SPACES.
000780 77  WS-FIM-PEDIDOS          PIC X(01)    VALUE 'N'.
000790     88 FIM-PEDIDOS                      VALUE 'S'.
000800 77  WS-FIM-CLASSIFICACAO    PIC X(01)    VALUE 'N'.
000810     88 FIM-CLASSIFICACAO                VALUE 'S'.
000820 77  WS-FORMST-OK            PIC X(01)    VALUE 'N'.
000830     88 FORMST-OK                        VALUE 'S'.
000840 77  WS-QTD-ITENS            PIC 9(06)    VALUE ZEROS.
000850 77  WS-QTD-ATRASADOS        PIC 9(06)    VALUE ZEROS.
000860 77  WS-QTD-FORNECEDORES     PIC 9(06)    VALUE ZEROS.
000870 77  WS-PRAZO-ENTREGA        PIC 9(03)    VALUE 15.
000880******************************************************
000890* AREA DA QUEBRA POR FORNECEDOR
000900******************************************************
000910 77  WRK-FORN-ANTERIOR       PIC 9(05)    VALUE ZEROS.
000920 77  WRK-ITENS-FORN          PIC 9(06)    VALUE ZEROS.
000930 77  WRK-ATRASADOS-FORN      PIC 9(06)    VALUE ZEROS.
000940 77  WRK-QTD-ABERTA          PIC 9(09)    VALUE ZEROS.
000950******************************************************
000960* AREA DO CALCULO DE DIAS DESDE A EMISSAO (CONVERSAO DE
000970* DATA AAAAMMDD EM NUMERO DE DIAS CORRIDOS)
000980******************************************************
000990 77  WRK-DATA-HOJE           PIC 9(08)    VALUE ZEROS.
001000 77  WRK-DIAS-HOJE           PIC 9(07)    VALUE ZEROS.
001010 77  WRK-DIAS-EM-ABERTO      PIC S9(05)   VALUE ZEROS.
001020 77  WRK-DATA-CONVERTER      PIC 9(08)    VALUE ZEROS.
001030 77  WRK-DIAS-CONVERTIDOS    PIC 9(07)    VALUE ZEROS.
001040 77  WRK-CONV-AAAA           PIC 9(04)    VALUE ZEROS.
001050 77  WRK-CONV-MM             PIC 9(02)    VALUE ZEROS.
001060 77  WRK-CONV-DD             PIC 9(02)    VALUE ZEROS.
001070 77  WRK-ANO-ANTERIOR        PIC 9(04)    VALUE ZEROS.
001080 77  WRK-QTD-BISSEXTOS       PIC 9(04)    VALUE ZEROS.
001090 77  WRK-QUOC-4              PIC 9(04)    VALUE ZEROS.
001100 77  WRK-QUOC-100            PIC 9(04)    VALUE ZEROS.
001110 77  WRK-QUOC-400            PIC 9(04)    VALUE ZEROS.
001120 77  WRK-QUOCIENTE           PIC 9(04)    VALUE ZEROS.
001130 77  WRK-RESTO-4             PIC 9(04)    VALUE ZEROS.
001140 77  WRK-RESTO-100           PIC 9(04)    VALUE ZEROS.
001150 77  WRK-RESTO-400           PIC 9(04)    VALUE ZEROS.
001160 01  TABELA-DIAS-ACUMULADOS.
001170     05 FILLER               PIC 9(03)    VALUE 000.
001180     05 FILLER               PIC 9(03)    VALUE 031.
001190     05 FILLER               PIC 9(03)    VALUE 059.
001200     05 FILLER               PIC 9(03)    VALUE 090.
001210     05 FILLER               PIC 9(03)    VALUE 120.
001220     05 FILLER               PIC 9(03)    VALUE 151.
001230     05 FILLER               PIC 9(03)    VALUE 181.
001240     05 FILLER               PIC 9(03)    VALUE 212.
001250     05 FILLER               PIC 9(03)    VALUE 243.
001260     05 FILLER               PIC 9(03)    VALUE 273.
001270     05 FILLER               PIC 9(03)    VALUE 304.
001280     05 FILLER               PIC 9(03)    VALUE 334.
001290 01  TABELA-DIAS-ACUM-R REDEFINES TABELA-DIAS-ACUMULADOS.
001300     05 TDA-DIAS             PIC 9(03)    OCCURS 12 TIMES.
001310******************************************************
001320* AREA DE CONTROLE DO RELATORIO IMPRESSO
001330******************************************************
001340 77  WS-PAGINA-ATUAL         PIC 9(04)    VALUE ZEROS.
001350 77  WS-LINHA-ATUAL          PIC 9(02)    VALUE ZEROS.
001360 77  WS-MAX-LINHAS-PAGINA    PIC 9(02)    VALUE 40.
001370 01  WRK-DATA-EXECUCAO.
001380     05 WRK-DATA-AAAA        PIC 9(04).
001390     05 WRK-DATA-MM          PIC 9(02).
001400     05 WRK-DATA-DD          PIC 9(02).
001410 01  WRK-DATA-EXECUCAO-ED.
001420     05 WRK-DATA-ED-DD       PIC 9(02).
001430     05 FILLER               PIC X(01)    VALUE '/'.
001440     05 WRK-DATA-ED-MM       PIC 9(02).
001450     05 FILLER               PIC X(01)    VALUE '/'.
001460     05 WRK-DATA-ED-AAAA     PIC 9(04).
001470******************************************************
001480* LAYOUTS DAS LINHAS DO RELATORIO DE PEDIDOS EM ABERTO
001490* (PEDABRPT)
001500******************************************************
001510 01  LINHA-BRANCO            PIC X(01)    VALUE SPACES.
001520 01  LINHA-CABECALHO-1.
001530     05 FILLER               PIC X(18)    VALUE SPACES.
001540     05 FILLER               PIC X(44)
001550        VALUE 'PEDIDOS DE COMPRA EM ABERTO POR FORNECEDOR'.
001560 01  LINHA-CABECALHO-2.
001570     05 FILLER               PIC X(06)    VALUE 'DATA: '.
001580     05 LC2-DATA             PIC X(10).
001590     05 FILLER               PIC X(20)    VALUE SPACES.
001600     05 FILLER               PIC X(08)    VALUE 'PAGINA: '.
001610     05 LC2-PAGINA           PIC ZZZ9.
001620 01  LINHA-FORNECEDOR.
001630     05 FILLER               PIC X(12)
001640        VALUE 'FORNECEDOR: '.
001650     05 LFO-CODIGO           PIC ZZZZ9.
001660     05 FILLER               PIC X(03)    VALUE ' - '.
001670     05 LFO-NOME             PIC X(30).
001680     05 FILLER               PIC X(06)    VALUE ' TEL: '.
001690     05 LFO-TELEFONE         PIC X(12).
001700 01  LINHA-COLUNAS.
001710     05 FILLER               PIC X(11)    VALUE 'PEDIDO ITEM'.
001720     05 FILLER               PIC X(12)    VALUE '   EMISSAO'.
001730     05 FILLER               PIC X(11)    VALUE 'MATERIAL'.
001740     05 FILLER               PIC X(10)    VALUE '    PEDIDA'.
001750     05 FILLER               PIC X(10)    VALUE '  RECEBIDA'.
001760     05 FILLER               PIC X(10)    VALUE '    ABERTA'.
001770     05 FILLER               PIC X(11)    VALUE ' UNIDADE'.
001780     05 FILLER               PIC X(05)    VALUE ' DIAS'.
001790 01  LINHA-ITEM.
001800     05 LIT-PEDIDO           PIC 9(06).
001810     05 FILLER               PIC X(01)    VALUE SPACES.
001820     05 LIT-ITEM             PIC 9(03).
001830     05 FILLER               PIC X(01)    VALUE SPACES.
001840     05 LIT-EMISSAO          PIC X(10).
001850     05 FILLER               PIC X(01)    VALUE SPACES.
001860     05 LIT-MATERIAL         PIC X(10).
001870     05 FILLER               PIC X(01)    VALUE SPACES.
001880     05 LIT-PEDIDA           PIC Z(08)9.
001890     05 FILLER               PIC X(01)    VALUE SPACES.
001900     05 LIT-RECEBIDA         PIC Z(08)9.
001910     05 FILLER               PIC X(01)    VALUE SPACES.
001920     05 LIT-ABERTA           PIC Z(08)9.
001930     05 FILLER               PIC X(01)    VALUE SPACES.
001940     05 LIT-UNIDADE          PIC X(10).
001950     05 FILLER               PIC X(01)    VALUE SPACES.
001960     05 LIT-DIAS             PIC ZZZZ9.
001970     05 FILLER               PIC X(01)    VALUE SPACES.
001980     05 LIT-ATRASO           PIC X(08).
001990 01  LINHA-SUBTOTAL-FORNECEDOR.
002000     05 FILLER               PIC X(29)
002010        VALUE 'SUBTOTAL FORNECEDOR - ITENS: '.
002020     05 LSF-ITENS            PIC ZZZZZ9.
002030     05 FILLER               PIC X(14)
002040        VALUE ' - ATRASADOS: '.
002050     05 LSF-ATRASADOS        PIC ZZZZZ9.
002060 01  LINHA-TOTAL.
002070     05 LTO-ROTULO           PIC X(30).
002080     05 LTO-QTD              PIC ZZZZZ9.
002090 PROCEDURE DIVISION.
002100******************************************************
002110* 0000-MAINLINE
002120* ROTINA PRINCIPAL DO PROGRAMA
002130******************************************************
002140 0000-MAINLINE.
002150     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002160 
002170     SORT ARQ-CLASSIFICACAO
002180         ON ASCENDING KEY SRT-COD-FORNECEDOR
002190         ON ASCENDING KEY SRT-NUM-PEDIDO
002200         ON ASCENDING KEY SRT-ITEM
002210         INPUT PROCEDURE IS 2000-SELECIONAR-ITENS
002220             THRU 2000-EXIT
002230         OUTPUT PROCEDURE IS 3000-IMPRIMIR-ITENS
002240             THRU 3000-EXIT.
002250 
002260     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002270 
002280     STOP RUN.
002290******************************************************
002300* 1000-INICIALIZAR
002310* OBTEM A DATA DO DIA E ABRE OS ARQUIVOS. SEM O
002320* CADASTRO DE FORNECEDORES O RELATORIO SAI SEM O NOME
002330* E O TELEFONE.
002340******************************************************
002350 1000-INICIALIZAR.
002360     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
002370     MOVE WRK-DATA-DD   TO WRK-DATA-ED-DD.
002380     MOVE WRK-DATA-MM   TO WRK-DATA-ED-MM.
002390     MOVE WRK-DATA-AAAA TO WRK-DATA-ED-AAAA.
002400     MOVE WRK-DATA-EXECUCAO TO WRK-DATA-HOJE.
002410 
002420     MOVE WRK-DATA-HOJE TO WRK-DATA-CONVERTER.
002430     PERFORM 7000-DATA-PARA-DIAS THRU 7000-EXIT.
002440     MOVE WRK-DIAS-CONVERTIDOS TO WRK-DIAS-HOJE.
002450 
002460     OPEN INPUT ARQ-PEDIDOS.
002470     IF WS-FS-PEDIDOS NOT = '00'
002480         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
002490             'ARQUIVO DE PEDIDOS (PEDMST). STATUS: '
002500             WS-FS-PEDIDOS
002510         MOVE 8 TO RETURN-CODE
002520         STOP RUN
002530     END-IF.
002540 
002550     OPEN INPUT ARQ-FORNECEDORES.
002560     IF WS-FS-FORNECEDORES = '00'
002570         SET FORMST-OK TO TRUE
002580     ELSE
002590         DISPLAY 'AVISO: CADASTRO DE FORNECEDORES (FORMST) '
002600             'INDISPONIVEL - RELATORIO SEM OS DADOS DO '
002610             'FORNECEDOR. STATUS: ' WS-FS-FORNECEDORES
002620     END-IF.
002630 
002640     OPEN OUTPUT ARQ-RELATORIO.
002650     IF WS-FS-RELATORIO NOT = '00'
002660         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
002670             'RELATORIO DE PEDIDOS EM ABERTO (PEDABRPT). '
002680             'STATUS: ' WS-FS-RELATORIO
002690         MOVE 8 TO RETURN-CODE
002700         STOP RUN
002710     END-IF.
002720 1000-EXIT.
002730     EXIT.
002740******************************************************
002750* 2000-SELECIONAR-ITENS
002760* PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: PERCORRE O
002770* ARQUIVO DE PEDIDOS E LIBERA OS ITENS COM SALDO AINDA
002780* NAO RECEBIDO.
002790******************************************************
002800 2000-SELECIONAR-ITENS.
002810     MOVE 'N' TO WS-FIM-PEDIDOS.
002820     PERFORM 2100-LER-PEDIDO THRU 2100-EXIT.
002830     PERFORM 2200-LIBERAR-ITEM THRU 2200-EXIT
002840         UNTIL FIM-PEDIDOS.
002850 2000-EXIT.
002860     EXIT.
002870******************************************************
002880* 2100-LER-PEDIDO
002890* LE O PROXIMO ITEM DE PEDIDO E LIGA O INDICADOR DE
002900* FIM QUANDO NECESSARIO.
002910******************************************************
002920 2100-LER-PEDIDO.
002930     READ ARQ-PEDIDOS NEXT RECORD
002940         AT END
002950             SET FIM-PEDIDOS TO TRUE
002960     END-READ.
002970 2100-EXIT.
002980     EXIT.
002990******************************************************
003000* 2200-LIBERAR-ITEM
003010* LIBERA PARA A CLASSIFICACAO O ITEM CORRENTE QUANDO
003020* AINDA HA SALDO A RECEBER E LE O PROXIMO. EM REGISTRO
003030* ANTERIOR AO CONTROLE DE RECEBIMENTO, A QUANTIDADE
003040* RECEBIDA NAO NUMERICA VALE ZERO.
003050******************************************************
003060 2200-LIBERAR-ITEM.
003070     IF PED-QTD-RECEBIDA IS NOT NUMERIC
003080         MOVE ZEROS TO PED-QTD-RECEBIDA
003090     END-IF.
003100     IF PED-QTD-RECEBIDA < PED-QTD
003110         MOVE PED-COD-FORNECEDOR TO SRT-COD-FORNECEDOR
003120         MOVE PED-NUMERO         TO SRT-NUM-PEDIDO
003130         MOVE PED-ITEM           TO SRT-ITEM
003140         MOVE PED-DATA-EMISSAO   TO SRT-DATA-EMISSAO
003150         MOVE PED-MATERIAL       TO SRT-MATERIAL
003160         MOVE PED-QTD            TO SRT-QTD
003170         MOVE PED-QTD-RECEBIDA   TO SRT-QTD-RECEBIDA
003180         MOVE PED-UNID-COMPRA    TO SRT-UNID-COMPRA
003190         RELEASE REG-CLASSIFICACAO
003200     END-IF.
003210     PERFORM 2100-LER-PEDIDO THRU 2100-EXIT.
003220 2200-EXIT.
003230     EXIT.
003240******************************************************
003250* 3000-IMPRIMIR-ITENS
003260* PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: RECEBE OS
003270* ITENS EM ABERTO AGRUPADOS POR FORNECEDOR E IMPRIME O
003280* RELATORIO COM QUEBRA POR FORNECEDOR.
003290******************************************************
003300 3000-IMPRIMIR-ITENS.
003310     MOVE ZEROS TO WRK-FORN-ANTERIOR.
003320     MOVE 'N'   TO WS-FIM-CLASSIFICACAO.
003330 
003340     PERFORM 3100-RETORNAR-ITEM THRU 3100-EXIT.
003350     PERFORM 3200-TRATAR-ITEM THRU 3200-EXIT
003360         UNTIL FIM-CLASSIFICACAO.
003370     PERFORM 4200-SUBTOTAL-FORNECEDOR THRU 4200-EXIT.
003380 3000-EXIT.
003390     EXIT.
003400******************************************************
003410* 3100-RETORNAR-ITEM
003420* RETORNA O PROXIMO ITEM DA CLASSIFICACAO E LIGA O
003430* INDICADOR DE FIM QUANDO NECESSARIO.
003440******************************************************
003450 3100-RETORNAR-ITEM.
003460     RETURN ARQ-CLASSIFICACAO
003470         AT END
003480             SET FIM-CLASSIFICACAO TO TRUE
003490     END-RETURN.
003500 3100-EXIT.
003510     EXIT.
003520******************************************************
003530* 3200-TRATAR-ITEM
003540* NA MUDANCA DE FORNECEDOR, IMPRIME O SUBTOTAL DO
003550* ANTERIOR E A IDENTIFICACAO DO NOVO. CALCULA O SALDO
003560* EM ABERTO E OS DIAS DESDE A EMISSAO, MARCA O ATRASO
003570* E IMPRIME A LINHA DO ITEM.
003580******************************************************
003590 3200-TRATAR-ITEM.
003600     IF SRT-COD-FORNECEDOR NOT = WRK-FORN-ANTERIOR
003610        OR WS-QTD-ITENS = ZEROS
003620         PERFORM 4200-SUBTOTAL-FORNECEDOR THRU 4200-EXIT
003630         PERFORM 4150-IMPRIMIR-FORNECEDOR THRU 4150-EXIT
003640         MOVE SRT-COD-FORNECEDOR TO WRK-FORN-ANTERIOR
003650         MOVE ZEROS TO WRK-ITENS-FORN WRK-ATRASADOS-FORN
003660         ADD 1 TO WS-QTD-FORNECEDORES
003670     END-IF.
003680 
003690     COMPUTE WRK-QTD-ABERTA = SRT-QTD - SRT-QTD-RECEBIDA.
003700     MOVE SRT-DATA-EMISSAO TO WRK-DATA-CONVERTER.
003710     PERFORM 7000-DATA-PARA-DIAS THRU 7000-EXIT.
003720     COMPUTE WRK-DIAS-EM-ABERTO =
003730         WRK-DIAS-HOJE - WRK-DIAS-CONVERTIDOS.
003740     IF WRK-DIAS-EM-ABERTO < ZEROS
003750         MOVE ZEROS TO WRK-DIAS-EM-ABERTO
003760     END-IF.
003770 
003780     ADD 1 TO WS-QTD-ITENS WRK-ITENS-FORN.
003790     IF WRK-DIAS-EM-ABERTO > WS-PRAZO-ENTREGA
003800         MOVE 'ATRASADO' TO LIT-ATRASO
003810         ADD 1 TO WS-QTD-ATRASADOS WRK-ATRASADOS-FORN
003820     ELSE
003830         MOVE SPACES TO LIT-ATRASO
003840     END-IF.
003850 
003860     PERFORM 4100-IMPRIMIR-ITEM THRU 4100-EXIT.
003870     PERFORM 3100-RETORNAR-ITEM THRU 3100-EXIT.
003880 3200-EXIT.
003890     EXIT.
003900******************************************************
003910* 4000-IMPRIMIR-CABECALHO
003920* EMITE O CABECALHO DO RELATORIO (DATA E PAGINA) E
003930* REINICIA O CONTADOR DE LINHAS DA PAGINA.
003940******************************************************
003950 4000-IMPRIMIR-CABECALHO.
003960     ADD 1 TO WS-PAGINA-ATUAL.
003970     MOVE WRK-DATA-EXECUCAO-ED TO LC2-DATA.
003980     MOVE WS-PAGINA-ATUAL      TO LC2-PAGINA.
003990 
004000     WRITE REG-RELATORIO FROM LINHA-CABECALHO-1.
004010     WRITE REG-RELATORIO FROM LINHA-CABECALHO-2.
004020     WRITE REG-RELATORIO FROM LINHA-BRANCO.
004030 
004040     MOVE 3 TO WS-LINHA-ATUAL.
004050 4000-EXIT.
004060     EXIT.
004070******************************************************
004080* 4100-IMPRIMIR-ITEM
004090* IMPRIME A LINHA DO ITEM EM ABERTO CORRENTE,
004100* QUEBRANDO A PAGINA QUANDO NECESSARIO.
004110******************************************************
004120 4100-IMPRIMIR-ITEM.
004130     IF WS-LINHA-ATUAL = ZEROS
004140        OR WS-LINHA-ATUAL >= WS-MAX-LINHAS-PAGINA
004150         PERFORM 4000-IMPRIMIR-CABECALHO THRU 4000-EXIT
004160         WRITE REG-RELATORIO FROM LINHA-COLUNAS
004170         ADD 1 TO WS-LINHA-ATUAL
004180     END-IF.
004190 
004200     MOVE SRT-NUM-PEDIDO TO LIT-PEDIDO.
004210     MOVE SRT-ITEM       TO LIT-ITEM.
004220     MOVE SPACES TO LIT-EMISSAO.
004230     MOVE SRT-DATA-EMISSAO(7:2) TO LIT-EMISSAO(1:2).
004240     MOVE '/' TO LIT-EMISSAO(3:1).
004250     MOVE SRT-DATA-EMISSAO(5:2) TO LIT-EMISSAO(4:2).
004260     MOVE '/' TO LIT-EMISSAO(6:1).
004270     MOVE SRT-DATA-EMISSAO(1:4) TO LIT-EMISSAO(7:4).
004280     MOVE SRT-MATERIAL       TO LIT-MATERIAL.
004290     MOVE SRT-QTD            TO LIT-PEDIDA.
004300     MOVE SRT-QTD-RECEBIDA   TO LIT-RECEBIDA.
004310     MOVE WRK-QTD-ABERTA     TO LIT-ABERTA.
004320     MOVE SRT-UNID-COMPRA    TO LIT-UNIDADE.
004330     MOVE WRK-DIAS-EM-ABERTO TO LIT-DIAS.
004340     WRITE REG-RELATORIO FROM LINHA-ITEM.
004350     ADD 1 TO WS-LINHA-ATUAL.
004360 4100-EXIT.
004370     EXIT.
004380******************************************************
004390* 4150-IMPRIMIR-FORNECEDOR
004400* IMPRIME A LINHA DE IDENTIFICACAO DO FORNECEDOR
004410* (CODIGO, NOME E TELEFONE DO CADASTRO) E AS COLUNAS
004420* QUE ENCABECAM O GRUPO DE ITENS DO FORNECEDOR.
004430* FORNECEDOR FORA DO CADASTRO SAI COM A OBSERVACAO NO
004440* LUGAR DO NOME.
004450******************************************************
004460 4150-IMPRIMIR-FORNECEDOR.
004470     IF WS-LINHA-ATUAL = ZEROS
004480        OR WS-LINHA-ATUAL >= WS-MAX-LINHAS-PAGINA - 3
004490         PERFORM 4000-IMPRIMIR-CABECALHO THRU 4000-EXIT
004500     END-IF.
004510 
004520     IF FORMST-OK
004530         MOVE SRT-COD-FORNECEDOR TO FOR-CODIGO
004540         READ ARQ-FORNECEDORES
004550             INVALID KEY
004560                 MOVE '(NAO CADASTRADO)' TO LFO-NOME
004570                 MOVE SPACES             TO LFO-TELEFONE
004580             NOT INVALID KEY
004590                 MOVE FOR-NOME     TO LFO-NOME
004600                 MOVE FOR-TELEFONE TO LFO-TELEFONE
004610         END-READ
004620     ELSE
004630         MOVE '(CADASTRO INDISPONIVEL)' TO LFO-NOME
004640         MOVE SPACES TO LFO-TELEFONE
004650     END-IF.
004660     MOVE SRT-COD-FORNECEDOR TO LFO-CODIGO.
004670 
004680     WRITE REG-RELATORIO FROM LINHA-BRANCO.
004690     WRITE REG-RELATORIO FROM LINHA-FORNECEDOR.
004700     WRITE REG-RELATORIO FROM LINHA-COLUNAS.
004710     ADD 3 TO WS-LINHA-ATUAL.
004720 4150-EXIT.
004730     EXIT.
004740******************************************************
004750* 4200-SUBTOTAL-FORNECEDOR
004760* IMPRIME O SUBTOTAL DE ITENS EM ABERTO E ATRASADOS DO
004770* FORNECEDOR CUJO GRUPO ACABOU DE SER IMPRESSO, QUANDO
004780* HOUVER.
004790******************************************************
004800 4200-SUBTOTAL-FORNECEDOR.
004810     IF WS-QTD-ITENS = ZEROS
004820         GO TO 4200-EXIT
004830     END-IF.
004840     MOVE WRK-ITENS-FORN     TO LSF-ITENS.
004850     MOVE WRK-ATRASADOS-FORN TO LSF-ATRASADOS.
004860     WRITE REG-RELATORIO FROM LINHA-SUBTOTAL-FORNECEDOR.
004870     ADD 1 TO WS-LINHA-ATUAL.
004880 4200-EXIT.
004890     EXIT.
004900******************************************************
004910* 7000-DATA-PARA-DIAS
004920* CONVERTE A DATA WRK-DATA-CONVERTER (AAAAMMDD) EM
004930* NUMERO DE DIAS CORRIDOS DESDE O ANO 1, PARA CALCULO
004940* DE DIFERENCA ENTRE DATAS, CONSIDERANDO OS ANOS
004950* BISSEXTOS.
004960******************************************************
004970 7000-DATA-PARA-DIAS.
004980     MOVE WRK-DATA-CONVERTER(1:4) TO WRK-CONV-AAAA.
004990     MOVE WRK-DATA-CONVERTER(5:2) TO WRK-CONV-MM.
005000     MOVE WRK-DATA-CONVERTER(7:2) TO WRK-CONV-DD.
005010 
005020     COMPUTE WRK-ANO-ANTERIOR = WRK-CONV-AAAA - 1.
005030     DIVIDE WRK-ANO-ANTERIOR BY 4
005040         GIVING WRK-QUOC-4.
005050     DIVIDE WRK-ANO-ANTERIOR BY 100
005060         GIVING WRK-QUOC-100.
005070     DIVIDE WRK-ANO-ANTERIOR BY 400
005080         GIVING WRK-QUOC-400.
005090     COMPUTE WRK-QTD-BISSEXTOS =
005100         WRK-QUOC-4 - WRK-QUOC-100 + WRK-QUOC-400.
005110 
005120     COMPUTE WRK-DIAS-CONVERTIDOS =
005130         (WRK-ANO-ANTERIOR * 365) + WRK-QTD-BISSEXTOS
005140         + TDA-DIAS(WRK-CONV-MM) + WRK-CONV-DD.
005150 
005160     IF WRK-CONV-MM > 2
005170         DIVIDE WRK-CONV-AAAA BY 4
005180             GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-4
005190         DIVIDE WRK-CONV-AAAA BY 100
005200             GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-100
005210         DIVIDE WRK-CONV-AAAA BY 400
005220             GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-400
005230         IF (WRK-RESTO-4 = ZEROS
005240            AND WRK-RESTO-100 NOT = ZEROS)
005250            OR WRK-RESTO-400 = ZEROS
005260             ADD 1 TO WRK-DIAS-CONVERTIDOS
005270         END-IF
005280     END-IF.
005290 7000-EXIT.
005300     EXIT.
005310******************************************************
005320* 9000-FINALIZAR
005330* IMPRIME OS TOTAIS GERAIS E FECHA OS ARQUIVOS.
005340******************************************************
005350 9000-FINALIZAR.
005360     IF WS-LINHA-ATUAL = ZEROS
005370         PERFORM 4000-IMPRIMIR-CABECALHO THRU 4000-EXIT
005380     END-IF.
005390     WRITE REG-RELATORIO FROM LINHA-BRANCO.
005400     MOVE 'FORNECEDORES COM PENDENCIA..: ' TO LTO-ROTULO.
005410     MOVE WS-QTD-FORNECEDORES TO LTO-QTD.
005420     WRITE REG-RELATORIO FROM LINHA-TOTAL.
005430     MOVE 'ITENS EM ABERTO.............: ' TO LTO-ROTULO.
005440     MOVE WS-QTD-ITENS        TO LTO-QTD.
005450     WRITE REG-RELATORIO FROM LINHA-TOTAL.
005460     MOVE 'ITENS ATRASADOS.............: ' TO LTO-ROTULO.
005470     MOVE WS-QTD-ATRASADOS    TO LTO-QTD.
005480     WRITE REG-RELATORIO FROM LINHA-TOTAL.
005490 
005500     DISPLAY 'PEDIDOS EM ABERTO GRAVADOS EM PEDABRPT. '
005510         'ITENS: ' WS-QTD-ITENS
005520         ' - ATRASADOS: ' WS-QTD-ATRASADOS.
005530 
005540     CLOSE ARQ-PEDIDOS.
005550     IF FORMST-OK
005560         CLOSE ARQ-FORNECEDORES
005570     END-IF.
005580     CLOSE ARQ-RELATORIO.
005590 9000-EXIT.
005600     EXIT.
