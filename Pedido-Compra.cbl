000190* PEDMST PARA CONSULTA POSTERIOR. MATERIAL SEM
000200* FORNECEDOR HABITUAL FICA FORA DOS PEDIDOS E E
000210* APONTADO NO DOCUMENTO.
000220* O SALDO DO ESTOQUE (ESTMST) E ABATIDO ANTES DA
000230* EMISSAO: SO A QUANTIDADE QUE FALTA ENTRA NO PEDIDO E
000240* A RETIRADA E REGISTRADA NO ESTMOV (OPERADOR
000250* PEDCOMPR). OS MATERIAIS COM SALDO ABAIXO DO PONTO DE
000260* PEDIDO SAO APONTADOS NO DOCUMENTO E NO CONSOLE.
000270* CADA ITEM E VALORIZADO PELO CUSTO DE AQUISICAO
000280* VIGENTE DO MATERIAL NO FORNECEDOR DO PEDIDO (CUSMST)
000290* E O DOCUMENTO TRAZ O VALOR TOTAL DE CADA PEDIDO.
000300*
000310* HISTORICO DE ALTERACOES
000320* DATA       AUTOR   DESCRICAO
000330* 02/09/2026 LFL     VERSAO ORIGINAL - EMISSAO DE
000340*                    PEDIDOS DE COMPRA POR FORNECEDOR A
000350*                    PARTIR DO LOTECOMP E CONSULTA DE
000360*                    PEDIDOS EMITIDOS.
000370* 15/10/2026 LFL     A QUANTIDADE DO PEDIDO PASSOU A SER
000380*                    A DO LOTECOMP MENOS O SALDO EM
000390*                    ESTOQUE (ESTMST), COM A SAIDA DO
000400*                    ESTOQUE GRAVADA NO ESTMOV. APONTADOS
000410*                    NO PEDRPT E NO CONSOLE OS MATERIAIS
000420*                    ABAIXO DO PONTO DE PEDIDO. O ITEM DO
000430*                    PEDMST NASCE EM ABERTO (SEM
000440*                    RECEBIMENTO) E A CONSULTA MOSTRA A
000450*                    QUANTIDADE RECEBIDA.
000460* 15/10/2026 LFL     ITENS VALORIZADOS PELO CUSTO DE
000470*                    AQUISICAO VIGENTE (CUSMST) DO
000480*                    FORNECEDOR DO PEDIDO, COM CUSTO E
000490*                    VALOR GRAVADOS NO PEDMST, VALOR
000500*                    TOTAL DO PEDIDO NO PEDRPT E ITEM
000510*                    SEM CUSTO APONTADO. A CONSULTA
000520*                    MOSTRA O CUSTO E O VALOR DO ITEM.
000530******************************************************
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SPECIAL-NAMES.
000570     DECIMAL-POINT IS COMMA.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT ARQ-LISTA-COMPRA ASSIGN TO "LOTECOMP"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-FS-LISTA-COMPRA.
000630 
000640     SELECT ARQ-PRECOS ASSIGN TO "PRECMST"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS PRE-CHAVE
000680         FILE STATUS IS WS-FS-PRECOS.
000690 
000700     SELECT ARQ-FORNECEDORES ASSIGN TO "FORMST"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS FOR-CODIGO
000740         FILE STATUS IS WS-FS-FORNECEDORES.
000750 
000760     SELECT OPTIONAL ARQ-NUM-PEDIDO ASSIGN TO "PEDNUM"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-FS-PEDNUM.
000790 
000800     SELECT ARQ-PEDIDOS ASSIGN TO "PEDMST"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS PED-CHAVE
000840         FILE STATUS IS WS-FS-PEDIDOS.
000850 
000860     SELECT ARQ-DOCUMENTO ASSIGN TO "PEDRPT"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-FS-DOCUMENTO.
000890 
000900     SELECT ARQ-ESTOQUE ASSIGN TO "ESTMST"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS EST-MATERIAL
000940         FILE STATUS IS WS-FS-ESTOQUE.
000950 
000960     SELECT ARQ-MOVIMENTOS ASSIGN TO "ESTMOV"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-FS-MOVIMENTOS.
000990 
001000     SELECT ARQ-CUSTOS ASSIGN TO "CUSMST"
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS DYNAMIC
001030         RECORD KEY IS CUS-CHAVE
001040         FILE STATUS IS WS-FS-CUSTOS.
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  ARQ-LISTA-COMPRA
001080     RECORDING MODE IS F.
001090 01  REG-LISTA-COMPRA.
001100     05 COM-MATERIAL         PIC X(10).
001110     05 COM-QTD              PIC 9(09).
001120     05 COM-UNID-COMPRA      PIC X(10).
001130 
001140 FD  ARQ-PRECOS.
001150     COPY PRECMST.
001160 
001170 FD  ARQ-FORNECEDORES.
001180     COPY FORMST.
001190 
001200 FD  ARQ-NUM-PEDIDO
001210     RECORDING MODE IS F.
001220 01  REG-NUM-PEDIDO          PIC 9(06).
001230 
001240 FD  ARQ-PEDIDOS.
001250     COPY PEDMST.
001260 
001270 FD  ARQ-DOCUMENTO
001280     RECORDING MODE IS F.
001290 01  REG-DOCUMENTO           PIC X(100).
001300 
001310 FD  ARQ-ESTOQUE.
001320     COPY ESTMST.
001330 
001340 FD  ARQ-MOVIMENTOS
001350     RECORDING MODE IS F.
001360 01  REG-MOVIMENTO           PIC X(80).
001370 
001380 FD  ARQ-CUSTOS.
001390     COPY CUSMST.
001400 WORKING-STORAGE SECTION.
001410******************************************************
001420* AREA DE CHAVES (SWITCHES) E CONTADORES - NIVEL 77
001430******************************************************
001440 77  WS-FS-LISTA-COMPRA      PIC X(02)    VALUE SPACES.
001450 77  WS-FS-PRECOS            PIC X(02)    VALUE SPACES.
001460 77  WS-FS-FORNECEDORES      PIC X(02)    VALUE SPACES.
001470 77  WS-FS-PEDNUM            PIC X(02)    VALUE SPACES.
001480 77  WS-FS-PEDIDOS           PIC X(02)    VALUE SPACES.
001490 77  WS-FS-DOCUMENTO         PIC X(02)    VALUE SPACES.
001500 77  WS-FS-ESTOQUE           PIC X(02)    VALUE SPACES.
001510 77  WS-FS-MOVIMENTOS        PIC X(02)    VALUE SPACES.
001520 77  WS-FS-CUSTOS            PIC X(02)    VALUE SPACES.
001530 77  WS-FIM-PROGRAMA         PIC X(01)    VALUE 'N'.
001540     88 FIM-PROGRAMA                     VALUE 'S'.
001550 77  WS-FIM-COMPRAS          PIC X(01)    VALUE 'N'.
001560     88 FIM-COMPRAS                      VALUE 'S'.
001570 77  WS-FIM-PRECOS           PIC X(01)    VALUE 'N'.
001580     88 FIM-PRECOS                       VALUE 'S'.
001590 77  WS-FIM-CONSULTA         PIC X(01)    VALUE 'N'.
001600     88 FIM-CONSULTA                     VALUE 'S'.
001610 77  WS-FORMST-OK            PIC X(01)    VALUE 'N'.
001620     88 FORMST-OK                        VALUE 'S'.
001630 77  WS-ESTMST-OK            PIC X(01)    VALUE 'N'.
001640     88 ESTMST-OK                        VALUE 'S'.
001650 77  WS-FIM-ESTOQUE          PIC X(01)    VALUE 'N'.
001660     88 FIM-ESTOQUE                      VALUE 'S'.
001670 77  WS-CUSMST-OK            PIC X(01)    VALUE 'N'.
001680     88 CUSMST-OK                        VALUE 'S'.
001690 77  WS-FIM-CUSTOS           PIC X(01)    VALUE 'N'.
001700     88 FIM-CUSTOS                       VALUE 'S'.
001710 77  WS-CUSTO-ACHADO         PIC X(01)    VALUE 'N'.
001720     88 CUSTO-ACHADO                     VALUE 'S'.
001730 77  WRK-OPCAO-MENU          PIC X(01)    VALUE SPACES.
001740     88 OPCAO-EMITIR                     VALUE '1'.
001750     88 OPCAO-CONSULTAR                  VALUE '2'.
001760     88 OPCAO-SAIR                       VALUE '9'.
001770 77  WRK-DATA-HOJE           PIC 9(08)    VALUE ZEROS.
001780 77  WS-QTD-PEDIDOS          PIC 9(04)    VALUE ZEROS.
001790 77  WS-QTD-SEM-FORN         PIC 9(04)    VALUE ZEROS.
001800 77  WRK-QTD-LISTADOS        PIC 9(04)    VALUE ZEROS.
001810 77  WS-QTD-DO-ESTOQUE       PIC 9(04)    VALUE ZEROS.
001820 77  WS-QTD-ABAIXO-PONTO     PIC 9(04)    VALUE ZEROS.
001830 77  WRK-HORA-AGORA          PIC 9(08)    VALUE ZEROS.
001840 77  WRK-QTD-USADA           PIC 9(09)    VALUE ZEROS.
001850******************************************************
001860* TABELA DA LISTA DE COMPRAS DA EXECUCAO (LOTECOMP),
001870* COM O FORNECEDOR HABITUAL LOCALIZADO NO PRECMST E O
001880* CONTROLE DO QUE JA ENTROU EM PEDIDO. TCP-QTD E A
001890* QUANTIDADE A PEDIR, JA DESCONTADA A PARTE ATENDIDA
001900* PELO ESTOQUE (TCP-QTD-ESTOQUE)
001910******************************************************
001920 01  TABELA-COMPRAS.
001930     05 TAB-QTD-COMPRAS      PIC 9(03) COMP VALUE ZEROS.
001940     05 TAB-COMPRA-ITEM      OCCURS 50 TIMES
001950                             INDEXED BY IX-COM.
001960         10 TCP-MATERIAL     PIC X(10).
001970         10 TCP-QTD          PIC 9(09).
001980         10 TCP-QTD-ESTOQUE  PIC 9(09).
001990         10 TCP-UNID         PIC X(10).
002000         10 TCP-FORNECEDOR   PIC 9(05).
002010         10 TCP-EMITIDO      PIC X(01).
002020 77  WRK-FORN-CORRENTE       PIC 9(05)    VALUE ZEROS.
002030 77  WRK-NUM-PEDIDO          PIC 9(06)    VALUE ZEROS.
002040 77  WRK-ITEM-PEDIDO         PIC 9(03)    VALUE ZEROS.
002050 77  WRK-NUMERO-RAW          PIC X(06)    VALUE SPACES.
002060 77  WRK-NUM-CONSULTA        PIC 9(06)    VALUE ZEROS.
002070 77  WRK-VARRE               PIC 9(03)    VALUE ZEROS.
002080******************************************************
002090* AREA DA VALORIZACAO DOS ITENS PELO CUSTO DE
002100* AQUISICAO VIGENTE (CUSMST)
002110******************************************************
002120 77  WRK-CUSTO-ITEM          PIC 9(05)V99 VALUE ZEROS.
002130 77  WRK-UNID-CUSTO          PIC X(10)    VALUE SPACES.
002140 77  WRK-VALOR-ITEM          PIC 9(10)V99 VALUE ZEROS.
002150 77  WRK-TOTAL-PEDIDO        PIC 9(12)V99 VALUE ZEROS.
002160 77  WS-QTD-SEM-CUSTO        PIC 9(03)    VALUE ZEROS.
002170******************************************************
002180* LINHA DO MOVIMENTO DE ESTOQUE (LAYOUT COMPARTILHADO)
002190******************************************************
002200     COPY LINMOV.
002210******************************************************
002220* LAYOUTS DAS LINHAS DO DOCUMENTO DE PEDIDO (PEDRPT)
002230******************************************************
002240 01  LINHA-BRANCO            PIC X(01)    VALUE SPACES.
002250 01  LINHA-PED-SEPARADOR     PIC X(60)    VALUE ALL '='.
002260 01  LINHA-PED-TITULO.
002270     05 FILLER               PIC X(18)
002280        VALUE 'PEDIDO DE COMPRA N'.
002290     05 FILLER               PIC X(02)    VALUE '. '.
002300     05 LPT-NUMERO           PIC ZZZZZ9.
002310     05 FILLER               PIC X(08)    VALUE '  DATA: '.
002320     05 LPT-DATA             PIC 9(08).
002330 01  LINHA-PED-FORNECEDOR.
002340     05 FILLER               PIC X(12)
002350        VALUE 'FORNECEDOR: '.
002360     05 LPF-CODIGO           PIC ZZZZ9.
002370     05 FILLER               PIC X(03)    VALUE ' - '.
002380     05 LPF-NOME             PIC X(30).
002390 01  LINHA-PED-TELEFONE.
002400     05 FILLER               PIC X(10)    VALUE 'TELEFONE: '.
002410     05 LPL-TELEFONE         PIC X(12).
002420 01  LINHA-PED-COLUNAS.
002430     05 FILLER               PIC X(06)    VALUE 'ITEM'.
002440     05 FILLER               PIC X(12)    VALUE 'MATERIAL'.
002450     05 FILLER               PIC X(12)    VALUE 'QUANTIDADE'.
002460     05 FILLER               PIC X(10)    VALUE 'UNIDADE'.
002470     05 FILLER               PIC X(11)    VALUE ' CUSTO UNIT'.
002480     05 FILLER               PIC X(19)
002490        VALUE '              VALOR'.
002500 01  LINHA-PED-ITEM.
002510     05 LPI-ITEM             PIC ZZ9.
002520     05 FILLER               PIC X(03)    VALUE SPACES.
002530     05 LPI-MATERIAL         PIC X(10).
002540     05 FILLER               PIC X(02)    VALUE SPACES.
002550     05 LPI-QTD              PIC Z(08)9.
002560     05 FILLER               PIC X(03)    VALUE SPACES.
002570     05 LPI-UNID             PIC X(10).
002580     05 FILLER               PIC X(02)    VALUE SPACES.
002590     05 LPI-CUSTO            PIC ZZ.ZZ9,99.
002600     05 FILLER               PIC X(02)    VALUE SPACES.
002610     05 LPI-VALOR            PIC Z.ZZZ.ZZZ.ZZ9,99.
002620     05 FILLER               PIC X(01)    VALUE SPACES.
002630     05 LPI-OBSERVACAO       PIC X(09).
002640 01  LINHA-PED-TOTAL.
002650     05 FILLER               PIC X(51)
002660        VALUE 'VALOR TOTAL DO PEDIDO'.
002670     05 FILLER               PIC X(02)    VALUE SPACES.
002680     05 LPV-TOTAL            PIC Z.ZZZ.ZZZ.ZZ9,99.
002690 01  LINHA-PED-SEM-CUSTO.
002700     05 FILLER               PIC X(40)
002710        VALUE 'ITENS SEM CUSTO DE AQUISICAO VIGENTE:   '.
002720     05 LPS-QTD              PIC ZZ9.
002730     05 FILLER               PIC X(27)
002740        VALUE ' (FORA DO VALOR DO PEDIDO)'.
002750 01  LINHA-SEM-FORNECEDOR.
002760     05 FILLER               PIC X(26)
002770        VALUE 'MATERIAL SEM FORNECEDOR: '.
002780     05 LSF-MATERIAL         PIC X(10).
002790 01  LINHA-DO-ESTOQUE.
002800     05 FILLER               PIC X(26)
002810        VALUE 'RETIRADO DO ESTOQUE:      '.
002820     05 LDE-MATERIAL         PIC X(10).
002830     05 FILLER               PIC X(02)    VALUE SPACES.
002840     05 LDE-QTD              PIC Z(08)9.
002850     05 FILLER               PIC X(01)    VALUE SPACES.
002860     05 LDE-UNID             PIC X(10).
002870     05 FILLER               PIC X(02)    VALUE SPACES.
002880     05 LDE-SITUACAO         PIC X(20).
002890 01  LINHA-PONTO-TITULO.
002900     05 FILLER               PIC X(36)
002910        VALUE 'MATERIAIS ABAIXO DO PONTO DE PEDIDO'.
002920 01  LINHA-PONTO-COLUNAS.
002930     05 FILLER               PIC X(12)    VALUE 'MATERIAL'.
002940     05 FILLER               PIC X(12)    VALUE '     SALDO'.
002950     05 FILLER               PIC X(12)    VALUE '     PONTO'.
002960     05 FILLER               PIC X(10)    VALUE 'UNIDADE'.
002970 01  LINHA-PONTO-DETALHE.
002980     05 LPP-MATERIAL         PIC X(10).
002990     05 FILLER               PIC X(03)    VALUE SPACES.
003000     05 LPP-SALDO            PIC Z(08)9.
003010     05 FILLER               PIC X(03)    VALUE SPACES.
003020     05 LPP-PONTO            PIC Z(08)9.
003030     05 FILLER               PIC X(02)    VALUE SPACES.
003040     05 LPP-UNID             PIC X(10).
003050 PROCEDURE DIVISION.
003060******************************************************
003070* 0000-MAINLINE
003080* ROTINA PRINCIPAL DO PROGRAMA
003090******************************************************
003100 0000-MAINLINE.
003110     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003120 
003130     PERFORM 2000-PROCESSAR-MENU THRU 2000-EXIT
003140         UNTIL FIM-PROGRAMA.
003150 
003160     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
003170 
003180     STOP RUN.
003190******************************************************
003200* 1000-INICIALIZAR
003210* OBTEM A DATA DO DIA E ABRE O ARQUIVO DE PEDIDOS
003220* EMITIDOS PARA ATUALIZACAO E CONSULTA. QUANDO O
003230* ARQUIVO AINDA NAO EXISTE, ELE E CRIADO VAZIO E
003240* REABERTO. O CADASTRO DE ESTOQUE E O DE CUSTOS SAO
003250* OPCIONAIS (AVISO QUANDO INDISPONIVEIS).
003260******************************************************
003270 1000-INICIALIZAR.
003280     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
003290 
003300     OPEN I-O ARQ-PEDIDOS.
003310     IF WS-FS-PEDIDOS = '35'
003320         OPEN OUTPUT ARQ-PEDIDOS
003330         CLOSE ARQ-PEDIDOS
003340         OPEN I-O ARQ-PEDIDOS
003350     END-IF.
003360     IF WS-FS-PEDIDOS NOT = '00'
003370         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
003380             'ARQUIVO DE PEDIDOS (PEDMST). STATUS: '
003390             WS-FS-PEDIDOS
003400         STOP RUN
003410     END-IF.
003420 
003430     OPEN I-O ARQ-ESTOQUE.
003440     IF WS-FS-ESTOQUE = '35'
003450         OPEN OUTPUT ARQ-ESTOQUE
003460         CLOSE ARQ-ESTOQUE
003470         OPEN I-O ARQ-ESTOQUE
003480     END-IF.
003490     IF WS-FS-ESTOQUE = '00'
003500         SET ESTMST-OK TO TRUE
003510     ELSE
003520         DISPLAY 'AVISO: CADASTRO DE ESTOQUE (ESTMST) '
003530             'INDISPONIVEL - PEDIDOS SEM ABATER O ESTOQUE. '
003540             'STATUS: ' WS-FS-ESTOQUE
003550     END-IF.
003560 
003570     OPEN INPUT ARQ-CUSTOS.
003580     IF WS-FS-CUSTOS = '00'
003590         SET CUSMST-OK TO TRUE
003600     ELSE
003610         DISPLAY 'AVISO: CADASTRO DE CUSTOS (CUSMST) '
003620             'INDISPONIVEL - PEDIDOS SEM VALOR. '
003630             'STATUS: ' WS-FS-CUSTOS
003640     END-IF.
003650 1000-EXIT.
003660     EXIT.
003670******************************************************
003680* 2000-PROCESSAR-MENU
003690* EXIBE O MENU DE OPCOES E ENCAMINHA A OPCAO ESCOLHIDA
003700* PARA A ROTINA CORRESPONDENTE, ATE O OPERADOR PEDIR
003710* PARA SAIR.
003720******************************************************
003730 2000-PROCESSAR-MENU.
003740     DISPLAY ' '.
003750     DISPLAY 'PEDIDO DE COMPRA POR FORNECEDOR'.
003760     DISPLAY '1-EMITIR PEDIDOS DA EXECUCAO'.
003770     DISPLAY '2-CONSULTAR PEDIDO  9-SAIR'.
003780     DISPLAY 'OPCAO DESEJADA: '.
003790     MOVE SPACES TO WRK-OPCAO-MENU.
003800     ACCEPT WRK-OPCAO-MENU.
003810 
003820     EVALUATE TRUE
003830         WHEN OPCAO-EMITIR
003840             PERFORM 3000-EMITIR-PEDIDOS THRU 3000-EXIT
003850         WHEN OPCAO-CONSULTAR
003860             PERFORM 7000-CONSULTAR-PEDIDO THRU 7000-EXIT
003870         WHEN OPCAO-SAIR
003880             SET FIM-PROGRAMA TO TRUE
003890         WHEN OTHER
003900             DISPLAY 'ERRO: INFORME 1, 2 OU 9.'
003910     END-EVALUATE.
003920 2000-EXIT.
003930     EXIT.
003940******************************************************
003950* 3000-EMITIR-PEDIDOS
003960* CARREGA A LISTA DE COMPRAS DA EXECUCAO, LOCALIZA O
003970* FORNECEDOR HABITUAL DE CADA MATERIAL NO PRECMST E
003980* EMITE UM PEDIDO NUMERADO POR FORNECEDOR, GRAVANDO OS
003990* ITENS NO PEDMST E O DOCUMENTO NO PEDRPT. ANTES DOS
004000* PEDIDOS, ABATE O SALDO DO ESTOQUE DE CADA MATERIAL;
004010* DEPOIS, APONTA OS MATERIAIS ABAIXO DO PONTO DE PEDIDO.
004020******************************************************
004030 3000-EMITIR-PEDIDOS.
004040     PERFORM 3100-CARREGAR-COMPRAS THRU 3100-EXIT.
004050     IF TAB-QTD-COMPRAS = ZEROS
004060         DISPLAY 'NENHUM MATERIAL NA LISTA DE COMPRAS '
004070             '(LOTECOMP).'
004080         GO TO 3000-EXIT
004090     END-IF.
004100 
004110     PERFORM 3300-LOCALIZAR-FORNECEDORES THRU 3300-EXIT.
004120 
004130     OPEN OUTPUT ARQ-DOCUMENTO.
004140     IF WS-FS-DOCUMENTO NOT = '00'
004150         DISPLAY 'ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO '
004160             'DE PEDIDOS IMPRESSOS (PEDRPT). STATUS: '
004170             WS-FS-DOCUMENTO
004180         GO TO 3000-EXIT
004190     END-IF.
004200 
004210     MOVE ZEROS TO WS-QTD-DO-ESTOQUE.
004220     IF ESTMST-OK
004230         PERFORM 3600-ABATER-ESTOQUE THRU 3600-EXIT
004240             VARYING IX-COM FROM 1 BY 1
004250             UNTIL IX-COM > TAB-QTD-COMPRAS
004260     END-IF.
004270 
004280     PERFORM 3500-LER-NUM-PEDIDO THRU 3500-EXIT.
004290 
004300     MOVE 'N' TO WS-FORMST-OK.
004310     OPEN INPUT ARQ-FORNECEDORES.
004320     IF WS-FS-FORNECEDORES = '00'
004330         SET FORMST-OK TO TRUE
004340     ELSE
004350         DISPLAY 'AVISO: CADASTRO DE FORNECEDORES (FORMST) '
004360             'INDISPONIVEL - PEDIDOS SEM OS DADOS DO '
004370             'FORNECEDOR. STATUS: ' WS-FS-FORNECEDORES
004380     END-IF.
004390 
004400     MOVE ZEROS TO WS-QTD-PEDIDOS WS-QTD-SEM-FORN.
004410     PERFORM 4000-TRATAR-COMPRA THRU 4000-EXIT
004420         VARYING IX-COM FROM 1 BY 1
004430         UNTIL IX-COM > TAB-QTD-COMPRAS.
004440 
004450     IF FORMST-OK
004460         CLOSE ARQ-FORNECEDORES
004470     END-IF.
004480 
004490     MOVE ZEROS TO WS-QTD-ABAIXO-PONTO.
004500     IF ESTMST-OK
004510         PERFORM 3800-LISTAR-ABAIXO-PONTO THRU 3800-EXIT
004520     END-IF.
004530     CLOSE ARQ-DOCUMENTO.
004540 
004550     DISPLAY 'PEDIDOS EMITIDOS: ' WS-QTD-PEDIDOS
004560         ' - MATERIAIS SEM FORNECEDOR: ' WS-QTD-SEM-FORN.
004570     DISPLAY 'MATERIAIS ATENDIDOS PELO ESTOQUE: '
004580         WS-QTD-DO-ESTOQUE ' - ABAIXO DO PONTO DE PEDIDO: '
004590         WS-QTD-ABAIXO-PONTO.
004600     DISPLAY 'DOCUMENTOS GRAVADOS EM PEDRPT.'.
004610 3000-EXIT.
004620     EXIT.
004630******************************************************
004640* 3100-CARREGAR-COMPRAS
004650* CARREGA A LISTA DE COMPRAS DA EXECUCAO (LOTECOMP)
004660* NA TABELA EM MEMORIA.
004670******************************************************
004680 3100-CARREGAR-COMPRAS.
004690     MOVE SPACES TO TABELA-COMPRAS.
004700     MOVE ZEROS TO TAB-QTD-COMPRAS.
004710     MOVE 'N' TO WS-FIM-COMPRAS.
004720 
004730     OPEN INPUT ARQ-LISTA-COMPRA.
004740     IF WS-FS-LISTA-COMPRA NOT = '00'
004750         DISPLAY 'ERRO: NAO FOI POSSIVEL ABRIR A LISTA DE '
004760             'COMPRAS (LOTECOMP). STATUS: '
004770             WS-FS-LISTA-COMPRA
004780         GO TO 3100-EXIT
004790     END-IF.
004800 
004810     PERFORM 3200-LER-COMPRA THRU 3200-EXIT.
004820     PERFORM 3250-GUARDAR-COMPRA THRU 3250-EXIT
004830         UNTIL FIM-COMPRAS.
004840     CLOSE ARQ-LISTA-COMPRA.
004850 3100-EXIT.
004860     EXIT.
004870******************************************************
004880* 3200-LER-COMPRA
004890* LE A PROXIMA LINHA DA LISTA DE COMPRAS E LIGA O
004900* INDICADOR DE FIM QUANDO NECESSARIO.
004910******************************************************
004920 3200-LER-COMPRA.
004930     READ ARQ-LISTA-COMPRA
004940         AT END
004950             SET FIM-COMPRAS TO TRUE
004960     END-READ.
004970 3200-EXIT.
004980     EXIT.
004990******************************************************
005000* 3250-GUARDAR-COMPRA
005010* GUARDA A LINHA DE COMPRA CORRENTE NA TABELA EM
005020* MEMORIA, AINDA SEM FORNECEDOR.
005030******************************************************
005040 3250-GUARDAR-COMPRA.
005050     IF TAB-QTD-COMPRAS < 50
005060         ADD 1 TO TAB-QTD-COMPRAS
005070         SET IX-COM TO TAB-QTD-COMPRAS
005080         MOVE COM-MATERIAL    TO TCP-MATERIAL(IX-COM)
005090         MOVE COM-QTD         TO TCP-QTD(IX-COM)
005100         MOVE COM-UNID-COMPRA TO TCP-UNID(IX-COM)
005110         MOVE ZEROS           TO TCP-QTD-ESTOQUE(IX-COM)
005120         MOVE ZEROS           TO TCP-FORNECEDOR(IX-COM)
005130         MOVE 'N'             TO TCP-EMITIDO(IX-COM)
005140     ELSE
005150         DISPLAY 'AVISO: TABELA DE COMPRAS CHEIA - '
005160             'MATERIAL FORA DOS PEDIDOS: ' COM-MATERIAL
005170     END-IF.
005180     PERFORM 3200-LER-COMPRA THRU 3200-EXIT.
005190 3250-EXIT.
005200     EXIT.
005210******************************************************
005220* 3300-LOCALIZAR-FORNECEDORES
005230* PERCORRE O CADASTRO DE PRECOS EM ORDEM DE CHAVE
005240* (MATERIAL + DATA) E, PARA CADA MATERIAL DA TABELA DE
005250* COMPRAS, GUARDA O FORNECEDOR DO ULTIMO REGISTRO DE
005260* VIGENCIA NAO FUTURA - O FORNECEDOR HABITUAL VIGENTE.
005270******************************************************
005280 3300-LOCALIZAR-FORNECEDORES.
005290     MOVE 'N' TO WS-FIM-PRECOS.
005300     OPEN INPUT ARQ-PRECOS.
005310     IF WS-FS-PRECOS NOT = '00'
005320         DISPLAY 'AVISO: CADASTRO DE PRECOS (PRECMST) '
005330             'INDISPONIVEL - PEDIDOS SEM FORNECEDOR. '
005340             'STATUS: ' WS-FS-PRECOS
005350         GO TO 3300-EXIT
005360     END-IF.
005370 
005380     PERFORM 3350-LER-PRECO THRU 3350-EXIT.
005390     PERFORM 3400-TRATAR-PRECO THRU 3400-EXIT
005400         UNTIL FIM-PRECOS.
005410     CLOSE ARQ-PRECOS.
005420 3300-EXIT.
005430     EXIT.
005440******************************************************
005450* 3350-LER-PRECO
005460* LE O PROXIMO REGISTRO DO CADASTRO DE PRECOS E LIGA O
005470* INDICADOR DE FIM QUANDO NECESSARIO.
005480******************************************************
005490 3350-LER-PRECO.
005500     READ ARQ-PRECOS NEXT RECORD
005510         AT END
005520             SET FIM-PRECOS TO TRUE
005530     END-READ.
005540 3350-EXIT.
005550     EXIT.
005560******************************************************
005570* 3400-TRATAR-PRECO
005580* QUANDO O REGISTRO DE PRECO CORRENTE NAO FOR DE
005590* VIGENCIA FUTURA E O MATERIAL ESTIVER NA TABELA DE
005600* COMPRAS, GUARDA O FORNECEDOR - O ULTIMO GUARDADO DE
005610* CADA MATERIAL E O VIGENTE.
005620******************************************************
005630 3400-TRATAR-PRECO.
005640     IF PRE-DATA-VIGENCIA NOT > WRK-DATA-HOJE
005650         SET IX-COM TO 1
005660         SEARCH TAB-COMPRA-ITEM
005670             AT END
005680                 CONTINUE
005690             WHEN TCP-MATERIAL(IX-COM) = PRE-MATERIAL
005700                 MOVE PRE-COD-FORNECEDOR
005710                     TO TCP-FORNECEDOR(IX-COM)
005720         END-SEARCH
005730     END-IF.
005740     PERFORM 3350-LER-PRECO THRU 3350-EXIT.
005750 3400-EXIT.
005760     EXIT.
005770******************************************************
005780* 3500-LER-NUM-PEDIDO
005790* LE O ULTIMO NUMERO DE PEDIDO EMITIDO NO ARQUIVO DE
005800* CONTROLE (PEDNUM), PARA QUE A NUMERACAO CONTINUE DE
005810* ONDE PAROU E NUNCA SE REPITA ENTRE EXECUCOES.
005820******************************************************
005830 3500-LER-NUM-PEDIDO.
005840     MOVE ZEROS TO WRK-NUM-PEDIDO.
005850     OPEN INPUT ARQ-NUM-PEDIDO.
005860     IF WS-FS-PEDNUM = '00'
005870         READ ARQ-NUM-PEDIDO INTO WRK-NUM-PEDIDO
005880     END-IF.
005890     CLOSE ARQ-NUM-PEDIDO.
005900 3500-EXIT.
005910     EXIT.
005920******************************************************
005930* 3550-GRAVAR-NUM-PEDIDO
005940* REGRAVA O ARQUIVO DE CONTROLE DO NUMERO DE PEDIDO
005950* (PEDNUM) COM O ULTIMO NUMERO EMITIDO.
005960******************************************************
005970 3550-GRAVAR-NUM-PEDIDO.
005980     MOVE WRK-NUM-PEDIDO TO REG-NUM-PEDIDO.
005990     OPEN OUTPUT ARQ-NUM-PEDIDO.
006000     WRITE REG-NUM-PEDIDO.
006010     CLOSE ARQ-NUM-PEDIDO.
006020 3550-EXIT.
006030     EXIT.
006040******************************************************
006050* 3600-ABATER-ESTOQUE
006060* QUANDO O MATERIAL DA LINHA DE COMPRA TEM SALDO NO
006070* ESTOQUE NA MESMA UNIDADE DE COMPRA, RETIRA DO
006080* ESTOQUE O QUE FOR POSSIVEL (SAIDA PARA A EXECUCAO) E
006090* DEIXA PARA O PEDIDO SO A QUANTIDADE QUE FALTA. O
006100* MATERIAL TODO ATENDIDO PELO ESTOQUE FICA FORA DOS
006110* PEDIDOS.
006120******************************************************
006130 3600-ABATER-ESTOQUE.
006140     IF TCP-QTD(IX-COM) = ZEROS
006150         GO TO 3600-EXIT
006160     END-IF.
006170     MOVE TCP-MATERIAL(IX-COM) TO EST-MATERIAL.
006180     READ ARQ-ESTOQUE
006190         INVALID KEY
006200             GO TO 3600-EXIT
006210     END-READ.
006220     IF EST-SALDO = ZEROS
006230         GO TO 3600-EXIT
006240     END-IF.
006250     IF EST-UNID-COMPRA NOT = TCP-UNID(IX-COM)
006260         DISPLAY 'AVISO: UNIDADE DO ESTOQUE DIFERENTE DA '
006270             'LISTA DE COMPRAS - ESTOQUE NAO ABATIDO: '
006280             TCP-MATERIAL(IX-COM)
006290         GO TO 3600-EXIT
006300     END-IF.
006310 
006320     IF EST-SALDO < TCP-QTD(IX-COM)
006330         MOVE EST-SALDO TO WRK-QTD-USADA
006340     ELSE
006350         MOVE TCP-QTD(IX-COM) TO WRK-QTD-USADA
006360     END-IF.
006370     MOVE EST-SALDO TO MOV-SALDO-ANTERIOR.
006380     SUBTRACT WRK-QTD-USADA FROM EST-SALDO.
006390     MOVE WRK-DATA-HOJE TO EST-DATA-ULT-MOV.
006400     REWRITE REG-ESTOQUE
006410         INVALID KEY
006420             DISPLAY 'ERRO AO REGRAVAR ESTOQUE DE '
006430                 EST-MATERIAL '. STATUS: ' WS-FS-ESTOQUE
006440             GO TO 3600-EXIT
006450     END-REWRITE.
006460     SUBTRACT WRK-QTD-USADA FROM TCP-QTD(IX-COM).
006470     MOVE WRK-QTD-USADA TO TCP-QTD-ESTOQUE(IX-COM).
006480     PERFORM 3700-GRAVAR-MOVIMENTO THRU 3700-EXIT.
006490 
006500     MOVE TCP-MATERIAL(IX-COM) TO LDE-MATERIAL.
006510     MOVE WRK-QTD-USADA        TO LDE-QTD.
006520     MOVE TCP-UNID(IX-COM)     TO LDE-UNID.
006530     IF TCP-QTD(IX-COM) = ZEROS
006540         MOVE 'S' TO TCP-EMITIDO(IX-COM)
006550         ADD 1 TO WS-QTD-DO-ESTOQUE
006560         MOVE 'ATENDIDO TOTALMENTE' TO LDE-SITUACAO
006570     ELSE
006580         MOVE 'RESTANTE EM PEDIDO' TO LDE-SITUACAO
006590     END-IF.
006600     WRITE REG-DOCUMENTO FROM LINHA-DO-ESTOQUE.
006610 3600-EXIT.
006620     EXIT.
006630******************************************************
006640* 3700-GRAVAR-MOVIMENTO
006650* GRAVA, POR EXTENSAO, NO ARQUIVO DE MOVIMENTOS DE
006660* ESTOQUE (ESTMOV) A SAIDA DO MATERIAL RETIRADO DO
006670* ESTOQUE PARA A EXECUCAO.
006680******************************************************
006690 3700-GRAVAR-MOVIMENTO.
006700     ACCEPT WRK-HORA-AGORA FROM TIME.
006710     MOVE WRK-DATA-HOJE       TO MOV-DATA.
006720     MOVE WRK-HORA-AGORA(1:6) TO MOV-HORA.
006730     MOVE 'PEDCOMPR'          TO MOV-OPERADOR.
006740     MOVE EST-MATERIAL        TO MOV-MATERIAL.
006750     SET MOVIMENTO-SAIDA TO TRUE.
006760     MOVE '-'                 TO MOV-SINAL.
006770     MOVE WRK-QTD-USADA       TO MOV-QTD.
006780     MOVE EST-SALDO           TO MOV-SALDO-ATUAL.
006790     MOVE ZEROS               TO MOV-PED-NUMERO MOV-PED-ITEM.
006800 
006810     OPEN EXTEND ARQ-MOVIMENTOS.
006820     IF WS-FS-MOVIMENTOS = '05' OR WS-FS-MOVIMENTOS = '35'
006830         OPEN OUTPUT ARQ-MOVIMENTOS
006840     END-IF.
006850     IF WS-FS-MOVIMENTOS NOT = '00'
006860         DISPLAY 'AVISO: NAO FOI POSSIVEL GRAVAR O '
006870             'MOVIMENTO DE ESTOQUE (ESTMOV). STATUS: '
006880             WS-FS-MOVIMENTOS
006890         GO TO 3700-EXIT
006900     END-IF.
006910     WRITE REG-MOVIMENTO FROM LINHA-MOVIMENTO.
006920     CLOSE ARQ-MOVIMENTOS.
006930 3700-EXIT.
006940     EXIT.
006950******************************************************
006960* 3800-LISTAR-ABAIXO-PONTO
006970* PERCORRE O CADASTRO DE ESTOQUE EM ORDEM DE MATERIAL
006980* E APONTA, NO DOCUMENTO E NO CONSOLE, CADA MATERIAL
006990* COM SALDO ABAIXO DO PONTO DE PEDIDO.
007000******************************************************
007010 3800-LISTAR-ABAIXO-PONTO.
007020     MOVE 'N' TO WS-FIM-ESTOQUE.
007030     MOVE LOW-VALUES TO EST-MATERIAL.
007040     START ARQ-ESTOQUE KEY NOT < EST-MATERIAL
007050         INVALID KEY
007060             SET FIM-ESTOQUE TO TRUE
007070     END-START.
007080     PERFORM 3850-LER-ESTOQUE THRU 3850-EXIT.
007090     PERFORM 3900-CONFERIR-PONTO THRU 3900-EXIT
007100         UNTIL FIM-ESTOQUE.
007110     IF WS-QTD-ABAIXO-PONTO > ZEROS
007120         WRITE REG-DOCUMENTO FROM LINHA-PED-SEPARADOR
007130     END-IF.
007140 3800-EXIT.
007150     EXIT.
007160******************************************************
007170* 3850-LER-ESTOQUE
007180* LE O PROXIMO REGISTRO DO CADASTRO DE ESTOQUE E LIGA
007190* O INDICADOR DE FIM QUANDO NECESSARIO.
007200******************************************************
007210 3850-LER-ESTOQUE.
007220     IF FIM-ESTOQUE
007230         GO TO 3850-EXIT
007240     END-IF.
007250     READ ARQ-ESTOQUE NEXT RECORD
007260         AT END
007270             SET FIM-ESTOQUE TO TRUE
007280     END-READ.
007290 3850-EXIT.
007300     EXIT.
007310******************************************************
007320* 3900-CONFERIR-PONTO
007330* QUANDO O SALDO DO MATERIAL CORRENTE ESTA ABAIXO DO
007340* PONTO DE PEDIDO, EMITE A LINHA DE APONTAMENTO (COM O
007350* TITULO DA SECAO NA PRIMEIRA) E LE O PROXIMO.
007360******************************************************
007370 3900-CONFERIR-PONTO.
007380     IF EST-SALDO < EST-PONTO-PEDIDO
007390         IF WS-QTD-ABAIXO-PONTO = ZEROS
007400             WRITE REG-DOCUMENTO FROM LINHA-PED-SEPARADOR
007410             WRITE REG-DOCUMENTO FROM LINHA-PONTO-TITULO
007420             WRITE REG-DOCUMENTO FROM LINHA-BRANCO
007430             WRITE REG-DOCUMENTO FROM LINHA-PONTO-COLUNAS
007440         END-IF
007450         ADD 1 TO WS-QTD-ABAIXO-PONTO
007460         MOVE EST-MATERIAL     TO LPP-MATERIAL
007470         MOVE EST-SALDO        TO LPP-SALDO
007480         MOVE EST-PONTO-PEDIDO TO LPP-PONTO
007490         MOVE EST-UNID-COMPRA  TO LPP-UNID
007500         WRITE REG-DOCUMENTO FROM LINHA-PONTO-DETALHE
007510         DISPLAY 'AVISO: MATERIAL ABAIXO DO PONTO DE PEDIDO: '
007520             EST-MATERIAL ' SALDO ' EST-SALDO
007530             ' PONTO ' EST-PONTO-PEDIDO
007540     END-IF.
007550     PERFORM 3850-LER-ESTOQUE THRU 3850-EXIT.
007560 3900-EXIT.
007570     EXIT.
007580******************************************************
007590* 4000-TRATAR-COMPRA
007600* PARA CADA MATERIAL AINDA NAO EMITIDO: MATERIAL SEM
007610* FORNECEDOR E APONTADO NO DOCUMENTO E NO CONSOLE;
007620* MATERIAL COM FORNECEDOR ABRE O PEDIDO DO FORNECEDOR,
007630* QUE RECOLHE TODOS OS MATERIAIS DO MESMO FORNECEDOR.
007640******************************************************
007650 4000-TRATAR-COMPRA.
007660     IF TCP-EMITIDO(IX-COM) = 'S'
007670         GO TO 4000-EXIT
007680     END-IF.
007690 
007700     IF TCP-FORNECEDOR(IX-COM) = ZEROS
007710         MOVE 'S' TO TCP-EMITIDO(IX-COM)
007720         ADD 1 TO WS-QTD-SEM-FORN
007730         MOVE TCP-MATERIAL(IX-COM) TO LSF-MATERIAL
007740         WRITE REG-DOCUMENTO FROM LINHA-SEM-FORNECEDOR
007750         DISPLAY 'AVISO: MATERIAL SEM FORNECEDOR HABITUAL '
007760             'FORA DOS PEDIDOS: ' TCP-MATERIAL(IX-COM)
007770         GO TO 4000-EXIT
007780     END-IF.
007790 
007800     MOVE TCP-FORNECEDOR(IX-COM) TO WRK-FORN-CORRENTE.
007810     PERFORM 5000-ABRIR-PEDIDO THRU 5000-EXIT.
007820 
007830     MOVE 1 TO WRK-VARRE.
007840     PERFORM 5500-ITEM-PEDIDO THRU 5500-EXIT
007850         UNTIL WRK-VARRE > TAB-QTD-COMPRAS.
007860 
007870     PERFORM 6000-FECHAR-PEDIDO THRU 6000-EXIT.
007880 4000-EXIT.
007890     EXIT.
007900******************************************************
007910* 5000-ABRIR-PEDIDO
007920* TOMA O PROXIMO NUMERO DE PEDIDO (GRAVANDO-O LOGO NO
007930* ARQUIVO DE CONTROLE, PARA NUNCA REPETIR NUMERO) E
007940* EMITE O CABECALHO DO DOCUMENTO COM OS DADOS DO
007950* FORNECEDOR DO CADASTRO FORMST.
007960******************************************************
007970 5000-ABRIR-PEDIDO.
007980     ADD 1 TO WRK-NUM-PEDIDO.
007990     PERFORM 3550-GRAVAR-NUM-PEDIDO THRU 3550-EXIT.
008000     MOVE ZEROS TO WRK-ITEM-PEDIDO.
008010     MOVE ZEROS TO WRK-TOTAL-PEDIDO WS-QTD-SEM-CUSTO.
008020 
008030     IF FORMST-OK
008040         MOVE WRK-FORN-CORRENTE TO FOR-CODIGO
008050         READ ARQ-FORNECEDORES
008060             INVALID KEY
008070                 MOVE '(NAO CADASTRADO)' TO FOR-NOME
008080                 MOVE SPACES             TO FOR-TELEFONE
008090                 DISPLAY 'AVISO: FORNECEDOR '
008100                     WRK-FORN-CORRENTE ' NAO CADASTRADO '
008110                     'NO FORMST.'
008120             NOT INVALID KEY
008130                 IF FORNECEDOR-INATIVO
008140                     DISPLAY 'AVISO: FORNECEDOR INATIVO NO '
008150                         'PEDIDO: ' FOR-NOME
008160                 END-IF
008170         END-READ
008180     ELSE
008190         MOVE '(CADASTRO INDISPONIVEL)' TO FOR-NOME
008200         MOVE SPACES TO FOR-TELEFONE
008210     END-IF.
008220 
008230     MOVE WRK-NUM-PEDIDO    TO LPT-NUMERO.
008240     MOVE WRK-DATA-HOJE     TO LPT-DATA.
008250     MOVE WRK-FORN-CORRENTE TO LPF-CODIGO.
008260     MOVE FOR-NOME          TO LPF-NOME.
008270     MOVE FOR-TELEFONE      TO LPL-TELEFONE.
008280 
008290     WRITE REG-DOCUMENTO FROM LINHA-PED-SEPARADOR.
008300     WRITE REG-DOCUMENTO FROM LINHA-PED-TITULO.
008310     WRITE REG-DOCUMENTO FROM LINHA-PED-FORNECEDOR.
008320     WRITE REG-DOCUMENTO FROM LINHA-PED-TELEFONE.
008330     WRITE REG-DOCUMENTO FROM LINHA-BRANCO.
008340     WRITE REG-DOCUMENTO FROM LINHA-PED-COLUNAS.
008350 5000-EXIT.
008360     EXIT.
008370******************************************************
008380* 5500-ITEM-PEDIDO
008390* QUANDO A ENTRADA VARRIDA DA TABELA DE COMPRAS FOR DO
008400* FORNECEDOR DO PEDIDO ABERTO E AINDA NAO EMITIDA,
008410* EMITE O ITEM NO DOCUMENTO E O GRAVA NO PEDMST,
008420* VALORIZADO PELO CUSTO DE AQUISICAO VIGENTE. ITEM SEM
008430* CUSTO FICA COM VALOR ZERO E E APONTADO NO DOCUMENTO.
008440******************************************************
008450 5500-ITEM-PEDIDO.
008460     IF TCP-EMITIDO(WRK-VARRE) = 'N'
008470        AND TCP-FORNECEDOR(WRK-VARRE) = WRK-FORN-CORRENTE
008480         ADD 1 TO WRK-ITEM-PEDIDO
008490         MOVE WRK-ITEM-PEDIDO        TO LPI-ITEM
008500         MOVE TCP-MATERIAL(WRK-VARRE) TO LPI-MATERIAL
008510         MOVE TCP-QTD(WRK-VARRE)      TO LPI-QTD
008520         MOVE TCP-UNID(WRK-VARRE)     TO LPI-UNID
008530         PERFORM 5600-LOCALIZAR-CUSTO THRU 5600-EXIT
008540         IF CUSTO-ACHADO
008550             COMPUTE WRK-VALOR-ITEM ROUNDED =
008560                 TCP-QTD(WRK-VARRE) * WRK-CUSTO-ITEM
008570             ADD WRK-VALOR-ITEM TO WRK-TOTAL-PEDIDO
008580             MOVE SPACES TO LPI-OBSERVACAO
008590         ELSE
008600             MOVE ZEROS TO WRK-VALOR-ITEM
008610             ADD 1 TO WS-QTD-SEM-CUSTO
008620             MOVE 'SEM CUSTO' TO LPI-OBSERVACAO
008630         END-IF
008640         MOVE WRK-CUSTO-ITEM         TO LPI-CUSTO
008650         MOVE WRK-VALOR-ITEM         TO LPI-VALOR
008660         WRITE REG-DOCUMENTO FROM LINHA-PED-ITEM
008670 
008680         MOVE WRK-NUM-PEDIDO         TO PED-NUMERO
008690         MOVE WRK-ITEM-PEDIDO        TO PED-ITEM
008700         MOVE WRK-FORN-CORRENTE      TO PED-COD-FORNECEDOR
008710         MOVE WRK-DATA-HOJE          TO PED-DATA-EMISSAO
008720         MOVE TCP-MATERIAL(WRK-VARRE) TO PED-MATERIAL
008730         MOVE TCP-QTD(WRK-VARRE)      TO PED-QTD
008740         MOVE TCP-UNID(WRK-VARRE)     TO PED-UNID-COMPRA
008750         MOVE ZEROS TO PED-QTD-RECEBIDA PED-DATA-ULT-RECEB
008760         SET PEDIDO-ABERTO TO TRUE
008770         MOVE WRK-CUSTO-ITEM         TO PED-CUSTO-UNIT
008780         MOVE WRK-VALOR-ITEM         TO PED-VALOR
008790         WRITE REG-PEDIDO
008800             INVALID KEY
008810                 DISPLAY 'ERRO AO GRAVAR ITEM DO PEDIDO '
008820                     WRK-NUM-PEDIDO '. STATUS: '
008830                     WS-FS-PEDIDOS
008840         END-WRITE
008850 
008860         MOVE 'S' TO TCP-EMITIDO(WRK-VARRE)
008870     END-IF.
008880     ADD 1 TO WRK-VARRE.
008890 5500-EXIT.
008900     EXIT.
008910******************************************************
008920* 5600-LOCALIZAR-CUSTO
008930* LOCALIZA NO CADASTRO DE CUSTOS O CUSTO VIGENTE NA
008940* DATA DO DIA DO MATERIAL DA ENTRADA VARRIDA NO
008950* FORNECEDOR DO PEDIDO: O ULTIMO REGISTRO DO PAR
008960* MATERIAL + FORNECEDOR COM VIGENCIA NAO FUTURA. CUSTO
008970* CADASTRADO EM OUTRA UNIDADE DE COMPRA NAO E USADO.
008980******************************************************
008990 5600-LOCALIZAR-CUSTO.
009000     MOVE 'N' TO WS-CUSTO-ACHADO.
009010     MOVE ZEROS TO WRK-CUSTO-ITEM.
009020     IF NOT CUSMST-OK
009030         GO TO 5600-EXIT
009040     END-IF.
009050 
009060     MOVE 'N' TO WS-FIM-CUSTOS.
009070     MOVE TCP-MATERIAL(WRK-VARRE) TO CUS-MATERIAL.
009080     MOVE WRK-FORN-CORRENTE       TO CUS-FORNECEDOR.
009090     MOVE ZEROS                   TO CUS-DATA-VIGENCIA.
009100     START ARQ-CUSTOS KEY NOT < CUS-CHAVE
009110         INVALID KEY
009120             SET FIM-CUSTOS TO TRUE
009130     END-START.
009140     PERFORM 5650-LER-CUSTO THRU 5650-EXIT
009150         UNTIL FIM-CUSTOS.
009160 
009170     IF CUSTO-ACHADO
009180        AND WRK-UNID-CUSTO NOT = TCP-UNID(WRK-VARRE)
009190         DISPLAY 'AVISO: CUSTO DE ' TCP-MATERIAL(WRK-VARRE)
009200             ' CADASTRADO EM OUTRA UNIDADE (' WRK-UNID-CUSTO
009210             ') - ITEM SEM VALOR.'
009220         MOVE 'N' TO WS-CUSTO-ACHADO
009230         MOVE ZEROS TO WRK-CUSTO-ITEM
009240     END-IF.
009250 5600-EXIT.
009260     EXIT.
009270******************************************************
009280* 5650-LER-CUSTO
009290* LE O PROXIMO REGISTRO DO CADASTRO DE CUSTOS E, ENQUANTO
009300* FOR DO MESMO MATERIAL E FORNECEDOR E DE VIGENCIA NAO
009310* FUTURA, GUARDA O CUSTO - O ULTIMO GUARDADO E O
009320* VIGENTE. LIGA O INDICADOR DE FIM NO PRIMEIRO REGISTRO
009330* FORA DESSAS CONDICOES.
009340******************************************************
009350 5650-LER-CUSTO.
009360     READ ARQ-CUSTOS NEXT RECORD
009370         AT END
009380             SET FIM-CUSTOS TO TRUE
009390             GO TO 5650-EXIT
009400     END-READ.
009410     IF CUS-MATERIAL NOT = TCP-MATERIAL(WRK-VARRE)
009420        OR CUS-FORNECEDOR NOT = WRK-FORN-CORRENTE
009430        OR CUS-DATA-VIGENCIA > WRK-DATA-HOJE
009440         SET FIM-CUSTOS TO TRUE
009450         GO TO 5650-EXIT
009460     END-IF.
009470     MOVE CUS-CUSTO-UNIT  TO WRK-CUSTO-ITEM.
009480     MOVE CUS-UNID-COMPRA TO WRK-UNID-CUSTO.
009490     SET CUSTO-ACHADO TO TRUE.
009500 5650-EXIT.
009510     EXIT.
009520******************************************************
009530* 6000-FECHAR-PEDIDO
009540* FECHA O DOCUMENTO DO PEDIDO CORRENTE COM O VALOR
009550* TOTAL DO PEDIDO E, QUANDO HOUVER, A QUANTIDADE DE
009560* ITENS SEM CUSTO DE AQUISICAO VIGENTE.
009570******************************************************
009580 6000-FECHAR-PEDIDO.
009590     WRITE REG-DOCUMENTO FROM LINHA-BRANCO.
009600     MOVE WRK-TOTAL-PEDIDO TO LPV-TOTAL.
009610     WRITE REG-DOCUMENTO FROM LINHA-PED-TOTAL.
009620     IF WS-QTD-SEM-CUSTO > ZEROS
009630         MOVE WS-QTD-SEM-CUSTO TO LPS-QTD
009640         WRITE REG-DOCUMENTO FROM LINHA-PED-SEM-CUSTO
009650         DISPLAY 'AVISO: PEDIDO ' WRK-NUM-PEDIDO ' COM '
009660             WS-QTD-SEM-CUSTO ' ITENS SEM CUSTO DE AQUISICAO.'
009670     END-IF.
009680     WRITE REG-DOCUMENTO FROM LINHA-PED-SEPARADOR.
009690     WRITE REG-DOCUMENTO FROM LINHA-BRANCO.
009700     ADD 1 TO WS-QTD-PEDIDOS.
009710     DISPLAY 'PEDIDO ' WRK-NUM-PEDIDO ' EMITIDO PARA O '
009720         'FORNECEDOR ' WRK-FORN-CORRENTE ' COM '
009730         WRK-ITEM-PEDIDO ' ITENS - VALOR ' LPV-TOTAL '.'.
009740 6000-EXIT.
009750     EXIT.
009760******************************************************
009770* 7000-CONSULTAR-PEDIDO
009780* LOCALIZA UM PEDIDO EMITIDO PELO NUMERO E EXIBE OS
009790* ITENS GRAVADOS NO PEDMST.
009800******************************************************
009810 7000-CONSULTAR-PEDIDO.
009820     DISPLAY 'NUMERO DO PEDIDO (6 DIGITOS): '.
009830     MOVE SPACES TO WRK-NUMERO-RAW.
009840     ACCEPT WRK-NUMERO-RAW.
009850     IF WRK-NUMERO-RAW IS NOT NUMERIC
009860         DISPLAY 'ERRO: NUMERO DE PEDIDO INVALIDO.'
009870         GO TO 7000-EXIT
009880     END-IF.
009890     MOVE WRK-NUMERO-RAW TO WRK-NUM-CONSULTA.
009900 
009910     MOVE 'N' TO WS-FIM-CONSULTA.
009920     MOVE ZEROS TO WRK-QTD-LISTADOS.
009930     MOVE WRK-NUM-CONSULTA TO PED-NUMERO.
009940     MOVE ZEROS            TO PED-ITEM.
009950     START ARQ-PEDIDOS KEY NOT < PED-CHAVE
009960         INVALID KEY
009970             SET FIM-CONSULTA TO TRUE
009980     END-START.
009990     PERFORM 7100-LER-PEDIDO THRU 7100-EXIT.
010000     PERFORM 7200-EXIBIR-ITEM THRU 7200-EXIT
010010         UNTIL FIM-CONSULTA.
010020 
010030     IF WRK-QTD-LISTADOS = ZEROS
010040         DISPLAY 'PEDIDO NAO ENCONTRADO.'
010050     END-IF.
010060 7000-EXIT.
010070     EXIT.
010080******************************************************
010090* 7100-LER-PEDIDO
010100* LE O PROXIMO ITEM DE PEDIDO NA ORDEM DE CHAVE E LIGA
010110* O INDICADOR DE FIM QUANDO O ARQUIVO ACABA OU O ITEM
010120* JA E DE OUTRO PEDIDO.
010130******************************************************
010140 7100-LER-PEDIDO.
010150     IF FIM-CONSULTA
010160         GO TO 7100-EXIT
010170     END-IF.
010180     READ ARQ-PEDIDOS NEXT RECORD
010190         AT END
010200             SET FIM-CONSULTA TO TRUE
010210     END-READ.
010220     IF NOT FIM-CONSULTA
010230        AND PED-NUMERO NOT = WRK-NUM-CONSULTA
010240         SET FIM-CONSULTA TO TRUE
010250     END-IF.
010260 7100-EXIT.
010270     EXIT.
010280******************************************************
010290* 7200-EXIBIR-ITEM
010300* EXIBE O ITEM DE PEDIDO CORRENTE E LE O PROXIMO.
010310******************************************************
010320 7200-EXIBIR-ITEM.
010330     DISPLAY 'PEDIDO ' PED-NUMERO ' ITEM ' PED-ITEM
010340         ' FORN ' PED-COD-FORNECEDOR
010350         ' DATA ' PED-DATA-EMISSAO
010360         ' ' PED-MATERIAL ' QTD ' PED-QTD
010370         ' ' PED-UNID-COMPRA.
010380     IF PED-QTD-RECEBIDA IS NUMERIC
010390        AND PED-QTD-RECEBIDA > ZEROS
010400         DISPLAY '    RECEBIDA ' PED-QTD-RECEBIDA
010410             ' EM ' PED-DATA-ULT-RECEB
010420     END-IF.
010430     IF PED-VALOR IS NUMERIC
010440        AND PED-CUSTO-UNIT IS NUMERIC
010450        AND PED-CUSTO-UNIT > ZEROS
010460         MOVE PED-CUSTO-UNIT TO LPI-CUSTO
010470         MOVE PED-VALOR      TO LPI-VALOR
010480         DISPLAY '    CUSTO UNIT ' LPI-CUSTO
010490             ' VALOR ' LPI-VALOR
010500     ELSE
010510         DISPLAY '    SEM CUSTO DE AQUISICAO'
010520     END-IF.
010530     ADD 1 TO WRK-QTD-LISTADOS.
010540     PERFORM 7100-LER-PEDIDO THRU 7100-EXIT.
010550 7200-EXIT.
010560     EXIT.
010570******************************************************
010580* 9000-FINALIZAR
010590* FECHA O ARQUIVO DE PEDIDOS E OS CADASTROS DE
010600* ESTOQUE E DE CUSTOS ANTES DE TERMINAR.
010610******************************************************
010620 9000-FINALIZAR.
010630     CLOSE ARQ-PEDIDOS.
010640     IF ESTMST-OK
010650         CLOSE ARQ-ESTOQUE
010660     END-IF.
010670     IF CUSMST-OK
010680         CLOSE ARQ-CUSTOS
010690     END-IF.
010700 9000-EXIT.
010710     EXIT.
