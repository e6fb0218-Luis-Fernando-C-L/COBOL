000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "RECEBIMENTO MATERIAIS".
000030 AUTHOR. LUIS FERNANDO LAZANHA.
000040 INSTALLATION. SETOR DE TOPOGRAFIA E ORCAMENTOS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: DAR ENTRADA NO ESTOQUE DOS MATERIAIS
000100* ENTREGUES PELOS FORNECEDORES CONTRA OS PEDIDOS DE
000110* COMPRA EMITIDOS (PEDMST, POR NUMERO E ITEM DO
000120* PEDIDO), ACEITANDO ENTREGAS PARCIAIS E MOSTRANDO O
000130* SALDO EM ABERTO DE CADA ITEM. CADA RECEBIMENTO E
000140* REGISTRADO NO ARQUIVO DE MOVIMENTOS DE ESTOQUE
000150* (ESTMOV) COMO ENTRADA NO ESTOQUE DO MATERIAL (ESTMST,
000160* NA UNIDADE DE COMPRA DO PRECMST) E SAIDA DA MESMA
000170* QUANTIDADE PARA A EXECUCAO, POIS O PEDIDO DE COMPRA
000180* SO ENCOMENDA O QUE O ESTOQUE NAO ATENDEU: O SALDO DO
000190* MATERIAL NAO MUDA NO RECEBIMENTO. O PROGRAMA
000200* TAMBEM CONSULTA O ESTOQUE E, SO PARA SUPERVISOR,
000210* AJUSTA O SALDO PELO INVENTARIO FISICO E MANTEM O
000220* PONTO DE PEDIDO DE CADA MATERIAL (GRAVADO NA TRILHA
000230* DE ALTERACOES).
000240*
000250* HISTORICO DE ALTERACOES
000260* DATA       AUTOR   DESCRICAO
000270* 15/10/2026 LFL     VERSAO ORIGINAL - RECEBIMENTO DE
000280*                    PEDIDOS DE COMPRA COM ENTREGA
000290*                    PARCIAL, CONSULTA DE SALDO DO
000300*                    PEDIDO E DO ESTOQUE, INVENTARIO E
000310*                    PONTO DE PEDIDO.
000320******************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SPECIAL-NAMES.
000360     DECIMAL-POINT IS COMMA.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ARQ-PEDIDOS ASSIGN TO "PEDMST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS PED-CHAVE
000430         FILE STATUS IS WS-FS-PEDIDOS.
000440 
000450     SELECT ARQ-ESTOQUE ASSIGN TO "ESTMST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS EST-MATERIAL
000490         FILE STATUS IS WS-FS-ESTOQUE.
000500 
000510     SELECT ARQ-MOVIMENTOS ASSIGN TO "ESTMOV"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FS-MOVIMENTOS.
000540 
000550     SELECT ARQ-OPERADORES ASSIGN TO "OPEMST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS OPE-CODIGO
000590         FILE STATUS IS WS-FS-OPERADORES.
000600 
000610     SELECT ARQ-TRILHA ASSIGN TO "TRILHA"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-FS-TRILHA.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  ARQ-PEDIDOS.
000670     COPY PEDMST.
000680 
000690 FD  ARQ-ESTOQUE.
000700     COPY ESTMST.
000710 
000720 FD  ARQ-MOVIMENTOS
000730     RECORDING MODE IS F.
000740 01  REG-MOVIMENTO           PIC X(80).
000750 
000760 FD  ARQ-OPERADORES.
000770     COPY OPEMST.
000780 
000790 FD  ARQ-TRILHA
000800     RECORDING MODE IS F.
000810 01  REG-TRILHA              PIC X(270).
000820 WORKING-STORAGE SECTION.
000830******************************************************
000840* AREA DE CHAVES (SWITCHES) E CONTADORES - NIVEL 77
000850******************************************************
000860 77  WS-FS-PEDIDOS           PIC X(02)    VALUE SPACES.
000870 77  WS-FS-ESTOQUE           PIC X(02)    VALUE SPACES.
000880 77  WS-FS-MOVIMENTOS        PIC X(02)    VALUE SPACES.
000890 77  WS-FIM-PROGRAMA         PIC X(01)    VALUE 'N'.
000900     88 FIM-PROGRAMA                     VALUE 'S'.
000910 77  WS-FIM-CONSULTA         PIC X(01)    VALUE 'N'.
000920     88 FIM-CONSULTA                     VALUE 'S'.
000930 77  WS-FIM-RECEBIMENTO      PIC X(01)    VALUE 'N'.
000940     88 FIM-RECEBIMENTO                  VALUE 'S'.
000950 77  WS-ENTRADA-VALIDA       PIC X(01)    VALUE 'N'.
000960     88 ENTRADA-VALIDA                   VALUE 'S'.
000970 77  WS-ESTOQUE-NOVO         PIC X(01)    VALUE 'N'.
000980     88 ESTOQUE-NOVO                     VALUE 'S'.
000990 77  WS-ESTOQUE-GRAVADO      PIC X(01)    VALUE 'N'.
001000     88 ESTOQUE-GRAVADO                  VALUE 'S'.
001010 77  WRK-OPCAO-MENU          PIC X(01)    VALUE SPACES.
001020     88 OPCAO-RECEBER                    VALUE '1'.
001030     88 OPCAO-SALDO-PEDIDO               VALUE '2'.
001040     88 OPCAO-CONSULTAR-ESTOQUE          VALUE '3'.
001050     88 OPCAO-INVENTARIO                 VALUE '4'.
001060     88 OPCAO-PONTO-PEDIDO               VALUE '5'.
001070     88 OPCAO-SAIR                       VALUE '9'.
001080 77  WRK-DATA-HOJE           PIC 9(08)    VALUE ZEROS.
001090 77  WRK-HORA-AGORA          PIC 9(08)    VALUE ZEROS.
001100 77  WRK-RESPOSTA            PIC X(01)    VALUE SPACES.
001110 77  WRK-QTD-LISTADOS        PIC 9(04)    VALUE ZEROS.
001120 77  WRK-QTD-ABERTOS         PIC 9(04)    VALUE ZEROS.
001130******************************************************
001140* AREA DO PEDIDO EM RECEBIMENTO
001150******************************************************
001160 77  WRK-NUMERO-RAW          PIC X(06)    VALUE SPACES.
001170 77  WRK-NUM-PEDIDO          PIC 9(06)    VALUE ZEROS.
001180 77  WRK-ITEM-PEDIDO         PIC 9(03)    VALUE ZEROS.
001190 77  WRK-QTD-ABERTA          PIC 9(09)    VALUE ZEROS.
001200 77  WRK-QTD-RECEBER         PIC 9(09)    VALUE ZEROS.
001210******************************************************
001220* AREA DO MATERIAL EM ESTOQUE
001230******************************************************
001240 77  WRK-MATERIAL            PIC X(10)    VALUE SPACES.
001250 77  WRK-UNID-COMPRA         PIC X(10)    VALUE SPACES.
001260 77  WRK-SALDO-ANTERIOR      PIC 9(09)    VALUE ZEROS.
001270 77  WRK-DATA-ANTERIOR       PIC 9(08)    VALUE ZEROS.
001280 77  WRK-REG-ANTES           PIC X(120)   VALUE SPACES.
001290******************************************************
001300* AREA DE CONVERSAO DA QUANTIDADE DIGITADA (ATE 9
001310* DIGITOS, SEM DECIMAIS - UNIDADE DE COMPRA)
001320******************************************************
001330 77  WRK-ENTRADA-RAW         PIC X(10)    VALUE SPACES.
001340 77  WRK-ENTRADA-DIGITOS     PIC X(10)    VALUE SPACES.
001350 77  WS-CNT-ENTRADA          PIC 9(02)    VALUE ZEROS.
001360 01  WRK-ENTRADA-GRP.
001370     05 WRK-ENTRADA-NUM      PIC 9(09)    VALUE ZEROS.
001380 01  WRK-ENTRADA-X REDEFINES WRK-ENTRADA-GRP
001390                             PIC X(09).
001400******************************************************
001410* AREA DOS CAMPOS EDITADOS PARA O CONSOLE
001420******************************************************
001430 77  WRK-QTD-ED              PIC Z(08)9   VALUE ZEROS.
001440 77  WRK-RECEBIDA-ED         PIC Z(08)9   VALUE ZEROS.
001450 77  WRK-ABERTA-ED           PIC Z(08)9   VALUE ZEROS.
001460******************************************************
001470* AREA DA IDENTIFICACAO DE OPERADOR (OPEMST) E DA
001480* TRILHA DE ALTERACOES DOS CADASTROS (TRILHA)
001490******************************************************
001500 77  WS-FS-OPERADORES        PIC X(02)    VALUE SPACES.
001510 77  WS-FS-TRILHA            PIC X(02)    VALUE SPACES.
001520 77  WS-TENTATIVAS           PIC 9(01)    VALUE ZEROS.
001530 77  WS-OPERADOR-OK          PIC X(01)    VALUE 'N'.
001540     88 OPERADOR-IDENTIFICADO            VALUE 'S'.
001550 77  WS-OPERADOR-SUP         PIC X(01)    VALUE 'N'.
001560     88 OPERADOR-SUPERVISOR              VALUE 'S'.
001570 77  WRK-OPERADOR            PIC X(08)    VALUE SPACES.
001580 77  WRK-OPERADOR-INF        PIC X(08)    VALUE SPACES.
001590 77  WRK-SENHA-INF           PIC X(08)    VALUE SPACES.
001600 77  WRK-DATA-TRILHA         PIC 9(08)    VALUE ZEROS.
001610 77  WRK-HORA-TRILHA         PIC 9(08)    VALUE ZEROS.
001620******************************************************
001630* LINHA DA TRILHA DE ALTERACOES (LAYOUT COMPARTILHADO)
001640******************************************************
001650     COPY LINTRIL.
001660******************************************************
001670* LINHA DO MOVIMENTO DE ESTOQUE (LAYOUT COMPARTILHADO)
001680******************************************************
001690     COPY LINMOV.
001700 PROCEDURE DIVISION.
001710******************************************************
001720* 0000-MAINLINE
001730* ROTINA PRINCIPAL DO PROGRAMA
001740******************************************************
001750 0000-MAINLINE.
001760     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001770 
001780     PERFORM 2000-PROCESSAR-MENU THRU 2000-EXIT
001790         UNTIL FIM-PROGRAMA.
001800 
001810     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001820 
001830     STOP RUN.
001840******************************************************
001850* 1000-INICIALIZAR
001860* OBTEM A DATA DO DIA E ABRE O ARQUIVO DE PEDIDOS E O
001870* CADASTRO DE ESTOQUE PARA ATUALIZACAO. QUANDO O
001880* ARQUIVO AINDA NAO EXISTE, ELE E CRIADO VAZIO E
001890* REABERTO.
001900******************************************************
001910 1000-INICIALIZAR.
001920     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
001930 
001940     OPEN I-O ARQ-PEDIDOS.
001950     IF WS-FS-PEDIDOS = '35'
001960         OPEN OUTPUT ARQ-PEDIDOS
001970         CLOSE ARQ-PEDIDOS
001980         OPEN I-O ARQ-PEDIDOS
001990     END-IF.
002000     IF WS-FS-PEDIDOS NOT = '00'
002010         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
002020             'ARQUIVO DE PEDIDOS (PEDMST). STATUS: '
002030             WS-FS-PEDIDOS
002040         MOVE 8 TO RETURN-CODE
002050         STOP RUN
002060     END-IF.
002070 
002080     OPEN I-O ARQ-ESTOQUE.
002090     IF WS-FS-ESTOQUE = '35'
002100         OPEN OUTPUT ARQ-ESTOQUE
002110         CLOSE ARQ-ESTOQUE
002120         OPEN I-O ARQ-ESTOQUE
002130     END-IF.
002140     IF WS-FS-ESTOQUE NOT = '00'
002150         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
002160             'CADASTRO DE ESTOQUE (ESTMST). STATUS: '
002170             WS-FS-ESTOQUE
002180         CLOSE ARQ-PEDIDOS
002190         MOVE 8 TO RETURN-CODE
002200         STOP RUN
002210     END-IF.
002220     PERFORM 1500-IDENTIFICAR-OPERADOR THRU 1500-EXIT.
002230 1000-EXIT.
002240     EXIT.
002250******************************************************
002260* 1500-IDENTIFICAR-OPERADOR
002270* IDENTIFICA O OPERADOR NA ENTRADA DO PROGRAMA CONTRA O
002280* CADASTRO DE OPERADORES (OPEMST), COM ATE 3 TENTATIVAS.
002290* QUANDO O CADASTRO AINDA NAO EXISTE (IMPLANTACAO), O
002300* ACESSO E LIBERADO COM AVISO E NIVEL SUPERVISOR.
002310******************************************************
002320 1500-IDENTIFICAR-OPERADOR.
002330     OPEN INPUT ARQ-OPERADORES.
002340     IF WS-FS-OPERADORES NOT = '00'
002350         DISPLAY 'AVISO: CADASTRO DE OPERADORES (OPEMST) '
002360             'INDISPONIVEL - ACESSO LIBERADO PARA '
002370             'IMPLANTACAO.'
002380         MOVE '*SEMCAD*' TO WRK-OPERADOR
002390         SET OPERADOR-IDENTIFICADO TO TRUE
002400         SET OPERADOR-SUPERVISOR TO TRUE
002410         GO TO 1500-EXIT
002420     END-IF.
002430 
002440     PERFORM 1550-TENTAR-IDENTIFICACAO THRU 1550-EXIT
002450         UNTIL OPERADOR-IDENTIFICADO
002460            OR WS-TENTATIVAS > 2.
002470     CLOSE ARQ-OPERADORES.
002480 
002490     IF NOT OPERADOR-IDENTIFICADO
002500         DISPLAY 'ACESSO NEGADO - TENTATIVAS ESGOTADAS.'
002510         CLOSE ARQ-PEDIDOS ARQ-ESTOQUE
002520         MOVE 8 TO RETURN-CODE
002530         STOP RUN
002540     END-IF.
002550 1500-EXIT.
002560     EXIT.
002570******************************************************
002580* 1550-TENTAR-IDENTIFICACAO
002590* SOLICITA CODIGO E SENHA E CONFERE NO CADASTRO QUE O
002600* OPERADOR EXISTE, A SENHA CONFERE E A SITUACAO E
002610* ATIVA, GUARDANDO O NIVEL DE ACESSO.
002620******************************************************
002630 1550-TENTAR-IDENTIFICACAO.
002640     ADD 1 TO WS-TENTATIVAS.
002650     DISPLAY 'CODIGO DO OPERADOR: '.
002660     MOVE SPACES TO WRK-OPERADOR-INF.
002670     ACCEPT WRK-OPERADOR-INF.
002680     DISPLAY 'SENHA: '.
002690     MOVE SPACES TO WRK-SENHA-INF.
002700     ACCEPT WRK-SENHA-INF.
002710 
002720     MOVE WRK-OPERADOR-INF TO OPE-CODIGO.
002730     READ ARQ-OPERADORES
002740         INVALID KEY
002750             DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
002760         NOT INVALID KEY
002770             IF OPE-SENHA = WRK-SENHA-INF
002780                AND OPERADOR-ATIVO
002790                 SET OPERADOR-IDENTIFICADO TO TRUE
002800                 MOVE OPE-CODIGO TO WRK-OPERADOR
002810                 IF NIVEL-SUPERVISOR
002820                     SET OPERADOR-SUPERVISOR TO TRUE
002830                 END-IF
002840                 DISPLAY 'OPERADOR IDENTIFICADO: '
002850                     OPE-NOME
002860             ELSE
002870                 DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
002880             END-IF
002890     END-READ.
002900 1550-EXIT.
002910     EXIT.
002920******************************************************
002930* 2000-PROCESSAR-MENU
002940* EXIBE O MENU DE OPCOES E ENCAMINHA A OPCAO ESCOLHIDA
002950* PARA A ROTINA CORRESPONDENTE, ATE O OPERADOR PEDIR
002960* PARA SAIR.
002970******************************************************
002980 2000-PROCESSAR-MENU.
002990     DISPLAY ' '.
003000     DISPLAY 'RECEBIMENTO DE MATERIAIS E ESTOQUE'.
003010     DISPLAY '1-RECEBER PEDIDO  2-SALDO DO PEDIDO'.
003020     DISPLAY '3-CONSULTAR ESTOQUE  4-INVENTARIO'.
003030     DISPLAY '5-PONTO DE PEDIDO  9-SAIR'.
003040     DISPLAY 'OPCAO DESEJADA: '.
003050     MOVE SPACES TO WRK-OPCAO-MENU.
003060     ACCEPT WRK-OPCAO-MENU.
003070 
003080     EVALUATE TRUE
003090         WHEN OPCAO-RECEBER
003100             PERFORM 3000-RECEBER-PEDIDO THRU 3000-EXIT
003110         WHEN OPCAO-SALDO-PEDIDO
003120             PERFORM 4000-CONSULTAR-SALDO THRU 4000-EXIT
003130         WHEN OPCAO-CONSULTAR-ESTOQUE
003140             PERFORM 5000-CONSULTAR-ESTOQUE THRU 5000-EXIT
003150         WHEN OPCAO-INVENTARIO
003160             IF OPERADOR-SUPERVISOR
003170                 PERFORM 5200-AJUSTAR-INVENTARIO
003180                     THRU 5200-EXIT
003190             ELSE
003200                 DISPLAY 'ACESSO NEGADO: SO SUPERVISOR '
003210                     'PODE AJUSTAR O INVENTARIO.'
003220             END-IF
003230         WHEN OPCAO-PONTO-PEDIDO
003240             IF OPERADOR-SUPERVISOR
003250                 PERFORM 5400-ALTERAR-PONTO THRU 5400-EXIT
003260             ELSE
003270                 DISPLAY 'ACESSO NEGADO: SO SUPERVISOR '
003280                     'PODE ALTERAR O PONTO DE PEDIDO.'
003290             END-IF
003300         WHEN OPCAO-SAIR
003310             SET FIM-PROGRAMA TO TRUE
003320         WHEN OTHER
003330             DISPLAY 'ERRO: INFORME 1 A 5 OU 9.'
003340     END-EVALUATE.
003350 2000-EXIT.
003360     EXIT.
003370******************************************************
003380* 3000-RECEBER-PEDIDO
003390* LOCALIZA O PEDIDO PELO NUMERO, EXIBE O SALDO EM
003400* ABERTO DE CADA ITEM E RECEBE OS ITENS ENTREGUES UM A
003410* UM, ATE O OPERADOR ENCERRAR COM O ITEM EM BRANCO.
003420******************************************************
003430 3000-RECEBER-PEDIDO.
003440     PERFORM 7000-OBTER-PEDIDO THRU 7000-EXIT.
003450     IF WRK-NUM-PEDIDO = ZEROS
003460         GO TO 3000-EXIT
003470     END-IF.
003480 
003490     PERFORM 4100-LISTAR-ITENS THRU 4100-EXIT.
003500     IF WRK-QTD-LISTADOS = ZEROS
003510         DISPLAY 'PEDIDO NAO ENCONTRADO.'
003520         GO TO 3000-EXIT
003530     END-IF.
003540     IF WRK-QTD-ABERTOS = ZEROS
003550         DISPLAY 'PEDIDO JA TOTALMENTE RECEBIDO.'
003560         GO TO 3000-EXIT
003570     END-IF.
003580 
003590     MOVE 'N' TO WS-FIM-RECEBIMENTO.
003600     PERFORM 3100-RECEBER-ITEM THRU 3100-EXIT
003610         UNTIL FIM-RECEBIMENTO.
003620 3000-EXIT.
003630     EXIT.
003640******************************************************
003650* 3100-RECEBER-ITEM
003660* SOLICITA O ITEM E A QUANTIDADE ENTREGUE, QUE NAO PODE
003670* PASSAR DO SALDO EM ABERTO DO ITEM. ACUMULA O
003680* RECEBIMENTO NO PEDMST (ITEM PARCIAL OU RECEBIDO) E
003690* REGISTRA O MOVIMENTO DE ENTRADA SEGUIDO DA SAIDA DA
003700* MESMA QUANTIDADE PARA A EXECUCAO: O PEDIDO SO COMPRA
003710* O QUE FALTOU DEPOIS DE ABATIDO O ESTOQUE (PEDIDO DE
003720* COMPRA, 3600), ENTAO O MATERIAL RECEBIDO JA TEM
003730* DESTINO E O SALDO DO ESTOQUE TERMINA IGUAL AO DE
003740* ANTES. SE A UNIDADE DO PEDIDO NAO FOR A MESMA DO
003750* ESTOQUE DO MATERIAL O RECEBIMENTO E RECUSADO SEM
003760* ALTERAR PEDMST, ESTMST OU ESTMOV.
003770* O ESTOQUE (DATA DO ULTIMO MOVIMENTO OU REGISTRO NOVO
003780* DO MATERIAL) E GRAVADO ANTES DO PEDMST: SE O ESTOQUE
003790* NAO PUDER SER GRAVADO NADA E ALTERADO E, SE O PEDMST
003800* NAO PUDER SER REGRAVADO, A GRAVACAO DO ESTOQUE E
003810* DESFEITA (3150); NOS DOIS CASOS NEM A ENTRADA NEM A
003820* SAIDA SAO REGISTRADAS.
003830******************************************************
003840 3100-RECEBER-ITEM.
003850     DISPLAY 'ITEM RECEBIDO (BRANCO ENCERRA): '.
003860     MOVE SPACES TO WRK-ENTRADA-RAW.
003870     ACCEPT WRK-ENTRADA-RAW.
003880     IF WRK-ENTRADA-RAW = SPACES
003890         SET FIM-RECEBIMENTO TO TRUE
003900         GO TO 3100-EXIT
003910     END-IF.
003920     PERFORM 7100-CONVERTER-ENTRADA THRU 7100-EXIT.
003930     IF NOT ENTRADA-VALIDA
003940        OR WRK-ENTRADA-NUM = ZEROS
003950        OR WRK-ENTRADA-NUM > 999
003960         DISPLAY 'ERRO: ITEM INVALIDO.'
003970         GO TO 3100-EXIT
003980     END-IF.
003990     MOVE WRK-ENTRADA-NUM TO WRK-ITEM-PEDIDO.
004000 
004010     MOVE WRK-NUM-PEDIDO  TO PED-NUMERO.
004020     MOVE WRK-ITEM-PEDIDO TO PED-ITEM.
004030     READ ARQ-PEDIDOS
004040         INVALID KEY
004050             DISPLAY 'ERRO: ITEM NAO ENCONTRADO NO PEDIDO.'
004060             GO TO 3100-EXIT
004070     END-READ.
004080     PERFORM 7200-APURAR-SALDO-ITEM THRU 7200-EXIT.
004090     IF WRK-QTD-ABERTA = ZEROS
004100         DISPLAY 'ITEM JA TOTALMENTE RECEBIDO.'
004110         GO TO 3100-EXIT
004120     END-IF.
004130 
004140     MOVE WRK-QTD-ABERTA TO WRK-ABERTA-ED.
004150     DISPLAY 'MATERIAL ' PED-MATERIAL ' - EM ABERTO: '
004160         WRK-ABERTA-ED ' ' PED-UNID-COMPRA.
004170     DISPLAY 'QUANTIDADE RECEBIDA: '.
004180     MOVE SPACES TO WRK-ENTRADA-RAW.
004190     ACCEPT WRK-ENTRADA-RAW.
004200     PERFORM 7100-CONVERTER-ENTRADA THRU 7100-EXIT.
004210     IF NOT ENTRADA-VALIDA
004220        OR WRK-ENTRADA-NUM = ZEROS
004230         DISPLAY 'ERRO: QUANTIDADE INVALIDA.'
004240         GO TO 3100-EXIT
004250     END-IF.
004260     IF WRK-ENTRADA-NUM > WRK-QTD-ABERTA
004270         DISPLAY 'ERRO: QUANTIDADE MAIOR QUE O SALDO EM '
004280             'ABERTO DO ITEM.'
004290         GO TO 3100-EXIT
004300     END-IF.
004310     MOVE WRK-ENTRADA-NUM TO WRK-QTD-RECEBER.
004320 
004330     MOVE PED-MATERIAL    TO WRK-MATERIAL.
004340     MOVE PED-UNID-COMPRA TO WRK-UNID-COMPRA.
004350     PERFORM 6000-LER-ESTOQUE THRU 6000-EXIT.
004360     IF ESTOQUE-NOVO
004370         MOVE WRK-UNID-COMPRA TO EST-UNID-COMPRA
004380     END-IF.
004390     IF EST-UNID-COMPRA NOT = PED-UNID-COMPRA
004400         DISPLAY 'ERRO: UNIDADE DO PEDIDO (' PED-UNID-COMPRA
004410             ') DIFERENTE DA DO ESTOQUE ('
004420             EST-UNID-COMPRA ') - RECEBIMENTO RECUSADO.'
004430         GO TO 3100-EXIT
004440     END-IF.
004450 
004460     MOVE EST-SALDO        TO WRK-SALDO-ANTERIOR.
004470     MOVE EST-DATA-ULT-MOV TO WRK-DATA-ANTERIOR.
004480     MOVE WRK-DATA-HOJE TO EST-DATA-ULT-MOV.
004490     PERFORM 6100-GRAVAR-ESTOQUE THRU 6100-EXIT.
004500     IF NOT ESTOQUE-GRAVADO
004510         DISPLAY 'ERRO: RECEBIMENTO NAO REGISTRADO - ESTOQUE '
004520             'NAO ATUALIZADO.'
004530         GO TO 3100-EXIT
004540     END-IF.
004550 
004560     ADD WRK-QTD-RECEBER TO PED-QTD-RECEBIDA.
004570     MOVE WRK-DATA-HOJE TO PED-DATA-ULT-RECEB.
004580     IF PED-QTD-RECEBIDA < PED-QTD
004590         SET PEDIDO-PARCIAL TO TRUE
004600     ELSE
004610         SET PEDIDO-RECEBIDO TO TRUE
004620     END-IF.
004630     REWRITE REG-PEDIDO
004640         INVALID KEY
004650             DISPLAY 'ERRO AO REGRAVAR ITEM DO PEDIDO. '
004660                 'STATUS: ' WS-FS-PEDIDOS
004670             PERFORM 3150-ESTORNAR-ESTOQUE THRU 3150-EXIT
004680             GO TO 3100-EXIT
004690     END-REWRITE.
004700 
004710     ADD WRK-QTD-RECEBER TO EST-SALDO.
004720     SET MOVIMENTO-ENTRADA TO TRUE.
004730     MOVE '+'             TO MOV-SINAL.
004740     MOVE WRK-QTD-RECEBER TO MOV-QTD.
004750     MOVE PED-NUMERO      TO MOV-PED-NUMERO.
004760     MOVE PED-ITEM        TO MOV-PED-ITEM.
004770     PERFORM 6200-GRAVAR-MOVIMENTO THRU 6200-EXIT.
004780 
004790     MOVE EST-SALDO TO WRK-SALDO-ANTERIOR.
004800     SUBTRACT WRK-QTD-RECEBER FROM EST-SALDO.
004810     SET MOVIMENTO-SAIDA TO TRUE.
004820     MOVE '-'             TO MOV-SINAL.
004830     PERFORM 6200-GRAVAR-MOVIMENTO THRU 6200-EXIT.
004840 
004850     SUBTRACT WRK-QTD-RECEBER FROM WRK-QTD-ABERTA.
004860     MOVE WRK-QTD-ABERTA TO WRK-ABERTA-ED.
004870     MOVE EST-SALDO      TO WRK-QTD-ED.
004880     DISPLAY 'RECEBIMENTO REGISTRADO - EM ABERTO NO ITEM: '
004890         WRK-ABERTA-ED.
004900     DISPLAY 'MATERIAL ENTREGUE PARA A EXECUCAO - SALDO EM '
004910         'ESTOQUE INALTERADO: ' WRK-QTD-ED ' '
004920         EST-UNID-COMPRA.
004930 3100-EXIT.
004940     EXIT.
004950******************************************************
004960* 3150-ESTORNAR-ESTOQUE
004970* DESFAZ A GRAVACAO DO ESTOQUE QUANDO O ITEM DO PEDIDO
004980* NAO PODE SER REGRAVADO, VOLTANDO O SALDO E A DATA DO
004990* ULTIMO MOVIMENTO (O MATERIAL NOVO FICA COM SALDO
005000* ZERO). A ENTRADA E A SAIDA DO RECEBIMENTO SO SAO
005010* REGISTRADAS DEPOIS DO PEDMST, ENTAO NENHUMA DAS DUAS
005020* CHEGA AO ESTMOV. SE NEM O ESTORNO PUDER SER GRAVADO,
005030* O MATERIAL DEVE SER CONFERIDO PELO INVENTARIO.
005040******************************************************
005050 3150-ESTORNAR-ESTOQUE.
005060     MOVE WRK-SALDO-ANTERIOR TO EST-SALDO.
005070     MOVE WRK-DATA-ANTERIOR  TO EST-DATA-ULT-MOV.
005080     MOVE 'N' TO WS-ESTOQUE-NOVO.
005090     PERFORM 6100-GRAVAR-ESTOQUE THRU 6100-EXIT.
005100     IF ESTOQUE-GRAVADO
005110         DISPLAY 'RECEBIMENTO NAO REGISTRADO - ESTOQUE '
005120             'RESTAURADO.'
005130     ELSE
005140         DISPLAY 'ERRO: ESTOQUE DE ' EST-MATERIAL ' FICOU COM '
005150             'A DATA DO RECEBIMENTO E O PEDIDO NAO - CONFERIR '
005160             'PELO INVENTARIO.'
005170     END-IF.
005180 3150-EXIT.
005190     EXIT.
005200******************************************************
005210* 4000-CONSULTAR-SALDO
005220* LOCALIZA UM PEDIDO PELO NUMERO E EXIBE A QUANTIDADE
005230* PEDIDA, RECEBIDA E EM ABERTO DE CADA ITEM.
005240******************************************************
005250 4000-CONSULTAR-SALDO.
005260     PERFORM 7000-OBTER-PEDIDO THRU 7000-EXIT.
005270     IF WRK-NUM-PEDIDO = ZEROS
005280         GO TO 4000-EXIT
005290     END-IF.
005300 
005310     PERFORM 4100-LISTAR-ITENS THRU 4100-EXIT.
005320     IF WRK-QTD-LISTADOS = ZEROS
005330         DISPLAY 'PEDIDO NAO ENCONTRADO.'
005340     ELSE
005350         DISPLAY 'ITENS DO PEDIDO: ' WRK-QTD-LISTADOS
005360             ' - EM ABERTO: ' WRK-QTD-ABERTOS
005370     END-IF.
005380 4000-EXIT.
005390     EXIT.
005400******************************************************
005410* 4100-LISTAR-ITENS
005420* PERCORRE OS ITENS DO PEDIDO INFORMADO NA ORDEM DE
005430* CHAVE, EXIBINDO O SALDO DE CADA UM E CONTANDO OS
005440* ITENS LISTADOS E OS QUE AINDA TEM SALDO EM ABERTO.
005450******************************************************
005460 4100-LISTAR-ITENS.
005470     MOVE 'N' TO WS-FIM-CONSULTA.
005480     MOVE ZEROS TO WRK-QTD-LISTADOS WRK-QTD-ABERTOS.
005490     MOVE WRK-NUM-PEDIDO TO PED-NUMERO.
005500     MOVE ZEROS          TO PED-ITEM.
005510     START ARQ-PEDIDOS KEY NOT < PED-CHAVE
005520         INVALID KEY
005530             SET FIM-CONSULTA TO TRUE
005540     END-START.
005550     PERFORM 4200-LER-ITEM THRU 4200-EXIT.
005560     PERFORM 4300-EXIBIR-ITEM THRU 4300-EXIT
005570         UNTIL FIM-CONSULTA.
005580 4100-EXIT.
005590     EXIT.
005600******************************************************
005610* 4200-LER-ITEM
005620* LE O PROXIMO ITEM DE PEDIDO NA ORDEM DE CHAVE E LIGA
005630* O INDICADOR DE FIM QUANDO O ARQUIVO ACABA OU O ITEM
005640* JA E DE OUTRO PEDIDO.
005650******************************************************
005660 4200-LER-ITEM.
005670     IF FIM-CONSULTA
005680         GO TO 4200-EXIT
005690     END-IF.
005700     READ ARQ-PEDIDOS NEXT RECORD
005710         AT END
005720             SET FIM-CONSULTA TO TRUE
005730     END-READ.
005740     IF NOT FIM-CONSULTA
005750        AND PED-NUMERO NOT = WRK-NUM-PEDIDO
005760         SET FIM-CONSULTA TO TRUE
005770     END-IF.
005780 4200-EXIT.
005790     EXIT.
005800******************************************************
005810* 4300-EXIBIR-ITEM
005820* EXIBE O ITEM CORRENTE COM AS QUANTIDADES PEDIDA,
005830* RECEBIDA E EM ABERTO E LE O PROXIMO.
005840******************************************************
005850 4300-EXIBIR-ITEM.
005860     IF WRK-QTD-LISTADOS = ZEROS
005870         DISPLAY 'PEDIDO ' PED-NUMERO ' - FORNECEDOR '
005880             PED-COD-FORNECEDOR ' - EMISSAO '
005890             PED-DATA-EMISSAO
005900     END-IF.
005910     PERFORM 7200-APURAR-SALDO-ITEM THRU 7200-EXIT.
005920     MOVE PED-QTD          TO WRK-QTD-ED.
005930     MOVE PED-QTD-RECEBIDA TO WRK-RECEBIDA-ED.
005940     MOVE WRK-QTD-ABERTA   TO WRK-ABERTA-ED.
005950     DISPLAY 'ITEM ' PED-ITEM ' ' PED-MATERIAL
005960         ' PEDIDA ' WRK-QTD-ED
005970         ' RECEBIDA ' WRK-RECEBIDA-ED
005980         ' ABERTA ' WRK-ABERTA-ED
005990         ' ' PED-UNID-COMPRA.
006000     ADD 1 TO WRK-QTD-LISTADOS.
006010     IF WRK-QTD-ABERTA > ZEROS
006020         ADD 1 TO WRK-QTD-ABERTOS
006030     END-IF.
006040     PERFORM 4200-LER-ITEM THRU 4200-EXIT.
006050 4300-EXIT.
006060     EXIT.
006070******************************************************
006080* 5000-CONSULTAR-ESTOQUE
006090* EXIBE O SALDO, O PONTO DE PEDIDO E A ULTIMA
006100* MOVIMENTACAO DE UM MATERIAL, APONTANDO QUANDO O
006110* SALDO ESTA ABAIXO DO PONTO DE PEDIDO.
006120******************************************************
006130 5000-CONSULTAR-ESTOQUE.
006140     PERFORM 7300-OBTER-MATERIAL THRU 7300-EXIT.
006150     IF WRK-MATERIAL = SPACES
006160         GO TO 5000-EXIT
006170     END-IF.
006180 
006190     MOVE WRK-MATERIAL TO EST-MATERIAL.
006200     READ ARQ-ESTOQUE
006210         INVALID KEY
006220             DISPLAY 'MATERIAL SEM REGISTRO DE ESTOQUE.'
006230             GO TO 5000-EXIT
006240     END-READ.
006250 
006260     MOVE EST-SALDO TO WRK-QTD-ED.
006270     DISPLAY 'MATERIAL......: ' EST-MATERIAL.
006280     DISPLAY 'UNIDADE.......: ' EST-UNID-COMPRA.
006290     DISPLAY 'SALDO.........: ' WRK-QTD-ED.
006300     MOVE EST-PONTO-PEDIDO TO WRK-QTD-ED.
006310     DISPLAY 'PONTO DE PEDIDO: ' WRK-QTD-ED.
006320     DISPLAY 'ULTIMO MOVIMENTO: ' EST-DATA-ULT-MOV.
006330     IF EST-SALDO < EST-PONTO-PEDIDO
006340         DISPLAY '*** SALDO ABAIXO DO PONTO DE PEDIDO ***'
006350     END-IF.
006360 5000-EXIT.
006370     EXIT.
006380******************************************************
006390* 5200-AJUSTAR-INVENTARIO
006400* ACERTA O SALDO DE UM MATERIAL PELA CONTAGEM FISICA
006410* DO INVENTARIO, APOS CONFIRMACAO, REGISTRANDO A
006420* DIFERENCA COMO MOVIMENTO DE AJUSTE. MATERIAL AINDA
006430* SEM REGISTRO DE ESTOQUE E INCLUIDO.
006440******************************************************
006450 5200-AJUSTAR-INVENTARIO.
006460     PERFORM 7300-OBTER-MATERIAL THRU 7300-EXIT.
006470     IF WRK-MATERIAL = SPACES
006480         GO TO 5200-EXIT
006490     END-IF.
006500     PERFORM 6000-LER-ESTOQUE THRU 6000-EXIT.
006510     IF ESTOQUE-NOVO
006520         PERFORM 7400-OBTER-UNIDADE THRU 7400-EXIT
006530         IF WRK-UNID-COMPRA = SPACES
006540             GO TO 5200-EXIT
006550         END-IF
006560         MOVE WRK-UNID-COMPRA TO EST-UNID-COMPRA
006570     END-IF.
006580 
006590     MOVE EST-SALDO TO WRK-QTD-ED.
006600     DISPLAY 'SALDO ATUAL: ' WRK-QTD-ED ' ' EST-UNID-COMPRA.
006610     DISPLAY 'QUANTIDADE CONTADA NO INVENTARIO: '.
006620     MOVE SPACES TO WRK-ENTRADA-RAW.
006630     ACCEPT WRK-ENTRADA-RAW.
006640     PERFORM 7100-CONVERTER-ENTRADA THRU 7100-EXIT.
006650     IF NOT ENTRADA-VALIDA
006660         DISPLAY 'ERRO: QUANTIDADE INVALIDA.'
006670         GO TO 5200-EXIT
006680     END-IF.
006690     IF WRK-ENTRADA-NUM = EST-SALDO AND NOT ESTOQUE-NOVO
006700         DISPLAY 'SALDO CONFERE - NENHUM AJUSTE.'
006710         GO TO 5200-EXIT
006720     END-IF.
006730 
006740     DISPLAY 'CONFIRMA O AJUSTE DO SALDO (S/N): '.
006750     MOVE SPACES TO WRK-RESPOSTA.
006760     ACCEPT WRK-RESPOSTA.
006770     IF WRK-RESPOSTA NOT = 'S' AND WRK-RESPOSTA NOT = 's'
006780         DISPLAY 'AJUSTE CANCELADO.'
006790         GO TO 5200-EXIT
006800     END-IF.
006810 
006820     MOVE EST-SALDO TO WRK-SALDO-ANTERIOR.
006830     IF WRK-ENTRADA-NUM < EST-SALDO
006840         MOVE '-' TO MOV-SINAL
006850         COMPUTE MOV-QTD = EST-SALDO - WRK-ENTRADA-NUM
006860     ELSE
006870         MOVE '+' TO MOV-SINAL
006880         COMPUTE MOV-QTD = WRK-ENTRADA-NUM - EST-SALDO
006890     END-IF.
006900     MOVE WRK-ENTRADA-NUM TO EST-SALDO.
006910     MOVE WRK-DATA-HOJE   TO EST-DATA-ULT-MOV.
006920     PERFORM 6100-GRAVAR-ESTOQUE THRU 6100-EXIT.
006930     IF NOT ESTOQUE-GRAVADO
006940         GO TO 5200-EXIT
006950     END-IF.
006960 
006970     SET MOVIMENTO-AJUSTE TO TRUE.
006980     MOVE ZEROS TO MOV-PED-NUMERO MOV-PED-ITEM.
006990     PERFORM 6200-GRAVAR-MOVIMENTO THRU 6200-EXIT.
007000     DISPLAY 'SALDO AJUSTADO COM SUCESSO.'.
007010 5200-EXIT.
007020     EXIT.
007030******************************************************
007040* 5400-ALTERAR-PONTO
007050* ALTERA O PONTO DE PEDIDO DE UM MATERIAL (ZERO = SEM
007060* PONTO DE PEDIDO), GRAVANDO A ALTERACAO NA TRILHA.
007070* MATERIAL AINDA SEM REGISTRO DE ESTOQUE E INCLUIDO COM
007080* SALDO ZERO.
007090******************************************************
007100 5400-ALTERAR-PONTO.
007110     PERFORM 7300-OBTER-MATERIAL THRU 7300-EXIT.
007120     IF WRK-MATERIAL = SPACES
007130         GO TO 5400-EXIT
007140     END-IF.
007150     PERFORM 6000-LER-ESTOQUE THRU 6000-EXIT.
007160     IF ESTOQUE-NOVO
007170         PERFORM 7400-OBTER-UNIDADE THRU 7400-EXIT
007180         IF WRK-UNID-COMPRA = SPACES
007190             GO TO 5400-EXIT
007200         END-IF
007210         MOVE WRK-UNID-COMPRA TO EST-UNID-COMPRA
007220         MOVE SPACES TO WRK-REG-ANTES
007230     ELSE
007240         MOVE REG-ESTOQUE TO WRK-REG-ANTES
007250     END-IF.
007260 
007270     MOVE EST-PONTO-PEDIDO TO WRK-QTD-ED.
007280     DISPLAY 'PONTO DE PEDIDO ATUAL: ' WRK-QTD-ED ' '
007290         EST-UNID-COMPRA.
007300     DISPLAY 'NOVO PONTO DE PEDIDO (ZERO = SEM PONTO): '.
007310     MOVE SPACES TO WRK-ENTRADA-RAW.
007320     ACCEPT WRK-ENTRADA-RAW.
007330     PERFORM 7100-CONVERTER-ENTRADA THRU 7100-EXIT.
007340     IF NOT ENTRADA-VALIDA
007350         DISPLAY 'ERRO: QUANTIDADE INVALIDA.'
007360         GO TO 5400-EXIT
007370     END-IF.
007380 
007390     MOVE WRK-ENTRADA-NUM TO EST-PONTO-PEDIDO.
007400     PERFORM 6100-GRAVAR-ESTOQUE THRU 6100-EXIT.
007410     IF NOT ESTOQUE-GRAVADO
007420         GO TO 5400-EXIT
007430     END-IF.
007440     DISPLAY 'PONTO DE PEDIDO ALTERADO COM SUCESSO.'.
007450     MOVE 'ESTMST ' TO TRI-ARQUIVO.
007460     IF ESTOQUE-NOVO
007470         MOVE 'I' TO TRI-OPERACAO
007480     ELSE
007490         MOVE 'A' TO TRI-OPERACAO
007500     END-IF.
007510     MOVE WRK-REG-ANTES TO TRI-ANTES.
007520     MOVE REG-ESTOQUE   TO TRI-DEPOIS.
007530     PERFORM 8900-GRAVAR-TRILHA THRU 8900-EXIT.
007540 5400-EXIT.
007550     EXIT.
007560******************************************************
007570* 6000-LER-ESTOQUE
007580* LE O REGISTRO DE ESTOQUE DO MATERIAL INFORMADO. SE O
007590* MATERIAL AINDA NAO TEM REGISTRO, PREPARA UM NOVO COM
007600* SALDO E PONTO DE PEDIDO ZERADOS (A ROTINA CHAMADORA
007610* INFORMA A UNIDADE DE COMPRA).
007620******************************************************
007630 6000-LER-ESTOQUE.
007640     MOVE 'N' TO WS-ESTOQUE-NOVO.
007650     MOVE WRK-MATERIAL TO EST-MATERIAL.
007660     READ ARQ-ESTOQUE
007670         INVALID KEY
007680             SET ESTOQUE-NOVO TO TRUE
007690             MOVE SPACES       TO REG-ESTOQUE
007700             MOVE WRK-MATERIAL TO EST-MATERIAL
007710             MOVE ZEROS        TO EST-SALDO
007720                                  EST-PONTO-PEDIDO
007730                                  EST-DATA-ULT-MOV
007740     END-READ.
007750 6000-EXIT.
007760     EXIT.
007770******************************************************
007780* 6100-GRAVAR-ESTOQUE
007790* GRAVA O REGISTRO DE ESTOQUE CORRENTE: INCLUI QUANDO
007800* O MATERIAL E NOVO E REGRAVA NOS DEMAIS CASOS,
007810* SINALIZANDO SE A GRAVACAO FOI FEITA.
007820******************************************************
007830 6100-GRAVAR-ESTOQUE.
007840     MOVE 'N' TO WS-ESTOQUE-GRAVADO.
007850     IF ESTOQUE-NOVO
007860         WRITE REG-ESTOQUE
007870             INVALID KEY
007880                 DISPLAY 'ERRO AO GRAVAR ESTOQUE. STATUS: '
007890                     WS-FS-ESTOQUE
007900             NOT INVALID KEY
007910                 SET ESTOQUE-GRAVADO TO TRUE
007920         END-WRITE
007930     ELSE
007940         REWRITE REG-ESTOQUE
007950             INVALID KEY
007960                 DISPLAY 'ERRO AO REGRAVAR ESTOQUE. '
007970                     'STATUS: ' WS-FS-ESTOQUE
007980             NOT INVALID KEY
007990                 SET ESTOQUE-GRAVADO TO TRUE
008000         END-REWRITE
008010     END-IF.
008020 6100-EXIT.
008030     EXIT.
008040******************************************************
008050* 6200-GRAVAR-MOVIMENTO
008060* GRAVA, POR EXTENSAO, O MOVIMENTO DE ESTOQUE NO
008070* ESTMOV COM O OPERADOR, A DATA/HORA E OS SALDOS ANTES
008080* E DEPOIS. TIPO, SINAL, QUANTIDADE E PEDIDO JA VEM
008090* PREPARADOS PELA ROTINA CHAMADORA.
008100******************************************************
008110 6200-GRAVAR-MOVIMENTO.
008120     ACCEPT WRK-HORA-AGORA FROM TIME.
008130     MOVE WRK-DATA-HOJE        TO MOV-DATA.
008140     MOVE WRK-HORA-AGORA(1:6)  TO MOV-HORA.
008150     MOVE WRK-OPERADOR         TO MOV-OPERADOR.
008160     MOVE EST-MATERIAL         TO MOV-MATERIAL.
008170     MOVE WRK-SALDO-ANTERIOR   TO MOV-SALDO-ANTERIOR.
008180     MOVE EST-SALDO            TO MOV-SALDO-ATUAL.
008190 
008200     OPEN EXTEND ARQ-MOVIMENTOS.
008210     IF WS-FS-MOVIMENTOS = '05' OR WS-FS-MOVIMENTOS = '35'
008220         OPEN OUTPUT ARQ-MOVIMENTOS
008230     END-IF.
008240     IF WS-FS-MOVIMENTOS NOT = '00'
008250         DISPLAY 'AVISO: NAO FOI POSSIVEL GRAVAR O '
008260             'MOVIMENTO DE ESTOQUE (ESTMOV). STATUS: '
008270             WS-FS-MOVIMENTOS
008280         GO TO 6200-EXIT
008290     END-IF.
008300     WRITE REG-MOVIMENTO FROM LINHA-MOVIMENTO.
008310     CLOSE ARQ-MOVIMENTOS.
008320 6200-EXIT.
008330     EXIT.
008340******************************************************
008350* 7000-OBTER-PEDIDO
008360* SOLICITA O NUMERO DO PEDIDO. UMA ENTRADA INVALIDA
008370* DEVOLVE NUMERO ZERO PARA A ROTINA CHAMADORA CANCELAR
008380* A OPERACAO.
008390******************************************************
008400 7000-OBTER-PEDIDO.
008410     MOVE ZEROS TO WRK-NUM-PEDIDO.
008420     DISPLAY 'NUMERO DO PEDIDO (6 DIGITOS): '.
008430     MOVE SPACES TO WRK-NUMERO-RAW.
008440     ACCEPT WRK-NUMERO-RAW.
008450     IF WRK-NUMERO-RAW IS NOT NUMERIC
008460         DISPLAY 'ERRO: NUMERO DE PEDIDO INVALIDO.'
008470         GO TO 7000-EXIT
008480     END-IF.
008490     MOVE WRK-NUMERO-RAW TO WRK-NUM-PEDIDO.
008500 7000-EXIT.
008510     EXIT.
008520******************************************************
008530* 7100-CONVERTER-ENTRADA
008540* CONVERTE A QUANTIDADE DIGITADA (ATE 9 DIGITOS, SEM
008550* DECIMAIS) PARA NUMERICO, ALINHADA A DIREITA. ENTRADA
008560* EM BRANCO OU NAO NUMERICA DESLIGA A ENTRADA VALIDA.
008570******************************************************
008580 7100-CONVERTER-ENTRADA.
008590     MOVE 'N' TO WS-ENTRADA-VALIDA.
008600     MOVE ZEROS TO WRK-ENTRADA-NUM.
008610     MOVE SPACES TO WRK-ENTRADA-DIGITOS.
008620     MOVE ZEROS  TO WS-CNT-ENTRADA.
008630     IF WRK-ENTRADA-RAW NOT = SPACES
008640         UNSTRING WRK-ENTRADA-RAW DELIMITED BY ALL SPACE
008650             INTO WRK-ENTRADA-DIGITOS COUNT IN WS-CNT-ENTRADA
008660         END-UNSTRING
008670     END-IF.
008680 
008690     IF WS-CNT-ENTRADA = ZEROS
008700        OR WS-CNT-ENTRADA > 9
008710         GO TO 7100-EXIT
008720     END-IF.
008730     IF WRK-ENTRADA-DIGITOS(1:WS-CNT-ENTRADA) IS NOT NUMERIC
008740         GO TO 7100-EXIT
008750     END-IF.
008760     MOVE WRK-ENTRADA-DIGITOS(1:WS-CNT-ENTRADA)
008770         TO WRK-ENTRADA-X(10 - WS-CNT-ENTRADA : WS-CNT-ENTRADA).
008780     SET ENTRADA-VALIDA TO TRUE.
008790 7100-EXIT.
008800     EXIT.
008810******************************************************
008820* 7200-APURAR-SALDO-ITEM
008830* APURA O SALDO EM ABERTO DO ITEM DE PEDIDO CORRENTE
008840* (PEDIDA MENOS RECEBIDA). EM REGISTRO ANTERIOR AO
008850* CONTROLE DE RECEBIMENTO, A QUANTIDADE RECEBIDA E A
008860* DATA NAO NUMERICAS VALEM ZERO.
008870******************************************************
008880 7200-APURAR-SALDO-ITEM.
008890     IF PED-QTD-RECEBIDA IS NOT NUMERIC
008900         MOVE ZEROS TO PED-QTD-RECEBIDA
008910     END-IF.
008920     IF PED-DATA-ULT-RECEB IS NOT NUMERIC
008930         MOVE ZEROS TO PED-DATA-ULT-RECEB
008940     END-IF.
008950     IF PED-QTD-RECEBIDA < PED-QTD
008960         COMPUTE WRK-QTD-ABERTA = PED-QTD - PED-QTD-RECEBIDA
008970     ELSE
008980         MOVE ZEROS TO WRK-QTD-ABERTA
008990     END-IF.
009000 7200-EXIT.
009010     EXIT.
009020******************************************************
009030* 7300-OBTER-MATERIAL
009040* SOLICITA O CODIGO DO MATERIAL. EM BRANCO CANCELA A
009050* OPERACAO.
009060******************************************************
009070 7300-OBTER-MATERIAL.
009080     DISPLAY 'MATERIAL: '.
009090     MOVE SPACES TO WRK-MATERIAL.
009100     ACCEPT WRK-MATERIAL.
009110     IF WRK-MATERIAL = SPACES
009120         DISPLAY 'OPERACAO CANCELADA.'
009130     END-IF.
009140 7300-EXIT.
009150     EXIT.
009160******************************************************
009170* 7400-OBTER-UNIDADE
009180* SOLICITA A UNIDADE DE COMPRA DE UM MATERIAL AINDA SEM
009190* REGISTRO DE ESTOQUE. EM BRANCO CANCELA A OPERACAO.
009200******************************************************
009210 7400-OBTER-UNIDADE.
009220     DISPLAY 'MATERIAL SEM REGISTRO DE ESTOQUE - SERA '
009230         'INCLUIDO.'.
009240     DISPLAY 'UNIDADE DE COMPRA (A MESMA DO PRECMST): '.
009250     MOVE SPACES TO WRK-UNID-COMPRA.
009260     ACCEPT WRK-UNID-COMPRA.
009270     IF WRK-UNID-COMPRA = SPACES
009280         DISPLAY 'OPERACAO CANCELADA.'
009290     END-IF.
009300 7400-EXIT.
009310     EXIT.
009320******************************************************
009330* 8900-GRAVAR-TRILHA
009340* GRAVA, POR EXTENSAO, UMA LINHA NA TRILHA DE
009350* ALTERACOES (TRILHA) COM O OPERADOR, A DATA/HORA E OS
009360* CAMPOS DE EVENTO JA PREPARADOS PELA ROTINA CHAMADORA
009370* (ARQUIVO, OPERACAO E REGISTRO ANTES/DEPOIS).
009380******************************************************
009390 8900-GRAVAR-TRILHA.
009400     ACCEPT WRK-DATA-TRILHA FROM DATE YYYYMMDD.
009410     ACCEPT WRK-HORA-TRILHA FROM TIME.
009420     MOVE WRK-DATA-TRILHA      TO TRI-DATA.
009430     MOVE WRK-HORA-TRILHA(1:6) TO TRI-HORA.
009440     MOVE WRK-OPERADOR         TO TRI-OPERADOR.
009450 
009460     OPEN EXTEND ARQ-TRILHA.
009470     IF WS-FS-TRILHA = '05' OR WS-FS-TRILHA = '35'
009480         OPEN OUTPUT ARQ-TRILHA
009490     END-IF.
009500     IF WS-FS-TRILHA NOT = '00'
009510         DISPLAY 'AVISO: NAO FOI POSSIVEL GRAVAR A '
009520             'TRILHA DE ALTERACOES (TRILHA). STATUS: '
009530             WS-FS-TRILHA
009540         GO TO 8900-EXIT
009550     END-IF.
009560     WRITE REG-TRILHA FROM LINHA-TRILHA.
009570     CLOSE ARQ-TRILHA.
009580 8900-EXIT.
009590     EXIT.
009600******************************************************
009610* 9000-FINALIZAR
009620* FECHA O ARQUIVO DE PEDIDOS E O CADASTRO DE ESTOQUE
009630* ANTES DE TERMINAR.
009640******************************************************
009650 9000-FINALIZAR.
009660     CLOSE ARQ-PEDIDOS.
009670     CLOSE ARQ-ESTOQUE.
009680 9000-EXIT.
009690     EXIT.
