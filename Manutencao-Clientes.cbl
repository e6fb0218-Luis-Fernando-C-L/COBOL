000090* OBJETIVO: MANTER O CADASTRO INDEXADO DE CLIENTES
000100* (CLIMST) USADO PELO PROGRAMA DE CALCULO DE AREAS:
000110* INCLUSAO, ALTERACAO, INATIVACAO E CONSULTA DE
000120* CLIENTES VIA MENU DE CONSOLE, E O LIMITE DE CREDITO
000130* DE CADA CLIENTE (SO SUPERVISOR).
000140*
000150* HISTORICO DE ALTERACOES
000160* DATA       AUTOR   DESCRICAO
000170* 22/08/2026 LFL     VERSAO ORIGINAL - MANUTENCAO DO
000180*                    CADASTRO DE CLIENTES (CLIMST) COM
000190*                    INCLUSAO, ALTERACAO, INATIVACAO E
000200*                    CONSULTA POR CODIGO.
000210* 02/09/2026 LFL     INCLUIDO O PERCENTUAL DE DESCONTO
000220*                    PROPRIO DO CLIENTE NO CADASTRO
000230*                    (CLI-PCT-DESCONTO), SOLICITADO NA
000240*                    INCLUSAO E NA ALTERACAO. QUANDO
000250*                    MAIOR QUE ZERO, ELE PREVALECE SOBRE
000260*                    O PERCENTUAL GERAL DO ORCPARM NO
000270*                    FECHAMENTO DO ORCAMENTO.
000280* 02/09/2026 LFL     INCLUIDA A MANUTENCAO DA TABELA DE
000290*                    PRECOS NEGOCIADOS POR CLIENTE E
000300*                    MATERIAL (CLIPREC): INCLUSAO/
000310*                    SUBSTITUICAO, EXCLUSAO E LISTA POR
000320*                    CLIENTE. O PRECO NEGOCIADO PREVALECE
000330*                    SOBRE O PRECO VIGENTE DO PRECMST NO
000340*                    CALCULO DO VALOR DO LOTE.
000350* 02/09/2026 LFL     INCLUIDA A IDENTIFICACAO DE OPERADOR
000360*                    NA ENTRADA DO PROGRAMA (CADASTRO
000370*                    OPEMST, COM SENHA E NIVEL DE
000380*                    ACESSO): SO SUPERVISOR PODE INATIVAR
000390*                    CLIENTE E MANTER PRECOS NEGOCIADOS.
000400*                    CADA INCLUSAO, ALTERACAO, INATIVACAO
000410*                    E EXCLUSAO NO CLIMST E NO CLIPREC
000420*                    PASSOU A SER GRAVADA NA TRILHA DE
000430*                    ALTERACOES (TRILHA), COM OPERADOR,
000440*                    DATA/HORA E O REGISTRO ANTES/DEPOIS.
000450* 15/10/2026 LFL     INCLUIDO O LIMITE DE CREDITO DO
000460*                    CLIENTE (CLI-LIMITE-CREDITO), MANTIDO
000470*                    SO POR SUPERVISOR NA NOVA OPCAO 8 E
000480*                    GRAVADO NA TRILHA DE ALTERACOES. A
000490*                    INCLUSAO GRAVA O CLIENTE SEM LIMITE
000500*                    (ZERO) E A CONSULTA EXIBE O LIMITE.
000510*                    A IMAGEM DA TRILHA PASSOU A TER 120
000520*                    POSICOES (BOOK LINTRIL).
000530* 15/10/2026 LFL     INCLUIDO O VENDEDOR DO CLIENTE
000540*                    (CLI-COD-VENDEDOR), INFORMADO NA
000550*                    INCLUSAO E NA ALTERACAO E CONFERIDO NO
000560*                    NOVO CADASTRO DE VENDEDORES (VENMST):
000570*                    SO VENDEDOR CADASTRADO E ATIVO E
000580*                    ACEITO. A CONSULTA EXIBE O VENDEDOR.
000590******************************************************
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SPECIAL-NAMES.
000630     DECIMAL-POINT IS COMMA.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT ARQ-CLIENTES ASSIGN TO "CLIMST"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS CLI-CODIGO
000700         FILE STATUS IS WS-FS-CLIENTES.
000710
000720     SELECT ARQ-PRECOS-NEG ASSIGN TO "CLIPREC"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS CPR-CHAVE
000760         FILE STATUS IS WS-FS-PRECOS-NEG.
000770
000780     SELECT ARQ-OPERADORES ASSIGN TO "OPEMST"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS OPE-CODIGO
000820         FILE STATUS IS WS-FS-OPERADORES.
000830
000840     SELECT ARQ-TRILHA ASSIGN TO "TRILHA"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-FS-TRILHA.
000870
000880     SELECT ARQ-VENDEDORES ASSIGN TO "VENMST"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS VEN-CODIGO
000920         FILE STATUS IS WS-FS-VENDEDORES.
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  ARQ-CLIENTES.
000960     COPY CLIMST.
000970
000980 FD  ARQ-PRECOS-NEG.
000990     COPY CLIPREC.
001000
001010 FD  ARQ-OPERADORES.
001020     COPY OPEMST.
001030
001040 FD  ARQ-TRILHA
001050     RECORDING MODE IS F.
001060 01  REG-TRILHA              PIC X(270).
001070
001080 FD  ARQ-VENDEDORES.
001090     COPY VENMST.
001100 WORKING-STORAGE SECTION.
001110******************************************************
001120* AREA DE CHAVES (SWITCHES) E CONTADORES - NIVEL 77
001130******************************************************
001140 77  WS-FS-CLIENTES          PIC X(02)    VALUE SPACES.
001150 77  WS-FIM-PROGRAMA         PIC X(01)    VALUE 'N'.
001160     88 FIM-PROGRAMA                     VALUE 'S'.
001170 77  WS-CLIENTE-LIDO         PIC X(01)    VALUE 'N'.
001180     88 CLIENTE-LIDO                     VALUE 'S'.
001190 77  WRK-OPCAO-MENU          PIC X(01)    VALUE SPACES.
001200     88 OPCAO-INCLUIR                    VALUE '1'.
001210     88 OPCAO-ALTERAR                    VALUE '2'.
001220     88 OPCAO-INATIVAR                   VALUE '3'.
001230     88 OPCAO-CONSULTAR                  VALUE '4'.
001240     88 OPCAO-PRECO-NEG                  VALUE '5'.
001250     88 OPCAO-EXCLUIR-NEG                VALUE '6'.
001260     88 OPCAO-LISTAR-NEG                 VALUE '7'.
001270     88 OPCAO-LIMITE-CREDITO             VALUE '8'.
001280     88 OPCAO-SAIR                       VALUE '9'.
001290 77  WRK-CODIGO-RAW          PIC X(05)    VALUE SPACES.
001300 77  WRK-CODIGO-DIGITOS      PIC X(05)    VALUE SPACES.
001310 77  WS-CNT-CODIGO           PIC 9(02)    VALUE ZEROS.
001320 01  WRK-CODIGO-CLIENTE-GRP.
001330     05 WRK-CODIGO-CLIENTE   PIC 9(05)    VALUE ZEROS.
001340 01  WRK-CODIGO-CLIENTE-X REDEFINES WRK-CODIGO-CLIENTE-GRP
001350                             PIC X(05).
001360 77  WRK-NOME-CLIENTE        PIC X(30)    VALUE SPACES.
001370 77  WRK-ENDERECO-CLIENTE    PIC X(40)    VALUE SPACES.
001380 77  WRK-TELEFONE-CLIENTE    PIC X(12)    VALUE SPACES.
001390 77  WRK-RESPOSTA            PIC X(01)    VALUE SPACES.
001400******************************************************
001410* AREA DAS CONDICOES COMERCIAIS DO CLIENTE (DESCONTO
001420* PROPRIO E PRECOS NEGOCIADOS POR MATERIAL - CLIPREC)
001430******************************************************
001440 77  WS-FS-PRECOS-NEG        PIC X(02)    VALUE SPACES.
001450 77  WS-FIM-LISTA            PIC X(01)    VALUE 'N'.
001460     88 FIM-LISTA                        VALUE 'S'.
001470 77  WS-ENTRADA-VALIDA       PIC X(01)    VALUE 'N'.
001480     88 ENTRADA-VALIDA                   VALUE 'S'.
001490 77  WRK-QTD-LISTADOS        PIC 9(04)    VALUE ZEROS.
001500 77  WRK-PARTE-INTEIRA       PIC X(10)    VALUE SPACES.
001510 77  WRK-PARTE-DECIMAL       PIC X(08)    VALUE SPACES.
001520 77  WS-CNT-INTEIRA          PIC 9(02)    VALUE ZEROS.
001530 77  WS-CNT-DECIMAL          PIC 9(02)    VALUE ZEROS.
001540 77  WRK-DESCONTO-RAW        PIC X(06)    VALUE SPACES.
001550 01  WRK-DESCONTO-GRP.
001560     05 WRK-PCT-DESCONTO     PIC 9(02)V99 VALUE ZEROS.
001570 01  WRK-DESCONTO-X REDEFINES WRK-DESCONTO-GRP
001580                             PIC X(04).
001590 77  WRK-DESCONTO-ED         PIC Z9,99    VALUE ZEROS.
001600 77  WRK-MATERIAL            PIC X(10)    VALUE SPACES.
001610 77  WRK-PRECO-RAW           PIC X(08)    VALUE SPACES.
001620 01  WRK-PRECO-GRP.
001630     05 WRK-PRECO-UNIT       PIC 9(03)V99 VALUE ZEROS.
001640 01  WRK-PRECO-X REDEFINES WRK-PRECO-GRP
001650                             PIC X(05).
001660 77  WRK-PRECO-ED            PIC ZZ9,99   VALUE ZEROS.
001670******************************************************
001680* AREA DO LIMITE DE CREDITO DO CLIENTE (ZERO = SEM
001690* LIMITE)
001700******************************************************
001710 77  WRK-LIMITE-RAW          PIC X(16)    VALUE SPACES.
001720 01  WRK-LIMITE-GRP.
001730     05 WRK-LIMITE-CREDITO   PIC 9(10)V99 VALUE ZEROS.
001740 01  WRK-LIMITE-X REDEFINES WRK-LIMITE-GRP
001750                             PIC X(12).
001760 77  WRK-LIMITE-ED           PIC Z(09)9,99 VALUE ZEROS.
001770******************************************************
001780* AREA DA IDENTIFICACAO DE OPERADOR (OPEMST) E DA
001790* TRILHA DE ALTERACOES DOS CADASTROS (TRILHA)
001800******************************************************
001810 77  WS-FS-OPERADORES        PIC X(02)    VALUE SPACES.
001820 77  WS-FS-TRILHA            PIC X(02)    VALUE SPACES.
001830 77  WS-TENTATIVAS           PIC 9(01)    VALUE ZEROS.
001840 77  WS-OPERADOR-OK          PIC X(01)    VALUE 'N'.
001850     88 OPERADOR-IDENTIFICADO            VALUE 'S'.
001860 77  WS-OPERADOR-SUP         PIC X(01)    VALUE 'N'.
001870     88 OPERADOR-SUPERVISOR              VALUE 'S'.
001880 77  WRK-OPERADOR            PIC X(08)    VALUE SPACES.
001890 77  WRK-OPERADOR-INF        PIC X(08)    VALUE SPACES.
001900 77  WRK-SENHA-INF           PIC X(08)    VALUE SPACES.
001910 77  WRK-DATA-TRILHA         PIC 9(08)    VALUE ZEROS.
001920 77  WRK-HORA-TRILHA         PIC 9(08)    VALUE ZEROS.
001930 77  WRK-REG-ANTES           PIC X(120)   VALUE SPACES.
001940******************************************************
001950* AREA DO VENDEDOR DO CLIENTE (VENMST)
001960******************************************************
001970 77  WS-FS-VENDEDORES        PIC X(02)    VALUE SPACES.
001980 77  WS-VENMST-OK            PIC X(01)    VALUE 'N'.
001990     88 VENMST-OK                        VALUE 'S'.
002000 77  WRK-VENDEDOR-RAW        PIC X(05)    VALUE SPACES.
002010 77  WRK-COD-VENDEDOR        PIC 9(05)    VALUE ZEROS.
002020 01  WRK-VENDEDOR-NOVO-GRP.
002030     05 WRK-VENDEDOR-NOVO    PIC 9(05)    VALUE ZEROS.
002040 01  WRK-VENDEDOR-NOVO-X REDEFINES WRK-VENDEDOR-NOVO-GRP
002050                             PIC X(05).
002060******************************************************
002070* LINHA DA TRILHA DE ALTERACOES (LAYOUT COMPARTILHADO)
002080******************************************************
002090     COPY LINTRIL.
002100 PROCEDURE DIVISION.
002110******************************************************
002120* 0000-MAINLINE
002130* ROTINA PRINCIPAL DO PROGRAMA
002140******************************************************
002150 0000-MAINLINE.
002160     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002170
002180     PERFORM 2000-PROCESSAR-MENU THRU 2000-EXIT
002190         UNTIL FIM-PROGRAMA.
002200
002210     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002220
002230     STOP RUN.
002240******************************************************
002250* 1000-INICIALIZAR
002260* ABRE O CADASTRO DE CLIENTES PARA ATUALIZACAO. QUANDO
002270* O ARQUIVO AINDA NAO EXISTE, ELE E CRIADO VAZIO E
002280* REABERTO PARA ATUALIZACAO. O CADASTRO DE VENDEDORES
002290* E ABERTO SO PARA CONSULTA, SE DISPONIVEL.
002300******************************************************
002310 1000-INICIALIZAR.
002320     OPEN I-O ARQ-CLIENTES.
002330     IF WS-FS-CLIENTES = '35'
002340         OPEN OUTPUT ARQ-CLIENTES
002350         CLOSE ARQ-CLIENTES
002360         OPEN I-O ARQ-CLIENTES
002370     END-IF.
002380     IF WS-FS-CLIENTES NOT = '00'
002390         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
002400             'CADASTRO DE CLIENTES (CLIMST). STATUS: '
002410             WS-FS-CLIENTES
002420         STOP RUN
002430     END-IF.
002440
002450     OPEN I-O ARQ-PRECOS-NEG.
002460     IF WS-FS-PRECOS-NEG = '35'
002470         OPEN OUTPUT ARQ-PRECOS-NEG
002480         CLOSE ARQ-PRECOS-NEG
002490         OPEN I-O ARQ-PRECOS-NEG
002500     END-IF.
002510     IF WS-FS-PRECOS-NEG NOT = '00'
002520         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR A '
002530             'TABELA DE PRECOS NEGOCIADOS (CLIPREC). '
002540             'STATUS: ' WS-FS-PRECOS-NEG
002550         STOP RUN
002560     END-IF.
002570     PERFORM 1500-IDENTIFICAR-OPERADOR THRU 1500-EXIT.
002580
002590     OPEN INPUT ARQ-VENDEDORES.
002600     IF WS-FS-VENDEDORES = '00'
002610         SET VENMST-OK TO TRUE
002620     ELSE
002630         DISPLAY 'AVISO: CADASTRO DE VENDEDORES (VENMST) '
002640             'INDISPONIVEL - O VENDEDOR DO CLIENTE NAO SERA '
002650             'CONFERIDO. STATUS: ' WS-FS-VENDEDORES
002660     END-IF.
002670 1000-EXIT.
002680     EXIT.
002690******************************************************
002700* 1500-IDENTIFICAR-OPERADOR
002710* IDENTIFICA O OPERADOR NA ENTRADA DO PROGRAMA CONTRA O
002720* CADASTRO DE OPERADORES (OPEMST), COM ATE 3 TENTATIVAS.
002730* QUANDO O CADASTRO AINDA NAO EXISTE (IMPLANTACAO), O
002740* ACESSO E LIBERADO COM AVISO E NIVEL SUPERVISOR.
002750******************************************************
002760 1500-IDENTIFICAR-OPERADOR.
002770     OPEN INPUT ARQ-OPERADORES.
002780     IF WS-FS-OPERADORES NOT = '00'
002790         DISPLAY 'AVISO: CADASTRO DE OPERADORES (OPEMST) '
002800             'INDISPONIVEL - ACESSO LIBERADO PARA '
002810             'IMPLANTACAO.'
002820         MOVE '*SEMCAD*' TO WRK-OPERADOR
002830         SET OPERADOR-IDENTIFICADO TO TRUE
002840         SET OPERADOR-SUPERVISOR TO TRUE
002850         GO TO 1500-EXIT
002860     END-IF.
002870
002880     PERFORM 1550-TENTAR-IDENTIFICACAO THRU 1550-EXIT
002890         UNTIL OPERADOR-IDENTIFICADO
002900            OR WS-TENTATIVAS > 2.
002910     CLOSE ARQ-OPERADORES.
002920
002930     IF NOT OPERADOR-IDENTIFICADO
002940         DISPLAY 'ACESSO NEGADO - TENTATIVAS ESGOTADAS.'
002950         CLOSE ARQ-CLIENTES ARQ-PRECOS-NEG
002960         MOVE 8 TO RETURN-CODE
002970         STOP RUN
002980     END-IF.
002990 1500-EXIT.
003000     EXIT.
003010******************************************************
003020* 1550-TENTAR-IDENTIFICACAO
003030* SOLICITA CODIGO E SENHA E CONFERE NO CADASTRO QUE O
003040* OPERADOR EXISTE, A SENHA CONFERE E A SITUACAO E
003050* ATIVA, GUARDANDO O NIVEL DE ACESSO.
003060******************************************************
003070 1550-TENTAR-IDENTIFICACAO.
003080     ADD 1 TO WS-TENTATIVAS.
003090     DISPLAY 'CODIGO DO OPERADOR: '.
003100     MOVE SPACES TO WRK-OPERADOR-INF.
003110     ACCEPT WRK-OPERADOR-INF.
003120     DISPLAY 'SENHA: '.
003130     MOVE SPACES TO WRK-SENHA-INF.
003140     ACCEPT WRK-SENHA-INF.
003150
003160     MOVE WRK-OPERADOR-INF TO OPE-CODIGO.
003170     READ ARQ-OPERADORES
003180         INVALID KEY
003190             DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
003200         NOT INVALID KEY
003210             IF OPE-SENHA = WRK-SENHA-INF
003220                AND OPERADOR-ATIVO
003230                 SET OPERADOR-IDENTIFICADO TO TRUE
003240                 MOVE OPE-CODIGO TO WRK-OPERADOR
003250                 IF NIVEL-SUPERVISOR
003260                     SET OPERADOR-SUPERVISOR TO TRUE
003270                 END-IF
003280                 DISPLAY 'OPERADOR IDENTIFICADO: '
003290                     OPE-NOME
003300             ELSE
003310                 DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
003320             END-IF
003330     END-READ.
003340 1550-EXIT.
003350     EXIT.
003360******************************************************
003370* 2000-PROCESSAR-MENU
003380* EXIBE O MENU DE OPCOES E ENCAMINHA A OPCAO ESCOLHIDA
003390* PARA A ROTINA CORRESPONDENTE, ATE O OPERADOR PEDIR
003400* PARA SAIR.
003410******************************************************
003420 2000-PROCESSAR-MENU.
003430     DISPLAY ' '.
003440     DISPLAY 'MANUTENCAO DO CADASTRO DE CLIENTES'.
003450     DISPLAY '1-INCLUIR  2-ALTERAR  3-INATIVAR'.
003460     DISPLAY '4-CONSULTAR  5-PRECO NEGOCIADO'.
003470     DISPLAY '6-EXCLUIR NEGOCIADO  7-LISTAR NEGOCIADOS'.
003480     DISPLAY '8-LIMITE DE CREDITO  9-SAIR'.
003490     DISPLAY 'OPCAO DESEJADA: '.
003500     MOVE SPACES TO WRK-OPCAO-MENU.
003510     ACCEPT WRK-OPCAO-MENU.
003520
003530     EVALUATE TRUE
003540         WHEN OPCAO-INCLUIR
003550             PERFORM 3000-INCLUIR-CLIENTE THRU 3000-EXIT
003560         WHEN OPCAO-ALTERAR
003570             PERFORM 4000-ALTERAR-CLIENTE THRU 4000-EXIT
003580         WHEN OPCAO-INATIVAR
003590             IF OPERADOR-SUPERVISOR
003600                 PERFORM 5000-INATIVAR-CLIENTE
003610                     THRU 5000-EXIT
003620             ELSE
003630                 DISPLAY 'ACESSO NEGADO: SO SUPERVISOR '
003640                     'PODE INATIVAR CLIENTE.'
003650             END-IF
003660         WHEN OPCAO-CONSULTAR
003670             PERFORM 6000-CONSULTAR-CLIENTE THRU 6000-EXIT
003680         WHEN OPCAO-PRECO-NEG
003690             IF OPERADOR-SUPERVISOR
003700                 PERFORM 8000-INCLUIR-PRECO-NEG
003710                     THRU 8000-EXIT
003720             ELSE
003730                 DISPLAY 'ACESSO NEGADO: SO SUPERVISOR '
003740                     'PODE MANTER PRECO NEGOCIADO.'
003750             END-IF
003760         WHEN OPCAO-EXCLUIR-NEG
003770             IF OPERADOR-SUPERVISOR
003780                 PERFORM 8100-EXCLUIR-PRECO-NEG
003790                     THRU 8100-EXIT
003800             ELSE
003810                 DISPLAY 'ACESSO NEGADO: SO SUPERVISOR '
003820                     'PODE MANTER PRECO NEGOCIADO.'
003830             END-IF
003840         WHEN OPCAO-LISTAR-NEG
003850             PERFORM 8200-LISTAR-PRECO-NEG THRU 8200-EXIT
003860         WHEN OPCAO-LIMITE-CREDITO
003870             IF OPERADOR-SUPERVISOR
003880                 PERFORM 8400-ALTERAR-LIMITE THRU 8400-EXIT
003890             ELSE
003900                 DISPLAY 'ACESSO NEGADO: SO SUPERVISOR '
003910                     'PODE ALTERAR LIMITE DE CREDITO.'
003920             END-IF
003930         WHEN OPCAO-SAIR
003940             SET FIM-PROGRAMA TO TRUE
003950         WHEN OTHER
003960             DISPLAY 'ERRO: INFORME 1 A 9.'
003970     END-EVALUATE.
003980 2000-EXIT.
003990     EXIT.
004000******************************************************
004010* 3000-INCLUIR-CLIENTE
004020* SOLICITA OS DADOS DE UM NOVO CLIENTE E O GRAVA NO
004030* CADASTRO COM SITUACAO ATIVA, RECUSANDO CODIGO JA
004040* EXISTENTE.
004050******************************************************
004060 3000-INCLUIR-CLIENTE.
004070     PERFORM 7000-OBTER-CODIGO THRU 7000-EXIT.
004080     IF WRK-CODIGO-CLIENTE = ZEROS
004090         GO TO 3000-EXIT
004100     END-IF.
004110
004120     MOVE WRK-CODIGO-CLIENTE TO CLI-CODIGO.
004130     READ ARQ-CLIENTES
004140         INVALID KEY
004150             CONTINUE
004160         NOT INVALID KEY
004170             DISPLAY 'ERRO: CODIGO JA CADASTRADO PARA: '
004180                 CLI-NOME
004190             GO TO 3000-EXIT
004200     END-READ.
004210
004220     MOVE ZEROS TO WRK-COD-VENDEDOR.
004230     PERFORM 7100-OBTER-DADOS THRU 7100-EXIT.
004240     MOVE WRK-CODIGO-CLIENTE   TO CLI-CODIGO.
004250     MOVE WRK-NOME-CLIENTE     TO CLI-NOME.
004260     MOVE WRK-ENDERECO-CLIENTE TO CLI-ENDERECO.
004270     MOVE WRK-TELEFONE-CLIENTE TO CLI-TELEFONE.
004280     MOVE WRK-PCT-DESCONTO     TO CLI-PCT-DESCONTO.
004290     MOVE ZEROS                TO CLI-LIMITE-CREDITO.
004300     MOVE WRK-COD-VENDEDOR     TO CLI-COD-VENDEDOR.
004310     SET CLIENTE-ATIVO TO TRUE.
004320
004330     WRITE REG-CLIENTE
004340         INVALID KEY
004350             DISPLAY 'ERRO AO GRAVAR CLIENTE. STATUS: '
004360                 WS-FS-CLIENTES
004370         NOT INVALID KEY
004380             DISPLAY 'CLIENTE INCLUIDO COM SUCESSO.'
004390             MOVE 'CLIMST ' TO TRI-ARQUIVO
004400             MOVE 'I'       TO TRI-OPERACAO
004410             MOVE SPACES    TO TRI-ANTES
004420             MOVE REG-CLIENTE TO TRI-DEPOIS
004430             PERFORM 8900-GRAVAR-TRILHA THRU 8900-EXIT
004440     END-WRITE.
004450 3000-EXIT.
004460     EXIT.
004470******************************************************
004480* 4000-ALTERAR-CLIENTE
004490* LOCALIZA UM CLIENTE PELO CODIGO, SOLICITA OS NOVOS
004500* DADOS E REGRAVA O REGISTRO, PRESERVANDO A SITUACAO
004510* ATUAL (ATIVO/INATIVO) E O LIMITE DE CREDITO. O
004520* VENDEDOR ATUAL E MANTIDO QUANDO NAO INFORMADO.
004530******************************************************
004540 4000-ALTERAR-CLIENTE.
004550     PERFORM 7200-LER-CLIENTE THRU 7200-EXIT.
004560     IF NOT CLIENTE-LIDO
004570         GO TO 4000-EXIT
004580     END-IF.
004590
004600     DISPLAY 'CLIENTE ATUAL: ' CLI-NOME.
004610     MOVE REG-CLIENTE TO WRK-REG-ANTES.
004620     IF CLI-COD-VENDEDOR IS NUMERIC
004630         MOVE CLI-COD-VENDEDOR TO WRK-COD-VENDEDOR
004640     ELSE
004650         MOVE ZEROS TO WRK-COD-VENDEDOR
004660     END-IF.
004670     PERFORM 7100-OBTER-DADOS THRU 7100-EXIT.
004680     MOVE WRK-NOME-CLIENTE     TO CLI-NOME.
004690     MOVE WRK-ENDERECO-CLIENTE TO CLI-ENDERECO.
004700     MOVE WRK-TELEFONE-CLIENTE TO CLI-TELEFONE.
004710     MOVE WRK-PCT-DESCONTO     TO CLI-PCT-DESCONTO.
004720     MOVE WRK-COD-VENDEDOR     TO CLI-COD-VENDEDOR.
004730
004740     REWRITE REG-CLIENTE
004750         INVALID KEY
004760             DISPLAY 'ERRO AO REGRAVAR CLIENTE. STATUS: '
004770                 WS-FS-CLIENTES
004780         NOT INVALID KEY
004790             DISPLAY 'CLIENTE ALTERADO COM SUCESSO.'
004800             MOVE 'CLIMST ' TO TRI-ARQUIVO
004810             MOVE 'A'       TO TRI-OPERACAO
004820             MOVE WRK-REG-ANTES TO TRI-ANTES
004830             MOVE REG-CLIENTE   TO TRI-DEPOIS
004840             PERFORM 8900-GRAVAR-TRILHA THRU 8900-EXIT
004850     END-REWRITE.
004860 4000-EXIT.
004870     EXIT.
004880******************************************************
004890* 5000-INATIVAR-CLIENTE
004900* LOCALIZA UM CLIENTE PELO CODIGO E, APOS CONFIRMACAO
004910* DO OPERADOR, MARCA A SITUACAO COMO INATIVA. O
004920* REGISTRO NAO E EXCLUIDO PARA PRESERVAR O HISTORICO
004930* DOS LOTES JA PROCESSADOS.
004940******************************************************
004950 5000-INATIVAR-CLIENTE.
004960     PERFORM 7200-LER-CLIENTE THRU 7200-EXIT.
004970     IF NOT CLIENTE-LIDO
004980         GO TO 5000-EXIT
004990     END-IF.
005000
005010     IF CLIENTE-INATIVO
005020         DISPLAY 'CLIENTE JA ESTA INATIVO: ' CLI-NOME
005030         GO TO 5000-EXIT
005040     END-IF.
005050
005060     DISPLAY 'CONFIRMA A INATIVACAO DE ' CLI-NOME ' (S/N): '.
005070     MOVE SPACES TO WRK-RESPOSTA.
005080     ACCEPT WRK-RESPOSTA.
005090     IF WRK-RESPOSTA NOT = 'S' AND WRK-RESPOSTA NOT = 's'
005100         DISPLAY 'INATIVACAO CANCELADA.'
005110         GO TO 5000-EXIT
005120     END-IF.
005130
005140     MOVE REG-CLIENTE TO WRK-REG-ANTES.
005150     SET CLIENTE-INATIVO TO TRUE.
005160     REWRITE REG-CLIENTE
005170         INVALID KEY
005180             DISPLAY 'ERRO AO REGRAVAR CLIENTE. STATUS: '
005190                 WS-FS-CLIENTES
005200         NOT INVALID KEY
005210             DISPLAY 'CLIENTE INATIVADO COM SUCESSO.'
005220             MOVE 'CLIMST ' TO TRI-ARQUIVO
005230             MOVE 'X'       TO TRI-OPERACAO
005240             MOVE WRK-REG-ANTES TO TRI-ANTES
005250             MOVE REG-CLIENTE   TO TRI-DEPOIS
005260             PERFORM 8900-GRAVAR-TRILHA THRU 8900-EXIT
005270     END-REWRITE.
005280 5000-EXIT.
005290     EXIT.
005300******************************************************
005310* 6000-CONSULTAR-CLIENTE
005320* LOCALIZA UM CLIENTE PELO CODIGO E EXIBE OS DADOS
005330* CADASTRADOS, O LIMITE DE CREDITO E A SITUACAO ATUAL.
005340******************************************************
005350 6000-CONSULTAR-CLIENTE.
005360     PERFORM 7200-LER-CLIENTE THRU 7200-EXIT.
005370     IF NOT CLIENTE-LIDO
005380         GO TO 6000-EXIT
005390     END-IF.
005400
005410     DISPLAY 'CODIGO..: ' CLI-CODIGO.
005420     DISPLAY 'NOME....: ' CLI-NOME.
005430     DISPLAY 'ENDERECO: ' CLI-ENDERECO.
005440     DISPLAY 'TELEFONE: ' CLI-TELEFONE.
005450     IF CLI-PCT-DESCONTO IS NUMERIC
005460        AND CLI-PCT-DESCONTO > ZEROS
005470         MOVE CLI-PCT-DESCONTO TO WRK-DESCONTO-ED
005480         DISPLAY 'DESCONTO: ' WRK-DESCONTO-ED ' %'
005490     END-IF.
005500     IF CLI-LIMITE-CREDITO IS NUMERIC
005510        AND CLI-LIMITE-CREDITO > ZEROS
005520         MOVE CLI-LIMITE-CREDITO TO WRK-LIMITE-ED
005530         DISPLAY 'LIMITE..: ' WRK-LIMITE-ED
005540     ELSE
005550         DISPLAY 'LIMITE..: SEM LIMITE DE CREDITO'
005560     END-IF.
005570     PERFORM 6100-EXIBIR-VENDEDOR THRU 6100-EXIT.
005580     IF CLIENTE-ATIVO
005590         DISPLAY 'SITUACAO: ATIVO'
005600     ELSE
005610         DISPLAY 'SITUACAO: INATIVO'
005620     END-IF.
005630 6000-EXIT.
005640     EXIT.
005650******************************************************
005660* 6100-EXIBIR-VENDEDOR
005670* EXIBE O VENDEDOR DO CLIENTE CORRENTE, COM O NOME
005680* LIDO NO CADASTRO DE VENDEDORES QUANDO DISPONIVEL.
005690******************************************************
005700 6100-EXIBIR-VENDEDOR.
005710     IF CLI-COD-VENDEDOR IS NOT NUMERIC
005720        OR CLI-COD-VENDEDOR = ZEROS
005730         DISPLAY 'VENDEDOR: SEM VENDEDOR'
005740         GO TO 6100-EXIT
005750     END-IF.
005760     IF NOT VENMST-OK
005770         DISPLAY 'VENDEDOR: ' CLI-COD-VENDEDOR
005780         GO TO 6100-EXIT
005790     END-IF.
005800
005810     MOVE CLI-COD-VENDEDOR TO VEN-CODIGO.
005820     READ ARQ-VENDEDORES
005830         INVALID KEY
005840             DISPLAY 'VENDEDOR: ' CLI-COD-VENDEDOR
005850                 ' (NAO CADASTRADO NO VENMST)'
005860         NOT INVALID KEY
005870             DISPLAY 'VENDEDOR: ' CLI-COD-VENDEDOR ' ' VEN-NOME
005880     END-READ.
005890 6100-EXIT.
005900     EXIT.
005910******************************************************
005920* 7000-OBTER-CODIGO
005930* SOLICITA O CODIGO DO CLIENTE E VALIDA QUE A ENTRADA
005940* SEJA NUMERICA E DIFERENTE DE ZEROS. UMA ENTRADA
005950* INVALIDA DEVOLVE CODIGO ZERO PARA A ROTINA CHAMADORA
005960* CANCELAR A OPERACAO.
005970******************************************************
005980 7000-OBTER-CODIGO.
005990     MOVE ZEROS TO WRK-CODIGO-CLIENTE.
006000     DISPLAY 'CODIGO DO CLIENTE (ATE 5 DIGITOS): '.
006010     MOVE SPACES TO WRK-CODIGO-RAW.
006020     ACCEPT WRK-CODIGO-RAW.
006030
006040     MOVE SPACES TO WRK-CODIGO-DIGITOS.
006050     MOVE ZEROS  TO WS-CNT-CODIGO.
006060     IF WRK-CODIGO-RAW NOT = SPACES
006070         UNSTRING WRK-CODIGO-RAW DELIMITED BY ALL SPACE
006080             INTO WRK-CODIGO-DIGITOS COUNT IN WS-CNT-CODIGO
006090         END-UNSTRING
006100     END-IF.
006110
006120     IF WS-CNT-CODIGO = ZEROS
006130        OR WRK-CODIGO-DIGITOS(1:WS-CNT-CODIGO) IS NOT NUMERIC
006140        OR WRK-CODIGO-DIGITOS(1:WS-CNT-CODIGO) = ZEROS
006150         DISPLAY 'ERRO: CODIGO INVALIDO.'
006160     ELSE
006170         MOVE ZEROS TO WRK-CODIGO-CLIENTE
006180         MOVE WRK-CODIGO-DIGITOS(1:WS-CNT-CODIGO)
006190             TO WRK-CODIGO-CLIENTE-X
006200                (6 - WS-CNT-CODIGO : WS-CNT-CODIGO)
006210     END-IF.
006220 7000-EXIT.
006230     EXIT.
006240******************************************************
006250* 7100-OBTER-DADOS
006260* SOLICITA NOME, ENDERECO, TELEFONE, DESCONTO E
006270* VENDEDOR DO CLIENTE PARA INCLUSAO OU ALTERACAO.
006280******************************************************
006290 7100-OBTER-DADOS.
006300     DISPLAY 'NOME DO CLIENTE: '.
006310     MOVE SPACES TO WRK-NOME-CLIENTE.
006320     ACCEPT WRK-NOME-CLIENTE.
006330     DISPLAY 'ENDERECO: '.
006340     MOVE SPACES TO WRK-ENDERECO-CLIENTE.
006350     ACCEPT WRK-ENDERECO-CLIENTE.
006360     DISPLAY 'TELEFONE: '.
006370     MOVE SPACES TO WRK-TELEFONE-CLIENTE.
006380     ACCEPT WRK-TELEFONE-CLIENTE.
006390     PERFORM 7300-OBTER-DESCONTO THRU 7300-EXIT.
006400     PERFORM 7600-OBTER-VENDEDOR THRU 7600-EXIT.
006410 7100-EXIT.
006420     EXIT.
006430******************************************************
006440* 7300-OBTER-DESCONTO
006450* SOLICITA O PERCENTUAL DE DESCONTO PROPRIO DO CLIENTE
006460* (FORMATO NN,NN). EM BRANCO VALE ZERO, OU SEJA, O
006470* CLIENTE SEGUE O PERCENTUAL GERAL DO ORCPARM. ENTRADA
006480* INVALIDA E AVISADA E TRATADA COMO ZERO.
006490******************************************************
006500 7300-OBTER-DESCONTO.
006510     MOVE ZEROS TO WRK-PCT-DESCONTO.
006520     DISPLAY 'DESCONTO DO CLIENTE EM PERCENTUAL'.
006530     DISPLAY '(FORMATO NN,NN - BRANCO = PADRAO GERAL): '.
006540     MOVE SPACES TO WRK-DESCONTO-RAW.
006550     ACCEPT WRK-DESCONTO-RAW.
006560     IF WRK-DESCONTO-RAW = SPACES
006570         GO TO 7300-EXIT
006580     END-IF.
006590
006600     MOVE SPACES TO WRK-PARTE-INTEIRA WRK-PARTE-DECIMAL.
006610     MOVE ZEROS  TO WS-CNT-INTEIRA WS-CNT-DECIMAL.
006620     UNSTRING WRK-DESCONTO-RAW DELIMITED BY ',' OR SPACE
006630         INTO WRK-PARTE-INTEIRA COUNT IN WS-CNT-INTEIRA
006640              WRK-PARTE-DECIMAL COUNT IN WS-CNT-DECIMAL
006650     END-UNSTRING.
006660     IF (WS-CNT-INTEIRA > 0
006670         AND WRK-PARTE-INTEIRA(1:WS-CNT-INTEIRA)
006680                 IS NOT NUMERIC)
006690        OR (WS-CNT-DECIMAL > 0
006700         AND WRK-PARTE-DECIMAL(1:WS-CNT-DECIMAL)
006710                 IS NOT NUMERIC)
006720        OR WS-CNT-INTEIRA > 2
006730        OR WS-CNT-DECIMAL > 2
006740         DISPLAY 'AVISO: DESCONTO INVALIDO DESPREZADO - '
006750             'USE O FORMATO NN,NN.'
006760         GO TO 7300-EXIT
006770     END-IF.
006780     PERFORM 7350-MONTAR-DESCONTO THRU 7350-EXIT.
006790 7300-EXIT.
006800     EXIT.
006810******************************************************
006820* 7350-MONTAR-DESCONTO
006830* MONTA WRK-PCT-DESCONTO A PARTIR DAS PARTES INTEIRA E
006840* DECIMAL JA VALIDADAS, ALINHANDO OS DIGITOS NAS
006850* POSICOES CORRETAS DO CAMPO NUMERICO.
006860******************************************************
006870 7350-MONTAR-DESCONTO.
006880     MOVE ZEROS TO WRK-PCT-DESCONTO.
006890     IF WS-CNT-INTEIRA > 0
006900         MOVE WRK-PARTE-INTEIRA(1:WS-CNT-INTEIRA)
006910             TO WRK-DESCONTO-X(3 - WS-CNT-INTEIRA :
006920                WS-CNT-INTEIRA)
006930     END-IF.
006940     IF WS-CNT-DECIMAL > 0
006950         MOVE WRK-PARTE-DECIMAL(1:WS-CNT-DECIMAL)
006960             TO WRK-DESCONTO-X(3:WS-CNT-DECIMAL)
006970     END-IF.
006980 7350-EXIT.
006990     EXIT.
007000******************************************************
007010* 7400-OBTER-PRECO-NEG
007020* SOLICITA O PRECO NEGOCIADO (FORMATO NNN,NN) E MONTA O
007030* CAMPO NUMERICO, RECUSANDO ENTRADA NAO NUMERICA, EM
007040* BRANCO OU FORA DO FORMATO.
007050******************************************************
007060 7400-OBTER-PRECO-NEG.
007070     MOVE 'N' TO WS-ENTRADA-VALIDA.
007080     DISPLAY 'PRECO NEGOCIADO (FORMATO NNN,NN): '.
007090     MOVE SPACES TO WRK-PRECO-RAW.
007100     ACCEPT WRK-PRECO-RAW.
007110     MOVE SPACES TO WRK-PARTE-INTEIRA WRK-PARTE-DECIMAL.
007120     MOVE ZEROS  TO WS-CNT-INTEIRA WS-CNT-DECIMAL.
007130
007140     IF WRK-PRECO-RAW NOT = SPACES
007150         UNSTRING WRK-PRECO-RAW DELIMITED BY ',' OR SPACE
007160             INTO WRK-PARTE-INTEIRA COUNT IN WS-CNT-INTEIRA
007170                  WRK-PARTE-DECIMAL COUNT IN WS-CNT-DECIMAL
007180         END-UNSTRING
007190     END-IF.
007200
007210     EVALUATE TRUE
007220         WHEN WRK-PRECO-RAW = SPACES
007230             DISPLAY 'ERRO: O PRECO NAO PODE FICAR EM '
007240                 'BRANCO.'
007250         WHEN WS-CNT-INTEIRA > 0
007260             AND WRK-PARTE-INTEIRA(1:WS-CNT-INTEIRA)
007270                     IS NOT NUMERIC
007280             DISPLAY 'ERRO: PRECO CONTEM CARACTERE NAO '
007290                 'NUMERICO.'
007300         WHEN WS-CNT-DECIMAL > 0
007310             AND WRK-PARTE-DECIMAL(1:WS-CNT-DECIMAL)
007320                     IS NOT NUMERIC
007330             DISPLAY 'ERRO: PRECO CONTEM CARACTERE NAO '
007340                 'NUMERICO.'
007350         WHEN WS-CNT-INTEIRA > 3
007360             DISPLAY 'ERRO: PRECO ACEITA NO MAXIMO 3 '
007370                 'DIGITOS INTEIROS.'
007380         WHEN WS-CNT-DECIMAL > 2
007390             DISPLAY 'ERRO: PRECO ACEITA NO MAXIMO 2 '
007400                 'DIGITOS DECIMAIS.'
007410         WHEN OTHER
007420             PERFORM 7450-MONTAR-PRECO-NEG THRU 7450-EXIT
007430             SET ENTRADA-VALIDA TO TRUE
007440     END-EVALUATE.
007450 7400-EXIT.
007460     EXIT.
007470******************************************************
007480* 7450-MONTAR-PRECO-NEG
007490* MONTA WRK-PRECO-UNIT A PARTIR DAS PARTES INTEIRA E
007500* DECIMAL JA VALIDADAS, ALINHANDO OS DIGITOS NAS
007510* POSICOES CORRETAS DO CAMPO NUMERICO.
007520******************************************************
007530 7450-MONTAR-PRECO-NEG.
007540     MOVE ZEROS TO WRK-PRECO-UNIT.
007550     IF WS-CNT-INTEIRA > 0
007560         MOVE WRK-PARTE-INTEIRA(1:WS-CNT-INTEIRA)
007570             TO WRK-PRECO-X(4 - WS-CNT-INTEIRA :
007580                WS-CNT-INTEIRA)
007590     END-IF.
007600     IF WS-CNT-DECIMAL > 0
007610         MOVE WRK-PARTE-DECIMAL(1:WS-CNT-DECIMAL)
007620             TO WRK-PRECO-X(4:WS-CNT-DECIMAL)
007630     END-IF.
007640 7450-EXIT.
007650     EXIT.
007660******************************************************
007670* 7500-OBTER-LIMITE
007680* SOLICITA O LIMITE DE CREDITO (FORMATO NNNNNNNNNN,NN)
007690* E MONTA O CAMPO NUMERICO, RECUSANDO ENTRADA NAO
007700* NUMERICA, EM BRANCO OU FORA DO FORMATO. ZERO E ACEITO
007710* E SIGNIFICA CLIENTE SEM LIMITE DE CREDITO.
007720******************************************************
007730 7500-OBTER-LIMITE.
007740     MOVE 'N' TO WS-ENTRADA-VALIDA.
007750     DISPLAY 'LIMITE DE CREDITO (FORMATO NNNNNNNNNN,NN - '
007760         'ZERO = SEM LIMITE): '.
007770     MOVE SPACES TO WRK-LIMITE-RAW.
007780     ACCEPT WRK-LIMITE-RAW.
007790     MOVE SPACES TO WRK-PARTE-INTEIRA WRK-PARTE-DECIMAL.
007800     MOVE ZEROS  TO WS-CNT-INTEIRA WS-CNT-DECIMAL.
007810
007820     IF WRK-LIMITE-RAW NOT = SPACES
007830         UNSTRING WRK-LIMITE-RAW DELIMITED BY ',' OR SPACE
007840             INTO WRK-PARTE-INTEIRA COUNT IN WS-CNT-INTEIRA
007850                  WRK-PARTE-DECIMAL COUNT IN WS-CNT-DECIMAL
007860         END-UNSTRING
007870     END-IF.
007880
007890     EVALUATE TRUE
007900         WHEN WRK-LIMITE-RAW = SPACES
007910             DISPLAY 'ERRO: O LIMITE NAO PODE FICAR EM '
007920                 'BRANCO.'
007930         WHEN WS-CNT-INTEIRA > 10
007940             DISPLAY 'ERRO: LIMITE ACEITA NO MAXIMO 10 '
007950                 'DIGITOS INTEIROS.'
007960         WHEN WS-CNT-INTEIRA > 0
007970             AND WRK-PARTE-INTEIRA(1:WS-CNT-INTEIRA)
007980                     IS NOT NUMERIC
007990             DISPLAY 'ERRO: LIMITE CONTEM CARACTERE NAO '
008000                 'NUMERICO.'
008010         WHEN WS-CNT-DECIMAL > 2
008020             DISPLAY 'ERRO: LIMITE ACEITA NO MAXIMO 2 '
008030                 'DIGITOS DECIMAIS.'
008040         WHEN WS-CNT-DECIMAL > 0
008050             AND WRK-PARTE-DECIMAL(1:WS-CNT-DECIMAL)
008060                     IS NOT NUMERIC
008070             DISPLAY 'ERRO: LIMITE CONTEM CARACTERE NAO '
008080                 'NUMERICO.'
008090         WHEN OTHER
008100             PERFORM 7550-MONTAR-LIMITE THRU 7550-EXIT
008110             SET ENTRADA-VALIDA TO TRUE
008120     END-EVALUATE.
008130 7500-EXIT.
008140     EXIT.
008150******************************************************
008160* 7550-MONTAR-LIMITE
008170* MONTA WRK-LIMITE-CREDITO A PARTIR DAS PARTES INTEIRA
008180* E DECIMAL JA VALIDADAS, ALINHANDO OS DIGITOS NAS
008190* POSICOES CORRETAS DO CAMPO NUMERICO.
008200******************************************************
008210 7550-MONTAR-LIMITE.
008220     MOVE ZEROS TO WRK-LIMITE-CREDITO.
008230     IF WS-CNT-INTEIRA > 0
008240         MOVE WRK-PARTE-INTEIRA(1:WS-CNT-INTEIRA)
008250             TO WRK-LIMITE-X(11 - WS-CNT-INTEIRA :
008260                WS-CNT-INTEIRA)
008270     END-IF.
008280     IF WS-CNT-DECIMAL > 0
008290         MOVE WRK-PARTE-DECIMAL(1:WS-CNT-DECIMAL)
008300             TO WRK-LIMITE-X(11:WS-CNT-DECIMAL)
008310     END-IF.
008320 7550-EXIT.
008330     EXIT.
008340******************************************************
008350* 7600-OBTER-VENDEDOR
008360* SOLICITA O CODIGO DO VENDEDOR DO CLIENTE. EM BRANCO
008370* MANTEM O VENDEDOR QUE ESTA EM WRK-COD-VENDEDOR (O
008380* ATUAL NA ALTERACAO, NENHUM NA INCLUSAO) E ZERO DEIXA
008390* O CLIENTE SEM VENDEDOR. O CODIGO TEM DE ESTAR
008400* CADASTRADO E ATIVO NO VENMST; SEM O CADASTRO ELE E
008410* ACEITO COM AVISO. ENTRADA INVALIDA E AVISADA E O
008420* VENDEDOR ANTERIOR E MANTIDO.
008430******************************************************
008440 7600-OBTER-VENDEDOR.
008450     DISPLAY 'CODIGO DO VENDEDOR (ATUAL ' WRK-COD-VENDEDOR
008460         ' - BRANCO = MANTER, 0 = SEM VENDEDOR): '.
008470     MOVE SPACES TO WRK-VENDEDOR-RAW.
008480     ACCEPT WRK-VENDEDOR-RAW.
008490     IF WRK-VENDEDOR-RAW = SPACES
008500         GO TO 7600-EXIT
008510     END-IF.
008520
008530     MOVE SPACES TO WRK-CODIGO-DIGITOS.
008540     MOVE ZEROS  TO WS-CNT-CODIGO.
008550     UNSTRING WRK-VENDEDOR-RAW DELIMITED BY ALL SPACE
008560         INTO WRK-CODIGO-DIGITOS COUNT IN WS-CNT-CODIGO
008570     END-UNSTRING.
008580     IF WS-CNT-CODIGO = ZEROS
008590        OR WRK-CODIGO-DIGITOS(1:WS-CNT-CODIGO) IS NOT NUMERIC
008600         DISPLAY 'AVISO: CODIGO DE VENDEDOR INVALIDO '
008610             'DESPREZADO - MANTIDO O VENDEDOR ANTERIOR.'
008620         GO TO 7600-EXIT
008630     END-IF.
008640     MOVE ZEROS TO WRK-VENDEDOR-NOVO.
008650     MOVE WRK-CODIGO-DIGITOS(1:WS-CNT-CODIGO)
008660         TO WRK-VENDEDOR-NOVO-X
008670            (6 - WS-CNT-CODIGO : WS-CNT-CODIGO).
008680
008690     IF WRK-VENDEDOR-NOVO = ZEROS
008700         MOVE ZEROS TO WRK-COD-VENDEDOR
008710         GO TO 7600-EXIT
008720     END-IF.
008730
008740     IF NOT VENMST-OK
008750         DISPLAY 'AVISO: VENDEDOR ACEITO SEM CONFERENCIA '
008760             '(VENMST INDISPONIVEL).'
008770         MOVE WRK-VENDEDOR-NOVO TO WRK-COD-VENDEDOR
008780         GO TO 7600-EXIT
008790     END-IF.
008800
008810     MOVE WRK-VENDEDOR-NOVO TO VEN-CODIGO.
008820     READ ARQ-VENDEDORES
008830         INVALID KEY
008840             DISPLAY 'AVISO: VENDEDOR NAO CADASTRADO - '
008850                 'MANTIDO O VENDEDOR ANTERIOR.'
008860         NOT INVALID KEY
008870             IF VENDEDOR-INATIVO
008880                 DISPLAY 'AVISO: VENDEDOR INATIVO - MANTIDO '
008890                     'O VENDEDOR ANTERIOR.'
008900             ELSE
008910                 MOVE WRK-VENDEDOR-NOVO TO WRK-COD-VENDEDOR
008920                 DISPLAY 'VENDEDOR: ' VEN-NOME
008930             END-IF
008940     END-READ.
008950 7600-EXIT.
008960     EXIT.
008970******************************************************
008980* 8000-INCLUIR-PRECO-NEG
008990* LOCALIZA O CLIENTE PELO CODIGO, SOLICITA O MATERIAL E
009000* O PRECO NEGOCIADO E GRAVA O PAR CLIENTE + MATERIAL NA
009010* TABELA CLIPREC. QUANDO O PAR JA EXISTE, O OPERADOR
009020* PODE CONFIRMAR A SUBSTITUICAO DO PRECO.
009030******************************************************
009040 8000-INCLUIR-PRECO-NEG.
009050     PERFORM 7200-LER-CLIENTE THRU 7200-EXIT.
009060     IF NOT CLIENTE-LIDO
009070         GO TO 8000-EXIT
009080     END-IF.
009090
009100     DISPLAY 'CLIENTE: ' CLI-NOME.
009110     DISPLAY 'MATERIAL (ATE 10 CARACTERES): '.
009120     MOVE SPACES TO WRK-MATERIAL.
009130     ACCEPT WRK-MATERIAL.
009140     IF WRK-MATERIAL = SPACES
009150         DISPLAY 'ERRO: MATERIAL NAO PODE FICAR EM BRANCO.'
009160         GO TO 8000-EXIT
009170     END-IF.
009180
009190     PERFORM 7400-OBTER-PRECO-NEG THRU 7400-EXIT.
009200     IF NOT ENTRADA-VALIDA
009210         GO TO 8000-EXIT
009220     END-IF.
009230
009240     MOVE WRK-CODIGO-CLIENTE TO CPR-COD-CLIENTE.
009250     MOVE WRK-MATERIAL       TO CPR-MATERIAL.
009260     MOVE WRK-PRECO-UNIT     TO CPR-PRECO-UNIT.
009270
009280     WRITE REG-PRECO-CLIENTE
009290         INVALID KEY
009300             PERFORM 8050-CONFIRMAR-SUBST-NEG
009310                 THRU 8050-EXIT
009320         NOT INVALID KEY
009330             DISPLAY 'PRECO NEGOCIADO INCLUIDO COM '
009340                 'SUCESSO.'
009350             MOVE 'CLIPREC' TO TRI-ARQUIVO
009360             MOVE 'I'       TO TRI-OPERACAO
009370             MOVE SPACES    TO TRI-ANTES
009380             MOVE REG-PRECO-CLIENTE TO TRI-DEPOIS
009390             PERFORM 8900-GRAVAR-TRILHA THRU 8900-EXIT
009400     END-WRITE.
009410 8000-EXIT.
009420     EXIT.
009430******************************************************
009440* 8050-CONFIRMAR-SUBST-NEG
009450* QUANDO JA EXISTE PRECO NEGOCIADO DO MATERIAL PARA O
009460* CLIENTE, PEDE CONFIRMACAO DO OPERADOR E REGRAVA O
009470* REGISTRO COM O NOVO PRECO.
009480******************************************************
009490 8050-CONFIRMAR-SUBST-NEG.
009500     DISPLAY 'JA EXISTE PRECO NEGOCIADO DE ' WRK-MATERIAL
009510         ' PARA O CLIENTE. SUBSTITUIR (S/N): '.
009520     MOVE SPACES TO WRK-RESPOSTA.
009530     ACCEPT WRK-RESPOSTA.
009540     IF WRK-RESPOSTA NOT = 'S' AND WRK-RESPOSTA NOT = 's'
009550         DISPLAY 'INCLUSAO CANCELADA.'
009560         GO TO 8050-EXIT
009570     END-IF.
009580
009590     MOVE WRK-CODIGO-CLIENTE TO CPR-COD-CLIENTE.
009600     MOVE WRK-MATERIAL       TO CPR-MATERIAL.
009610     READ ARQ-PRECOS-NEG
009620         INVALID KEY
009630             MOVE SPACES TO WRK-REG-ANTES
009640         NOT INVALID KEY
009650             MOVE REG-PRECO-CLIENTE TO WRK-REG-ANTES
009660     END-READ.
009670     MOVE WRK-PRECO-UNIT     TO CPR-PRECO-UNIT.
009680     REWRITE REG-PRECO-CLIENTE
009690         INVALID KEY
009700             DISPLAY 'ERRO AO REGRAVAR PRECO NEGOCIADO. '
009710                 'STATUS: ' WS-FS-PRECOS-NEG
009720         NOT INVALID KEY
009730             DISPLAY 'PRECO NEGOCIADO SUBSTITUIDO COM '
009740                 'SUCESSO.'
009750             MOVE 'CLIPREC' TO TRI-ARQUIVO
009760             MOVE 'A'       TO TRI-OPERACAO
009770             MOVE WRK-REG-ANTES TO TRI-ANTES
009780             MOVE REG-PRECO-CLIENTE TO TRI-DEPOIS
009790             PERFORM 8900-GRAVAR-TRILHA THRU 8900-EXIT
009800     END-REWRITE.
009810 8050-EXIT.
009820     EXIT.
009830******************************************************
009840* 8100-EXCLUIR-PRECO-NEG
009850* LOCALIZA O PRECO NEGOCIADO PELO PAR CLIENTE + MATERIAL
009860* E, APOS CONFIRMACAO DO OPERADOR, EXCLUI O REGISTRO -
009870* O CLIENTE VOLTA A SEGUIR O PRECO VIGENTE DO PRECMST.
009880******************************************************
009890 8100-EXCLUIR-PRECO-NEG.
009900     PERFORM 7000-OBTER-CODIGO THRU 7000-EXIT.
009910     IF WRK-CODIGO-CLIENTE = ZEROS
009920         GO TO 8100-EXIT
009930     END-IF.
009940
009950     DISPLAY 'MATERIAL (ATE 10 CARACTERES): '.
009960     MOVE SPACES TO WRK-MATERIAL.
009970     ACCEPT WRK-MATERIAL.
009980
009990     MOVE WRK-CODIGO-CLIENTE TO CPR-COD-CLIENTE.
010000     MOVE WRK-MATERIAL       TO CPR-MATERIAL.
010010     READ ARQ-PRECOS-NEG
010020         INVALID KEY
010030             DISPLAY 'ERRO: PRECO NEGOCIADO NAO '
010040                 'ENCONTRADO.'
010050             GO TO 8100-EXIT
010060     END-READ.
010070
010080     MOVE CPR-PRECO-UNIT TO WRK-PRECO-ED.
010090     DISPLAY 'PRECO NEGOCIADO ATUAL: ' WRK-PRECO-ED.
010100     DISPLAY 'CONFIRMA A EXCLUSAO (S/N): '.
010110     MOVE SPACES TO WRK-RESPOSTA.
010120     ACCEPT WRK-RESPOSTA.
010130     IF WRK-RESPOSTA NOT = 'S' AND WRK-RESPOSTA NOT = 's'
010140         DISPLAY 'EXCLUSAO CANCELADA.'
010150         GO TO 8100-EXIT
010160     END-IF.
010170
010180     MOVE REG-PRECO-CLIENTE TO WRK-REG-ANTES.
010190     DELETE ARQ-PRECOS-NEG
010200         INVALID KEY
010210             DISPLAY 'ERRO AO EXCLUIR PRECO NEGOCIADO. '
010220                 'STATUS: ' WS-FS-PRECOS-NEG
010230         NOT INVALID KEY
010240             DISPLAY 'PRECO NEGOCIADO EXCLUIDO COM '
010250                 'SUCESSO.'
010260             MOVE 'CLIPREC' TO TRI-ARQUIVO
010270             MOVE 'X'       TO TRI-OPERACAO
010280             MOVE WRK-REG-ANTES TO TRI-ANTES
010290             MOVE SPACES        TO TRI-DEPOIS
010300             PERFORM 8900-GRAVAR-TRILHA THRU 8900-EXIT
010310     END-DELETE.
010320 8100-EXIT.
010330     EXIT.
010340******************************************************
010350* 8200-LISTAR-PRECO-NEG
010360* LISTA OS PRECOS NEGOCIADOS DO CLIENTE INFORMADO, NA
010370* ORDEM DE MATERIAL.
010380******************************************************
010390 8200-LISTAR-PRECO-NEG.
010400     PERFORM 7000-OBTER-CODIGO THRU 7000-EXIT.
010410     IF WRK-CODIGO-CLIENTE = ZEROS
010420         GO TO 8200-EXIT
010430     END-IF.
010440
010450     DISPLAY 'PRECOS NEGOCIADOS DO CLIENTE '
010460         WRK-CODIGO-CLIENTE ':'.
010470     MOVE ZEROS TO WRK-QTD-LISTADOS.
010480     MOVE 'N' TO WS-FIM-LISTA.
010490     MOVE WRK-CODIGO-CLIENTE TO CPR-COD-CLIENTE.
010500     MOVE LOW-VALUES         TO CPR-MATERIAL.
010510     START ARQ-PRECOS-NEG KEY NOT < CPR-CHAVE
010520         INVALID KEY
010530             SET FIM-LISTA TO TRUE
010540     END-START.
010550     PERFORM 8250-LER-PROXIMO-NEG THRU 8250-EXIT.
010560     PERFORM 8300-EMITIR-PRECO-NEG THRU 8300-EXIT
010570         UNTIL FIM-LISTA.
010580
010590     IF WRK-QTD-LISTADOS = ZEROS
010600         DISPLAY 'NENHUM PRECO NEGOCIADO PARA O CLIENTE.'
010610     END-IF.
010620 8200-EXIT.
010630     EXIT.
010640******************************************************
010650* 8250-LER-PROXIMO-NEG
010660* LE O PROXIMO PRECO NEGOCIADO NA ORDEM DE CHAVE E LIGA
010670* O INDICADOR DE FIM QUANDO O ARQUIVO ACABA OU O
010680* REGISTRO JA E DE OUTRO CLIENTE.
010690******************************************************
010700 8250-LER-PROXIMO-NEG.
010710     IF FIM-LISTA
010720         GO TO 8250-EXIT
010730     END-IF.
010740     READ ARQ-PRECOS-NEG NEXT RECORD
010750         AT END
010760             SET FIM-LISTA TO TRUE
010770     END-READ.
010780     IF NOT FIM-LISTA
010790        AND CPR-COD-CLIENTE NOT = WRK-CODIGO-CLIENTE
010800         SET FIM-LISTA TO TRUE
010810     END-IF.
010820 8250-EXIT.
010830     EXIT.
010840******************************************************
010850* 8300-EMITIR-PRECO-NEG
010860* EXIBE O PRECO NEGOCIADO CORRENTE E LE O PROXIMO.
010870******************************************************
010880 8300-EMITIR-PRECO-NEG.
010890     MOVE CPR-PRECO-UNIT TO WRK-PRECO-ED.
010900     DISPLAY '  ' CPR-MATERIAL ' ' WRK-PRECO-ED.
010910     ADD 1 TO WRK-QTD-LISTADOS.
010920     PERFORM 8250-LER-PROXIMO-NEG THRU 8250-EXIT.
010930 8300-EXIT.
010940     EXIT.
010950******************************************************
010960* 8400-ALTERAR-LIMITE
010970* LOCALIZA O CLIENTE PELO CODIGO, EXIBE O LIMITE DE
010980* CREDITO ATUAL, SOLICITA O NOVO LIMITE E REGRAVA O
010990* REGISTRO, GRAVANDO A ALTERACAO NA TRILHA. SO
011000* SUPERVISOR CHEGA A ESTA ROTINA.
011010******************************************************
011020 8400-ALTERAR-LIMITE.
011030     PERFORM 7200-LER-CLIENTE THRU 7200-EXIT.
011040     IF NOT CLIENTE-LIDO
011050         GO TO 8400-EXIT
011060     END-IF.
011070
011080     DISPLAY 'CLIENTE: ' CLI-NOME.
011090     IF CLI-LIMITE-CREDITO IS NUMERIC
011100        AND CLI-LIMITE-CREDITO > ZEROS
011110         MOVE CLI-LIMITE-CREDITO TO WRK-LIMITE-ED
011120         DISPLAY 'LIMITE DE CREDITO ATUAL: ' WRK-LIMITE-ED
011130     ELSE
011140         DISPLAY 'LIMITE DE CREDITO ATUAL: SEM LIMITE'
011150     END-IF.
011160
011170     PERFORM 7500-OBTER-LIMITE THRU 7500-EXIT.
011180     IF NOT ENTRADA-VALIDA
011190         GO TO 8400-EXIT
011200     END-IF.
011210
011220     MOVE REG-CLIENTE TO WRK-REG-ANTES.
011230     MOVE WRK-LIMITE-CREDITO TO CLI-LIMITE-CREDITO.
011240     REWRITE REG-CLIENTE
011250         INVALID KEY
011260             DISPLAY 'ERRO AO REGRAVAR CLIENTE. STATUS: '
011270                 WS-FS-CLIENTES
011280         NOT INVALID KEY
011290             DISPLAY 'LIMITE DE CREDITO ALTERADO COM '
011300                 'SUCESSO.'
011310             MOVE 'CLIMST ' TO TRI-ARQUIVO
011320             MOVE 'A'       TO TRI-OPERACAO
011330             MOVE WRK-REG-ANTES TO TRI-ANTES
011340             MOVE REG-CLIENTE   TO TRI-DEPOIS
011350             PERFORM 8900-GRAVAR-TRILHA THRU 8900-EXIT
011360     END-REWRITE.
011370 8400-EXIT.
011380     EXIT.
011390******************************************************
011400* 7200-LER-CLIENTE
011410* SOLICITA O CODIGO DO CLIENTE E LE O REGISTRO
011420* CORRESPONDENTE NO CADASTRO, SINALIZANDO PARA A
011430* ROTINA CHAMADORA SE O CLIENTE FOI ENCONTRADO.
011440******************************************************
011450 7200-LER-CLIENTE.
011460     MOVE 'N' TO WS-CLIENTE-LIDO.
011470     PERFORM 7000-OBTER-CODIGO THRU 7000-EXIT.
011480     IF WRK-CODIGO-CLIENTE = ZEROS
011490         GO TO 7200-EXIT
011500     END-IF.
011510
011520     MOVE WRK-CODIGO-CLIENTE TO CLI-CODIGO.
011530     READ ARQ-CLIENTES
011540         INVALID KEY
011550             DISPLAY 'ERRO: CLIENTE NAO CADASTRADO.'
011560         NOT INVALID KEY
011570             SET CLIENTE-LIDO TO TRUE
011580     END-READ.
011590 7200-EXIT.
011600     EXIT.
011610******************************************************
011620* 8900-GRAVAR-TRILHA
011630* GRAVA, POR EXTENSAO, UMA LINHA NA TRILHA DE
011640* ALTERACOES (TRILHA) COM O OPERADOR, A DATA/HORA E OS
011650* CAMPOS DE EVENTO JA PREPARADOS PELA ROTINA CHAMADORA
011660* (ARQUIVO, OPERACAO E REGISTRO ANTES/DEPOIS).
011670******************************************************
011680 8900-GRAVAR-TRILHA.
011690     ACCEPT WRK-DATA-TRILHA FROM DATE YYYYMMDD.
011700     ACCEPT WRK-HORA-TRILHA FROM TIME.
011710     MOVE WRK-DATA-TRILHA      TO TRI-DATA.
011720     MOVE WRK-HORA-TRILHA(1:6) TO TRI-HORA.
011730     MOVE WRK-OPERADOR         TO TRI-OPERADOR.
011740
011750     OPEN EXTEND ARQ-TRILHA.
011760     IF WS-FS-TRILHA = '05' OR WS-FS-TRILHA = '35'
011770         OPEN OUTPUT ARQ-TRILHA
011780     END-IF.
011790     IF WS-FS-TRILHA NOT = '00'
011800         DISPLAY 'AVISO: NAO FOI POSSIVEL GRAVAR A '
011810             'TRILHA DE ALTERACOES (TRILHA). STATUS: '
011820             WS-FS-TRILHA
011830         GO TO 8900-EXIT
011840     END-IF.
011850     WRITE REG-TRILHA FROM LINHA-TRILHA.
011860     CLOSE ARQ-TRILHA.
011870 8900-EXIT.
011880     EXIT.
011890******************************************************
011900* 9000-FINALIZAR
011910* FECHA OS CADASTROS ANTES DE TERMINAR.
011920******************************************************
011930 9000-FINALIZAR.
011940     CLOSE ARQ-CLIENTES.
011950     CLOSE ARQ-PRECOS-NEG.
011960     IF VENMST-OK
011970         CLOSE ARQ-VENDEDORES
011980     END-IF.
011990 9000-EXIT.
012000     EXIT.
