000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "MANUTENCAO VENDEDORES".
000030 AUTHOR. LUIS FERNANDO LAZANHA.
000040 INSTALLATION. SETOR DE TOPOGRAFIA E ORCAMENTOS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: MANTER O CADASTRO INDEXADO DE VENDEDORES
000100* (VENMST) USADO NO CALCULO DE COMISSAO: INCLUSAO,
000110* ALTERACAO, INATIVACAO E CONSULTA DE VENDEDORES VIA
000120* MENU DE CONSOLE, NOS MOLDES DO MANUTENCAO CLIENTES.
000130* O OPERADOR E IDENTIFICADO NO CADASTRO DE OPERADORES
000140* (OPEMST) NA ENTRADA; COMO O PERCENTUAL DE COMISSAO
000150* VAI PARA A FOLHA DE PAGAMENTO, SO SUPERVISOR INCLUI,
000160* ALTERA OU INATIVA VENDEDOR. CADA INCLUSAO, ALTERACAO
000170* E INATIVACAO E GRAVADA NA TRILHA DE ALTERACOES
000180* (TRILHA) COM O REGISTRO ANTES/DEPOIS.
000190*
000200* HISTORICO DE ALTERACOES
000210* DATA       AUTOR   DESCRICAO
000220* 15/10/2026 LFL     VERSAO ORIGINAL - MANUTENCAO DO
000230*                    CADASTRO DE VENDEDORES (VENMST)
000240*                    COM INCLUSAO, ALTERACAO, INATIVACAO
000250*                    E CONSULTA POR CODIGO, GRAVADAS NA
000260*                    TRILHA DE ALTERACOES.
000270******************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SPECIAL-NAMES.
000310     DECIMAL-POINT IS COMMA.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT ARQ-VENDEDORES ASSIGN TO "VENMST"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS VEN-CODIGO
000380         FILE STATUS IS WS-FS-VENDEDORES.
000390 
000400     SELECT ARQ-OPERADORES ASSIGN TO "OPEMST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS OPE-CODIGO
000440         FILE STATUS IS WS-FS-OPERADORES.
000450 
000460     SELECT ARQ-TRILHA ASSIGN TO "TRILHA"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FS-TRILHA.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  ARQ-VENDEDORES.
000520     COPY VENMST.
000530 
000540 FD  ARQ-OPERADORES.
000550     COPY OPEMST.
000560 
000570 FD  ARQ-TRILHA
000580     RECORDING MODE IS F.
000590 01  REG-TRILHA              PIC X(270).
000600 WORKING-STORAGE SECTION.
000610******************************************************
000620* AREA DE CHAVES (SWITCHES) E CONTADORES - NIVEL 77
000630******************************************************
000640 77  WS-FS-VENDEDORES        PIC X(02)    VALUE SPACES.
000650 77  WS-FIM-PROGRAMA         PIC X(01)    VALUE 'N'.
000660     88 FIM-PROGRAMA                     VALUE 'S'.
000670 77  WS-VENDEDOR-LIDO        PIC X(01)    VALUE 'N'.
000680     88 VENDEDOR-LIDO                    VALUE 'S'.
000690 77  WS-ENTRADA-VALIDA       PIC X(01)    VALUE 'N'.
000700     88 ENTRADA-VALIDA                   VALUE 'S'.
000710 77  WRK-OPCAO-MENU          PIC X(01)    VALUE SPACES.
000720     88 OPCAO-INCLUIR                    VALUE '1'.
000730     88 OPCAO-ALTERAR                    VALUE '2'.
000740     88 OPCAO-INATIVAR                   VALUE '3'.
000750     88 OPCAO-CONSULTAR                  VALUE '4'.
000760     88 OPCAO-SAIR                       VALUE '9'.
000770 77  WRK-CODIGO-RAW          PIC X(05)    VALUE SPACES.
000780 77  WRK-CODIGO-DIGITOS      PIC X(05)    VALUE SPACES.
000790 77  WS-CNT-CODIGO           PIC 9(02)    VALUE ZEROS.
000800 01  WRK-CODIGO-VEND-GRP.
000810     05 WRK-CODIGO-VEND      PIC 9(05)    VALUE ZEROS.
000820 01  WRK-CODIGO-VEND-X REDEFINES WRK-CODIGO-VEND-GRP
000830                             PIC X(05).
000840 77  WRK-NOME-VEND           PIC X(30)    VALUE SPACES.
000850 77  WRK-RESPOSTA            PIC X(01)    VALUE SPACES.
000860******************************************************
000870* AREA DO PERCENTUAL DE COMISSAO (FORMATO NN,NN)
000880******************************************************
000890 77  WRK-COMISSAO-RAW        PIC X(06)    VALUE SPACES.
000900 77  WRK-PARTE-INTEIRA       PIC X(06)    VALUE SPACES.
000910 77  WRK-PARTE-DECIMAL       PIC X(06)    VALUE SPACES.
000920 77  WS-CNT-INTEIRA          PIC 9(02)    VALUE ZEROS.
000930 77  WS-CNT-DECIMAL          PIC 9(02)    VALUE ZEROS.
000940 01  WRK-COMISSAO-GRP.
000950     05 WRK-PCT-COMISSAO     PIC 9(02)V99 VALUE ZEROS.
000960 01  WRK-COMISSAO-X REDEFINES WRK-COMISSAO-GRP
000970                             PIC X(04).
000980 77  WRK-COMISSAO-ED         PIC Z9,99    VALUE ZEROS.
000990******************************************************
001000* AREA DA IDENTIFICACAO DE OPERADOR (OPEMST) E DA
001010* TRILHA DE ALTERACOES DOS CADASTROS (TRILHA)
001020******************************************************
001030 77  WS-FS-OPERADORES        PIC X(02)    VALUE SPACES.
001040 77  WS-FS-TRILHA            PIC X(02)    VALUE SPACES.
001050 77  WS-TENTATIVAS           PIC 9(01)    VALUE ZEROS.
001060 77  WS-OPERADOR-OK          PIC X(01)    VALUE 'N'.
001070     88 OPERADOR-IDENTIFICADO            VALUE 'S'.
001080 77  WS-OPERADOR-SUP         PIC X(01)    VALUE 'N'.
001090     88 OPERADOR-SUPERVISOR              VALUE 'S'.
001100 77  WRK-OPERADOR            PIC X(08)    VALUE SPACES.
001110 77  WRK-OPERADOR-INF        PIC X(08)    VALUE SPACES.
001120 77  WRK-SENHA-INF           PIC X(08)    VALUE SPACES.
001130 77  WRK-DATA-TRILHA         PIC 9(08)    VALUE ZEROS.
001140 77  WRK-HORA-TRILHA         PIC 9(08)    VALUE ZEROS.
001150 77  WRK-REG-ANTES           PIC X(120)   VALUE SPACES.
001160******************************************************
001170* LINHA DA TRILHA DE ALTERACOES (LAYOUT COMPARTILHADO)
001180******************************************************
001190     COPY LINTRIL.
001200 PROCEDURE DIVISION.
001210******************************************************
001220* 0000-MAINLINE
001230* ROTINA PRINCIPAL DO PROGRAMA
001240******************************************************
001250 0000-MAINLINE.
001260     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001270 
001280     PERFORM 2000-PROCESSAR-MENU THRU 2000-EXIT
001290         UNTIL FIM-PROGRAMA.
001300 
001310     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001320 
001330     STOP RUN.
001340******************************************************
001350* 1000-INICIALIZAR
001360* ABRE O CADASTRO DE VENDEDORES PARA ATUALIZACAO.
001370* QUANDO O ARQUIVO AINDA NAO EXISTE, ELE E CRIADO
001380* VAZIO E REABERTO PARA ATUALIZACAO. EM SEGUIDA
001390* IDENTIFICA O OPERADOR.
001400******************************************************
001410 1000-INICIALIZAR.
001420     OPEN I-O ARQ-VENDEDORES.
001430     IF WS-FS-VENDEDORES = '35'
001440         OPEN OUTPUT ARQ-VENDEDORES
001450         CLOSE ARQ-VENDEDORES
001460         OPEN I-O ARQ-VENDEDORES
001470     END-IF.
001480     IF WS-FS-VENDEDORES NOT = '00'
001490         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
001500             'CADASTRO DE VENDEDORES (VENMST). STATUS: '
001510             WS-FS-VENDEDORES
001520         STOP RUN
001530     END-IF.
001540     PERFORM 1500-IDENTIFICAR-OPERADOR THRU 1500-EXIT.
001550 1000-EXIT.
001560     EXIT.
001570******************************************************
001580* 1500-IDENTIFICAR-OPERADOR
001590* IDENTIFICA O OPERADOR NA ENTRADA DO PROGRAMA CONTRA O
001600* CADASTRO DE OPERADORES (OPEMST), COM ATE 3 TENTATIVAS.
001610* QUANDO O CADASTRO AINDA NAO EXISTE (IMPLANTACAO), O
001620* ACESSO E LIBERADO COM AVISO E NIVEL SUPERVISOR.
001630******************************************************
001640 1500-IDENTIFICAR-OPERADOR.
001650     OPEN INPUT ARQ-OPERADORES.
001660     IF WS-FS-OPERADORES NOT = '00'
001670         DISPLAY 'AVISO: CADASTRO DE OPERADORES (OPEMST) '
001680             'INDISPONIVEL - ACESSO LIBERADO PARA '
001690             'IMPLANTACAO.'
001700         MOVE '*SEMCAD*' TO WRK-OPERADOR
001710         SET OPERADOR-IDENTIFICADO TO TRUE
001720         SET OPERADOR-SUPERVISOR TO TRUE
001730         GO TO 1500-EXIT
001740     END-IF.
001750 
001760     PERFORM 1550-TENTAR-IDENTIFICACAO THRU 1550-EXIT
001770         UNTIL OPERADOR-IDENTIFICADO
001780            OR WS-TENTATIVAS > 2.
001790     CLOSE ARQ-OPERADORES.
001800 
001810     IF NOT OPERADOR-IDENTIFICADO
001820         DISPLAY 'ACESSO NEGADO - TENTATIVAS ESGOTADAS.'
001830         CLOSE ARQ-VENDEDORES
001840         MOVE 8 TO RETURN-CODE
001850         STOP RUN
001860     END-IF.
001870 1500-EXIT.
001880     EXIT.
001890******************************************************
001900* 1550-TENTAR-IDENTIFICACAO
001910* SOLICITA CODIGO E SENHA E CONFERE NO CADASTRO QUE O
001920* OPERADOR EXISTE, A SENHA CONFERE E A SITUACAO E
001930* ATIVA, GUARDANDO O NIVEL DE ACESSO.
001940******************************************************
001950 1550-TENTAR-IDENTIFICACAO.
001960     ADD 1 TO WS-TENTATIVAS.
001970     DISPLAY 'CODIGO DO OPERADOR: '.
001980     MOVE SPACES TO WRK-OPERADOR-INF.
001990     ACCEPT WRK-OPERADOR-INF.
002000     DISPLAY 'SENHA: '.
002010     MOVE SPACES TO WRK-SENHA-INF.
002020     ACCEPT WRK-SENHA-INF.
002030 
002040     MOVE WRK-OPERADOR-INF TO OPE-CODIGO.
002050     READ ARQ-OPERADORES
002060         INVALID KEY
002070             DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
002080         NOT INVALID KEY
002090             IF OPE-SENHA = WRK-SENHA-INF
002100                AND OPERADOR-ATIVO
002110                 SET OPERADOR-IDENTIFICADO TO TRUE
002120                 MOVE OPE-CODIGO TO WRK-OPERADOR
002130                 IF NIVEL-SUPERVISOR
002140                     SET OPERADOR-SUPERVISOR TO TRUE
002150                 END-IF
002160                 DISPLAY 'OPERADOR IDENTIFICADO: '
002170                     OPE-NOME
002180             ELSE
002190                 DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
002200             END-IF
002210     END-READ.
002220 1550-EXIT.
002230     EXIT.
002240******************************************************
002250* 2000-PROCESSAR-MENU
002260* EXIBE O MENU DE OPCOES E ENCAMINHA A OPCAO ESCOLHIDA
002270* PARA A ROTINA CORRESPONDENTE, ATE O OPERADOR PEDIR
002280* PARA SAIR. INCLUSAO, ALTERACAO E INATIVACAO SO PARA
002290* SUPERVISOR.
002300******************************************************
002310 2000-PROCESSAR-MENU.
002320     DISPLAY ' '.
002330     DISPLAY 'MANUTENCAO DO CADASTRO DE VENDEDORES'.
002340     DISPLAY '1-INCLUIR  2-ALTERAR  3-INATIVAR'.
002350     DISPLAY '4-CONSULTAR  9-SAIR'.
002360     DISPLAY 'OPCAO DESEJADA: '.
002370     MOVE SPACES TO WRK-OPCAO-MENU.
002380     ACCEPT WRK-OPCAO-MENU.
002390 
002400     IF (OPCAO-INCLUIR OR OPCAO-ALTERAR OR OPCAO-INATIVAR)
002410        AND NOT OPERADOR-SUPERVISOR
002420         DISPLAY 'ACESSO NEGADO: SO SUPERVISOR PODE '
002430             'MANTER O CADASTRO DE VENDEDORES.'
002440         GO TO 2000-EXIT
002450     END-IF.
002460 
002470     EVALUATE TRUE
002480         WHEN OPCAO-INCLUIR
002490             PERFORM 3000-INCLUIR-VENDEDOR THRU 3000-EXIT
002500         WHEN OPCAO-ALTERAR
002510             PERFORM 4000-ALTERAR-VENDEDOR THRU 4000-EXIT
002520         WHEN OPCAO-INATIVAR
002530             PERFORM 5000-INATIVAR-VENDEDOR THRU 5000-EXIT
002540         WHEN OPCAO-CONSULTAR
002550             PERFORM 6000-CONSULTAR-VENDEDOR THRU 6000-EXIT
002560         WHEN OPCAO-SAIR
002570             SET FIM-PROGRAMA TO TRUE
002580         WHEN OTHER
002590             DISPLAY 'ERRO: INFORME 1, 2, 3, 4 OU 9.'
002600     END-EVALUATE.
002610 2000-EXIT.
002620     EXIT.
002630******************************************************
002640* 3000-INCLUIR-VENDEDOR
002650* SOLICITA OS DADOS DE UM NOVO VENDEDOR E O GRAVA NO
002660* CADASTRO COM SITUACAO ATIVA, RECUSANDO CODIGO JA
002670* EXISTENTE.
002680******************************************************
002690 3000-INCLUIR-VENDEDOR.
002700     PERFORM 7000-OBTER-CODIGO THRU 7000-EXIT.
002710     IF WRK-CODIGO-VEND = ZEROS
002720         GO TO 3000-EXIT
002730     END-IF.
002740 
002750     MOVE WRK-CODIGO-VEND TO VEN-CODIGO.
002760     READ ARQ-VENDEDORES
002770         INVALID KEY
002780             CONTINUE
002790         NOT INVALID KEY
002800             DISPLAY 'ERRO: CODIGO JA CADASTRADO PARA: '
002810                 VEN-NOME
002820             GO TO 3000-EXIT
002830     END-READ.
002840 
002850     PERFORM 7100-OBTER-DADOS THRU 7100-EXIT.
002860     IF NOT ENTRADA-VALIDA
002870         GO TO 3000-EXIT
002880     END-IF.
002890     MOVE WRK-CODIGO-VEND  TO VEN-CODIGO.
002900     MOVE WRK-NOME-VEND    TO VEN-NOME.
002910     MOVE WRK-PCT-COMISSAO TO VEN-PCT-COMISSAO.
002920     SET VENDEDOR-ATIVO TO TRUE.
002930 
002940     WRITE REG-VENDEDOR
002950         INVALID KEY
002960             DISPLAY 'ERRO AO GRAVAR VENDEDOR. STATUS: '
002970                 WS-FS-VENDEDORES
002980         NOT INVALID KEY
002990             DISPLAY 'VENDEDOR INCLUIDO COM SUCESSO.'
003000             MOVE 'VENMST ' TO TRI-ARQUIVO
003010             MOVE 'I'       TO TRI-OPERACAO
003020             MOVE SPACES    TO TRI-ANTES
003030             MOVE REG-VENDEDOR TO TRI-DEPOIS
003040             PERFORM 8900-GRAVAR-TRILHA THRU 8900-EXIT
003050     END-WRITE.
003060 3000-EXIT.
003070     EXIT.
003080******************************************************
003090* 4000-ALTERAR-VENDEDOR
003100* LOCALIZA UM VENDEDOR PELO CODIGO, SOLICITA O NOVO
003110* NOME E PERCENTUAL DE COMISSAO E REGRAVA O REGISTRO,
003120* PRESERVANDO A SITUACAO ATUAL (ATIVO/INATIVO). O NOVO
003130* PERCENTUAL VALE PARA OS PROXIMOS CALCULOS DE COMISSAO.
003140******************************************************
003150 4000-ALTERAR-VENDEDOR.
003160     PERFORM 7200-LER-VENDEDOR THRU 7200-EXIT.
003170     IF NOT VENDEDOR-LIDO
003180         GO TO 4000-EXIT
003190     END-IF.
003200 
003210     MOVE VEN-PCT-COMISSAO TO WRK-COMISSAO-ED.
003220     DISPLAY 'VENDEDOR ATUAL: ' VEN-NOME
003230         ' COMISSAO: ' WRK-COMISSAO-ED ' %'.
003240     MOVE REG-VENDEDOR TO WRK-REG-ANTES.
003250     PERFORM 7100-OBTER-DADOS THRU 7100-EXIT.
003260     IF NOT ENTRADA-VALIDA
003270         GO TO 4000-EXIT
003280     END-IF.
003290     MOVE WRK-NOME-VEND    TO VEN-NOME.
003300     MOVE WRK-PCT-COMISSAO TO VEN-PCT-COMISSAO.
003310 
003320     REWRITE REG-VENDEDOR
003330         INVALID KEY
003340             DISPLAY 'ERRO AO REGRAVAR VENDEDOR. STATUS: '
003350                 WS-FS-VENDEDORES
003360         NOT INVALID KEY
003370             DISPLAY 'VENDEDOR ALTERADO COM SUCESSO.'
003380             MOVE 'VENMST ' TO TRI-ARQUIVO
003390             MOVE 'A'       TO TRI-OPERACAO
003400             MOVE WRK-REG-ANTES TO TRI-ANTES
003410             MOVE REG-VENDEDOR  TO TRI-DEPOIS
003420             PERFORM 8900-GRAVAR-TRILHA THRU 8900-EXIT
003430     END-REWRITE.
003440 4000-EXIT.
003450     EXIT.
003460******************************************************
003470* 5000-INATIVAR-VENDEDOR
003480* LOCALIZA UM VENDEDOR PELO CODIGO E, APOS CONFIRMACAO
003490* DO OPERADOR, MARCA A SITUACAO COMO INATIVA. O
003500* REGISTRO NAO E EXCLUIDO PORQUE OS CLIENTES E OS
003510* PAGAMENTOS JA RECEBIDOS CONTINUAM APONTANDO PARA ELE.
003520******************************************************
003530 5000-INATIVAR-VENDEDOR.
003540     PERFORM 7200-LER-VENDEDOR THRU 7200-EXIT.
003550     IF NOT VENDEDOR-LIDO
003560         GO TO 5000-EXIT
003570     END-IF.
003580 
003590     IF VENDEDOR-INATIVO
003600         DISPLAY 'VENDEDOR JA ESTA INATIVO: ' VEN-NOME
003610         GO TO 5000-EXIT
003620     END-IF.
003630 
003640     DISPLAY 'CONFIRMA A INATIVACAO DE ' VEN-NOME ' (S/N): '.
003650     MOVE SPACES TO WRK-RESPOSTA.
003660     ACCEPT WRK-RESPOSTA.
003670     IF WRK-RESPOSTA NOT = 'S' AND WRK-RESPOSTA NOT = 's'
003680         DISPLAY 'INATIVACAO CANCELADA.'
003690         GO TO 5000-EXIT
003700     END-IF.
003710 
003720     MOVE REG-VENDEDOR TO WRK-REG-ANTES.
003730     SET VENDEDOR-INATIVO TO TRUE.
003740     REWRITE REG-VENDEDOR
003750         INVALID KEY
003760             DISPLAY 'ERRO AO REGRAVAR VENDEDOR. STATUS: '
003770                 WS-FS-VENDEDORES
003780         NOT INVALID KEY
003790             DISPLAY 'VENDEDOR INATIVADO COM SUCESSO.'
003800             MOVE 'VENMST ' TO TRI-ARQUIVO
003810             MOVE 'X'       TO TRI-OPERACAO
003820             MOVE WRK-REG-ANTES TO TRI-ANTES
003830             MOVE REG-VENDEDOR  TO TRI-DEPOIS
003840             PERFORM 8900-GRAVAR-TRILHA THRU 8900-EXIT
003850     END-REWRITE.
003860 5000-EXIT.
003870     EXIT.
003880******************************************************
003890* 6000-CONSULTAR-VENDEDOR
003900* LOCALIZA UM VENDEDOR PELO CODIGO E EXIBE OS DADOS
003910* CADASTRADOS E A SITUACAO ATUAL.
003920******************************************************
003930 6000-CONSULTAR-VENDEDOR.
003940     PERFORM 7200-LER-VENDEDOR THRU 7200-EXIT.
003950     IF NOT VENDEDOR-LIDO
003960         GO TO 6000-EXIT
003970     END-IF.
003980 
003990     DISPLAY 'CODIGO..: ' VEN-CODIGO.
004000     DISPLAY 'NOME....: ' VEN-NOME.
004010     IF VEN-PCT-COMISSAO IS NUMERIC
004020         MOVE VEN-PCT-COMISSAO TO WRK-COMISSAO-ED
004030         DISPLAY 'COMISSAO: ' WRK-COMISSAO-ED ' %'
004040     END-IF.
004050     IF VENDEDOR-ATIVO
004060         DISPLAY 'SITUACAO: ATIVO'
004070     ELSE
004080         DISPLAY 'SITUACAO: INATIVO'
004090     END-IF.
004100 6000-EXIT.
004110     EXIT.
004120******************************************************
004130* 7000-OBTER-CODIGO
004140* SOLICITA O CODIGO DO VENDEDOR E VALIDA QUE A ENTRADA
004150* SEJA NUMERICA E DIFERENTE DE ZEROS. UMA ENTRADA
004160* INVALIDA DEVOLVE CODIGO ZERO PARA A ROTINA CHAMADORA
004170* CANCELAR A OPERACAO.
004180******************************************************
004190 7000-OBTER-CODIGO.
004200     MOVE ZEROS TO WRK-CODIGO-VEND.
004210     DISPLAY 'CODIGO DO VENDEDOR (ATE 5 DIGITOS): '.
004220     MOVE SPACES TO WRK-CODIGO-RAW.
004230     ACCEPT WRK-CODIGO-RAW.
004240 
004250     MOVE SPACES TO WRK-CODIGO-DIGITOS.
004260     MOVE ZEROS  TO WS-CNT-CODIGO.
004270     IF WRK-CODIGO-RAW NOT = SPACES
004280         UNSTRING WRK-CODIGO-RAW DELIMITED BY ALL SPACE
004290             INTO WRK-CODIGO-DIGITOS COUNT IN WS-CNT-CODIGO
004300         END-UNSTRING
004310     END-IF.
004320 
004330     IF WS-CNT-CODIGO = ZEROS
004340        OR WRK-CODIGO-DIGITOS(1:WS-CNT-CODIGO) IS NOT NUMERIC
004350        OR WRK-CODIGO-DIGITOS(1:WS-CNT-CODIGO) = ZEROS
004360         DISPLAY 'ERRO: CODIGO INVALIDO.'
004370     ELSE
004380         MOVE ZEROS TO WRK-CODIGO-VEND
004390         MOVE WRK-CODIGO-DIGITOS(1:WS-CNT-CODIGO)
004400             TO WRK-CODIGO-VEND-X
004410                (6 - WS-CNT-CODIGO : WS-CNT-CODIGO)
004420     END-IF.
004430 7000-EXIT.
004440     EXIT.
004450******************************************************
004460* 7100-OBTER-DADOS
004470* SOLICITA NOME E PERCENTUAL DE COMISSAO DO VENDEDOR
004480* PARA INCLUSAO OU ALTERACAO. NOME EM BRANCO OU
004490* PERCENTUAL INVALIDO CANCELAM A OPERACAO.
004500******************************************************
004510 7100-OBTER-DADOS.
004520     MOVE 'N' TO WS-ENTRADA-VALIDA.
004530     DISPLAY 'NOME DO VENDEDOR: '.
004540     MOVE SPACES TO WRK-NOME-VEND.
004550     ACCEPT WRK-NOME-VEND.
004560     IF WRK-NOME-VEND = SPACES
004570         DISPLAY 'ERRO: O NOME NAO PODE FICAR EM BRANCO.'
004580         GO TO 7100-EXIT
004590     END-IF.
004600     PERFORM 7300-OBTER-COMISSAO THRU 7300-EXIT.
004610 7100-EXIT.
004620     EXIT.
004630******************************************************
004640* 7200-LER-VENDEDOR
004650* SOLICITA O CODIGO DO VENDEDOR E LE O REGISTRO
004660* CORRESPONDENTE NO CADASTRO, SINALIZANDO PARA A
004670* ROTINA CHAMADORA SE O VENDEDOR FOI ENCONTRADO.
004680******************************************************
004690 7200-LER-VENDEDOR.
004700     MOVE 'N' TO WS-VENDEDOR-LIDO.
004710     PERFORM 7000-OBTER-CODIGO THRU 7000-EXIT.
004720     IF WRK-CODIGO-VEND = ZEROS
004730         GO TO 7200-EXIT
004740     END-IF.
004750 
004760     MOVE WRK-CODIGO-VEND TO VEN-CODIGO.
004770     READ ARQ-VENDEDORES
004780         INVALID KEY
004790             DISPLAY 'ERRO: VENDEDOR NAO CADASTRADO.'
004800         NOT INVALID KEY
004810             SET VENDEDOR-LIDO TO TRUE
004820     END-READ.
004830 7200-EXIT.
004840     EXIT.
004850******************************************************
004860* 7300-OBTER-COMISSAO
004870* SOLICITA O PERCENTUAL DE COMISSAO (FORMATO NN,NN) E
004880* MONTA O CAMPO NUMERICO, RECUSANDO ENTRADA NAO
004890* NUMERICA, EM BRANCO OU FORA DO FORMATO. ZERO E ACEITO
004900* (VENDEDOR SEM COMISSAO).
004910******************************************************
004920 7300-OBTER-COMISSAO.
004930     MOVE 'N' TO WS-ENTRADA-VALIDA.
004940     DISPLAY 'COMISSAO EM PERCENTUAL (FORMATO NN,NN): '.
004950     MOVE SPACES TO WRK-COMISSAO-RAW.
004960     ACCEPT WRK-COMISSAO-RAW.
004970     MOVE SPACES TO WRK-PARTE-INTEIRA WRK-PARTE-DECIMAL.
004980     MOVE ZEROS  TO WS-CNT-INTEIRA WS-CNT-DECIMAL.
004990 
005000     IF WRK-COMISSAO-RAW NOT = SPACES
005010         UNSTRING WRK-COMISSAO-RAW DELIMITED BY ',' OR SPACE
005020             INTO WRK-PARTE-INTEIRA COUNT IN WS-CNT-INTEIRA
005030                  WRK-PARTE-DECIMAL COUNT IN WS-CNT-DECIMAL
005040         END-UNSTRING
005050     END-IF.
005060 
005070     EVALUATE TRUE
005080         WHEN WRK-COMISSAO-RAW = SPACES
005090             DISPLAY 'ERRO: A COMISSAO NAO PODE FICAR EM '
005100                 'BRANCO.'
005110         WHEN WS-CNT-INTEIRA > 0
005120             AND WRK-PARTE-INTEIRA(1:WS-CNT-INTEIRA)
005130                     IS NOT NUMERIC
005140             DISPLAY 'ERRO: COMISSAO CONTEM CARACTERE NAO '
005150                 'NUMERICO.'
005160         WHEN WS-CNT-DECIMAL > 0
005170             AND WRK-PARTE-DECIMAL(1:WS-CNT-DECIMAL)
005180                     IS NOT NUMERIC
005190             DISPLAY 'ERRO: COMISSAO CONTEM CARACTERE NAO '
005200                 'NUMERICO.'
005210         WHEN WS-CNT-INTEIRA > 2
005220             DISPLAY 'ERRO: COMISSAO ACEITA NO MAXIMO 2 '
005230                 'DIGITOS INTEIROS.'
005240         WHEN WS-CNT-DECIMAL > 2
005250             DISPLAY 'ERRO: COMISSAO ACEITA NO MAXIMO 2 '
005260                 'DIGITOS DECIMAIS.'
005270         WHEN OTHER
005280             PERFORM 7350-MONTAR-COMISSAO THRU 7350-EXIT
005290             SET ENTRADA-VALIDA TO TRUE
005300     END-EVALUATE.
005310 7300-EXIT.
005320     EXIT.
005330******************************************************
005340* 7350-MONTAR-COMISSAO
005350* MONTA WRK-PCT-COMISSAO A PARTIR DAS PARTES INTEIRA E
005360* DECIMAL JA VALIDADAS, ALINHANDO OS DIGITOS NAS
005370* POSICOES CORRETAS DO CAMPO NUMERICO.
005380******************************************************
005390 7350-MONTAR-COMISSAO.
005400     MOVE ZEROS TO WRK-PCT-COMISSAO.
005410     IF WS-CNT-INTEIRA > 0
005420         MOVE WRK-PARTE-INTEIRA(1:WS-CNT-INTEIRA)
005430             TO WRK-COMISSAO-X(3 - WS-CNT-INTEIRA :
005440                WS-CNT-INTEIRA)
005450     END-IF.
005460     IF WS-CNT-DECIMAL > 0
005470         MOVE WRK-PARTE-DECIMAL(1:WS-CNT-DECIMAL)
005480             TO WRK-COMISSAO-X(3:WS-CNT-DECIMAL)
005490     END-IF.
005500 7350-EXIT.
005510     EXIT.
005520******************************************************
005530* 8900-GRAVAR-TRILHA
005540* GRAVA, POR EXTENSAO, UMA LINHA NA TRILHA DE
005550* ALTERACOES (TRILHA) COM O OPERADOR, A DATA/HORA E OS
005560* CAMPOS DE EVENTO JA PREPARADOS PELA ROTINA CHAMADORA
005570* (ARQUIVO, OPERACAO E REGISTRO ANTES/DEPOIS).
005580******************************************************
005590 8900-GRAVAR-TRILHA.
005600     ACCEPT WRK-DATA-TRILHA FROM DATE YYYYMMDD.
005610     ACCEPT WRK-HORA-TRILHA FROM TIME.
005620     MOVE WRK-DATA-TRILHA      TO TRI-DATA.
005630     MOVE WRK-HORA-TRILHA(1:6) TO TRI-HORA.
005640     MOVE WRK-OPERADOR         TO TRI-OPERADOR.
005650 
005660     OPEN EXTEND ARQ-TRILHA.
005670     IF WS-FS-TRILHA = '05' OR WS-FS-TRILHA = '35'
005680         OPEN OUTPUT ARQ-TRILHA
005690     END-IF.
005700     IF WS-FS-TRILHA NOT = '00'
005710         DISPLAY 'AVISO: NAO FOI POSSIVEL GRAVAR A '
005720             'TRILHA DE ALTERACOES (TRILHA). STATUS: '
005730             WS-FS-TRILHA
005740         GO TO 8900-EXIT
005750     END-IF.
005760     WRITE REG-TRILHA FROM LINHA-TRILHA.
005770     CLOSE ARQ-TRILHA.
005780 8900-EXIT.
005790     EXIT.
005800******************************************************
005810* 9000-FINALIZAR
005820* FECHA O CADASTRO DE VENDEDORES ANTES DE TERMINAR.
005830******************************************************
005840 9000-FINALIZAR.
005850     CLOSE ARQ-VENDEDORES.
005860 9000-EXIT.
005870     EXIT.
