000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "MANUTENCAO CUSTOS".
000030 AUTHOR. LUIS FERNANDO LAZANHA.
000040 INSTALLATION. SETOR DE TOPOGRAFIA E ORCAMENTOS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: MANTER O CADASTRO INDEXADO DE CUSTOS DE
000100* AQUISICAO DOS MATERIAIS (CUSMST): CUSTO UNITARIO DA
000110* UNIDADE DE COMPRA POR MATERIAL E FORNECEDOR, COM DATA
000120* DE VIGENCIA (INCLUSIVE FUTURA), LISTAGEM DOS CUSTOS
000130* VIGENTES E DO HISTORICO COMPLETO, VIA MENU DE
000140* CONSOLE. SO SUPERVISOR INCLUI OU SUBSTITUI CUSTO, E
000150* CADA INCLUSAO E SUBSTITUICAO E GRAVADA NA TRILHA DE
000160* ALTERACOES (TRILHA). O FORNECEDOR E CONFERIDO NO
000170* CADASTRO FORMST QUANDO ELE ESTA DISPONIVEL.
000180*
000190* HISTORICO DE ALTERACOES
000200* DATA       AUTOR   DESCRICAO
000210* 15/10/2026 LFL     VERSAO ORIGINAL - MANUTENCAO DOS
000220*                    CUSTOS DE AQUISICAO (CUSMST) POR
000230*                    MATERIAL, FORNECEDOR E VIGENCIA.
000240******************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SPECIAL-NAMES.
000280     DECIMAL-POINT IS COMMA.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT ARQ-CUSTOS ASSIGN TO "CUSMST"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS CUS-CHAVE
000350         FILE STATUS IS WS-FS-CUSTOS.
000360 
000370     SELECT ARQ-FORNECEDORES ASSIGN TO "FORMST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS FOR-CODIGO
000410         FILE STATUS IS WS-FS-FORNECEDORES.
000420 
000430     SELECT ARQ-OPERADORES ASSIGN TO "OPEMST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS OPE-CODIGO
000470         FILE STATUS IS WS-FS-OPERADORES.
000480 
000490     SELECT ARQ-TRILHA ASSIGN TO "TRILHA"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-FS-TRILHA.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  ARQ-CUSTOS.
000550     COPY CUSMST.
000560 
000570 FD  ARQ-FORNECEDORES.
000580     COPY FORMST.
000590 
000600 FD  ARQ-OPERADORES.
000610     COPY OPEMST.
000620 
000630 FD  ARQ-TRILHA
000640     RECORDING MODE IS F.
000650 01  REG-TRILHA              PIC X(270).
000660 WORKING-STORAGE SECTION.
000670******************************************************
000680* AREA DE CHAVES (SWITCHES) E CONTADORES - NIVEL 77
000690******************************************************
000700 77  WS-FS-CUSTOS            PIC X(02)    VALUE SPACES.
000710 77  WS-FS-FORNECEDORES      PIC X(02)    VALUE SPACES.
000720 77  WS-FIM-PROGRAMA         PIC X(01)    VALUE 'N'.
000730     88 FIM-PROGRAMA                     VALUE 'S'.
000740 77  WS-FIM-LISTA            PIC X(01)    VALUE 'N'.
000750     88 FIM-LISTA                        VALUE 'S'.
000760 77  WS-ENTRADA-VALIDA       PIC X(01)    VALUE 'N'.
000770     88 ENTRADA-VALIDA                   VALUE 'S'.
000780 77  WS-FORMST-OK            PIC X(01)    VALUE 'N'.
000790     88 FORMST-OK                        VALUE 'S'.
000800 77  WRK-OPCAO-MENU          PIC X(01)    VALUE SPACES.
000810     88 OPCAO-INCLUIR                    VALUE '1'.
000820     88 OPCAO-LISTAR-VIGENTES            VALUE '2'.
000830     88 OPCAO-LISTAR-TODOS               VALUE '3'.
000840     88 OPCAO-SAIR                       VALUE '9'.
000850 77  WRK-RESPOSTA            PIC X(01)    VALUE SPACES.
000860 77  WRK-QTD-LISTADOS        PIC 9(04)    VALUE ZEROS.
000870******************************************************
000880* AREA DE ENTRADA DO CUSTO (MATERIAL, FORNECEDOR,
000890* VIGENCIA, VALOR E UNIDADE)
000900******************************************************
000910 77  WRK-MATERIAL            PIC X(10)    VALUE SPACES.
000920 77  WRK-FORN-RAW            PIC X(05)    VALUE SPACES.
000930 77  WRK-COD-FORNECEDOR      PIC 9(05)    VALUE ZEROS.
000940 77  WRK-DATA-RAW            PIC X(08)    VALUE SPACES.
000950 77  WRK-DATA-VIGENCIA       PIC 9(08)    VALUE ZEROS.
000960 77  WRK-CUSTO-RAW           PIC X(10)    VALUE SPACES.
000970 77  WRK-PARTE-INTEIRA       PIC X(08)    VALUE SPACES.
000980 77  WRK-PARTE-DECIMAL       PIC X(08)    VALUE SPACES.
000990 77  WS-CNT-INTEIRA          PIC 9(02)    VALUE ZEROS.
001000 77  WS-CNT-DECIMAL          PIC 9(02)    VALUE ZEROS.
001010 01  WRK-CUSTO-GRP.
001020     05 WRK-CUSTO-UNIT       PIC 9(05)V99 VALUE ZEROS.
001030 01  WRK-CUSTO-X REDEFINES WRK-CUSTO-GRP
001040                             PIC X(07).
001050 77  WRK-CUSTO-ED            PIC ZZZZ9,99 VALUE ZEROS.
001060 77  WRK-UNID-COMPRA         PIC X(10)    VALUE SPACES.
001070 77  WRK-DATA-HOJE           PIC 9(08)    VALUE ZEROS.
001080******************************************************
001090* AREA DE CONTROLE DA LISTA DE CUSTOS VIGENTES
001100******************************************************
001110 77  WRK-MATERIAL-ANTERIOR   PIC X(10)    VALUE SPACES.
001120 77  WRK-FORN-ANTERIOR       PIC 9(05)    VALUE ZEROS.
001130 77  WRK-CUSTO-VIGENTE       PIC 9(05)V99 VALUE ZEROS.
001140 77  WRK-DATA-VIGENTE        PIC 9(08)    VALUE ZEROS.
001150 77  WRK-UNID-VIGENTE        PIC X(10)    VALUE SPACES.
001160 77  WS-TEM-VIGENTE          PIC X(01)    VALUE 'N'.
001170     88 TEM-VIGENTE                      VALUE 'S'.
001180******************************************************
001190* AREA DA IDENTIFICACAO DE OPERADOR (OPEMST) E DA
001200* TRILHA DE ALTERACOES DOS CADASTROS (TRILHA)
001210******************************************************
001220 77  WS-FS-OPERADORES        PIC X(02)    VALUE SPACES.
001230 77  WS-FS-TRILHA            PIC X(02)    VALUE SPACES.
001240 77  WS-TENTATIVAS           PIC 9(01)    VALUE ZEROS.
001250 77  WS-OPERADOR-OK          PIC X(01)    VALUE 'N'.
001260     88 OPERADOR-IDENTIFICADO            VALUE 'S'.
001270 77  WS-OPERADOR-SUP         PIC X(01)    VALUE 'N'.
001280     88 OPERADOR-SUPERVISOR              VALUE 'S'.
001290 77  WRK-OPERADOR            PIC X(08)    VALUE SPACES.
001300 77  WRK-OPERADOR-INF        PIC X(08)    VALUE SPACES.
001310 77  WRK-SENHA-INF           PIC X(08)    VALUE SPACES.
001320 77  WRK-DATA-TRILHA         PIC 9(08)    VALUE ZEROS.
001330 77  WRK-HORA-TRILHA         PIC 9(08)    VALUE ZEROS.
001340 77  WRK-REG-ANTES           PIC X(120)   VALUE SPACES.
001350******************************************************
001360* LINHA DA TRILHA DE ALTERACOES (LAYOUT COMPARTILHADO)
001370******************************************************
001380     COPY LINTRIL.
001390 PROCEDURE DIVISION.
001400******************************************************
001410* 0000-MAINLINE
001420* ROTINA PRINCIPAL DO PROGRAMA
001430******************************************************
001440 0000-MAINLINE.
001450     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001460 
001470     PERFORM 2000-PROCESSAR-MENU THRU 2000-EXIT
001480         UNTIL FIM-PROGRAMA.
001490 
001500     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001510 
001520     STOP RUN.
001530******************************************************
001540* 1000-INICIALIZAR
001550* OBTEM A DATA DO DIA E ABRE O CADASTRO DE CUSTOS PARA
001560* ATUALIZACAO. QUANDO O ARQUIVO AINDA NAO EXISTE, ELE E
001570* CRIADO VAZIO E REABERTO PARA ATUALIZACAO. O CADASTRO
001580* DE FORNECEDORES E OPCIONAL (SO PARA CONFERENCIA).
001590******************************************************
001600 1000-INICIALIZAR.
001610     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
001620 
001630     OPEN I-O ARQ-CUSTOS.
001640     IF WS-FS-CUSTOS = '35'
001650         OPEN OUTPUT ARQ-CUSTOS
001660         CLOSE ARQ-CUSTOS
001670         OPEN I-O ARQ-CUSTOS
001680     END-IF.
001690     IF WS-FS-CUSTOS NOT = '00'
001700         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
001710             'CADASTRO DE CUSTOS (CUSMST). STATUS: '
001720             WS-FS-CUSTOS
001730         STOP RUN
001740     END-IF.
001750 
001760     OPEN INPUT ARQ-FORNECEDORES.
001770     IF WS-FS-FORNECEDORES = '00'
001780         SET FORMST-OK TO TRUE
001790     ELSE
001800         DISPLAY 'AVISO: CADASTRO DE FORNECEDORES (FORMST) '
001810             'INDISPONIVEL - FORNECEDOR NAO CONFERIDO. '
001820             'STATUS: ' WS-FS-FORNECEDORES
001830     END-IF.
001840 
001850     PERFORM 1500-IDENTIFICAR-OPERADOR THRU 1500-EXIT.
001860 1000-EXIT.
001870     EXIT.
001880******************************************************
001890* 1500-IDENTIFICAR-OPERADOR
001900* IDENTIFICA O OPERADOR NA ENTRADA DO PROGRAMA CONTRA O
001910* CADASTRO DE OPERADORES (OPEMST), COM ATE 3 TENTATIVAS.
001920* QUANDO O CADASTRO AINDA NAO EXISTE (IMPLANTACAO), O
001930* ACESSO E LIBERADO COM AVISO E NIVEL SUPERVISOR.
001940******************************************************
001950 1500-IDENTIFICAR-OPERADOR.
001960     OPEN INPUT ARQ-OPERADORES.
001970     IF WS-FS-OPERADORES NOT = '00'
001980         DISPLAY 'AVISO: CADASTRO DE OPERADORES (OPEMST) '
001990             'INDISPONIVEL - ACESSO LIBERADO PARA '
002000             'IMPLANTACAO.'
002010         MOVE '*SEMCAD*' TO WRK-OPERADOR
002020         SET OPERADOR-IDENTIFICADO TO TRUE
002030         SET OPERADOR-SUPERVISOR TO TRUE
002040         GO TO 1500-EXIT
002050     END-IF.
002060 
002070     PERFORM 1550-TENTAR-IDENTIFICACAO THRU 1550-EXIT
002080         UNTIL OPERADOR-IDENTIFICADO
002090            OR WS-TENTATIVAS > 2.
002100     CLOSE ARQ-OPERADORES.
002110 
002120     IF NOT OPERADOR-IDENTIFICADO
002130         DISPLAY 'ACESSO NEGADO - TENTATIVAS ESGOTADAS.'
002140         CLOSE ARQ-CUSTOS
002150         IF FORMST-OK
002160             CLOSE ARQ-FORNECEDORES
002170         END-IF
002180         MOVE 8 TO RETURN-CODE
002190         STOP RUN
002200     END-IF.
002210 1500-EXIT.
002220     EXIT.
002230******************************************************
002240* 1550-TENTAR-IDENTIFICACAO
002250* SOLICITA CODIGO E SENHA E CONFERE NO CADASTRO QUE O
002260* OPERADOR EXISTE, A SENHA CONFERE E A SITUACAO E
002270* ATIVA, GUARDANDO O NIVEL DE ACESSO.
002280******************************************************
002290 1550-TENTAR-IDENTIFICACAO.
002300     ADD 1 TO WS-TENTATIVAS.
002310     DISPLAY 'CODIGO DO OPERADOR: '.
002320     MOVE SPACES TO WRK-OPERADOR-INF.
002330     ACCEPT WRK-OPERADOR-INF.
002340     DISPLAY 'SENHA: '.
002350     MOVE SPACES TO WRK-SENHA-INF.
002360     ACCEPT WRK-SENHA-INF.
002370 
002380     MOVE WRK-OPERADOR-INF TO OPE-CODIGO.
002390     READ ARQ-OPERADORES
002400         INVALID KEY
002410             DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
002420         NOT INVALID KEY
002430             IF OPE-SENHA = WRK-SENHA-INF
002440                AND OPERADOR-ATIVO
002450                 SET OPERADOR-IDENTIFICADO TO TRUE
002460                 MOVE OPE-CODIGO TO WRK-OPERADOR
002470                 IF NIVEL-SUPERVISOR
002480                     SET OPERADOR-SUPERVISOR TO TRUE
002490                 END-IF
002500                 DISPLAY 'OPERADOR IDENTIFICADO: '
002510                     OPE-NOME
002520             ELSE
002530                 DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
002540             END-IF
002550     END-READ.
002560 1550-EXIT.
002570     EXIT.
002580******************************************************
002590* 2000-PROCESSAR-MENU
002600* EXIBE O MENU DE OPCOES E ENCAMINHA A OPCAO ESCOLHIDA
002610* PARA A ROTINA CORRESPONDENTE, ATE O OPERADOR PEDIR
002620* PARA SAIR.
002630******************************************************
002640 2000-PROCESSAR-MENU.
002650     DISPLAY ' '.
002660     DISPLAY 'MANUTENCAO DOS CUSTOS DE AQUISICAO'.
002670     DISPLAY '1-INCLUIR CUSTO  2-LISTAR VIGENTES'.
002680     DISPLAY '3-LISTAR HISTORICO  9-SAIR'.
002690     DISPLAY 'OPCAO DESEJADA: '.
002700     MOVE SPACES TO WRK-OPCAO-MENU.
002710     ACCEPT WRK-OPCAO-MENU.
002720 
002730     EVALUATE TRUE
002740         WHEN OPCAO-INCLUIR
002750             IF OPERADOR-SUPERVISOR
002760                 PERFORM 3000-INCLUIR-CUSTO
002770                     THRU 3000-EXIT
002780             ELSE
002790                 DISPLAY 'ACESSO NEGADO: SO SUPERVISOR '
002800                     'PODE ALTERAR CUSTO.'
002810             END-IF
002820         WHEN OPCAO-LISTAR-VIGENTES
002830             PERFORM 4000-LISTAR-VIGENTES THRU 4000-EXIT
002840         WHEN OPCAO-LISTAR-TODOS
002850             PERFORM 5000-LISTAR-TODOS THRU 5000-EXIT
002860         WHEN OPCAO-SAIR
002870             SET FIM-PROGRAMA TO TRUE
002880         WHEN OTHER
002890             DISPLAY 'ERRO: INFORME 1, 2, 3 OU 9.'
002900     END-EVALUATE.
002910 2000-EXIT.
002920     EXIT.
002930******************************************************
002940* 3000-INCLUIR-CUSTO
002950* SOLICITA MATERIAL, FORNECEDOR, DATA DE INICIO DE
002960* VIGENCIA, CUSTO UNITARIO E UNIDADE DE COMPRA E GRAVA O
002970* CUSTO NO CADASTRO. A DATA PODE SER FUTURA, PARA
002980* PROGRAMAR REAJUSTES. QUANDO JA EXISTE CUSTO DO
002990* MATERIAL E FORNECEDOR NA MESMA VIGENCIA, O OPERADOR
003000* PODE CONFIRMAR A SUBSTITUICAO.
003010******************************************************
003020 3000-INCLUIR-CUSTO.
003030     DISPLAY 'MATERIAL (ATE 10 CARACTERES): '.
003040     MOVE SPACES TO WRK-MATERIAL.
003050     ACCEPT WRK-MATERIAL.
003060     IF WRK-MATERIAL = SPACES
003070         DISPLAY 'ERRO: MATERIAL NAO PODE FICAR EM BRANCO.'
003080         GO TO 3000-EXIT
003090     END-IF.
003100 
003110     PERFORM 3050-OBTER-FORNECEDOR THRU 3050-EXIT.
003120     IF NOT ENTRADA-VALIDA
003130         GO TO 3000-EXIT
003140     END-IF.
003150 
003160     PERFORM 3100-OBTER-VIGENCIA THRU 3100-EXIT.
003170     IF NOT ENTRADA-VALIDA
003180         GO TO 3000-EXIT
003190     END-IF.
003200 
003210     PERFORM 3200-OBTER-CUSTO THRU 3200-EXIT.
003220     IF NOT ENTRADA-VALIDA
003230         GO TO 3000-EXIT
003240     END-IF.
003250 
003260     MOVE 'N' TO WS-ENTRADA-VALIDA.
003270     PERFORM 3270-OBTER-UNIDADE THRU 3270-EXIT
003280         UNTIL ENTRADA-VALIDA.
003290 
003300     MOVE WRK-MATERIAL       TO CUS-MATERIAL.
003310     MOVE WRK-COD-FORNECEDOR TO CUS-FORNECEDOR.
003320     MOVE WRK-DATA-VIGENCIA  TO CUS-DATA-VIGENCIA.
003330     MOVE WRK-CUSTO-UNIT     TO CUS-CUSTO-UNIT.
003340     MOVE WRK-UNID-COMPRA    TO CUS-UNID-COMPRA.
003350 
003360     WRITE REG-CUSTO
003370         INVALID KEY
003380             PERFORM 3300-CONFIRMAR-SUBSTITUICAO
003390                 THRU 3300-EXIT
003400         NOT INVALID KEY
003410             DISPLAY 'CUSTO INCLUIDO COM SUCESSO.'
003420             MOVE 'CUSMST'  TO TRI-ARQUIVO
003430             MOVE 'I'       TO TRI-OPERACAO
003440             MOVE SPACES    TO TRI-ANTES
003450             MOVE REG-CUSTO TO TRI-DEPOIS
003460             PERFORM 8900-GRAVAR-TRILHA THRU 8900-EXIT
003470     END-WRITE.
003480 3000-EXIT.
003490     EXIT.
003500******************************************************
003510* 3050-OBTER-FORNECEDOR
003520* SOLICITA O CODIGO DO FORNECEDOR DO CUSTO (OBRIGATORIO)
003530* E, COM O CADASTRO FORMST DISPONIVEL, CONFERE QUE ELE
003540* EXISTE. FORNECEDOR INATIVO E ACEITO COM AVISO.
003550******************************************************
003560 3050-OBTER-FORNECEDOR.
003570     MOVE 'N' TO WS-ENTRADA-VALIDA.
003580     DISPLAY 'FORNECEDOR (CODIGO DE 5 DIGITOS): '.
003590     MOVE SPACES TO WRK-FORN-RAW.
003600     ACCEPT WRK-FORN-RAW.
003610     IF WRK-FORN-RAW IS NOT NUMERIC
003620        OR WRK-FORN-RAW = ZEROS
003630         DISPLAY 'ERRO: CODIGO DE FORNECEDOR INVALIDO.'
003640         GO TO 3050-EXIT
003650     END-IF.
003660     MOVE WRK-FORN-RAW TO WRK-COD-FORNECEDOR.
003670 
003680     IF FORMST-OK
003690         MOVE WRK-COD-FORNECEDOR TO FOR-CODIGO
003700         READ ARQ-FORNECEDORES
003710             INVALID KEY
003720                 DISPLAY 'ERRO: FORNECEDOR NAO CADASTRADO '
003730                     'NO FORMST.'
003740                 GO TO 3050-EXIT
003750             NOT INVALID KEY
003760                 DISPLAY 'FORNECEDOR: ' FOR-NOME
003770                 IF FORNECEDOR-INATIVO
003780                     DISPLAY 'AVISO: FORNECEDOR INATIVO.'
003790                 END-IF
003800         END-READ
003810     END-IF.
003820     SET ENTRADA-VALIDA TO TRUE.
003830 3050-EXIT.
003840     EXIT.
003850******************************************************
003860* 3100-OBTER-VIGENCIA
003870* SOLICITA A DATA DE INICIO DE VIGENCIA DO CUSTO NO
003880* FORMATO AAAAMMDD E VALIDA QUE SEJA NUMERICA E COM MES
003890* E DIA DENTRO DOS LIMITES.
003900******************************************************
003910 3100-OBTER-VIGENCIA.
003920     MOVE 'N' TO WS-ENTRADA-VALIDA.
003930     DISPLAY 'DATA DE INICIO DE VIGENCIA (AAAAMMDD): '.
003940     MOVE SPACES TO WRK-DATA-RAW.
003950     ACCEPT WRK-DATA-RAW.
003960 
003970     IF WRK-DATA-RAW IS NOT NUMERIC
003980         DISPLAY 'ERRO: DATA INVALIDA - INFORME AAAAMMDD.'
003990         GO TO 3100-EXIT
004000     END-IF.
004010     MOVE WRK-DATA-RAW TO WRK-DATA-VIGENCIA.
004020     IF WRK-DATA-VIGENCIA(5:2) < '01'
004030        OR WRK-DATA-VIGENCIA(5:2) > '12'
004040        OR WRK-DATA-VIGENCIA(7:2) < '01'
004050        OR WRK-DATA-VIGENCIA(7:2) > '31'
004060         DISPLAY 'ERRO: MES OU DIA FORA DOS LIMITES.'
004070         GO TO 3100-EXIT
004080     END-IF.
004090     SET ENTRADA-VALIDA TO TRUE.
004100 3100-EXIT.
004110     EXIT.
004120******************************************************
004130* 3200-OBTER-CUSTO
004140* SOLICITA O CUSTO DA UNIDADE DE COMPRA NO FORMATO
004150* NNNNN,NN E MONTA O CAMPO NUMERICO ALINHANDO AS PARTES
004160* INTEIRA E DECIMAL, RECUSANDO ENTRADA NAO NUMERICA OU
004170* FORA DO FORMATO.
004180******************************************************
004190 3200-OBTER-CUSTO.
004200     MOVE 'N' TO WS-ENTRADA-VALIDA.
004210     DISPLAY 'CUSTO DA UNIDADE DE COMPRA (FORMATO '
004220         'NNNNN,NN): '.
004230     MOVE SPACES TO WRK-CUSTO-RAW.
004240     ACCEPT WRK-CUSTO-RAW.
004250     MOVE SPACES TO WRK-PARTE-INTEIRA WRK-PARTE-DECIMAL.
004260     MOVE ZEROS  TO WS-CNT-INTEIRA WS-CNT-DECIMAL.
004270 
004280     IF WRK-CUSTO-RAW NOT = SPACES
004290         UNSTRING WRK-CUSTO-RAW DELIMITED BY ',' OR SPACE
004300             INTO WRK-PARTE-INTEIRA COUNT IN WS-CNT-INTEIRA
004310                  WRK-PARTE-DECIMAL COUNT IN WS-CNT-DECIMAL
004320         END-UNSTRING
004330     END-IF.
004340 
004350     EVALUATE TRUE
004360         WHEN WRK-CUSTO-RAW = SPACES
004370             DISPLAY 'ERRO: O CUSTO NAO PODE FICAR EM BRANCO.'
004380         WHEN WS-CNT-INTEIRA > 0
004390             AND WRK-PARTE-INTEIRA(1:WS-CNT-INTEIRA)
004400                     IS NOT NUMERIC
004410             DISPLAY 'ERRO: CUSTO CONTEM CARACTERE NAO '
004420                 'NUMERICO.'
004430         WHEN WS-CNT-DECIMAL > 0
004440             AND WRK-PARTE-DECIMAL(1:WS-CNT-DECIMAL)
004450                     IS NOT NUMERIC
004460             DISPLAY 'ERRO: CUSTO CONTEM CARACTERE NAO '
004470                 'NUMERICO.'
004480         WHEN WS-CNT-INTEIRA > 5
004490             DISPLAY 'ERRO: CUSTO ACEITA NO MAXIMO 5 '
004500                 'DIGITOS INTEIROS.'
004510         WHEN WS-CNT-DECIMAL > 2
004520             DISPLAY 'ERRO: CUSTO ACEITA NO MAXIMO 2 '
004530                 'DIGITOS DECIMAIS.'
004540         WHEN OTHER
004550             PERFORM 3250-MONTAR-CUSTO THRU 3250-EXIT
004560             SET ENTRADA-VALIDA TO TRUE
004570     END-EVALUATE.
004580 3200-EXIT.
004590     EXIT.
004600******************************************************
004610* 3250-MONTAR-CUSTO
004620* MONTA WRK-CUSTO-UNIT A PARTIR DAS PARTES INTEIRA E
004630* DECIMAL JA VALIDADAS, ALINHANDO OS DIGITOS NAS
004640* POSICOES CORRETAS DO CAMPO NUMERICO.
004650******************************************************
004660 3250-MONTAR-CUSTO.
004670     MOVE ZEROS TO WRK-CUSTO-UNIT.
004680     IF WS-CNT-INTEIRA > 0
004690         MOVE WRK-PARTE-INTEIRA(1:WS-CNT-INTEIRA)
004700             TO WRK-CUSTO-X(6 - WS-CNT-INTEIRA :
004710                WS-CNT-INTEIRA)
004720     END-IF.
004730     IF WS-CNT-DECIMAL > 0
004740         MOVE WRK-PARTE-DECIMAL(1:WS-CNT-DECIMAL)
004750             TO WRK-CUSTO-X(6:WS-CNT-DECIMAL)
004760     END-IF.
004770 3250-EXIT.
004780     EXIT.
004790******************************************************
004800* 3270-OBTER-UNIDADE
004810* SOLICITA A UNIDADE DE COMPRA DO CUSTO, REPETINDO O
004820* PEDIDO ENQUANTO FICAR EM BRANCO - O PEDIDO DE COMPRA E
004830* O RELATORIO DE MARGEM SO USAM O CUSTO NA MESMA UNIDADE
004840* DE COMPRA DO MATERIAL.
004850******************************************************
004860 3270-OBTER-UNIDADE.
004870     DISPLAY 'UNIDADE DE COMPRA (EX. CAIXA, MILHEIRO): '.
004880     MOVE SPACES TO WRK-UNID-COMPRA.
004890     ACCEPT WRK-UNID-COMPRA.
004900     IF WRK-UNID-COMPRA = SPACES
004910         DISPLAY 'ERRO: UNIDADE DE COMPRA NAO PODE FICAR EM '
004920             'BRANCO.'
004930         GO TO 3270-EXIT
004940     END-IF.
004950     SET ENTRADA-VALIDA TO TRUE.
004960 3270-EXIT.
004970     EXIT.
004980******************************************************
004990* 3300-CONFIRMAR-SUBSTITUICAO
005000* QUANDO JA EXISTE CUSTO DO MATERIAL E FORNECEDOR NA
005010* MESMA DATA DE VIGENCIA, PEDE CONFIRMACAO DO OPERADOR E
005020* REGRAVA O REGISTRO COM O NOVO CUSTO.
005030******************************************************
005040 3300-CONFIRMAR-SUBSTITUICAO.
005050     DISPLAY 'JA EXISTE CUSTO DE ' WRK-MATERIAL
005060         ' DESTE FORNECEDOR NESTA VIGENCIA. SUBSTITUIR '
005070         '(S/N): '.
005080     MOVE SPACES TO WRK-RESPOSTA.
005090     ACCEPT WRK-RESPOSTA.
005100     IF WRK-RESPOSTA NOT = 'S' AND WRK-RESPOSTA NOT = 's'
005110         DISPLAY 'INCLUSAO CANCELADA.'
005120         GO TO 3300-EXIT
005130     END-IF.
005140 
005150     MOVE WRK-MATERIAL       TO CUS-MATERIAL.
005160     MOVE WRK-COD-FORNECEDOR TO CUS-FORNECEDOR.
005170     MOVE WRK-DATA-VIGENCIA  TO CUS-DATA-VIGENCIA.
005180     READ ARQ-CUSTOS
005190         INVALID KEY
005200             MOVE SPACES TO WRK-REG-ANTES
005210         NOT INVALID KEY
005220             MOVE REG-CUSTO TO WRK-REG-ANTES
005230     END-READ.
005240     MOVE WRK-CUSTO-UNIT     TO CUS-CUSTO-UNIT.
005250     MOVE WRK-UNID-COMPRA    TO CUS-UNID-COMPRA.
005260     REWRITE REG-CUSTO
005270         INVALID KEY
005280             DISPLAY 'ERRO AO REGRAVAR CUSTO. STATUS: '
005290                 WS-FS-CUSTOS
005300         NOT INVALID KEY
005310             DISPLAY 'CUSTO SUBSTITUIDO COM SUCESSO.'
005320             MOVE 'CUSMST'  TO TRI-ARQUIVO
005330             MOVE 'A'       TO TRI-OPERACAO
005340             MOVE WRK-REG-ANTES TO TRI-ANTES
005350             MOVE REG-CUSTO     TO TRI-DEPOIS
005360             PERFORM 8900-GRAVAR-TRILHA THRU 8900-EXIT
005370     END-REWRITE.
005380 3300-EXIT.
005390     EXIT.
005400******************************************************
005410* 4000-LISTAR-VIGENTES
005420* LISTA O CUSTO VIGENTE NA DATA DO DIA PARA CADA
005430* MATERIAL E FORNECEDOR DO CADASTRO. COMO O CADASTRO E
005440* LIDO EM ORDEM DE CHAVE (MATERIAL + FORNECEDOR + DATA),
005450* O ULTIMO CUSTO DE CADA PAR COM VIGENCIA NAO FUTURA E O
005460* VIGENTE.
005470******************************************************
005480 4000-LISTAR-VIGENTES.
005490     DISPLAY ' '.
005500     DISPLAY 'CUSTOS VIGENTES EM ' WRK-DATA-HOJE ':'.
005510     MOVE SPACES TO WRK-MATERIAL-ANTERIOR.
005520     MOVE ZEROS  TO WRK-FORN-ANTERIOR.
005530     MOVE 'N' TO WS-TEM-VIGENTE.
005540     MOVE ZEROS TO WRK-QTD-LISTADOS.
005550 
005560     PERFORM 6000-POSICIONAR-INICIO THRU 6000-EXIT.
005570     PERFORM 6100-LER-PROXIMO THRU 6100-EXIT.
005580     PERFORM 4100-TRATAR-VIGENTE THRU 4100-EXIT
005590         UNTIL FIM-LISTA.
005600     PERFORM 4200-EMITIR-VIGENTE THRU 4200-EXIT.
005610 
005620     IF WRK-QTD-LISTADOS = ZEROS
005630         DISPLAY 'NENHUM CUSTO VIGENTE ENCONTRADO.'
005640     END-IF.
005650 4000-EXIT.
005660     EXIT.
005670******************************************************
005680* 4100-TRATAR-VIGENTE
005690* GUARDA O CUSTO CORRENTE QUANDO A VIGENCIA NAO FOR
005700* FUTURA, EMITINDO O CUSTO VIGENTE DO PAR ANTERIOR A
005710* CADA MUDANCA DE MATERIAL OU FORNECEDOR.
005720******************************************************
005730 4100-TRATAR-VIGENTE.
005740     IF CUS-MATERIAL NOT = WRK-MATERIAL-ANTERIOR
005750        OR CUS-FORNECEDOR NOT = WRK-FORN-ANTERIOR
005760         PERFORM 4200-EMITIR-VIGENTE THRU 4200-EXIT
005770         MOVE CUS-MATERIAL       TO WRK-MATERIAL-ANTERIOR
005780         MOVE CUS-FORNECEDOR TO WRK-FORN-ANTERIOR
005790         MOVE 'N' TO WS-TEM-VIGENTE
005800     END-IF.
005810 
005820     IF CUS-DATA-VIGENCIA NOT > WRK-DATA-HOJE
005830         MOVE CUS-CUSTO-UNIT    TO WRK-CUSTO-VIGENTE
005840         MOVE CUS-DATA-VIGENCIA TO WRK-DATA-VIGENTE
005850         MOVE CUS-UNID-COMPRA   TO WRK-UNID-VIGENTE
005860         SET TEM-VIGENTE TO TRUE
005870     END-IF.
005880 
005890     PERFORM 6100-LER-PROXIMO THRU 6100-EXIT.
005900 4100-EXIT.
005910     EXIT.
005920******************************************************
005930* 4200-EMITIR-VIGENTE
005940* EXIBE O CUSTO VIGENTE GUARDADO DO PAR ANTERIOR,
005950* QUANDO HOUVER.
005960******************************************************
005970 4200-EMITIR-VIGENTE.
005980     IF TEM-VIGENTE
005990         MOVE WRK-CUSTO-VIGENTE TO WRK-CUSTO-ED
006000         DISPLAY WRK-MATERIAL-ANTERIOR ' FORN '
006010             WRK-FORN-ANTERIOR ' ' WRK-CUSTO-ED
006020             ' ' WRK-UNID-VIGENTE
006030             '  DESDE ' WRK-DATA-VIGENTE
006040         ADD 1 TO WRK-QTD-LISTADOS
006050     END-IF.
006060 4200-EXIT.
006070     EXIT.
006080******************************************************
006090* 5000-LISTAR-TODOS
006100* LISTA TODOS OS CUSTOS DO CADASTRO, INCLUSIVE OS DE
006110* VIGENCIA FUTURA, NA ORDEM DE CHAVE.
006120******************************************************
006130 5000-LISTAR-TODOS.
006140     DISPLAY ' '.
006150     DISPLAY 'HISTORICO COMPLETO DE CUSTOS:'.
006160     MOVE ZEROS TO WRK-QTD-LISTADOS.
006170 
006180     PERFORM 6000-POSICIONAR-INICIO THRU 6000-EXIT.
006190     PERFORM 6100-LER-PROXIMO THRU 6100-EXIT.
006200     PERFORM 5100-EMITIR-CUSTO THRU 5100-EXIT
006210         UNTIL FIM-LISTA.
006220 
006230     IF WRK-QTD-LISTADOS = ZEROS
006240         DISPLAY 'NENHUM CUSTO CADASTRADO.'
006250     END-IF.
006260 5000-EXIT.
006270     EXIT.
006280******************************************************
006290* 5100-EMITIR-CUSTO
006300* EXIBE O REGISTRO DE CUSTO CORRENTE E LE O PROXIMO.
006310******************************************************
006320 5100-EMITIR-CUSTO.
006330     MOVE CUS-CUSTO-UNIT TO WRK-CUSTO-ED.
006340     DISPLAY CUS-MATERIAL ' FORN ' CUS-FORNECEDOR
006350         ' ' WRK-CUSTO-ED ' ' CUS-UNID-COMPRA
006360         '  VIGENCIA ' CUS-DATA-VIGENCIA.
006370     ADD 1 TO WRK-QTD-LISTADOS.
006380     PERFORM 6100-LER-PROXIMO THRU 6100-EXIT.
006390 5100-EXIT.
006400     EXIT.
006410******************************************************
006420* 6000-POSICIONAR-INICIO
006430* POSICIONA O CADASTRO DE CUSTOS NO PRIMEIRO REGISTRO
006440* PARA LEITURA SEQUENCIAL.
006450******************************************************
006460 6000-POSICIONAR-INICIO.
006470     MOVE 'N' TO WS-FIM-LISTA.
006480     MOVE LOW-VALUES TO CUS-CHAVE.
006490     START ARQ-CUSTOS KEY NOT < CUS-CHAVE
006500         INVALID KEY
006510             SET FIM-LISTA TO TRUE
006520     END-START.
006530 6000-EXIT.
006540     EXIT.
006550******************************************************
006560* 6100-LER-PROXIMO
006570* LE O PROXIMO REGISTRO DO CADASTRO DE CUSTOS NA ORDEM
006580* DE CHAVE E LIGA O INDICADOR DE FIM QUANDO NECESSARIO.
006590******************************************************
006600 6100-LER-PROXIMO.
006610     IF FIM-LISTA
006620         GO TO 6100-EXIT
006630     END-IF.
006640     READ ARQ-CUSTOS NEXT RECORD
006650         AT END
006660             SET FIM-LISTA TO TRUE
006670     END-READ.
006680 6100-EXIT.
006690     EXIT.
006700******************************************************
006710* 8900-GRAVAR-TRILHA
006720* GRAVA, POR EXTENSAO, UMA LINHA NA TRILHA DE
006730* ALTERACOES (TRILHA) COM O OPERADOR, A DATA/HORA E OS
006740* CAMPOS DE EVENTO JA PREPARADOS PELA ROTINA CHAMADORA
006750* (ARQUIVO, OPERACAO E REGISTRO ANTES/DEPOIS).
006760******************************************************
006770 8900-GRAVAR-TRILHA.
006780     ACCEPT WRK-DATA-TRILHA FROM DATE YYYYMMDD.
006790     ACCEPT WRK-HORA-TRILHA FROM TIME.
006800     MOVE WRK-DATA-TRILHA      TO TRI-DATA.
006810     MOVE WRK-HORA-TRILHA(1:6) TO TRI-HORA.
006820     MOVE WRK-OPERADOR         TO TRI-OPERADOR.
006830 
006840     OPEN EXTEND ARQ-TRILHA.
006850     IF WS-FS-TRILHA = '05' OR WS-FS-TRILHA = '35'
006860         OPEN OUTPUT ARQ-TRILHA
006870     END-IF.
006880     IF WS-FS-TRILHA NOT = '00'
006890         DISPLAY 'AVISO: NAO FOI POSSIVEL GRAVAR A '
006900             'TRILHA DE ALTERACOES (TRILHA). STATUS: '
006910             WS-FS-TRILHA
006920         GO TO 8900-EXIT
006930     END-IF.
006940     WRITE REG-TRILHA FROM LINHA-TRILHA.
006950     CLOSE ARQ-TRILHA.
006960 8900-EXIT.
006970     EXIT.
006980******************************************************
006990* 9000-FINALIZAR
007000* FECHA O CADASTRO DE CUSTOS E O DE FORNECEDORES ANTES
007010* DE TERMINAR.
007020******************************************************
007030 9000-FINALIZAR.
007040     CLOSE ARQ-CUSTOS.
007050     IF FORMST-OK
007060         CLOSE ARQ-FORNECEDORES
007070     END-IF.
007080 9000-EXIT.
007090     EXIT.
