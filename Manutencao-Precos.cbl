000420*                    GRAVADA NA TRILHA DE ALTERACOES
000430*                    (TRILHA), COM OPERADOR, DATA/HORA E
000440*                    O REGISTRO ANTES/DEPOIS.
000450* 15/10/2026 LFL     AMPLIADA A LINHA DA TRILHA DE
000460*                    ALTERACOES (BOOK LINTRIL): AS IMAGENS
000470*                    ANTES/DEPOIS PASSARAM DE 92 PARA 120
000480*                    POSICOES.
000490******************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SPECIAL-NAMES.
000530     DECIMAL-POINT IS COMMA.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT ARQ-PRECOS ASSIGN TO "PRECMST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS PRE-CHAVE
000600         FILE STATUS IS WS-FS-PRECOS.
000610
000620     SELECT ARQ-OPERADORES ASSIGN TO "OPEMST"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS OPE-CODIGO
000660         FILE STATUS IS WS-FS-OPERADORES.
000670
000680     SELECT ARQ-TRILHA ASSIGN TO "TRILHA"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-FS-TRILHA.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  ARQ-PRECOS.
000740     COPY PRECMST.
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
000860 77  WS-FS-PRECOS            PIC X(02)    VALUE SPACES.
000870 77  WS-FIM-PROGRAMA         PIC X(01)    VALUE 'N'.
000880     88 FIM-PROGRAMA                     VALUE 'S'.
000890 77  WS-FIM-LISTA            PIC X(01)    VALUE 'N'.
000900     88 FIM-LISTA                        VALUE 'S'.
000910 77  WS-ENTRADA-VALIDA       PIC X(01)    VALUE 'N'.
000920     88 ENTRADA-VALIDA                   VALUE 'S'.
000930 77  WRK-OPCAO-MENU          PIC X(01)    VALUE SPACES.
000940     88 OPCAO-INCLUIR                    VALUE '1'.
000950     88 OPCAO-LISTAR-VIGENTES            VALUE '2'.
000960     88 OPCAO-LISTAR-TODOS               VALUE '3'.
000970     88 OPCAO-SAIR                       VALUE '9'.
000980 77  WRK-RESPOSTA            PIC X(01)    VALUE SPACES.
000990 77  WRK-QTD-LISTADOS        PIC 9(04)    VALUE ZEROS.
001000******************************************************
001010* AREA DE ENTRADA DO PRECO (MATERIAL, VIGENCIA, VALOR)
001020******************************************************
001030 77  WRK-MATERIAL            PIC X(10)    VALUE SPACES.
001040 77  WRK-DATA-RAW            PIC X(08)    VALUE SPACES.
001050 77  WRK-DATA-VIGENCIA       PIC 9(08)    VALUE ZEROS.
001060 77  WRK-PRECO-RAW           PIC X(08)    VALUE SPACES.
001070 77  WRK-PARTE-INTEIRA       PIC X(08)    VALUE SPACES.
001080 77  WRK-PARTE-DECIMAL       PIC X(08)    VALUE SPACES.
001090 77  WS-CNT-INTEIRA          PIC 9(02)    VALUE ZEROS.
001100 77  WS-CNT-DECIMAL          PIC 9(02)    VALUE ZEROS.
001110 01  WRK-PRECO-GRP.
001120     05 WRK-PRECO-UNIT       PIC 9(03)V99 VALUE ZEROS.
001130 01  WRK-PRECO-X REDEFINES WRK-PRECO-GRP
001140                             PIC X(05).
001150 77  WRK-PRECO-ED            PIC ZZ9,99   VALUE ZEROS.
001160 77  WRK-REND-RAW            PIC X(08)    VALUE SPACES.
001170 01  WRK-REND-GRP.
001180     05 WRK-RENDIMENTO       PIC 9(03)V9(3) VALUE ZEROS.
001190 01  WRK-REND-X REDEFINES WRK-REND-GRP
001200                             PIC X(06).
001210 77  WRK-REND-ED             PIC ZZ9,999  VALUE ZEROS.
001220 77  WRK-PERDA-RAW           PIC X(06)    VALUE SPACES.
001230 01  WRK-PERDA-GRP.
001240     05 WRK-PCT-PERDA        PIC 9(02)V99 VALUE ZEROS.
001250 01  WRK-PERDA-X REDEFINES WRK-PERDA-GRP
001260                             PIC X(04).
001270 77  WRK-UNID-COMPRA         PIC X(10)    VALUE SPACES.
001280 77  WRK-FORN-RAW            PIC X(05)    VALUE SPACES.
001290 77  WRK-COD-FORNECEDOR      PIC 9(05)    VALUE ZEROS.
001300 77  WRK-DATA-HOJE           PIC 9(08)    VALUE ZEROS.
001310******************************************************
001320* AREA DE CONTROLE DA LISTA DE PRECOS VIGENTES
001330******************************************************
001340 77  WRK-MATERIAL-ANTERIOR   PIC X(10)    VALUE SPACES.
001350 77  WRK-PRECO-VIGENTE       PIC 9(03)V99 VALUE ZEROS.
001360 77  WRK-DATA-VIGENTE        PIC 9(08)    VALUE ZEROS.
001370 77  WS-TEM-VIGENTE          PIC X(01)    VALUE 'N'.
001380     88 TEM-VIGENTE                      VALUE 'S'.
001390******************************************************
001400* AREA DA IDENTIFICACAO DE OPERADOR (OPEMST) E DA
001410* TRILHA DE ALTERACOES DOS CADASTROS (TRILHA)
001420******************************************************
001430 77  WS-FS-OPERADORES        PIC X(02)    VALUE SPACES.
001440 77  WS-FS-TRILHA            PIC X(02)    VALUE SPACES.
001450 77  WS-TENTATIVAS           PIC 9(01)    VALUE ZEROS.
001460 77  WS-OPERADOR-OK          PIC X(01)    VALUE 'N'.
001470     88 OPERADOR-IDENTIFICADO            VALUE 'S'.
001480 77  WS-OPERADOR-SUP         PIC X(01)    VALUE 'N'.
001490     88 OPERADOR-SUPERVISOR              VALUE 'S'.
001500 77  WRK-OPERADOR            PIC X(08)    VALUE SPACES.
001510 77  WRK-OPERADOR-INF        PIC X(08)    VALUE SPACES.
001520 77  WRK-SENHA-INF           PIC X(08)    VALUE SPACES.
001530 77  WRK-DATA-TRILHA         PIC 9(08)    VALUE ZEROS.
001540 77  WRK-HORA-TRILHA         PIC 9(08)    VALUE ZEROS.
001550 77  WRK-REG-ANTES           PIC X(120)   VALUE SPACES.
001560******************************************************
001570* LINHA DA TRILHA DE ALTERACOES (LAYOUT COMPARTILHADO)
001580******************************************************
001590     COPY LINTRIL.
001600 PROCEDURE DIVISION.
001610******************************************************
001620* 0000-MAINLINE
001630* ROTINA PRINCIPAL DO PROGRAMA
001640******************************************************
001650 0000-MAINLINE.
001660     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001670
001680     PERFORM 2000-PROCESSAR-MENU THRU 2000-EXIT
001690         UNTIL FIM-PROGRAMA.
001700
001710     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001720
001730     STOP RUN.
001740******************************************************
001750* 1000-INICIALIZAR
001760* OBTEM A DATA DO DIA E ABRE O CADASTRO DE PRECOS PARA
001770* ATUALIZACAO. QUANDO O ARQUIVO AINDA NAO EXISTE, ELE E
001780* CRIADO VAZIO E REABERTO PARA ATUALIZACAO.
001790******************************************************
001800 1000-INICIALIZAR.
001810     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
001820
001830     OPEN I-O ARQ-PRECOS.
001840     IF WS-FS-PRECOS = '35'
001850         OPEN OUTPUT ARQ-PRECOS
001860         CLOSE ARQ-PRECOS
001870         OPEN I-O ARQ-PRECOS
001880     END-IF.
001890     IF WS-FS-PRECOS NOT = '00'
001900         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
001910             'CADASTRO DE PRECOS (PRECMST). STATUS: '
001920             WS-FS-PRECOS
001930         STOP RUN
001940     END-IF.
001950     PERFORM 1500-IDENTIFICAR-OPERADOR THRU 1500-EXIT.
001960 1000-EXIT.
001970     EXIT.
001980******************************************************
001990* 1500-IDENTIFICAR-OPERADOR
002000* IDENTIFICA O OPERADOR NA ENTRADA DO PROGRAMA CONTRA O
002010* CADASTRO DE OPERADORES (OPEMST), COM ATE 3 TENTATIVAS.
002020* QUANDO O CADASTRO AINDA NAO EXISTE (IMPLANTACAO), O
002030* ACESSO E LIBERADO COM AVISO E NIVEL SUPERVISOR.
002040******************************************************
002050 1500-IDENTIFICAR-OPERADOR.
002060     OPEN INPUT ARQ-OPERADORES.
002070     IF WS-FS-OPERADORES NOT = '00'
002080         DISPLAY 'AVISO: CADASTRO DE OPERADORES (OPEMST) '
002090             'INDISPONIVEL - ACESSO LIBERADO PARA '
002100             'IMPLANTACAO.'
002110         MOVE '*SEMCAD*' TO WRK-OPERADOR
002120         SET OPERADOR-IDENTIFICADO TO TRUE
002130         SET OPERADOR-SUPERVISOR TO TRUE
002140         GO TO 1500-EXIT
002150     END-IF.
002160
002170     PERFORM 1550-TENTAR-IDENTIFICACAO THRU 1550-EXIT
002180         UNTIL OPERADOR-IDENTIFICADO
002190            OR WS-TENTATIVAS > 2.
002200     CLOSE ARQ-OPERADORES.
002210
002220     IF NOT OPERADOR-IDENTIFICADO
002230         DISPLAY 'ACESSO NEGADO - TENTATIVAS ESGOTADAS.'
002240         CLOSE ARQ-PRECOS
002250         MOVE 8 TO RETURN-CODE
002260         STOP RUN
002270     END-IF.
002280 1500-EXIT.
002290     EXIT.
002300******************************************************
002310* 1550-TENTAR-IDENTIFICACAO
002320* SOLICITA CODIGO E SENHA E CONFERE NO CADASTRO QUE O
002330* OPERADOR EXISTE, A SENHA CONFERE E A SITUACAO E
002340* ATIVA, GUARDANDO O NIVEL DE ACESSO.
002350******************************************************
002360 1550-TENTAR-IDENTIFICACAO.
002370     ADD 1 TO WS-TENTATIVAS.
002380     DISPLAY 'CODIGO DO OPERADOR: '.
002390     MOVE SPACES TO WRK-OPERADOR-INF.
002400     ACCEPT WRK-OPERADOR-INF.
002410     DISPLAY 'SENHA: '.
002420     MOVE SPACES TO WRK-SENHA-INF.
002430     ACCEPT WRK-SENHA-INF.
002440
002450     MOVE WRK-OPERADOR-INF TO OPE-CODIGO.
002460     READ ARQ-OPERADORES
002470         INVALID KEY
002480             DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
002490         NOT INVALID KEY
002500             IF OPE-SENHA = WRK-SENHA-INF
002510                AND OPERADOR-ATIVO
002520                 SET OPERADOR-IDENTIFICADO TO TRUE
002530                 MOVE OPE-CODIGO TO WRK-OPERADOR
002540                 IF NIVEL-SUPERVISOR
002550                     SET OPERADOR-SUPERVISOR TO TRUE
002560                 END-IF
002570                 DISPLAY 'OPERADOR IDENTIFICADO: '
002580                     OPE-NOME
002590             ELSE
002600                 DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
002610             END-IF
002620     END-READ.
002630 1550-EXIT.
002640     EXIT.
002650******************************************************
002660* 2000-PROCESSAR-MENU
002670* EXIBE O MENU DE OPCOES E ENCAMINHA A OPCAO ESCOLHIDA
002680* PARA A ROTINA CORRESPONDENTE, ATE O OPERADOR PEDIR
002690* PARA SAIR.
002700******************************************************
002710 2000-PROCESSAR-MENU.
002720     DISPLAY ' '.
002730     DISPLAY 'MANUTENCAO DA TABELA DE PRECOS'.
002740     DISPLAY '1-INCLUIR PRECO  2-LISTAR VIGENTES'.
002750     DISPLAY '3-LISTAR HISTORICO  9-SAIR'.
002760     DISPLAY 'OPCAO DESEJADA: '.
002770     MOVE SPACES TO WRK-OPCAO-MENU.
002780     ACCEPT WRK-OPCAO-MENU.
002790
002800     EVALUATE TRUE
002810         WHEN OPCAO-INCLUIR
002820             IF OPERADOR-SUPERVISOR
002830                 PERFORM 3000-INCLUIR-PRECO
002840                     THRU 3000-EXIT
002850             ELSE
002860                 DISPLAY 'ACESSO NEGADO: SO SUPERVISOR '
002870                     'PODE ALTERAR PRECO.'
002880             END-IF
002890         WHEN OPCAO-LISTAR-VIGENTES
002900             PERFORM 4000-LISTAR-VIGENTES THRU 4000-EXIT
002910         WHEN OPCAO-LISTAR-TODOS
002920             PERFORM 5000-LISTAR-TODOS THRU 5000-EXIT
002930         WHEN OPCAO-SAIR
002940             SET FIM-PROGRAMA TO TRUE
002950         WHEN OTHER
002960             DISPLAY 'ERRO: INFORME 1, 2, 3 OU 9.'
002970     END-EVALUATE.
002980 2000-EXIT.
002990     EXIT.
003000******************************************************
003010* 3000-INCLUIR-PRECO
003020* SOLICITA MATERIAL, DATA DE INICIO DE VIGENCIA E PRECO
003030* UNITARIO E GRAVA O PRECO NO CADASTRO. A DATA PODE SER
003040* FUTURA, PARA PROGRAMAR REAJUSTES. QUANDO JA EXISTE
003050* PRECO DO MATERIAL NA MESMA VIGENCIA, O OPERADOR PODE
003060* CONFIRMAR A SUBSTITUICAO.
003070******************************************************
003080 3000-INCLUIR-PRECO.
003090     DISPLAY 'MATERIAL (ATE 10 CARACTERES): '.
003100     MOVE SPACES TO WRK-MATERIAL.
003110     ACCEPT WRK-MATERIAL.
003120     IF WRK-MATERIAL = SPACES
003130         DISPLAY 'ERRO: MATERIAL NAO PODE FICAR EM BRANCO.'
003140         GO TO 3000-EXIT
003150     END-IF.
003160
003170     PERFORM 3100-OBTER-VIGENCIA THRU 3100-EXIT.
003180     IF NOT ENTRADA-VALIDA
003190         GO TO 3000-EXIT
003200     END-IF.
003210
003220     PERFORM 3200-OBTER-PRECO THRU 3200-EXIT.
003230     IF NOT ENTRADA-VALIDA
003240         GO TO 3000-EXIT
003250     END-IF.
003260
003270     PERFORM 3400-OBTER-COMPRA THRU 3400-EXIT.
003280     IF NOT ENTRADA-VALIDA
003290         GO TO 3000-EXIT
003300     END-IF.
003310
003320     MOVE WRK-MATERIAL       TO PRE-MATERIAL.
003330     MOVE WRK-DATA-VIGENCIA  TO PRE-DATA-VIGENCIA.
003340     MOVE WRK-PRECO-UNIT     TO PRE-PRECO-UNIT.
003350     MOVE WRK-RENDIMENTO     TO PRE-RENDIMENTO.
003360     MOVE WRK-PCT-PERDA      TO PRE-PCT-PERDA.
003370     MOVE WRK-UNID-COMPRA    TO PRE-UNID-COMPRA.
003380     MOVE WRK-COD-FORNECEDOR TO PRE-COD-FORNECEDOR.
003390
003400     WRITE REG-PRECO
003410         INVALID KEY
003420             PERFORM 3300-CONFIRMAR-SUBSTITUICAO
003430                 THRU 3300-EXIT
003440         NOT INVALID KEY
003450             DISPLAY 'PRECO INCLUIDO COM SUCESSO.'
003460             MOVE 'PRECMST' TO TRI-ARQUIVO
003470             MOVE 'I'       TO TRI-OPERACAO
003480             MOVE SPACES    TO TRI-ANTES
003490             MOVE REG-PRECO TO TRI-DEPOIS
003500             PERFORM 8900-GRAVAR-TRILHA THRU 8900-EXIT
003510     END-WRITE.
003520 3000-EXIT.
003530     EXIT.
003540******************************************************
003550* 3100-OBTER-VIGENCIA
003560* SOLICITA A DATA DE INICIO DE VIGENCIA DO PRECO NO
003570* FORMATO AAAAMMDD E VALIDA QUE SEJA NUMERICA E COM MES
003580* E DIA DENTRO DOS LIMITES.
003590******************************************************
003600 3100-OBTER-VIGENCIA.
003610     MOVE 'N' TO WS-ENTRADA-VALIDA.
003620     DISPLAY 'DATA DE INICIO DE VIGENCIA (AAAAMMDD): '.
003630     MOVE SPACES TO WRK-DATA-RAW.
003640     ACCEPT WRK-DATA-RAW.
003650
003660     IF WRK-DATA-RAW IS NOT NUMERIC
003670         DISPLAY 'ERRO: DATA INVALIDA - INFORME AAAAMMDD.'
003680         GO TO 3100-EXIT
003690     END-IF.
003700     MOVE WRK-DATA-RAW TO WRK-DATA-VIGENCIA.
003710     IF WRK-DATA-VIGENCIA(5:2) < '01'
003720        OR WRK-DATA-VIGENCIA(5:2) > '12'
003730        OR WRK-DATA-VIGENCIA(7:2) < '01'
003740        OR WRK-DATA-VIGENCIA(7:2) > '31'
003750         DISPLAY 'ERRO: MES OU DIA FORA DOS LIMITES.'
003760         GO TO 3100-EXIT
003770     END-IF.
003780     SET ENTRADA-VALIDA TO TRUE.
003790 3100-EXIT.
003800     EXIT.
003810******************************************************
003820* 3200-OBTER-PRECO
003830* SOLICITA O PRECO UNITARIO NO FORMATO NNN,NN E MONTA O
003840* CAMPO NUMERICO ALINHANDO AS PARTES INTEIRA E DECIMAL,
003850* RECUSANDO ENTRADA NAO NUMERICA OU FORA DO FORMATO.
003860******************************************************
003870 3200-OBTER-PRECO.
003880     MOVE 'N' TO WS-ENTRADA-VALIDA.
003890     DISPLAY 'PRECO UNITARIO (FORMATO NNN,NN): '.
003900     MOVE SPACES TO WRK-PRECO-RAW.
003910     ACCEPT WRK-PRECO-RAW.
003920     MOVE SPACES TO WRK-PARTE-INTEIRA WRK-PARTE-DECIMAL.
003930     MOVE ZEROS  TO WS-CNT-INTEIRA WS-CNT-DECIMAL.
003940
003950     IF WRK-PRECO-RAW NOT = SPACES
003960         UNSTRING WRK-PRECO-RAW DELIMITED BY ',' OR SPACE
003970             INTO WRK-PARTE-INTEIRA COUNT IN WS-CNT-INTEIRA
003980                  WRK-PARTE-DECIMAL COUNT IN WS-CNT-DECIMAL
003990         END-UNSTRING
004000     END-IF.
004010
004020     EVALUATE TRUE
004030         WHEN WRK-PRECO-RAW = SPACES
004040             DISPLAY 'ERRO: O PRECO NAO PODE FICAR EM BRANCO.'
004050         WHEN WS-CNT-INTEIRA > 0
004060             AND WRK-PARTE-INTEIRA(1:WS-CNT-INTEIRA)
004070                     IS NOT NUMERIC
004080             DISPLAY 'ERRO: PRECO CONTEM CARACTERE NAO '
004090                 'NUMERICO.'
004100         WHEN WS-CNT-DECIMAL > 0
004110             AND WRK-PARTE-DECIMAL(1:WS-CNT-DECIMAL)
004120                     IS NOT NUMERIC
004130             DISPLAY 'ERRO: PRECO CONTEM CARACTERE NAO '
004140                 'NUMERICO.'
004150         WHEN WS-CNT-INTEIRA > 3
004160             DISPLAY 'ERRO: PRECO ACEITA NO MAXIMO 3 '
004170                 'DIGITOS INTEIROS.'
004180         WHEN WS-CNT-DECIMAL > 2
004190             DISPLAY 'ERRO: PRECO ACEITA NO MAXIMO 2 '
004200                 'DIGITOS DECIMAIS.'
004210         WHEN OTHER
004220             PERFORM 3250-MONTAR-PRECO THRU 3250-EXIT
004230             SET ENTRADA-VALIDA TO TRUE
004240     END-EVALUATE.
004250 3200-EXIT.
004260     EXIT.
004270******************************************************
004280* 3250-MONTAR-PRECO
004290* MONTA WRK-PRECO-UNIT A PARTIR DAS PARTES INTEIRA E
004300* DECIMAL JA VALIDADAS, ALINHANDO OS DIGITOS NAS
004310* POSICOES CORRETAS DO CAMPO NUMERICO.
004320******************************************************
004330 3250-MONTAR-PRECO.
004340     MOVE ZEROS TO WRK-PRECO-UNIT.
004350     IF WS-CNT-INTEIRA > 0
004360         MOVE WRK-PARTE-INTEIRA(1:WS-CNT-INTEIRA)
004370             TO WRK-PRECO-X(4 - WS-CNT-INTEIRA :
004380                WS-CNT-INTEIRA)
004390     END-IF.
004400     IF WS-CNT-DECIMAL > 0
004410         MOVE WRK-PARTE-DECIMAL(1:WS-CNT-DECIMAL)
004420             TO WRK-PRECO-X(4:WS-CNT-DECIMAL)
004430     END-IF.
004440 3250-EXIT.
004450     EXIT.
004460******************************************************
004470* 3400-OBTER-COMPRA
004480* SOLICITA OS DADOS DE COMPRA DO MATERIAL: RENDIMENTO
004490* EM M2 POR UNIDADE DE COMPRA (FORMATO NNN,NNN),
004500* PERCENTUAL DE PERDA (FORMATO NN,NN) E NOME DA UNIDADE
004510* DE COMPRA. RENDIMENTO E PERDA EM BRANCO VALEM ZERO -
004520* MATERIAL SEM RENDIMENTO FICA FORA DO LEVANTAMENTO DE
004530* QUANTIDADES.
004540******************************************************
004550 3400-OBTER-COMPRA.
004560     MOVE 'N' TO WS-ENTRADA-VALIDA.
004570     MOVE ZEROS TO WRK-RENDIMENTO WRK-PCT-PERDA.
004580
004590     DISPLAY 'RENDIMENTO EM M2 POR UNIDADE DE COMPRA'.
004600     DISPLAY '(FORMATO NNN,NNN - BRANCO SE NAO USADO): '.
004610     MOVE SPACES TO WRK-REND-RAW.
004620     ACCEPT WRK-REND-RAW.
004630     IF WRK-REND-RAW NOT = SPACES
004640         MOVE SPACES TO WRK-PARTE-INTEIRA WRK-PARTE-DECIMAL
004650         MOVE ZEROS  TO WS-CNT-INTEIRA WS-CNT-DECIMAL
004660         UNSTRING WRK-REND-RAW DELIMITED BY ',' OR SPACE
004670             INTO WRK-PARTE-INTEIRA COUNT IN WS-CNT-INTEIRA
004680                  WRK-PARTE-DECIMAL COUNT IN WS-CNT-DECIMAL
004690         END-UNSTRING
004700         IF (WS-CNT-INTEIRA > 0
004710             AND WRK-PARTE-INTEIRA(1:WS-CNT-INTEIRA)
004720                     IS NOT NUMERIC)
004730            OR (WS-CNT-DECIMAL > 0
004740             AND WRK-PARTE-DECIMAL(1:WS-CNT-DECIMAL)
004750                     IS NOT NUMERIC)
004760            OR WS-CNT-INTEIRA > 3
004770            OR WS-CNT-DECIMAL > 3
004780             DISPLAY 'ERRO: RENDIMENTO INVALIDO - USE O '
004790                 'FORMATO NNN,NNN.'
004800             GO TO 3400-EXIT
004810         END-IF
004820         PERFORM 3450-MONTAR-RENDIMENTO THRU 3450-EXIT
004830     END-IF.
004840
004850     DISPLAY 'PERDA EM PERCENTUAL'.
004860     DISPLAY '(FORMATO NN,NN - BRANCO SE NAO USADO): '.
004870     MOVE SPACES TO WRK-PERDA-RAW.
004880     ACCEPT WRK-PERDA-RAW.
004890     IF WRK-PERDA-RAW NOT = SPACES
004900         MOVE SPACES TO WRK-PARTE-INTEIRA WRK-PARTE-DECIMAL
004910         MOVE ZEROS  TO WS-CNT-INTEIRA WS-CNT-DECIMAL
004920         UNSTRING WRK-PERDA-RAW DELIMITED BY ',' OR SPACE
004930             INTO WRK-PARTE-INTEIRA COUNT IN WS-CNT-INTEIRA
004940                  WRK-PARTE-DECIMAL COUNT IN WS-CNT-DECIMAL
004950         END-UNSTRING
004960         IF (WS-CNT-INTEIRA > 0
004970             AND WRK-PARTE-INTEIRA(1:WS-CNT-INTEIRA)
004980                     IS NOT NUMERIC)
004990            OR (WS-CNT-DECIMAL > 0
005000             AND WRK-PARTE-DECIMAL(1:WS-CNT-DECIMAL)
005010                     IS NOT NUMERIC)
005020            OR WS-CNT-INTEIRA > 2
005030            OR WS-CNT-DECIMAL > 2
005040             DISPLAY 'ERRO: PERDA INVALIDA - USE O '
005050                 'FORMATO NN,NN.'
005060             GO TO 3400-EXIT
005070         END-IF
005080         PERFORM 3460-MONTAR-PERDA THRU 3460-EXIT
005090     END-IF.
005100
005110     DISPLAY 'UNIDADE DE COMPRA (EX. CAIXA, MILHEIRO): '.
005120     MOVE SPACES TO WRK-UNID-COMPRA.
005130     ACCEPT WRK-UNID-COMPRA.
005140
005150     PERFORM 3500-OBTER-FORNECEDOR THRU 3500-EXIT.
005160
005170     SET ENTRADA-VALIDA TO TRUE.
005180 3400-EXIT.
005190     EXIT.
005200******************************************************
005210* 3500-OBTER-FORNECEDOR
005220* SOLICITA O CODIGO DO FORNECEDOR HABITUAL DO MATERIAL
005230* (CADASTRO FORMST). EM BRANCO VALE ZERO - MATERIAL SEM
005240* FORNECEDOR FICA FORA DO PEDIDO DE COMPRA. ENTRADA NAO
005250* NUMERICA E AVISADA E TRATADA COMO ZERO.
005260******************************************************
005270 3500-OBTER-FORNECEDOR.
005280     MOVE ZEROS TO WRK-COD-FORNECEDOR.
005290     DISPLAY 'FORNECEDOR HABITUAL (CODIGO DE 5 DIGITOS'
005300         ' - BRANCO SE NAO USADO): '.
005310     MOVE SPACES TO WRK-FORN-RAW.
005320     ACCEPT WRK-FORN-RAW.
005330     IF WRK-FORN-RAW = SPACES
005340         GO TO 3500-EXIT
005350     END-IF.
005360     IF WRK-FORN-RAW IS NOT NUMERIC
005370         DISPLAY 'AVISO: CODIGO DE FORNECEDOR INVALIDO '
005380             'DESPREZADO.'
005390         GO TO 3500-EXIT
005400     END-IF.
005410     MOVE WRK-FORN-RAW TO WRK-COD-FORNECEDOR.
005420 3500-EXIT.
005430     EXIT.
005440******************************************************
005450* 3450-MONTAR-RENDIMENTO
005460* MONTA WRK-RENDIMENTO A PARTIR DAS PARTES INTEIRA E
005470* DECIMAL JA VALIDADAS, ALINHANDO OS DIGITOS NAS
005480* POSICOES CORRETAS DO CAMPO NUMERICO.
005490******************************************************
005500 3450-MONTAR-RENDIMENTO.
005510     MOVE ZEROS TO WRK-RENDIMENTO.
005520     IF WS-CNT-INTEIRA > 0
005530         MOVE WRK-PARTE-INTEIRA(1:WS-CNT-INTEIRA)
005540             TO WRK-REND-X(4 - WS-CNT-INTEIRA :
005550                WS-CNT-INTEIRA)
005560     END-IF.
005570     IF WS-CNT-DECIMAL > 0
005580         MOVE WRK-PARTE-DECIMAL(1:WS-CNT-DECIMAL)
005590             TO WRK-REND-X(4:WS-CNT-DECIMAL)
005600     END-IF.
005610 3450-EXIT.
005620     EXIT.
005630******************************************************
005640* 3460-MONTAR-PERDA
005650* MONTA WRK-PCT-PERDA A PARTIR DAS PARTES INTEIRA E
005660* DECIMAL JA VALIDADAS, ALINHANDO OS DIGITOS NAS
005670* POSICOES CORRETAS DO CAMPO NUMERICO.
005680******************************************************
005690 3460-MONTAR-PERDA.
005700     MOVE ZEROS TO WRK-PCT-PERDA.
005710     IF WS-CNT-INTEIRA > 0
005720         MOVE WRK-PARTE-INTEIRA(1:WS-CNT-INTEIRA)
005730             TO WRK-PERDA-X(3 - WS-CNT-INTEIRA :
005740                WS-CNT-INTEIRA)
005750     END-IF.
005760     IF WS-CNT-DECIMAL > 0
005770         MOVE WRK-PARTE-DECIMAL(1:WS-CNT-DECIMAL)
005780             TO WRK-PERDA-X(3:WS-CNT-DECIMAL)
005790     END-IF.
005800 3460-EXIT.
005810     EXIT.
005820******************************************************
005830* 3300-CONFIRMAR-SUBSTITUICAO
005840* QUANDO JA EXISTE PRECO DO MATERIAL NA MESMA DATA DE
005850* VIGENCIA, PEDE CONFIRMACAO DO OPERADOR E REGRAVA O
005860* REGISTRO COM O NOVO PRECO.
005870******************************************************
005880 3300-CONFIRMAR-SUBSTITUICAO.
005890     DISPLAY 'JA EXISTE PRECO DE ' WRK-MATERIAL
005900         ' NESTA VIGENCIA. SUBSTITUIR (S/N): '.
005910     MOVE SPACES TO WRK-RESPOSTA.
005920     ACCEPT WRK-RESPOSTA.
005930     IF WRK-RESPOSTA NOT = 'S' AND WRK-RESPOSTA NOT = 's'
005940         DISPLAY 'INCLUSAO CANCELADA.'
005950         GO TO 3300-EXIT
005960     END-IF.
005970
005980     MOVE WRK-MATERIAL      TO PRE-MATERIAL.
005990     MOVE WRK-DATA-VIGENCIA TO PRE-DATA-VIGENCIA.
006000     READ ARQ-PRECOS
006010         INVALID KEY
006020             MOVE SPACES TO WRK-REG-ANTES
006030         NOT INVALID KEY
006040             MOVE REG-PRECO TO WRK-REG-ANTES
006050     END-READ.
006060     MOVE WRK-PRECO-UNIT    TO PRE-PRECO-UNIT.
006070     MOVE WRK-RENDIMENTO    TO PRE-RENDIMENTO.
006080     MOVE WRK-PCT-PERDA     TO PRE-PCT-PERDA.
006090     MOVE WRK-UNID-COMPRA   TO PRE-UNID-COMPRA.
006100     MOVE WRK-COD-FORNECEDOR TO PRE-COD-FORNECEDOR.
006110     REWRITE REG-PRECO
006120         INVALID KEY
006130             DISPLAY 'ERRO AO REGRAVAR PRECO. STATUS: '
006140                 WS-FS-PRECOS
006150         NOT INVALID KEY
006160             DISPLAY 'PRECO SUBSTITUIDO COM SUCESSO.'
006170             MOVE 'PRECMST' TO TRI-ARQUIVO
006180             MOVE 'A'       TO TRI-OPERACAO
006190             MOVE WRK-REG-ANTES TO TRI-ANTES
006200             MOVE REG-PRECO     TO TRI-DEPOIS
006210             PERFORM 8900-GRAVAR-TRILHA THRU 8900-EXIT
006220     END-REWRITE.
006230 3300-EXIT.
006240     EXIT.
006250******************************************************
006260* 4000-LISTAR-VIGENTES
006270* LISTA O PRECO VIGENTE NA DATA DO DIA PARA CADA
006280* MATERIAL DO CADASTRO. COMO O CADASTRO E LIDO EM ORDEM
006290* DE CHAVE (MATERIAL + DATA), O ULTIMO PRECO DE CADA
006300* MATERIAL COM VIGENCIA NAO FUTURA E O VIGENTE.
006310******************************************************
006320 4000-LISTAR-VIGENTES.
006330     DISPLAY ' '.
006340     DISPLAY 'PRECOS VIGENTES EM ' WRK-DATA-HOJE ':'.
006350     MOVE SPACES TO WRK-MATERIAL-ANTERIOR.
006360     MOVE 'N' TO WS-TEM-VIGENTE.
006370     MOVE ZEROS TO WRK-QTD-LISTADOS.
006380
006390     PERFORM 6000-POSICIONAR-INICIO THRU 6000-EXIT.
006400     PERFORM 6100-LER-PROXIMO THRU 6100-EXIT.
006410     PERFORM 4100-TRATAR-VIGENTE THRU 4100-EXIT
006420         UNTIL FIM-LISTA.
006430     PERFORM 4200-EMITIR-VIGENTE THRU 4200-EXIT.
006440
006450     IF WRK-QTD-LISTADOS = ZEROS
006460         DISPLAY 'NENHUM PRECO VIGENTE ENCONTRADO.'
006470     END-IF.
006480 4000-EXIT.
006490     EXIT.
006500******************************************************
006510* 4100-TRATAR-VIGENTE
006520* GUARDA O PRECO CORRENTE QUANDO A VIGENCIA NAO FOR
006530* FUTURA, EMITINDO O PRECO VIGENTE DO MATERIAL ANTERIOR
006540* A CADA MUDANCA DE MATERIAL.
006550******************************************************
006560 4100-TRATAR-VIGENTE.
006570     IF PRE-MATERIAL NOT = WRK-MATERIAL-ANTERIOR
006580         PERFORM 4200-EMITIR-VIGENTE THRU 4200-EXIT
006590         MOVE PRE-MATERIAL TO WRK-MATERIAL-ANTERIOR
006600         MOVE 'N' TO WS-TEM-VIGENTE
006610     END-IF.
006620
006630     IF PRE-DATA-VIGENCIA NOT > WRK-DATA-HOJE
006640         MOVE PRE-PRECO-UNIT    TO WRK-PRECO-VIGENTE
006650         MOVE PRE-DATA-VIGENCIA TO WRK-DATA-VIGENTE
006660         SET TEM-VIGENTE TO TRUE
006670     END-IF.
006680
006690     PERFORM 6100-LER-PROXIMO THRU 6100-EXIT.
006700 4100-EXIT.
006710     EXIT.
006720******************************************************
006730* 4200-EMITIR-VIGENTE
006740* EXIBE O PRECO VIGENTE GUARDADO DO MATERIAL ANTERIOR,
006750* QUANDO HOUVER.
006760******************************************************
006770 4200-EMITIR-VIGENTE.
006780     IF TEM-VIGENTE
006790         MOVE WRK-PRECO-VIGENTE TO WRK-PRECO-ED
006800         DISPLAY WRK-MATERIAL-ANTERIOR ' ' WRK-PRECO-ED
006810             '  DESDE ' WRK-DATA-VIGENTE
006820         ADD 1 TO WRK-QTD-LISTADOS
006830     END-IF.
006840 4200-EXIT.
006850     EXIT.
006860******************************************************
006870* 5000-LISTAR-TODOS
006880* LISTA TODOS OS PRECOS DO CADASTRO, INCLUSIVE OS DE
006890* VIGENCIA FUTURA, NA ORDEM DE CHAVE.
006900******************************************************
006910 5000-LISTAR-TODOS.
006920     DISPLAY ' '.
006930     DISPLAY 'HISTORICO COMPLETO DE PRECOS:'.
006940     MOVE ZEROS TO WRK-QTD-LISTADOS.
006950
006960     PERFORM 6000-POSICIONAR-INICIO THRU 6000-EXIT.
006970     PERFORM 6100-LER-PROXIMO THRU 6100-EXIT.
006980     PERFORM 5100-EMITIR-PRECO THRU 5100-EXIT
006990         UNTIL FIM-LISTA.
007000
007010     IF WRK-QTD-LISTADOS = ZEROS
007020         DISPLAY 'NENHUM PRECO CADASTRADO.'
007030     END-IF.
007040 5000-EXIT.
007050     EXIT.
007060******************************************************
007070* 5100-EMITIR-PRECO
007080* EXIBE O REGISTRO DE PRECO CORRENTE E LE O PROXIMO.
007090******************************************************
007100 5100-EMITIR-PRECO.
007110     MOVE PRE-PRECO-UNIT TO WRK-PRECO-ED.
007120     MOVE PRE-RENDIMENTO TO WRK-REND-ED.
007130     DISPLAY PRE-MATERIAL ' ' WRK-PRECO-ED
007140         '  VIGENCIA ' PRE-DATA-VIGENCIA
007150         '  REND ' WRK-REND-ED
007160         '  ' PRE-UNID-COMPRA
007170         '  FORN ' PRE-COD-FORNECEDOR.
007180     ADD 1 TO WRK-QTD-LISTADOS.
007190     PERFORM 6100-LER-PROXIMO THRU 6100-EXIT.
007200 5100-EXIT.
007210     EXIT.
007220******************************************************
007230* 6000-POSICIONAR-INICIO
007240* POSICIONA O CADASTRO DE PRECOS NO PRIMEIRO REGISTRO
007250* PARA LEITURA SEQUENCIAL.
007260******************************************************
007270 6000-POSICIONAR-INICIO.
007280     MOVE 'N' TO WS-FIM-LISTA.
007290     MOVE LOW-VALUES TO PRE-CHAVE.
007300     START ARQ-PRECOS KEY NOT < PRE-CHAVE
007310         INVALID KEY
007320             SET FIM-LISTA TO TRUE
007330     END-START.
007340 6000-EXIT.
007350     EXIT.
007360******************************************************
007370* 6100-LER-PROXIMO
007380* LE O PROXIMO REGISTRO DO CADASTRO DE PRECOS NA ORDEM
007390* DE CHAVE E LIGA O INDICADOR DE FIM QUANDO NECESSARIO.
007400******************************************************
007410 6100-LER-PROXIMO.
007420     IF FIM-LISTA
007430         GO TO 6100-EXIT
007440     END-IF.
007450     READ ARQ-PRECOS NEXT RECORD
007460         AT END
007470             SET FIM-LISTA TO TRUE
007480     END-READ.
007490 6100-EXIT.
007500     EXIT.
007510******************************************************
007520* 8900-GRAVAR-TRILHA
007530* GRAVA, POR EXTENSAO, UMA LINHA NA TRILHA DE
007540* ALTERACOES (TRILHA) COM O OPERADOR, A DATA/HORA E OS
007550* CAMPOS DE EVENTO JA PREPARADOS PELA ROTINA CHAMADORA
007560* (ARQUIVO, OPERACAO E REGISTRO ANTES/DEPOIS).
007570******************************************************
007580 8900-GRAVAR-TRILHA.
007590     ACCEPT WRK-DATA-TRILHA FROM DATE YYYYMMDD.
007600     ACCEPT WRK-HORA-TRILHA FROM TIME.
007610     MOVE WRK-DATA-TRILHA      TO TRI-DATA.
007620     MOVE WRK-HORA-TRILHA(1:6) TO TRI-HORA.
007630     MOVE WRK-OPERADOR         TO TRI-OPERADOR.
007640
007650     OPEN EXTEND ARQ-TRILHA.
007660     IF WS-FS-TRILHA = '05' OR WS-FS-TRILHA = '35'
007670         OPEN OUTPUT ARQ-TRILHA
007680     END-IF.
007690     IF WS-FS-TRILHA NOT = '00'
007700         DISPLAY 'AVISO: NAO FOI POSSIVEL GRAVAR A '
007710             'TRILHA DE ALTERACOES (TRILHA). STATUS: '
007720             WS-FS-TRILHA
007730         GO TO 8900-EXIT
007740     END-IF.
007750     WRITE REG-TRILHA FROM LINHA-TRILHA.
007760     CLOSE ARQ-TRILHA.
007770 8900-EXIT.
007780     EXIT.
007790******************************************************
007800* 9000-FINALIZAR
007810* FECHA O CADASTRO DE PRECOS ANTES DE TERMINAR.
007820******************************************************
007830 9000-FINALIZAR.
007840     CLOSE ARQ-PRECOS.
007850 9000-EXIT.
007860     EXIT.
