000420*                    TRILHA DE ALTERACOES (TRILHA), COM
000430*                    OPERADOR, DATA/HORA E O REGISTRO
000440*                    ANTES/DEPOIS.
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
000560     SELECT ARQ-MOVIMENTOS ASSIGN TO "PRECMOV"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-FS-MOVIMENTOS.
000590 
000600     SELECT ARQ-CRITICAS ASSIGN TO "PRECCRIT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-FS-CRITICAS.
000630 
000640     SELECT ARQ-PRECOS ASSIGN TO "PRECMST"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS PRE-CHAVE
000680         FILE STATUS IS WS-FS-PRECOS.
000690
000700     SELECT ARQ-OPERADORES ASSIGN TO "OPEMST"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS OPE-CODIGO
000740         FILE STATUS IS WS-FS-OPERADORES.
000750
000760     SELECT ARQ-TRILHA ASSIGN TO "TRILHA"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-FS-TRILHA.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  ARQ-MOVIMENTOS
000820     RECORDING MODE IS F.
000830******************************************************
000840* MOVIMENTO DE PRECO (PRECMOV): OS CAMPOS NUMERICOS
000850* VEM COM DECIMAIS IMPLICITOS - PRECO NNNVNN (EX.
000860* 00850 = 8,50), RENDIMENTO NNNVNNN E PERDA NNVNN. AS
000870* REDEFINICOES NUMERICAS SO SAO USADAS DEPOIS DAS
000880* CRITICAS DE CONTEUDO (IS NUMERIC) DA VALIDACAO.
000890******************************************************
000900 01  REG-MOVIMENTO.
000910     05 MOV-MATERIAL         PIC X(10).
000920     05 MOV-DATA-VIGENCIA    PIC X(08).
000930     05 MOV-PRECO-UNIT       PIC X(05).
000940     05 MOV-PRECO-UNIT-N REDEFINES MOV-PRECO-UNIT
000950                             PIC 9(03)V99.
000960     05 MOV-RENDIMENTO       PIC X(06).
000970     05 MOV-RENDIMENTO-N REDEFINES MOV-RENDIMENTO
000980                             PIC 9(03)V9(3).
000990     05 MOV-PCT-PERDA        PIC X(04).
001000     05 MOV-PCT-PERDA-N REDEFINES MOV-PCT-PERDA
001010                             PIC 9(02)V99.
001020     05 MOV-UNID-COMPRA      PIC X(10).
001030     05 MOV-COD-FORNECEDOR   PIC X(05).
001040 
001050 FD  ARQ-CRITICAS
001060     RECORDING MODE IS F.
001070 01  REG-CRITICA             PIC X(100).
001080 
001090 FD  ARQ-PRECOS.
001100     COPY PRECMST.
001110
001120 FD  ARQ-OPERADORES.
001130     COPY OPEMST.
001140
001150 FD  ARQ-TRILHA
001160     RECORDING MODE IS F.
001170 01  REG-TRILHA              PIC X(270).
001180 WORKING-STORAGE SECTION.
001190******************************************************
001200* AREA DE CHAVES (SWITCHES) E CONTADORES - NIVEL 77
001210******************************************************
001220 77  WS-FS-MOVIMENTOS        PIC X(02)    VALUE SPACES.
001230 77  WS-FS-CRITICAS          PIC X(02)    VALUE SPACES.
001240 77  WS-FS-PRECOS            PIC X(02)    VALUE SPACES.
001250 77  WS-FIM-PROGRAMA         PIC X(01)    VALUE 'N'.
001260     88 FIM-PROGRAMA                     VALUE 'S'.
001270 77  WS-FIM-MOVIMENTOS       PIC X(01)    VALUE 'N'.
001280     88 FIM-MOVIMENTOS                   VALUE 'S'.
001290 77  WS-FIM-PRECOS           PIC X(01)    VALUE 'N'.
001300     88 FIM-PRECOS                       VALUE 'S'.
001310 77  WS-MOVIMENTO-VALIDO     PIC X(01)    VALUE 'N'.
001320     88 MOVIMENTO-VALIDO                 VALUE 'S'.
001330 77  WS-ENTRADA-VALIDA       PIC X(01)    VALUE 'N'.
001340     88 ENTRADA-VALIDA                   VALUE 'S'.
001350 77  WRK-OPCAO-MENU          PIC X(01)    VALUE SPACES.
001360     88 OPCAO-CARGA                      VALUE '1'.
001370     88 OPCAO-REAJUSTE                   VALUE '2'.
001380     88 OPCAO-SAIR                       VALUE '9'.
001390 77  WRK-RESPOSTA            PIC X(01)    VALUE SPACES.
001400 77  WS-QTD-LIDOS            PIC 9(06)    VALUE ZEROS.
001410 77  WS-QTD-GRAVADOS         PIC 9(06)    VALUE ZEROS.
001420 77  WS-QTD-SUBSTITUIDOS     PIC 9(06)    VALUE ZEROS.
001430 77  WS-QTD-CRITICADOS       PIC 9(06)    VALUE ZEROS.
001440 77  WS-QTD-REAJUSTADOS      PIC 9(06)    VALUE ZEROS.
001450 77  WRK-DATA-HOJE           PIC 9(08)    VALUE ZEROS.
001460 77  WRK-MOTIVO-CRITICA      PIC X(40)    VALUE SPACES.
001470******************************************************
001480* AREA DE ENTRADA DO REAJUSTE (PERCENTUAL E VIGENCIA)
001490******************************************************
001500 77  WRK-PCT-RAW             PIC X(06)    VALUE SPACES.
001510 77  WRK-PARTE-INTEIRA       PIC X(08)    VALUE SPACES.
001520 77  WRK-PARTE-DECIMAL       PIC X(08)    VALUE SPACES.
001530 77  WS-CNT-INTEIRA          PIC 9(02)    VALUE ZEROS.
001540 77  WS-CNT-DECIMAL          PIC 9(02)    VALUE ZEROS.
001550 01  WRK-PCT-GRP.
001560     05 WRK-PCT-REAJUSTE     PIC 9(02)V99 VALUE ZEROS.
001570 01  WRK-PCT-X REDEFINES WRK-PCT-GRP
001580                             PIC X(04).
001590 77  WRK-DATA-RAW            PIC X(08)    VALUE SPACES.
001600 77  WRK-DATA-REAJUSTE       PIC 9(08)    VALUE ZEROS.
001610 77  WRK-PRECO-NOVO          PIC 9(03)V99 VALUE ZEROS.
001620 77  WRK-PRECO-ED            PIC ZZ9,99   VALUE ZEROS.
001630******************************************************
001640* TABELA DOS PRECOS VIGENTES NA DATA DO DIA, MONTADA
001650* PARA O REAJUSTE PERCENTUAL (UMA ENTRADA POR MATERIAL
001660* COM OS DADOS DE COMPRA DO REGISTRO VIGENTE)
001670******************************************************
001680 01  TABELA-VIGENTES.
001690     05 TAB-QTD-VIGENTES     PIC 9(03) COMP VALUE ZEROS.
001700     05 TAB-VIG-ITEM         OCCURS 1 TO 50 TIMES
001710                             DEPENDING ON TAB-QTD-VIGENTES
001720                             INDEXED BY IX-VIG.
001730         10 TAB-VIG-MATERIAL PIC X(10).
001740         10 TAB-VIG-PRECO    PIC 9(03)V99.
001750         10 TAB-VIG-REND     PIC 9(03)V9(3).
001760         10 TAB-VIG-PERDA    PIC 9(02)V99.
001770         10 TAB-VIG-UNID     PIC X(10).
001780         10 TAB-VIG-FORN     PIC 9(05).
001790 77  WRK-MATERIAL-ANTERIOR   PIC X(10)    VALUE SPACES.
001800 77  WS-TEM-VIGENTE          PIC X(01)    VALUE 'N'.
001810     88 TEM-VIGENTE                      VALUE 'S'.
001820 01  WRK-VIGENTE-GUARDADO.
001830     05 WRK-VIG-PRECO        PIC 9(03)V99.
001840     05 WRK-VIG-REND         PIC 9(03)V9(3).
001850     05 WRK-VIG-PERDA        PIC 9(02)V99.
001860     05 WRK-VIG-UNID         PIC X(10).
001870     05 WRK-VIG-FORN         PIC 9(05).
001880******************************************************
001890* LAYOUTS DAS LINHAS DO RELATORIO DE CRITICAS
001900******************************************************
001910 01  LINHA-BRANCO            PIC X(01)    VALUE SPACES.
001920 01  LINHA-CRIT-TITULO.
001930     05 FILLER               PIC X(33)
001940        VALUE 'CRITICAS DA CARGA DE PRECOS EM '.
001950     05 LCT-DATA             PIC 9(08).
001960 01  LINHA-CRIT-DETALHE.
001970     05 LCD-MOVIMENTO        PIC X(48).
001980     05 FILLER               PIC X(03)    VALUE ' - '.
001990     05 LCD-MOTIVO           PIC X(40).
002000 01  LINHA-CRIT-TOTAL.
002010     05 LCTO-ROTULO          PIC X(26).
002020     05 LCTO-QTD             PIC ZZZZZ9.
002030******************************************************
002040* AREA DA IDENTIFICACAO DE OPERADOR (OPEMST) E DA
002050* TRILHA DE ALTERACOES DOS CADASTROS (TRILHA)
002060******************************************************
002070 77  WS-FS-OPERADORES        PIC X(02)    VALUE SPACES.
002080 77  WS-FS-TRILHA            PIC X(02)    VALUE SPACES.
002090 77  WS-TENTATIVAS           PIC 9(01)    VALUE ZEROS.
002100 77  WS-OPERADOR-OK          PIC X(01)    VALUE 'N'.
002110     88 OPERADOR-IDENTIFICADO            VALUE 'S'.
002120 77  WS-OPERADOR-SUP         PIC X(01)    VALUE 'N'.
002130     88 OPERADOR-SUPERVISOR              VALUE 'S'.
002140 77  WS-JA-EXISTIA           PIC X(01)    VALUE 'N'.
002150     88 JA-EXISTIA                       VALUE 'S'.
002160 77  WRK-OPERADOR            PIC X(08)    VALUE SPACES.
002170 77  WRK-OPERADOR-INF        PIC X(08)    VALUE SPACES.
002180 77  WRK-SENHA-INF           PIC X(08)    VALUE SPACES.
002190 77  WRK-DATA-TRILHA         PIC 9(08)    VALUE ZEROS.
002200 77  WRK-HORA-TRILHA         PIC 9(08)    VALUE ZEROS.
002210 77  WRK-REG-ANTES           PIC X(120)   VALUE SPACES.
002220******************************************************
002230* LINHA DA TRILHA DE ALTERACOES (LAYOUT COMPARTILHADO)
002240******************************************************
002250     COPY LINTRIL.
002260 PROCEDURE DIVISION.
002270******************************************************
002280* 0000-MAINLINE
002290* ROTINA PRINCIPAL DO PROGRAMA
002300******************************************************
002310 0000-MAINLINE.
002320     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002330 
002340     PERFORM 2000-PROCESSAR-MENU THRU 2000-EXIT
002350         UNTIL FIM-PROGRAMA.
002360 
002370     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002380 
002390     STOP RUN.
002400******************************************************
002410* 1000-INICIALIZAR
002420* OBTEM A DATA DO DIA E ABRE O CADASTRO DE PRECOS PARA
002430* ATUALIZACAO.
002440******************************************************
002450 1000-INICIALIZAR.
002460     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
002470 
002480     OPEN I-O ARQ-PRECOS.
002490     IF WS-FS-PRECOS NOT = '00'
002500         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
002510             'CADASTRO DE PRECOS (PRECMST). STATUS: '
002520             WS-FS-PRECOS
002530         MOVE 8 TO RETURN-CODE
002540         STOP RUN
002550     END-IF.
002560     PERFORM 1500-IDENTIFICAR-OPERADOR THRU 1500-EXIT.
002570 1000-EXIT.
002580     EXIT.
002590******************************************************
002600* 1500-IDENTIFICAR-OPERADOR
002610* IDENTIFICA O OPERADOR NA ENTRADA DO PROGRAMA CONTRA O
002620* CADASTRO DE OPERADORES (OPEMST), COM ATE 3 TENTATIVAS,
002630* E EXIGE NIVEL SUPERVISOR - A CARGA E O REAJUSTE
002640* ALTERAM PRECO. QUANDO O CADASTRO AINDA NAO EXISTE
002650* (IMPLANTACAO), O ACESSO E LIBERADO COM AVISO.
002660******************************************************
002670 1500-IDENTIFICAR-OPERADOR.
002680     OPEN INPUT ARQ-OPERADORES.
002690     IF WS-FS-OPERADORES NOT = '00'
002700         DISPLAY 'AVISO: CADASTRO DE OPERADORES (OPEMST) '
002710             'INDISPONIVEL - ACESSO LIBERADO PARA '
002720             'IMPLANTACAO.'
002730         MOVE '*SEMCAD*' TO WRK-OPERADOR
002740         SET OPERADOR-IDENTIFICADO TO TRUE
002750         SET OPERADOR-SUPERVISOR TO TRUE
002760         GO TO 1500-EXIT
002770     END-IF.
002780
002790     PERFORM 1550-TENTAR-IDENTIFICACAO THRU 1550-EXIT
002800         UNTIL OPERADOR-IDENTIFICADO
002810            OR WS-TENTATIVAS > 2.
002820     CLOSE ARQ-OPERADORES.
002830
002840     IF NOT OPERADOR-IDENTIFICADO
002850         DISPLAY 'ACESSO NEGADO - TENTATIVAS ESGOTADAS.'
002860         CLOSE ARQ-PRECOS
002870         MOVE 8 TO RETURN-CODE
002880         STOP RUN
002890     END-IF.
002900
002910     IF NOT OPERADOR-SUPERVISOR
002920         DISPLAY 'ACESSO NEGADO: SO SUPERVISOR PODE '
002930             'EXECUTAR A CARGA E O REAJUSTE DE PRECOS.'
002940         CLOSE ARQ-PRECOS
002950         MOVE 8 TO RETURN-CODE
002960         STOP RUN
002970     END-IF.
002980 1500-EXIT.
002990     EXIT.
003000******************************************************
003010* 1550-TENTAR-IDENTIFICACAO
003020* SOLICITA CODIGO E SENHA E CONFERE NO CADASTRO QUE O
003030* OPERADOR EXISTE, A SENHA CONFERE E A SITUACAO E
003040* ATIVA, GUARDANDO O NIVEL DE ACESSO.
003050******************************************************
003060 1550-TENTAR-IDENTIFICACAO.
003070     ADD 1 TO WS-TENTATIVAS.
003080     DISPLAY 'CODIGO DO OPERADOR: '.
003090     MOVE SPACES TO WRK-OPERADOR-INF.
003100     ACCEPT WRK-OPERADOR-INF.
003110     DISPLAY 'SENHA: '.
003120     MOVE SPACES TO WRK-SENHA-INF.
003130     ACCEPT WRK-SENHA-INF.
003140
003150     MOVE WRK-OPERADOR-INF TO OPE-CODIGO.
003160     READ ARQ-OPERADORES
003170         INVALID KEY
003180             DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
003190         NOT INVALID KEY
003200             IF OPE-SENHA = WRK-SENHA-INF
003210                AND OPERADOR-ATIVO
003220                 SET OPERADOR-IDENTIFICADO TO TRUE
003230                 MOVE OPE-CODIGO TO WRK-OPERADOR
003240                 IF NIVEL-SUPERVISOR
003250                     SET OPERADOR-SUPERVISOR TO TRUE
003260                 END-IF
003270                 DISPLAY 'OPERADOR IDENTIFICADO: '
003280                     OPE-NOME
003290             ELSE
003300                 DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
003310             END-IF
003320     END-READ.
003330 1550-EXIT.
003340     EXIT.
003350******************************************************
003360* 2000-PROCESSAR-MENU
003370* EXIBE O MENU DE OPCOES E ENCAMINHA A OPCAO ESCOLHIDA
003380* PARA A ROTINA CORRESPONDENTE, ATE O OPERADOR PEDIR
003390* PARA SAIR.
003400******************************************************
003410 2000-PROCESSAR-MENU.
003420     DISPLAY ' '.
003430     DISPLAY 'CARGA E REAJUSTE DA TABELA DE PRECOS'.
003440     DISPLAY '1-CARGA DO ARQUIVO PRECMOV'.
003450     DISPLAY '2-REAJUSTE PERCENTUAL  9-SAIR'.
003460     DISPLAY 'OPCAO DESEJADA: '.
003470     MOVE SPACES TO WRK-OPCAO-MENU.
003480     ACCEPT WRK-OPCAO-MENU.
003490 
003500     EVALUATE TRUE
003510         WHEN OPCAO-CARGA
003520             PERFORM 3000-CARGA-MOVIMENTOS THRU 3000-EXIT
003530         WHEN OPCAO-REAJUSTE
003540             PERFORM 5000-REAJUSTE-PERCENTUAL THRU 5000-EXIT
003550         WHEN OPCAO-SAIR
003560             SET FIM-PROGRAMA TO TRUE
003570         WHEN OTHER
003580             DISPLAY 'ERRO: INFORME 1, 2 OU 9.'
003590     END-EVALUATE.
003600 2000-EXIT.
003610     EXIT.
003620******************************************************
003630* 3000-CARGA-MOVIMENTOS
003640* LE O ARQUIVO DE MOVIMENTOS DE PRECO (PRECMOV),
003650* VALIDA CADA MOVIMENTO, GRAVA OS VALIDOS NO PRECMST
003660* (SUBSTITUINDO A VIGENCIA JA EXISTENTE) E IMPRIME AS
003670* CRITICAS NO RELATORIO PRECCRIT, COM OS TOTAIS DA
003680* CARGA NO FINAL.
003690******************************************************
003700 3000-CARGA-MOVIMENTOS.
003710     OPEN INPUT ARQ-MOVIMENTOS.
003720     IF WS-FS-MOVIMENTOS NOT = '00'
003730         DISPLAY 'ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO '
003740             'DE MOVIMENTOS (PRECMOV). STATUS: '
003750             WS-FS-MOVIMENTOS
003760         GO TO 3000-EXIT
003770     END-IF.
003780 
003790     OPEN OUTPUT ARQ-CRITICAS.
003800     IF WS-FS-CRITICAS NOT = '00'
003810         DISPLAY 'ERRO: NAO FOI POSSIVEL ABRIR O RELATORIO '
003820             'DE CRITICAS (PRECCRIT). STATUS: '
003830             WS-FS-CRITICAS
003840         CLOSE ARQ-MOVIMENTOS
003850         GO TO 3000-EXIT
003860     END-IF.
003870 
003880     MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
003890                   WS-QTD-SUBSTITUIDOS WS-QTD-CRITICADOS.
003900     MOVE 'N' TO WS-FIM-MOVIMENTOS.
003910 
003920     MOVE WRK-DATA-HOJE TO LCT-DATA.
003930     WRITE REG-CRITICA FROM LINHA-CRIT-TITULO.
003940     WRITE REG-CRITICA FROM LINHA-BRANCO.
003950 
003960     PERFORM 3100-LER-MOVIMENTO THRU 3100-EXIT.
003970     PERFORM 3200-TRATAR-MOVIMENTO THRU 3200-EXIT
003980         UNTIL FIM-MOVIMENTOS.
003990 
004000     PERFORM 3800-TOTAIS-CARGA THRU 3800-EXIT.
004010 
004020     CLOSE ARQ-MOVIMENTOS.
004030     CLOSE ARQ-CRITICAS.
004040 
004050     DISPLAY 'CARGA CONCLUIDA - LIDOS: ' WS-QTD-LIDOS
004060         ' GRAVADOS: ' WS-QTD-GRAVADOS
004070         ' SUBSTITUIDOS: ' WS-QTD-SUBSTITUIDOS
004080         ' CRITICADOS: ' WS-QTD-CRITICADOS.
004090 3000-EXIT.
004100     EXIT.
004110******************************************************
004120* 3100-LER-MOVIMENTO
004130* LE O PROXIMO MOVIMENTO DE PRECO E LIGA O INDICADOR
004140* DE FIM DE ARQUIVO QUANDO NECESSARIO.
004150******************************************************
004160 3100-LER-MOVIMENTO.
004170     READ ARQ-MOVIMENTOS
004180         AT END
004190             SET FIM-MOVIMENTOS TO TRUE
004200         NOT AT END
004210             ADD 1 TO WS-QTD-LIDOS
004220     END-READ.
004230 3100-EXIT.
004240     EXIT.
004250******************************************************
004260* 3200-TRATAR-MOVIMENTO
004270* VALIDA O MOVIMENTO CORRENTE E O GRAVA NO CADASTRO
004280* QUANDO VALIDO, OU O IMPRIME NO RELATORIO DE CRITICAS
004290* COM O MOTIVO QUANDO INVALIDO.
004300******************************************************
004310 3200-TRATAR-MOVIMENTO.
004320     PERFORM 3300-VALIDAR-MOVIMENTO THRU 3300-EXIT.
004330 
004340     IF MOVIMENTO-VALIDO
004350         PERFORM 3500-GRAVAR-MOVIMENTO THRU 3500-EXIT
004360     ELSE
004370         PERFORM 3400-CRITICAR-MOVIMENTO THRU 3400-EXIT
004380     END-IF.
004390 
004400     PERFORM 3100-LER-MOVIMENTO THRU 3100-EXIT.
004410 3200-EXIT.
004420     EXIT.
004430******************************************************
004440* 3300-VALIDAR-MOVIMENTO
004450* CONFERE O MOVIMENTO CORRENTE: MATERIAL PREENCHIDO,
004460* VIGENCIA NUMERICA COM MES E DIA DENTRO DOS LIMITES,
004470* PRECO NUMERICO E MAIOR QUE ZERO E RENDIMENTO E PERDA
004480* NUMERICOS (BRANCOS VALEM ZERO).
004490******************************************************
004500 3300-VALIDAR-MOVIMENTO.
004510     MOVE 'S' TO WS-MOVIMENTO-VALIDO.
004520     MOVE SPACES TO WRK-MOTIVO-CRITICA.
004530 
004540     EVALUATE TRUE
004550         WHEN MOV-MATERIAL = SPACES
004560             MOVE 'MATERIAL EM BRANCO'
004570                 TO WRK-MOTIVO-CRITICA
004580         WHEN MOV-DATA-VIGENCIA IS NOT NUMERIC
004590             MOVE 'VIGENCIA NAO NUMERICA'
004600                 TO WRK-MOTIVO-CRITICA
004610         WHEN MOV-DATA-VIGENCIA(5:2) < '01'
004620           OR MOV-DATA-VIGENCIA(5:2) > '12'
004630           OR MOV-DATA-VIGENCIA(7:2) < '01'
004640           OR MOV-DATA-VIGENCIA(7:2) > '31'
004650             MOVE 'VIGENCIA COM MES OU DIA INVALIDO'
004660                 TO WRK-MOTIVO-CRITICA
004670         WHEN MOV-PRECO-UNIT IS NOT NUMERIC
004680             MOVE 'PRECO NAO NUMERICO'
004690                 TO WRK-MOTIVO-CRITICA
004700         WHEN MOV-PRECO-UNIT-N = ZEROS
004710             MOVE 'PRECO ZERADO'
004720                 TO WRK-MOTIVO-CRITICA
004730         WHEN MOV-RENDIMENTO NOT = SPACES
004740          AND MOV-RENDIMENTO IS NOT NUMERIC
004750             MOVE 'RENDIMENTO NAO NUMERICO'
004760                 TO WRK-MOTIVO-CRITICA
004770         WHEN MOV-PCT-PERDA NOT = SPACES
004780          AND MOV-PCT-PERDA IS NOT NUMERIC
004790             MOVE 'PERDA NAO NUMERICA'
004800                 TO WRK-MOTIVO-CRITICA
004810         WHEN MOV-COD-FORNECEDOR NOT = SPACES
004820          AND MOV-COD-FORNECEDOR IS NOT NUMERIC
004830             MOVE 'FORNECEDOR NAO NUMERICO'
004840                 TO WRK-MOTIVO-CRITICA
004850     END-EVALUATE.
004860 
004870     IF WRK-MOTIVO-CRITICA NOT = SPACES
004880         MOVE 'N' TO WS-MOVIMENTO-VALIDO
004890     END-IF.
004900 3300-EXIT.
004910     EXIT.
004920******************************************************
004930* 3400-CRITICAR-MOVIMENTO
004940* IMPRIME O MOVIMENTO REJEITADO E O MOTIVO NO
004950* RELATORIO DE CRITICAS.
004960******************************************************
004970 3400-CRITICAR-MOVIMENTO.
004980     MOVE REG-MOVIMENTO     TO LCD-MOVIMENTO.
004990     MOVE WRK-MOTIVO-CRITICA TO LCD-MOTIVO.
005000     WRITE REG-CRITICA FROM LINHA-CRIT-DETALHE.
005010     ADD 1 TO WS-QTD-CRITICADOS.
005020 3400-EXIT.
005030     EXIT.
005040******************************************************
005050* 3500-GRAVAR-MOVIMENTO
005060* GRAVA O MOVIMENTO VALIDO NO CADASTRO DE PRECOS.
005070* QUANDO JA EXISTE PRECO DO MATERIAL NA MESMA
005080* VIGENCIA, O REGISTRO E SUBSTITUIDO, COMO NA INCLUSAO
005090* MANUAL DO MANUTENCAO PRECOS.
005100******************************************************
005110 3500-GRAVAR-MOVIMENTO.
005120     MOVE MOV-MATERIAL       TO PRE-MATERIAL.
005130     MOVE MOV-DATA-VIGENCIA  TO PRE-DATA-VIGENCIA.
005140     MOVE 'N' TO WS-JA-EXISTIA.
005150     READ ARQ-PRECOS
005160         INVALID KEY
005170             MOVE SPACES TO WRK-REG-ANTES
005180         NOT INVALID KEY
005190             MOVE REG-PRECO TO WRK-REG-ANTES
005200             SET JA-EXISTIA TO TRUE
005210     END-READ.
005220
005230     MOVE MOV-PRECO-UNIT-N   TO PRE-PRECO-UNIT.
005240     IF MOV-RENDIMENTO = SPACES
005250         MOVE ZEROS TO PRE-RENDIMENTO
005260     ELSE
005270         MOVE MOV-RENDIMENTO-N TO PRE-RENDIMENTO
005280     END-IF.
005290     IF MOV-PCT-PERDA = SPACES
005300         MOVE ZEROS TO PRE-PCT-PERDA
005310     ELSE
005320         MOVE MOV-PCT-PERDA-N TO PRE-PCT-PERDA
005330     END-IF.
005340     MOVE MOV-UNID-COMPRA    TO PRE-UNID-COMPRA.
005350     IF MOV-COD-FORNECEDOR = SPACES
005360         MOVE ZEROS TO PRE-COD-FORNECEDOR
005370     ELSE
005380         MOVE MOV-COD-FORNECEDOR TO PRE-COD-FORNECEDOR
005390     END-IF.
005400
005410     IF JA-EXISTIA
005420         REWRITE REG-PRECO
005430             INVALID KEY
005440                 MOVE 'ERRO DE GRAVACAO NO PRECMST'
005450                     TO WRK-MOTIVO-CRITICA
005460                 PERFORM 3400-CRITICAR-MOVIMENTO
005470                     THRU 3400-EXIT
005480             NOT INVALID KEY
005490                 ADD 1 TO WS-QTD-SUBSTITUIDOS
005500                 MOVE 'A' TO TRI-OPERACAO
005510                 PERFORM 3600-TRILHA-MOVIMENTO
005520                     THRU 3600-EXIT
005530         END-REWRITE
005540     ELSE
005550         WRITE REG-PRECO
005560             INVALID KEY
005570                 MOVE 'ERRO DE GRAVACAO NO PRECMST'
005580                     TO WRK-MOTIVO-CRITICA
005590                 PERFORM 3400-CRITICAR-MOVIMENTO
005600                     THRU 3400-EXIT
005610             NOT INVALID KEY
005620                 ADD 1 TO WS-QTD-GRAVADOS
005630                 MOVE 'I' TO TRI-OPERACAO
005640                 PERFORM 3600-TRILHA-MOVIMENTO
005650                     THRU 3600-EXIT
005660         END-WRITE
005670     END-IF.
005680 3500-EXIT.
005690     EXIT.
005700******************************************************
005710* 3600-TRILHA-MOVIMENTO
005720* GRAVA NA TRILHA DE ALTERACOES A GRAVACAO DE PRECO QUE
005730* ACABOU DE SER FEITA (OPERACAO JA PREPARADA PELA
005740* ROTINA CHAMADORA).
005750******************************************************
005760 3600-TRILHA-MOVIMENTO.
005770     MOVE 'PRECMST'     TO TRI-ARQUIVO.
005780     MOVE WRK-REG-ANTES TO TRI-ANTES.
005790     MOVE REG-PRECO     TO TRI-DEPOIS.
005800     PERFORM 8900-GRAVAR-TRILHA THRU 8900-EXIT.
005810 3600-EXIT.
005820     EXIT.
005830******************************************************
005840* 3800-TOTAIS-CARGA
005850* IMPRIME O BLOCO DE TOTAIS DA CARGA NO RELATORIO DE
005860* CRITICAS.
005870******************************************************
005880 3800-TOTAIS-CARGA.
005890     WRITE REG-CRITICA FROM LINHA-BRANCO.
005900     MOVE 'MOVIMENTOS LIDOS........: ' TO LCTO-ROTULO.
005910     MOVE WS-QTD-LIDOS TO LCTO-QTD.
005920     WRITE REG-CRITICA FROM LINHA-CRIT-TOTAL.
005930     MOVE 'MOVIMENTOS GRAVADOS.....: ' TO LCTO-ROTULO.
005940     MOVE WS-QTD-GRAVADOS TO LCTO-QTD.
005950     WRITE REG-CRITICA FROM LINHA-CRIT-TOTAL.
005960     MOVE 'VIGENCIAS SUBSTITUIDAS..: ' TO LCTO-ROTULO.
005970     MOVE WS-QTD-SUBSTITUIDOS TO LCTO-QTD.
005980     WRITE REG-CRITICA FROM LINHA-CRIT-TOTAL.
005990     MOVE 'MOVIMENTOS CRITICADOS...: ' TO LCTO-ROTULO.
006000     MOVE WS-QTD-CRITICADOS TO LCTO-QTD.
006010     WRITE REG-CRITICA FROM LINHA-CRIT-TOTAL.
006020 3800-EXIT.
006030     EXIT.
006040******************************************************
006050* 5000-REAJUSTE-PERCENTUAL
006060* SOLICITA O PERCENTUAL E A DATA DE VIGENCIA DO
006070* REAJUSTE, MONTA A TABELA DOS PRECOS VIGENTES NA DATA
006080* DO DIA E GRAVA, PARA CADA MATERIAL, UM NOVO REGISTRO
006090* NA VIGENCIA INFORMADA COM O PRECO REAJUSTADO,
006100* PRESERVANDO OS DADOS DE COMPRA DO REGISTRO VIGENTE.
006110******************************************************
006120 5000-REAJUSTE-PERCENTUAL.
006130     PERFORM 5100-OBTER-PERCENTUAL THRU 5100-EXIT.
006140     IF NOT ENTRADA-VALIDA
006150         GO TO 5000-EXIT
006160     END-IF.
006170 
006180     PERFORM 5200-OBTER-VIGENCIA THRU 5200-EXIT.
006190     IF NOT ENTRADA-VALIDA
006200         GO TO 5000-EXIT
006210     END-IF.
006220 
006230     IF WRK-DATA-REAJUSTE NOT > WRK-DATA-HOJE
006240         DISPLAY 'ATENCAO: A VIGENCIA INFORMADA NAO E '
006250             'FUTURA.'
006260         DISPLAY 'CONFIRMA O REAJUSTE (S/N): '
006270         MOVE SPACES TO WRK-RESPOSTA
006280         ACCEPT WRK-RESPOSTA
006290         IF WRK-RESPOSTA NOT = 'S' AND WRK-RESPOSTA NOT = 's'
006300             DISPLAY 'REAJUSTE CANCELADO.'
006310             GO TO 5000-EXIT
006320         END-IF
006330     END-IF.
006340 
006350     PERFORM 5300-CARREGAR-VIGENTES THRU 5300-EXIT.
006360     IF TAB-QTD-VIGENTES = ZEROS
006370         DISPLAY 'NENHUM PRECO VIGENTE PARA REAJUSTAR.'
006380         GO TO 5000-EXIT
006390     END-IF.
006400 
006410     MOVE ZEROS TO WS-QTD-REAJUSTADOS.
006420     PERFORM 5600-GRAVAR-REAJUSTE THRU 5600-EXIT
006430         VARYING IX-VIG FROM 1 BY 1
006440         UNTIL IX-VIG > TAB-QTD-VIGENTES.
006450 
006460     DISPLAY 'REAJUSTE CONCLUIDO - MATERIAIS REAJUSTADOS: '
006470         WS-QTD-REAJUSTADOS.
006480 5000-EXIT.
006490     EXIT.
006500******************************************************
006510* 5100-OBTER-PERCENTUAL
006520* SOLICITA O PERCENTUAL DE REAJUSTE (FORMATO NN,NN) E
006530* MONTA O CAMPO NUMERICO, RECUSANDO ENTRADA INVALIDA.
006540******************************************************
006550 5100-OBTER-PERCENTUAL.
006560     MOVE 'N' TO WS-ENTRADA-VALIDA.
006570     DISPLAY 'PERCENTUAL DE REAJUSTE (FORMATO NN,NN): '.
006580     MOVE SPACES TO WRK-PCT-RAW.
006590     ACCEPT WRK-PCT-RAW.
006600     MOVE SPACES TO WRK-PARTE-INTEIRA WRK-PARTE-DECIMAL.
006610     MOVE ZEROS  TO WS-CNT-INTEIRA WS-CNT-DECIMAL.
006620 
006630     IF WRK-PCT-RAW NOT = SPACES
006640         UNSTRING WRK-PCT-RAW DELIMITED BY ',' OR SPACE
006650             INTO WRK-PARTE-INTEIRA COUNT IN WS-CNT-INTEIRA
006660                  WRK-PARTE-DECIMAL COUNT IN WS-CNT-DECIMAL
006670         END-UNSTRING
006680     END-IF.
006690 
006700     EVALUATE TRUE
006710         WHEN WRK-PCT-RAW = SPACES
006720             DISPLAY 'ERRO: O PERCENTUAL NAO PODE FICAR EM '
006730                 'BRANCO.'
006740         WHEN WS-CNT-INTEIRA > 0
006750             AND WRK-PARTE-INTEIRA(1:WS-CNT-INTEIRA)
006760                     IS NOT NUMERIC
006770             DISPLAY 'ERRO: PERCENTUAL CONTEM CARACTERE NAO '
006780                 'NUMERICO.'
006790         WHEN WS-CNT-DECIMAL > 0
006800             AND WRK-PARTE-DECIMAL(1:WS-CNT-DECIMAL)
006810                     IS NOT NUMERIC
006820             DISPLAY 'ERRO: PERCENTUAL CONTEM CARACTERE NAO '
006830                 'NUMERICO.'
006840         WHEN WS-CNT-INTEIRA > 2
006850             DISPLAY 'ERRO: PERCENTUAL ACEITA NO MAXIMO 2 '
006860                 'DIGITOS INTEIROS.'
006870         WHEN WS-CNT-DECIMAL > 2
006880             DISPLAY 'ERRO: PERCENTUAL ACEITA NO MAXIMO 2 '
006890                 'DIGITOS DECIMAIS.'
006900         WHEN OTHER
006910             PERFORM 5150-MONTAR-PERCENTUAL THRU 5150-EXIT
006920             IF WRK-PCT-REAJUSTE = ZEROS
006930                 DISPLAY 'ERRO: O PERCENTUAL NAO PODE SER '
006940                     'ZERO.'
006950             ELSE
006960                 SET ENTRADA-VALIDA TO TRUE
006970             END-IF
006980     END-EVALUATE.
006990 5100-EXIT.
007000     EXIT.
007010******************************************************
007020* 5150-MONTAR-PERCENTUAL
007030* MONTA WRK-PCT-REAJUSTE A PARTIR DAS PARTES INTEIRA E
007040* DECIMAL JA VALIDADAS, ALINHANDO OS DIGITOS NAS
007050* POSICOES CORRETAS DO CAMPO NUMERICO.
007060******************************************************
007070 5150-MONTAR-PERCENTUAL.
007080     MOVE ZEROS TO WRK-PCT-REAJUSTE.
007090     IF WS-CNT-INTEIRA > 0
007100         MOVE WRK-PARTE-INTEIRA(1:WS-CNT-INTEIRA)
007110             TO WRK-PCT-X(3 - WS-CNT-INTEIRA :
007120                WS-CNT-INTEIRA)
007130     END-IF.
007140     IF WS-CNT-DECIMAL > 0
007150         MOVE WRK-PARTE-DECIMAL(1:WS-CNT-DECIMAL)
007160             TO WRK-PCT-X(3:WS-CNT-DECIMAL)
007170     END-IF.
007180 5150-EXIT.
007190     EXIT.
007200******************************************************
007210* 5200-OBTER-VIGENCIA
007220* SOLICITA A DATA DE INICIO DE VIGENCIA DOS PRECOS
007230* REAJUSTADOS NO FORMATO AAAAMMDD E VALIDA QUE SEJA
007240* NUMERICA COM MES E DIA DENTRO DOS LIMITES.
007250******************************************************
007260 5200-OBTER-VIGENCIA.
007270     MOVE 'N' TO WS-ENTRADA-VALIDA.
007280     DISPLAY 'VIGENCIA DO REAJUSTE (AAAAMMDD): '.
007290     MOVE SPACES TO WRK-DATA-RAW.
007300     ACCEPT WRK-DATA-RAW.
007310 
007320     IF WRK-DATA-RAW IS NOT NUMERIC
007330         DISPLAY 'ERRO: DATA INVALIDA - INFORME AAAAMMDD.'
007340         GO TO 5200-EXIT
007350     END-IF.
007360     MOVE WRK-DATA-RAW TO WRK-DATA-REAJUSTE.
007370     IF WRK-DATA-REAJUSTE(5:2) < '01'
007380        OR WRK-DATA-REAJUSTE(5:2) > '12'
007390        OR WRK-DATA-REAJUSTE(7:2) < '01'
007400        OR WRK-DATA-REAJUSTE(7:2) > '31'
007410         DISPLAY 'ERRO: MES OU DIA FORA DOS LIMITES.'
007420         GO TO 5200-EXIT
007430     END-IF.
007440     SET ENTRADA-VALIDA TO TRUE.
007450 5200-EXIT.
007460     EXIT.
007470******************************************************
007480* 5300-CARREGAR-VIGENTES
007490* MONTA A TABELA DOS PRECOS VIGENTES NA DATA DO DIA:
007500* O CADASTRO E LIDO EM ORDEM DE CHAVE (MATERIAL +
007510* DATA) E, PARA CADA MATERIAL, VALE O ULTIMO REGISTRO
007520* DE VIGENCIA NAO FUTURA, COM OS DADOS DE COMPRA.
007530******************************************************
007540 5300-CARREGAR-VIGENTES.
007550     MOVE ZEROS  TO TAB-QTD-VIGENTES.
007560     MOVE SPACES TO WRK-MATERIAL-ANTERIOR.
007570     MOVE 'N'    TO WS-TEM-VIGENTE.
007580     MOVE 'N'    TO WS-FIM-PRECOS.
007590 
007600     MOVE LOW-VALUES TO PRE-CHAVE.
007610     START ARQ-PRECOS KEY NOT < PRE-CHAVE
007620         INVALID KEY
007630             SET FIM-PRECOS TO TRUE
007640     END-START.
007650     PERFORM 5350-LER-PRECO THRU 5350-EXIT.
007660     PERFORM 5400-TRATAR-PRECO THRU 5400-EXIT
007670         UNTIL FIM-PRECOS.
007680     PERFORM 5500-GUARDAR-VIGENTE THRU 5500-EXIT.
007690 5300-EXIT.
007700     EXIT.
007710******************************************************
007720* 5350-LER-PRECO
007730* LE O PROXIMO REGISTRO DO CADASTRO DE PRECOS NA ORDEM
007740* DE CHAVE E LIGA O INDICADOR DE FIM QUANDO
007750* NECESSARIO.
007760******************************************************
007770 5350-LER-PRECO.
007780     IF FIM-PRECOS
007790         GO TO 5350-EXIT
007800     END-IF.
007810     READ ARQ-PRECOS NEXT RECORD
007820         AT END
007830             SET FIM-PRECOS TO TRUE
007840     END-READ.
007850 5350-EXIT.
007860     EXIT.
007870******************************************************
007880* 5400-TRATAR-PRECO
007890* GUARDA O PRECO CORRENTE QUANDO A VIGENCIA NAO FOR
007900* FUTURA, LEVANDO O VIGENTE DO MATERIAL ANTERIOR PARA
007910* A TABELA A CADA MUDANCA DE MATERIAL.
007920******************************************************
007930 5400-TRATAR-PRECO.
007940     IF PRE-MATERIAL NOT = WRK-MATERIAL-ANTERIOR
007950         PERFORM 5500-GUARDAR-VIGENTE THRU 5500-EXIT
007960         MOVE PRE-MATERIAL TO WRK-MATERIAL-ANTERIOR
007970         MOVE 'N' TO WS-TEM-VIGENTE
007980     END-IF.
007990 
008000     IF PRE-DATA-VIGENCIA NOT > WRK-DATA-HOJE
008010         MOVE PRE-PRECO-UNIT  TO WRK-VIG-PRECO
008020         MOVE PRE-RENDIMENTO  TO WRK-VIG-REND
008030         MOVE PRE-PCT-PERDA   TO WRK-VIG-PERDA
008040         MOVE PRE-UNID-COMPRA TO WRK-VIG-UNID
008050         MOVE PRE-COD-FORNECEDOR TO WRK-VIG-FORN
008060         SET TEM-VIGENTE TO TRUE
008070     END-IF.
008080 
008090     PERFORM 5350-LER-PRECO THRU 5350-EXIT.
008100 5400-EXIT.
008110     EXIT.
008120******************************************************
008130* 5500-GUARDAR-VIGENTE
008140* LEVA O PRECO VIGENTE GUARDADO DO MATERIAL ANTERIOR
008150* PARA A TABELA DE VIGENTES, QUANDO HOUVER.
008160******************************************************
008170 5500-GUARDAR-VIGENTE.
008180     IF NOT TEM-VIGENTE
008190        OR WRK-MATERIAL-ANTERIOR = SPACES
008200         GO TO 5500-EXIT
008210     END-IF.
008220 
008230     IF TAB-QTD-VIGENTES < 50
008240         ADD 1 TO TAB-QTD-VIGENTES
008250         SET IX-VIG TO TAB-QTD-VIGENTES
008260         MOVE WRK-MATERIAL-ANTERIOR
008270             TO TAB-VIG-MATERIAL(IX-VIG)
008280         MOVE WRK-VIG-PRECO TO TAB-VIG-PRECO(IX-VIG)
008290         MOVE WRK-VIG-REND  TO TAB-VIG-REND(IX-VIG)
008300         MOVE WRK-VIG-PERDA TO TAB-VIG-PERDA(IX-VIG)
008310         MOVE WRK-VIG-UNID  TO TAB-VIG-UNID(IX-VIG)
008320         MOVE WRK-VIG-FORN  TO TAB-VIG-FORN(IX-VIG)
008330     ELSE
008340         DISPLAY 'AVISO: TABELA DE VIGENTES CHEIA - '
008350             'MATERIAL FORA DO REAJUSTE: '
008360             WRK-MATERIAL-ANTERIOR
008370     END-IF.
008380 5500-EXIT.
008390     EXIT.
008400******************************************************
008410* 5600-GRAVAR-REAJUSTE
008420* GRAVA O NOVO REGISTRO DE VIGENCIA FUTURA DO MATERIAL
008430* CORRENTE DA TABELA, COM O PRECO VIGENTE ACRESCIDO DO
008440* PERCENTUAL DE REAJUSTE. REGISTRO JA EXISTENTE NA
008450* MESMA VIGENCIA E SUBSTITUIDO.
008460******************************************************
008470 5600-GRAVAR-REAJUSTE.
008480     COMPUTE WRK-PRECO-NOVO ROUNDED =
008490         TAB-VIG-PRECO(IX-VIG)
008500         * (100 + WRK-PCT-REAJUSTE) / 100.
008510
008520     MOVE TAB-VIG-MATERIAL(IX-VIG) TO PRE-MATERIAL.
008530     MOVE WRK-DATA-REAJUSTE        TO PRE-DATA-VIGENCIA.
008540     MOVE 'N' TO WS-JA-EXISTIA.
008550     READ ARQ-PRECOS
008560         INVALID KEY
008570             MOVE SPACES TO WRK-REG-ANTES
008580         NOT INVALID KEY
008590             MOVE REG-PRECO TO WRK-REG-ANTES
008600             SET JA-EXISTIA TO TRUE
008610     END-READ.
008620
008630     MOVE WRK-PRECO-NOVO           TO PRE-PRECO-UNIT.
008640     MOVE TAB-VIG-REND(IX-VIG)     TO PRE-RENDIMENTO.
008650     MOVE TAB-VIG-PERDA(IX-VIG)    TO PRE-PCT-PERDA.
008660     MOVE TAB-VIG-UNID(IX-VIG)     TO PRE-UNID-COMPRA.
008670     MOVE TAB-VIG-FORN(IX-VIG)     TO PRE-COD-FORNECEDOR.
008680
008690     IF JA-EXISTIA
008700         REWRITE REG-PRECO
008710             INVALID KEY
008720                 DISPLAY 'ERRO AO GRAVAR REAJUSTE DE '
008730                     TAB-VIG-MATERIAL(IX-VIG)
008740                     '. STATUS: ' WS-FS-PRECOS
008750             NOT INVALID KEY
008760                 ADD 1 TO WS-QTD-REAJUSTADOS
008770                 MOVE 'A' TO TRI-OPERACAO
008780                 PERFORM 3600-TRILHA-MOVIMENTO
008790                     THRU 3600-EXIT
008800         END-REWRITE
008810     ELSE
008820         WRITE REG-PRECO
008830             INVALID KEY
008840                 DISPLAY 'ERRO AO GRAVAR REAJUSTE DE '
008850                     TAB-VIG-MATERIAL(IX-VIG)
008860                     '. STATUS: ' WS-FS-PRECOS
008870             NOT INVALID KEY
008880                 ADD 1 TO WS-QTD-REAJUSTADOS
008890                 MOVE 'I' TO TRI-OPERACAO
008900                 PERFORM 3600-TRILHA-MOVIMENTO
008910                     THRU 3600-EXIT
008920         END-WRITE
008930     END-IF.
008940
008950     MOVE WRK-PRECO-NOVO TO WRK-PRECO-ED.
008960     DISPLAY '  ' TAB-VIG-MATERIAL(IX-VIG)
008970         ' NOVO PRECO ' WRK-PRECO-ED
008980         ' A PARTIR DE ' WRK-DATA-REAJUSTE.
008990 5600-EXIT.
009000     EXIT.
009010******************************************************
009020* 8900-GRAVAR-TRILHA
009030* GRAVA, POR EXTENSAO, UMA LINHA NA TRILHA DE
009040* ALTERACOES (TRILHA) COM O OPERADOR, A DATA/HORA E OS
009050* CAMPOS DE EVENTO JA PREPARADOS PELA ROTINA CHAMADORA
009060* (ARQUIVO, OPERACAO E REGISTRO ANTES/DEPOIS).
009070******************************************************
009080 8900-GRAVAR-TRILHA.
009090     ACCEPT WRK-DATA-TRILHA FROM DATE YYYYMMDD.
009100     ACCEPT WRK-HORA-TRILHA FROM TIME.
009110     MOVE WRK-DATA-TRILHA      TO TRI-DATA.
009120     MOVE WRK-HORA-TRILHA(1:6) TO TRI-HORA.
009130     MOVE WRK-OPERADOR         TO TRI-OPERADOR.
009140
009150     OPEN EXTEND ARQ-TRILHA.
009160     IF WS-FS-TRILHA = '05' OR WS-FS-TRILHA = '35'
009170         OPEN OUTPUT ARQ-TRILHA
009180     END-IF.
009190     IF WS-FS-TRILHA NOT = '00'
009200         DISPLAY 'AVISO: NAO FOI POSSIVEL GRAVAR A '
009210             'TRILHA DE ALTERACOES (TRILHA). STATUS: '
009220             WS-FS-TRILHA
009230         GO TO 8900-EXIT
009240     END-IF.
009250     WRITE REG-TRILHA FROM LINHA-TRILHA.
009260     CLOSE ARQ-TRILHA.
009270 8900-EXIT.
009280     EXIT.
009290******************************************************
009300* 9000-FINALIZAR
009310* FECHA O CADASTRO DE PRECOS ANTES DE TERMINAR.
009320******************************************************
009330 9000-FINALIZAR.
009340     CLOSE ARQ-PRECOS.
009350 9000-EXIT.
009360     EXIT.
