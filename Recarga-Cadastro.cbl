000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "RECARGA CADASTRO".
000030 AUTHOR. LUIS FERNANDO LAZANHA.
000040 INSTALLATION. SETOR DE TOPOGRAFIA E ORCAMENTOS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: RECONSTRUIR UM CADASTRO INDEXADO A PARTIR
000100* DE UMA GERACAO DA COPIA DE SEGURANCA GRAVADA PELO
000110* PROGRAMA DE COPIA DOS CADASTROS. O SUPERVISOR
000120* IDENTIFICADO NO CADASTRO DE OPERADORES (OPEMST)
000130* ESCOLHE O CADASTRO E A DATA DA COPIA NO CATALOGO
000140* (COPCAT). A COPIA INTEIRA E CONFERIDA ANTES DE
000150* QUALQUER ALTERACAO: CABECALHO DO CADASTRO E DA
000160* GERACAO ESCOLHIDOS, TAMANHO DO REGISTRO IGUAL AO DO
000170* LAYOUT ATUAL, E QUANTIDADE E TOTAIS HASH DOS DADOS
000180* IGUAIS AOS DO TRAILER E DO CATALOGO. SO ENTAO, COM
000190* CONFIRMACAO, O CADASTRO E REGRAVADO POR INTEIRO E A
000200* RECARGA E REGISTRADA NA TRILHA DE ALTERACOES
000210* (OPERACAO R) EM NOME DO OPERADOR.
000220* CODIGO DE RETORNO: 0 = CADASTRO RECARREGADO,
000230* 4 = RECARREGADO COM REGISTROS REJEITADOS NA GRAVACAO,
000240* 8 = COPIA REJEITADA, RECARGA CANCELADA OU ERRO (O
000250* CADASTRO SO E TOCADO DEPOIS DA COPIA CONFERIDA).
000260*
000270* HISTORICO DE ALTERACOES
000280* DATA       AUTOR   DESCRICAO
000290* 15/10/2026 LFL     VERSAO ORIGINAL - RECARGA DE UM
000300*                    CADASTRO INDEXADO A PARTIR DA
000310*                    COPIA DE SEGURANCA CONFERIDA.
000320* 15/10/2026 LFL     INCLUIDO O CADASTRO DE CUSTOS DE
000330*                    AQUISICAO (CUSMST) NA RECARGA.
000340* 15/10/2026 LFL     INCLUIDO O CADASTRO DE VENDEDORES
000350*                    (VENMST) NA RECARGA.
000360******************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SPECIAL-NAMES.
000400     DECIMAL-POINT IS COMMA.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ARQ-CLIENTES ASSIGN TO "CLIMST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CLI-CODIGO
000470         FILE STATUS IS WS-FS-CADASTRO.
000480 
000490     SELECT ARQ-PRECOS-NEG ASSIGN TO "CLIPREC"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS CPR-CHAVE
000530         FILE STATUS IS WS-FS-CADASTRO.
000540 
000550     SELECT ARQ-PRECOS ASSIGN TO "PRECMST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS PRE-CHAVE
000590         FILE STATUS IS WS-FS-CADASTRO.
000600 
000610     SELECT ARQ-FORNECEDORES ASSIGN TO "FORMST"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS FOR-CODIGO
000650         FILE STATUS IS WS-FS-CADASTRO.
000660 
000670     SELECT ARQ-OPERADORES ASSIGN TO "OPEMST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS OPE-CODIGO
000710         FILE STATUS IS WS-FS-OPERADORES.
000720 
000730     SELECT ARQ-PROPOSTAS ASSIGN TO "PROPMST"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS PRO-NUMERO
000770         FILE STATUS IS WS-FS-CADASTRO.
000780 
000790     SELECT ARQ-TITULOS ASSIGN TO "TITMST"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS TIT-CHAVE
000830         FILE STATUS IS WS-FS-CADASTRO.
000840 
000850     SELECT ARQ-PEDIDOS ASSIGN TO "PEDMST"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS PED-CHAVE
000890         FILE STATUS IS WS-FS-CADASTRO.
000900 
000910     SELECT ARQ-ITENS-PROP ASSIGN TO "PROPITM"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS PIT-CHAVE
000950         FILE STATUS IS WS-FS-CADASTRO.
000960 
000970     SELECT ARQ-ESTOQUE ASSIGN TO "ESTMST"
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS EST-MATERIAL
001010         FILE STATUS IS WS-FS-CADASTRO.
001020 
001030     SELECT ARQ-CUSTOS ASSIGN TO "CUSMST"
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS CUS-CHAVE
001070         FILE STATUS IS WS-FS-CADASTRO.
001080 
001090     SELECT ARQ-VENDEDORES ASSIGN TO "VENMST"
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS DYNAMIC
001120         RECORD KEY IS VEN-CODIGO
001130         FILE STATUS IS WS-FS-CADASTRO.
001140 
001150     SELECT ARQ-COPIA ASSIGN TO WRK-NOME-COPIA
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS WS-FS-COPIA.
001180 
001190     SELECT ARQ-CATALOGO ASSIGN TO "COPCAT"
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS WS-FS-CATALOGO.
001220 
001230     SELECT ARQ-TRILHA ASSIGN TO "TRILHA"
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS WS-FS-TRILHA.
001260 DATA DIVISION.
001270 FILE SECTION.
001280 FD  ARQ-CLIENTES.
001290     COPY CLIMST.
001300 
001310 FD  ARQ-PRECOS-NEG.
001320     COPY CLIPREC.
001330 
001340 FD  ARQ-PRECOS.
001350     COPY PRECMST.
001360 
001370 FD  ARQ-FORNECEDORES.
001380     COPY FORMST.
001390 
001400 FD  ARQ-OPERADORES.
001410     COPY OPEMST.
001420 
001430 FD  ARQ-PROPOSTAS.
001440     COPY PROPMST.
001450 
001460 FD  ARQ-TITULOS.
001470     COPY TITMST.
001480 
001490 FD  ARQ-PEDIDOS.
001500     COPY PEDMST.
001510 
001520 FD  ARQ-ITENS-PROP.
001530     COPY PROPITM.
001540 
001550 FD  ARQ-ESTOQUE.
001560     COPY ESTMST.
001570 
001580 FD  ARQ-CUSTOS.
001590     COPY CUSMST.
001600 
001610 FD  ARQ-VENDEDORES.
001620     COPY VENMST.
001630 
001640 FD  ARQ-COPIA
001650     RECORDING MODE IS F.
001660 01  REG-COPIA               PIC X(121).
001670 
001680 FD  ARQ-CATALOGO
001690     RECORDING MODE IS F.
001700 01  REG-CATALOGO            PIC X(80).
001710 
001720 FD  ARQ-TRILHA
001730     RECORDING MODE IS F.
001740 01  REG-TRILHA              PIC X(270).
001750 WORKING-STORAGE SECTION.
001760******************************************************
001770* AREA DE CHAVES (SWITCHES) E CONTADORES - NIVEL 77
001780******************************************************
001790 77  WS-FS-CADASTRO          PIC X(02)    VALUE SPACES.
001800 77  WS-FS-COPIA             PIC X(02)    VALUE SPACES.
001810 77  WS-FS-CATALOGO          PIC X(02)    VALUE SPACES.
001820 77  WS-FIM-CADASTRO         PIC X(01)    VALUE 'N'.
001830     88 FIM-CADASTRO                     VALUE 'S'.
001840 77  WS-FIM-COPIA            PIC X(01)    VALUE 'N'.
001850     88 FIM-COPIA                        VALUE 'S'.
001860 77  WS-FIM-CATALOGO         PIC X(01)    VALUE 'N'.
001870     88 FIM-CATALOGO                     VALUE 'S'.
001880 77  WS-CADASTRO-VALIDO      PIC X(01)    VALUE 'N'.
001890     88 CADASTRO-VALIDO                  VALUE 'S'.
001900 77  WS-GERACAO-ESCOLHIDA    PIC X(01)    VALUE 'N'.
001910     88 GERACAO-ESCOLHIDA                VALUE 'S'.
001920 77  WS-TRAILER-LIDO         PIC X(01)    VALUE 'N'.
001930     88 TRAILER-LIDO                     VALUE 'S'.
001940 77  WS-COPIA-REJEITADA      PIC X(01)    VALUE 'N'.
001950     88 COPIA-REJEITADA                  VALUE 'S'.
001960 77  WS-IND-CADASTRO         PIC 9(02)    VALUE ZEROS.
001970 77  WS-POSICAO              PIC 9(03) COMP VALUE ZEROS.
001980 77  WS-QTD-ANTERIOR         PIC 9(09)    VALUE ZEROS.
001990 77  WS-QTD-RECARREGADOS     PIC 9(09)    VALUE ZEROS.
002000 77  WS-QTD-REJEITADOS       PIC 9(09)    VALUE ZEROS.
002010******************************************************
002020* AREA DO CADASTRO E DA GERACAO ESCOLHIDOS
002030******************************************************
002040 77  WRK-DATA-HOJE           PIC 9(08)    VALUE ZEROS.
002050 77  WRK-RESPOSTA            PIC X(01)    VALUE SPACES.
002060 77  WRK-CADASTRO            PIC X(07)    VALUE SPACES.
002070 77  WRK-CADASTRO-INF        PIC X(07)    VALUE SPACES.
002080 77  WRK-DATA-RAW            PIC X(08)    VALUE SPACES.
002090 77  WRK-NOME-COPIA          PIC X(12)    VALUE SPACES.
002100 77  WRK-GERACAO             PIC 9(02)    VALUE ZEROS.
002110 77  WRK-DATA-COPIA          PIC 9(08)    VALUE ZEROS.
002120 77  WRK-HORA-COPIA          PIC 9(06)    VALUE ZEROS.
002130 77  WRK-CAT-QTD             PIC 9(09)    VALUE ZEROS.
002140 77  WRK-CAT-HASH-CHAVE      PIC 9(15)    VALUE ZEROS.
002150 77  WRK-CAT-HASH-DADOS      PIC 9(15)    VALUE ZEROS.
002160 77  WRK-TAM-REGISTRO        PIC 9(03)    VALUE ZEROS.
002170 77  WRK-TAM-CHAVE           PIC 9(03)    VALUE ZEROS.
002180 77  WRK-MOTIVO              PIC X(50)    VALUE SPACES.
002190******************************************************
002200* TABELA DOS CADASTROS QUE PODEM SER RECARREGADOS
002210* (MESMA ORDEM DA COPIA DOS CADASTROS)
002220******************************************************
002230 01  TABELA-CADASTROS-VALORES.
002240     05 FILLER               PIC X(07)    VALUE 'CLIMST '.
002250     05 FILLER               PIC X(07)    VALUE 'CLIPREC'.
002260     05 FILLER               PIC X(07)    VALUE 'PRECMST'.
002270     05 FILLER               PIC X(07)    VALUE 'FORMST '.
002280     05 FILLER               PIC X(07)    VALUE 'OPEMST '.
002290     05 FILLER               PIC X(07)    VALUE 'PROPMST'.
002300     05 FILLER               PIC X(07)    VALUE 'TITMST '.
002310     05 FILLER               PIC X(07)    VALUE 'PEDMST '.
002320     05 FILLER               PIC X(07)    VALUE 'PROPITM'.
002330     05 FILLER               PIC X(07)    VALUE 'ESTMST '.
002340     05 FILLER               PIC X(07)    VALUE 'CUSMST '.
002350     05 FILLER               PIC X(07)    VALUE 'VENMST '.
002360 01  TABELA-CADASTROS REDEFINES TABELA-CADASTROS-VALORES.
002370     05 TCD-NOME             PIC X(07)    OCCURS 12 TIMES
002380                             INDEXED BY IX-CAD.
002390******************************************************
002400* TABELA DAS GERACOES CATALOGADAS DO CADASTRO ESCOLHIDO
002410******************************************************
002420 01  TABELA-GERACOES.
002430     05 TGE-QTD-GERACOES     PIC 9(03) COMP VALUE ZEROS.
002440     05 TGE-ITEM             OCCURS 30 TIMES
002450                             INDEXED BY IX-GER.
002460         10 TGE-LINHA        PIC X(80).
002470******************************************************
002480* LINHA DO CATALOGO E LINHA DA COPIA (LAYOUTS
002490* COMPARTILHADOS COM A COPIA DOS CADASTROS)
002500******************************************************
002510     COPY LINCAT.
002520     COPY LINCOP.
002530******************************************************
002540* AREA DO REGISTRO LIDO DA COPIA E DOS TOTAIS DE
002550* CONFERENCIA (MESMO CALCULO DA COPIA DOS CADASTROS:
002560* CADA POSICAO MULTIPLICADA PELA SUA POSICAO)
002570******************************************************
002580 01  WRK-REGISTRO-GRP.
002590     05 WRK-REGISTRO         PIC X(120).
002600     05 WRK-REGISTRO-POS REDEFINES WRK-REGISTRO.
002610         10 WRK-BYTE-REG     PIC X(01)    OCCURS 120 TIMES.
002620 01  WRK-BYTE-GRP.
002630     05 WRK-BYTE-VALOR       PIC 9(04) COMP VALUE ZEROS.
002640 01  WRK-BYTE-X REDEFINES WRK-BYTE-GRP.
002650     05 FILLER               PIC X(01).
002660     05 WRK-BYTE-CARACTER    PIC X(01).
002670 77  WRK-PARCELA             PIC 9(09)    VALUE ZEROS.
002680 77  WRK-QTD-REGISTROS       PIC 9(09)    VALUE ZEROS.
002690 77  WRK-HASH-CHAVE          PIC 9(15)    VALUE ZEROS.
002700 77  WRK-HASH-DADOS          PIC 9(15)    VALUE ZEROS.
002710 77  WRK-QTD-ED              PIC Z(08)9   VALUE ZEROS.
002720******************************************************
002730* AREA DA IDENTIFICACAO DE OPERADOR (OPEMST) E DA
002740* TRILHA DE ALTERACOES DOS CADASTROS (TRILHA)
002750******************************************************
002760 77  WS-FS-OPERADORES        PIC X(02)    VALUE SPACES.
002770 77  WS-FS-TRILHA            PIC X(02)    VALUE SPACES.
002780 77  WS-TENTATIVAS           PIC 9(01)    VALUE ZEROS.
002790 77  WS-OPERADOR-OK          PIC X(01)    VALUE 'N'.
002800     88 OPERADOR-IDENTIFICADO            VALUE 'S'.
002810 77  WS-OPERADOR-SUP         PIC X(01)    VALUE 'N'.
002820     88 OPERADOR-SUPERVISOR              VALUE 'S'.
002830 77  WRK-OPERADOR            PIC X(08)    VALUE SPACES.
002840 77  WRK-OPERADOR-INF        PIC X(08)    VALUE SPACES.
002850 77  WRK-SENHA-INF           PIC X(08)    VALUE SPACES.
002860 77  WRK-DATA-TRILHA         PIC 9(08)    VALUE ZEROS.
002870 77  WRK-HORA-TRILHA         PIC 9(08)    VALUE ZEROS.
002880******************************************************
002890* LINHA DA TRILHA DE ALTERACOES (LAYOUT COMPARTILHADO)
002900* E IMAGENS ANTES/DEPOIS DA RECARGA
002910******************************************************
002920     COPY LINTRIL.
002930 01  LINHA-RECARGA-ANTES.
002940     05 FILLER               PIC X(28)
002950        VALUE 'REGISTROS ANTES DA RECARGA: '.
002960     05 LRA-QTD              PIC 9(09).
002970     05 FILLER               PIC X(83)    VALUE SPACES.
002980 01  LINHA-RECARGA-DEPOIS.
002990     05 FILLER               PIC X(06)    VALUE 'COPIA '.
003000     05 LRD-NOME-COPIA       PIC X(12).
003010     05 FILLER               PIC X(04)    VALUE ' DE '.
003020     05 LRD-DATA             PIC 9(08).
003030     05 FILLER               PIC X(01)    VALUE SPACE.
003040     05 LRD-HORA             PIC 9(06).
003050     05 FILLER               PIC X(14)
003060        VALUE ' RECARREGADOS '.
003070     05 LRD-RECARREGADOS     PIC 9(09).
003080     05 FILLER               PIC X(12)
003090        VALUE ' REJEITADOS '.
003100     05 LRD-REJEITADOS       PIC 9(09).
003110     05 FILLER               PIC X(39)    VALUE SPACES.
003120 PROCEDURE DIVISION.
003130******************************************************
003140* 0000-MAINLINE
003150* ROTINA PRINCIPAL DO PROGRAMA
003160******************************************************
003170 0000-MAINLINE.
003180     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003190 
003200     PERFORM 2000-OBTER-CADASTRO THRU 2000-EXIT
003210         UNTIL CADASTRO-VALIDO.
003220     PERFORM 2100-CARREGAR-GERACOES THRU 2100-EXIT.
003230     PERFORM 2200-OBTER-GERACAO THRU 2200-EXIT
003240         UNTIL GERACAO-ESCOLHIDA.
003250 
003260     PERFORM 3000-CONFERIR-COPIA THRU 3000-EXIT.
003270     PERFORM 4000-CONFIRMAR-RECARGA THRU 4000-EXIT.
003280     PERFORM 4100-CONTAR-ATUAL THRU 4100-EXIT.
003290     PERFORM 5000-RECARREGAR THRU 5000-EXIT.
003300     PERFORM 8900-GRAVAR-TRILHA THRU 8900-EXIT.
003310     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
003320 
003330     STOP RUN.
003340******************************************************
003350* 1000-INICIALIZAR
003360* OBTEM A DATA DO DIA E IDENTIFICA O OPERADOR, QUE
003370* PRECISA SER SUPERVISOR PARA RECARREGAR UM CADASTRO.
003380******************************************************
003390 1000-INICIALIZAR.
003400     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
003410 
003420     PERFORM 1500-IDENTIFICAR-OPERADOR THRU 1500-EXIT.
003430     IF NOT OPERADOR-SUPERVISOR
003440         DISPLAY 'ACESSO NEGADO: SO SUPERVISOR PODE '
003450             'RECARREGAR CADASTRO.'
003460         MOVE 8 TO RETURN-CODE
003470         STOP RUN
003480     END-IF.
003490 1000-EXIT.
003500     EXIT.
003510******************************************************
003520* 1500-IDENTIFICAR-OPERADOR
003530* IDENTIFICA O OPERADOR NA ENTRADA DO PROGRAMA CONTRA O
003540* CADASTRO DE OPERADORES (OPEMST), COM ATE 3 TENTATIVAS.
003550* QUANDO O CADASTRO NAO EXISTE OU ESTA DANIFICADO, O
003560* ACESSO E LIBERADO COM AVISO E NIVEL SUPERVISOR, PARA
003570* QUE O PROPRIO OPEMST POSSA SER RECARREGADO.
003580******************************************************
003590 1500-IDENTIFICAR-OPERADOR.
003600     OPEN INPUT ARQ-OPERADORES.
003610     IF WS-FS-OPERADORES NOT = '00'
003620         DISPLAY 'AVISO: CADASTRO DE OPERADORES (OPEMST) '
003630             'INDISPONIVEL - ACESSO LIBERADO PARA '
003640             'IMPLANTACAO.'
003650         MOVE '*SEMCAD*' TO WRK-OPERADOR
003660         SET OPERADOR-IDENTIFICADO TO TRUE
003670         SET OPERADOR-SUPERVISOR TO TRUE
003680         GO TO 1500-EXIT
003690     END-IF.
003700 
003710     PERFORM 1550-TENTAR-IDENTIFICACAO THRU 1550-EXIT
003720         UNTIL OPERADOR-IDENTIFICADO
003730            OR WS-TENTATIVAS > 2.
003740     CLOSE ARQ-OPERADORES.
003750 
003760     IF NOT OPERADOR-IDENTIFICADO
003770         DISPLAY 'ACESSO NEGADO - TENTATIVAS ESGOTADAS.'
003780         MOVE 8 TO RETURN-CODE
003790         STOP RUN
003800     END-IF.
003810 1500-EXIT.
003820     EXIT.
003830******************************************************
003840* 1550-TENTAR-IDENTIFICACAO
003850* SOLICITA CODIGO E SENHA E CONFERE NO CADASTRO QUE O
003860* OPERADOR EXISTE, A SENHA CONFERE E A SITUACAO E
003870* ATIVA, GUARDANDO O NIVEL DE ACESSO.
003880******************************************************
003890 1550-TENTAR-IDENTIFICACAO.
003900     ADD 1 TO WS-TENTATIVAS.
003910     DISPLAY 'CODIGO DO OPERADOR: '.
003920     MOVE SPACES TO WRK-OPERADOR-INF.
003930     ACCEPT WRK-OPERADOR-INF.
003940     DISPLAY 'SENHA: '.
003950     MOVE SPACES TO WRK-SENHA-INF.
003960     ACCEPT WRK-SENHA-INF.
003970 
003980     MOVE WRK-OPERADOR-INF TO OPE-CODIGO.
003990     READ ARQ-OPERADORES
004000         INVALID KEY
004010             DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
004020         NOT INVALID KEY
004030             IF OPE-SENHA = WRK-SENHA-INF
004040                AND OPERADOR-ATIVO
004050                 SET OPERADOR-IDENTIFICADO TO TRUE
004060                 MOVE OPE-CODIGO TO WRK-OPERADOR
004070                 IF NIVEL-SUPERVISOR
004080                     SET OPERADOR-SUPERVISOR TO TRUE
004090                 END-IF
004100                 DISPLAY 'OPERADOR IDENTIFICADO: '
004110                     OPE-NOME
004120             ELSE
004130                 DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
004140             END-IF
004150     END-READ.
004160 1550-EXIT.
004170     EXIT.
004180******************************************************
004190* 2000-OBTER-CADASTRO
004200* SOLICITA O CADASTRO A RECARREGAR E CONFERE QUE ELE
004210* ESTA ENTRE OS CADASTROS COPIADOS. CADASTRO EM BRANCO
004220* CANCELA A RECARGA.
004230******************************************************
004240 2000-OBTER-CADASTRO.
004250     DISPLAY 'CADASTROS: CLIMST CLIPREC PRECMST FORMST '
004260         'OPEMST PROPMST TITMST PEDMST PROPITM ESTMST '
004270         'CUSMST VENMST'.
004280     DISPLAY 'CADASTRO A RECARREGAR (EM BRANCO = '
004290         'CANCELAR): '.
004300     MOVE SPACES TO WRK-CADASTRO-INF.
004310     ACCEPT WRK-CADASTRO-INF.
004320 
004330     IF WRK-CADASTRO-INF = SPACES
004340         DISPLAY 'RECARGA CANCELADA PELO OPERADOR.'
004350         MOVE 8 TO RETURN-CODE
004360         STOP RUN
004370     END-IF.
004380 
004390     SET IX-CAD TO 1.
004400     SEARCH TCD-NOME
004410         AT END
004420             DISPLAY 'ERRO: CADASTRO ' WRK-CADASTRO-INF
004430                 ' NAO E COPIADO.'
004440         WHEN TCD-NOME(IX-CAD) = WRK-CADASTRO-INF
004450             MOVE TCD-NOME(IX-CAD) TO WRK-CADASTRO
004460             SET WS-IND-CADASTRO TO IX-CAD
004470             SET CADASTRO-VALIDO TO TRUE
004480     END-SEARCH.
004490 2000-EXIT.
004500     EXIT.
004510******************************************************
004520* 2100-CARREGAR-GERACOES
004530* LE O CATALOGO DAS COPIAS (COPCAT), GUARDA E EXIBE AS
004540* GERACOES CATALOGADAS DO CADASTRO ESCOLHIDO. SEM
004550* NENHUMA GERACAO NAO HA O QUE RECARREGAR.
004560******************************************************
004570 2100-CARREGAR-GERACOES.
004580     OPEN INPUT ARQ-CATALOGO.
004590     IF WS-FS-CATALOGO NOT = '00'
004600         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
004610             'CATALOGO DAS COPIAS (COPCAT). STATUS: '
004620             WS-FS-CATALOGO
004630         MOVE 8 TO RETURN-CODE
004640         STOP RUN
004650     END-IF.
004660 
004670     DISPLAY 'GERACOES CATALOGADAS DO ' WRK-CADASTRO ':'.
004680     PERFORM 2150-LER-CATALOGO THRU 2150-EXIT
004690         UNTIL FIM-CATALOGO.
004700     CLOSE ARQ-CATALOGO.
004710 
004720     IF TGE-QTD-GERACOES = ZEROS
004730         DISPLAY 'ERRO: NENHUMA COPIA CATALOGADA PARA O '
004740             'CADASTRO ' WRK-CADASTRO '.'
004750         MOVE 8 TO RETURN-CODE
004760         STOP RUN
004770     END-IF.
004780 2100-EXIT.
004790     EXIT.
004800******************************************************
004810* 2150-LER-CATALOGO
004820* LE UMA LINHA DO CATALOGO E GUARDA E EXIBE A GERACAO
004830* QUANDO ELA E DO CADASTRO ESCOLHIDO.
004840******************************************************
004850 2150-LER-CATALOGO.
004860     READ ARQ-CATALOGO INTO LINHA-CATALOGO
004870         AT END
004880             SET FIM-CATALOGO TO TRUE
004890             GO TO 2150-EXIT
004900     END-READ.
004910 
004920     IF CAT-CADASTRO NOT = WRK-CADASTRO
004930        OR TGE-QTD-GERACOES NOT < 30
004940         GO TO 2150-EXIT
004950     END-IF.
004960 
004970     ADD 1 TO TGE-QTD-GERACOES.
004980     SET IX-GER TO TGE-QTD-GERACOES.
004990     MOVE LINHA-CATALOGO TO TGE-LINHA(IX-GER).
005000     MOVE CAT-QTD TO WRK-QTD-ED.
005010     DISPLAY '  GERACAO ' CAT-GERACAO ' DATA ' CAT-DATA
005020         ' HORA ' CAT-HORA ' ARQUIVO ' CAT-NOME-COPIA
005030         ' REGISTROS ' WRK-QTD-ED.
005040 2150-EXIT.
005050     EXIT.
005060******************************************************
005070* 2200-OBTER-GERACAO
005080* SOLICITA A DATA DA COPIA A RECARREGAR (EM BRANCO = A
005090* MAIS RECENTE) E LOCALIZA A GERACAO NO CATALOGO.
005100******************************************************
005110 2200-OBTER-GERACAO.
005120     DISPLAY 'DATA DA COPIA (AAAAMMDD, EM BRANCO = MAIS '
005130         'RECENTE): '.
005140     MOVE SPACES TO WRK-DATA-RAW.
005150     ACCEPT WRK-DATA-RAW.
005160 
005170     IF WRK-DATA-RAW NOT = SPACES
005180        AND WRK-DATA-RAW IS NOT NUMERIC
005190         DISPLAY 'ERRO: INFORME A DATA COMO AAAAMMDD.'
005200         GO TO 2200-EXIT
005210     END-IF.
005220 
005230     MOVE ZEROS TO WRK-DATA-COPIA
005240                   WRK-HORA-COPIA.
005250     PERFORM 2250-COMPARAR-GERACAO THRU 2250-EXIT
005260         VARYING IX-GER FROM 1 BY 1
005270         UNTIL IX-GER > TGE-QTD-GERACOES.
005280 
005290     IF WRK-DATA-COPIA = ZEROS
005300         DISPLAY 'ERRO: NAO HA COPIA DO ' WRK-CADASTRO
005310             ' NA DATA ' WRK-DATA-RAW '.'
005320         GO TO 2200-EXIT
005330     END-IF.
005340     SET GERACAO-ESCOLHIDA TO TRUE.
005350 2200-EXIT.
005360     EXIT.
005370******************************************************
005380* 2250-COMPARAR-GERACAO
005390* GUARDA A GERACAO DA TABELA QUANDO ELA E DA DATA
005400* INFORMADA (OU, SEM DATA, QUANDO E A MAIS RECENTE).
005410******************************************************
005420 2250-COMPARAR-GERACAO.
005430     MOVE TGE-LINHA(IX-GER) TO LINHA-CATALOGO.
005440     IF WRK-DATA-RAW NOT = SPACES
005450        AND CAT-DATA NOT = WRK-DATA-RAW
005460         GO TO 2250-EXIT
005470     END-IF.
005480     IF CAT-DATA < WRK-DATA-COPIA
005490        OR (CAT-DATA = WRK-DATA-COPIA
005500            AND CAT-HORA NOT > WRK-HORA-COPIA)
005510         GO TO 2250-EXIT
005520     END-IF.
005530 
005540     MOVE CAT-DATA       TO WRK-DATA-COPIA.
005550     MOVE CAT-HORA       TO WRK-HORA-COPIA.
005560     MOVE CAT-GERACAO    TO WRK-GERACAO.
005570     MOVE CAT-NOME-COPIA TO WRK-NOME-COPIA.
005580     MOVE CAT-QTD        TO WRK-CAT-QTD.
005590     MOVE CAT-HASH-CHAVE TO WRK-CAT-HASH-CHAVE.
005600     MOVE CAT-HASH-DADOS TO WRK-CAT-HASH-DADOS.
005610 2250-EXIT.
005620     EXIT.
005630******************************************************
005640* 3000-CONFERIR-COPIA
005650* LE A COPIA ESCOLHIDA DO INICIO AO FIM SEM TOCAR NO
005660* CADASTRO: CONFERE O CABECALHO, RECALCULA A QUANTIDADE
005670* E OS TOTAIS DOS REGISTROS DE DADOS E OS COMPARA COM O
005680* TRAILER E COM O CATALOGO. QUALQUER DIVERGENCIA
005690* REJEITA A COPIA E ENCERRA O PROGRAMA.
005700******************************************************
005710 3000-CONFERIR-COPIA.
005720     PERFORM 3050-OBTER-TAMANHOS THRU 3050-EXIT.
005730 
005740     OPEN INPUT ARQ-COPIA.
005750     IF WS-FS-COPIA NOT = '00'
005760         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR A '
005770             'COPIA ' WRK-NOME-COPIA '. STATUS: '
005780             WS-FS-COPIA
005790         MOVE 8 TO RETURN-CODE
005800         STOP RUN
005810     END-IF.
005820 
005830     MOVE 'N' TO WS-FIM-COPIA.
005840     PERFORM 3100-LER-COPIA THRU 3100-EXIT.
005850     IF FIM-COPIA
005860        OR NOT COPIA-CABECALHO
005870         MOVE 'COPIA SEM REGISTRO DE CABECALHO' TO WRK-MOTIVO
005880         GO TO 3000-REJEITAR
005890     END-IF.
005900     IF COP-HDR-CADASTRO NOT = WRK-CADASTRO
005910        OR COP-HDR-GERACAO NOT = WRK-GERACAO
005920        OR COP-HDR-DATA NOT = WRK-DATA-COPIA
005930         MOVE 'CABECALHO NAO E DA GERACAO CATALOGADA'
005940             TO WRK-MOTIVO
005950         GO TO 3000-REJEITAR
005960     END-IF.
005970     IF COP-HDR-TAM-REG NOT = WRK-TAM-REGISTRO
005980         MOVE 'TAMANHO DO REGISTRO DIFERENTE DO LAYOUT ATUAL'
005990             TO WRK-MOTIVO
006000         GO TO 3000-REJEITAR
006010     END-IF.
006020 
006030     MOVE ZEROS TO WRK-QTD-REGISTROS
006040                   WRK-HASH-CHAVE
006050                   WRK-HASH-DADOS.
006060     PERFORM 3100-LER-COPIA THRU 3100-EXIT.
006070     PERFORM 3200-CONFERIR-REGISTRO THRU 3200-EXIT
006080         UNTIL FIM-COPIA
006090            OR TRAILER-LIDO
006100            OR COPIA-REJEITADA.
006110     IF COPIA-REJEITADA
006120         GO TO 3000-REJEITAR
006130     END-IF.
006140 
006150     IF NOT TRAILER-LIDO
006160         MOVE 'COPIA SEM TRAILER (INCOMPLETA)' TO WRK-MOTIVO
006170         GO TO 3000-REJEITAR
006180     END-IF.
006190     IF COP-TRL-QTD NOT = WRK-QTD-REGISTROS
006200         MOVE 'QUANTIDADE DE REGISTROS DIFERENTE DO TRAILER'
006210             TO WRK-MOTIVO
006220         GO TO 3000-REJEITAR
006230     END-IF.
006240     IF COP-TRL-HASH-CHAVE NOT = WRK-HASH-CHAVE
006250        OR COP-TRL-HASH-DADOS NOT = WRK-HASH-DADOS
006260         MOVE 'TOTAIS DE CONFERENCIA DIFERENTES DO TRAILER'
006270             TO WRK-MOTIVO
006280         GO TO 3000-REJEITAR
006290     END-IF.
006300     IF WRK-CAT-QTD NOT = WRK-QTD-REGISTROS
006310        OR WRK-CAT-HASH-CHAVE NOT = WRK-HASH-CHAVE
006320        OR WRK-CAT-HASH-DADOS NOT = WRK-HASH-DADOS
006330         MOVE 'TOTAIS DA COPIA DIFERENTES DO CATALOGO'
006340             TO WRK-MOTIVO
006350         GO TO 3000-REJEITAR
006360     END-IF.
006370 
006380     CLOSE ARQ-COPIA.
006390     MOVE WRK-QTD-REGISTROS TO WRK-QTD-ED.
006400     DISPLAY 'COPIA ' WRK-NOME-COPIA ' CONFERIDA - '
006410         'REGISTROS: ' WRK-QTD-ED.
006420     GO TO 3000-EXIT.
006430 
006440 3000-REJEITAR.
006450     CLOSE ARQ-COPIA.
006460     DISPLAY 'COPIA ' WRK-NOME-COPIA ' REJEITADA: '
006470         WRK-MOTIVO.
006480     DISPLAY 'O CADASTRO ' WRK-CADASTRO ' NAO FOI ALTERADO.'.
006490     MOVE 8 TO RETURN-CODE.
006500     STOP RUN.
006510 3000-EXIT.
006520     EXIT.
006530******************************************************
006540* 3050-OBTER-TAMANHOS
006550* GUARDA O TAMANHO DO REGISTRO E DA CHAVE DO LAYOUT
006560* ATUAL DO CADASTRO ESCOLHIDO.
006570******************************************************
006580 3050-OBTER-TAMANHOS.
006590     EVALUATE WS-IND-CADASTRO
006600         WHEN 1
006610             MOVE LENGTH OF REG-CLIENTE TO WRK-TAM-REGISTRO
006620             MOVE LENGTH OF CLI-CODIGO  TO WRK-TAM-CHAVE
006630         WHEN 2
006640             MOVE LENGTH OF REG-PRECO-CLIENTE
006650                 TO WRK-TAM-REGISTRO
006660             MOVE LENGTH OF CPR-CHAVE   TO WRK-TAM-CHAVE
006670         WHEN 3
006680             MOVE LENGTH OF REG-PRECO   TO WRK-TAM-REGISTRO
006690             MOVE LENGTH OF PRE-CHAVE   TO WRK-TAM-CHAVE
006700         WHEN 4
006710             MOVE LENGTH OF REG-FORNECEDOR
006720                 TO WRK-TAM-REGISTRO
006730             MOVE LENGTH OF FOR-CODIGO  TO WRK-TAM-CHAVE
006740         WHEN 5
006750             MOVE LENGTH OF REG-OPERADOR TO WRK-TAM-REGISTRO
006760             MOVE LENGTH OF OPE-CODIGO  TO WRK-TAM-CHAVE
006770         WHEN 6
006780             MOVE LENGTH OF REG-PROPOSTA TO WRK-TAM-REGISTRO
006790             MOVE LENGTH OF PRO-NUMERO  TO WRK-TAM-CHAVE
006800         WHEN 7
006810             MOVE LENGTH OF REG-TITULO  TO WRK-TAM-REGISTRO
006820             MOVE LENGTH OF TIT-CHAVE   TO WRK-TAM-CHAVE
006830         WHEN 8
006840             MOVE LENGTH OF REG-PEDIDO  TO WRK-TAM-REGISTRO
006850             MOVE LENGTH OF PED-CHAVE   TO WRK-TAM-CHAVE
006860         WHEN 9
006870             MOVE LENGTH OF REG-ITEM-PROPOSTA
006880                 TO WRK-TAM-REGISTRO
006890             MOVE LENGTH OF PIT-CHAVE   TO WRK-TAM-CHAVE
006900         WHEN 10
006910             MOVE LENGTH OF REG-ESTOQUE TO WRK-TAM-REGISTRO
006920             MOVE LENGTH OF EST-MATERIAL TO WRK-TAM-CHAVE
006930         WHEN 11
006940             MOVE LENGTH OF REG-CUSTO   TO WRK-TAM-REGISTRO
006950             MOVE LENGTH OF CUS-CHAVE   TO WRK-TAM-CHAVE
006960         WHEN 12
006970             MOVE LENGTH OF REG-VENDEDOR TO WRK-TAM-REGISTRO
006980             MOVE LENGTH OF VEN-CODIGO  TO WRK-TAM-CHAVE
006990     END-EVALUATE.
007000 3050-EXIT.
007010     EXIT.
007020******************************************************
007030* 3100-LER-COPIA
007040* LE A PROXIMA LINHA DA COPIA E LIGA O INDICADOR DE FIM
007050* DE ARQUIVO QUANDO NECESSARIO.
007060******************************************************
007070 3100-LER-COPIA.
007080     MOVE SPACES TO LINHA-COPIA.
007090     READ ARQ-COPIA INTO LINHA-COPIA
007100         AT END
007110             SET FIM-COPIA TO TRUE
007120     END-READ.
007130 3100-EXIT.
007140     EXIT.
007150******************************************************
007160* 3200-CONFERIR-REGISTRO
007170* ACUMULA UM REGISTRO DE DADOS NOS TOTAIS, RECONHECE O
007180* TRAILER E REJEITA QUALQUER OUTRO TIPO DE REGISTRO.
007190******************************************************
007200 3200-CONFERIR-REGISTRO.
007210     EVALUATE TRUE
007220         WHEN COPIA-DADOS
007230             MOVE COP-DADOS TO WRK-REGISTRO
007240             PERFORM 3300-CALCULAR-HASH THRU 3300-EXIT
007250             ADD 1 TO WRK-QTD-REGISTROS
007260         WHEN COPIA-TRAILER
007270             IF COP-TRL-CADASTRO = WRK-CADASTRO
007280                 SET TRAILER-LIDO TO TRUE
007290             ELSE
007300                 MOVE 'TRAILER DE OUTRO CADASTRO'
007310                     TO WRK-MOTIVO
007320                 SET COPIA-REJEITADA TO TRUE
007330             END-IF
007340             GO TO 3200-EXIT
007350         WHEN OTHER
007360             MOVE 'REGISTRO DE TIPO INVALIDO NA COPIA'
007370                 TO WRK-MOTIVO
007380             SET COPIA-REJEITADA TO TRUE
007390             GO TO 3200-EXIT
007400     END-EVALUATE.
007410 
007420     PERFORM 3100-LER-COPIA THRU 3100-EXIT.
007430 3200-EXIT.
007440     EXIT.
007450******************************************************
007460* 3300-CALCULAR-HASH
007470* SOMA O REGISTRO NOS TOTAIS DE CONFERENCIA DA CHAVE E
007480* DOS DADOS, POSICAO A POSICAO.
007490******************************************************
007500 3300-CALCULAR-HASH.
007510     PERFORM 3350-SOMAR-POSICAO THRU 3350-EXIT
007520         VARYING WS-POSICAO FROM 1 BY 1
007530         UNTIL WS-POSICAO > 120.
007540 3300-EXIT.
007550     EXIT.
007560******************************************************
007570* 3350-SOMAR-POSICAO
007580* CONVERTE O CARACTER DA POSICAO NO SEU VALOR BINARIO
007590* E O SOMA, MULTIPLICADO PELA POSICAO, NO TOTAL DA
007600* CHAVE OU NO TOTAL DOS DADOS.
007610******************************************************
007620 3350-SOMAR-POSICAO.
007630     MOVE ZEROS TO WRK-BYTE-VALOR.
007640     MOVE WRK-BYTE-REG(WS-POSICAO) TO WRK-BYTE-CARACTER.
007650     COMPUTE WRK-PARCELA = WRK-BYTE-VALOR * WS-POSICAO.
007660     IF WS-POSICAO > WRK-TAM-CHAVE
007670         ADD WRK-PARCELA TO WRK-HASH-DADOS
007680     ELSE
007690         ADD WRK-PARCELA TO WRK-HASH-CHAVE
007700     END-IF.
007710 3350-EXIT.
007720     EXIT.
007730******************************************************
007740* 4000-CONFIRMAR-RECARGA
007750* MOSTRA O QUE VAI SER FEITO E PEDE A CONFIRMACAO DO
007760* OPERADOR ANTES DE SUBSTITUIR O CADASTRO.
007770******************************************************
007780 4000-CONFIRMAR-RECARGA.
007790     DISPLAY 'ATENCAO: O CADASTRO ' WRK-CADASTRO ' SERA '
007800         'SUBSTITUIDO PELA COPIA DE ' WRK-DATA-COPIA ' '
007810         WRK-HORA-COPIA '.'.
007820     DISPLAY 'CONFIRMA A RECARGA (S/N): '.
007830     MOVE SPACES TO WRK-RESPOSTA.
007840     ACCEPT WRK-RESPOSTA.
007850     IF WRK-RESPOSTA NOT = 'S' AND WRK-RESPOSTA NOT = 's'
007860         DISPLAY 'RECARGA CANCELADA PELO OPERADOR.'
007870         MOVE 8 TO RETURN-CODE
007880         STOP RUN
007890     END-IF.
007900 4000-EXIT.
007910     EXIT.
007920******************************************************
007930* 4100-CONTAR-ATUAL
007940* CONTA OS REGISTROS DO CADASTRO ANTES DA RECARGA, PARA
007950* A TRILHA. CADASTRO INEXISTENTE OU ILEGIVEL CONTA
007960* ZERO REGISTROS E NAO IMPEDE A RECARGA.
007970******************************************************
007980 4100-CONTAR-ATUAL.
007990     MOVE ZEROS TO WS-QTD-ANTERIOR.
008000     MOVE 'N' TO WS-FIM-CADASTRO.
008010     PERFORM 6000-ABRIR-LEITURA THRU 6000-EXIT.
008020     IF WS-FS-CADASTRO NOT = '00'
008030         DISPLAY 'AVISO: CADASTRO ' WRK-CADASTRO ' ATUAL '
008040             'NAO PODE SER LIDO. STATUS: ' WS-FS-CADASTRO
008050         GO TO 4100-EXIT
008060     END-IF.
008070 
008080     PERFORM 6100-LER-PROXIMO THRU 6100-EXIT.
008090     PERFORM 4150-CONTAR-REGISTRO THRU 4150-EXIT
008100         UNTIL FIM-CADASTRO.
008110     PERFORM 6300-FECHAR-CADASTRO THRU 6300-EXIT.
008120 4100-EXIT.
008130     EXIT.
008140******************************************************
008150* 4150-CONTAR-REGISTRO
008160* CONTA UM REGISTRO DO CADASTRO ATUAL E LE O PROXIMO.
008170******************************************************
008180 4150-CONTAR-REGISTRO.
008190     ADD 1 TO WS-QTD-ANTERIOR.
008200     PERFORM 6100-LER-PROXIMO THRU 6100-EXIT.
008210 4150-EXIT.
008220     EXIT.
008230******************************************************
008240* 5000-RECARREGAR
008250* RECRIA O CADASTRO VAZIO E GRAVA NELE CADA REGISTRO DE
008260* DADOS DA COPIA JA CONFERIDA. REGISTRO RECUSADO NA
008270* GRAVACAO E CONTADO COMO REJEITADO.
008280******************************************************
008290 5000-RECARREGAR.
008300     PERFORM 6050-ABRIR-GRAVACAO THRU 6050-EXIT.
008310     IF WS-FS-CADASTRO NOT = '00'
008320         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL RECRIAR O '
008330             'CADASTRO ' WRK-CADASTRO '. STATUS: '
008340             WS-FS-CADASTRO
008350         DISPLAY 'REPITA A RECARGA COM A MESMA COPIA.'
008360         MOVE 8 TO RETURN-CODE
008370         STOP RUN
008380     END-IF.
008390 
008400     OPEN INPUT ARQ-COPIA.
008410     IF WS-FS-COPIA NOT = '00'
008420         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL REABRIR A '
008430             'COPIA ' WRK-NOME-COPIA '. STATUS: '
008440             WS-FS-COPIA
008450         PERFORM 6300-FECHAR-CADASTRO THRU 6300-EXIT
008460         DISPLAY 'REPITA A RECARGA COM A MESMA COPIA.'
008470         MOVE 8 TO RETURN-CODE
008480         STOP RUN
008490     END-IF.
008500 
008510     MOVE 'N' TO WS-FIM-COPIA.
008520     PERFORM 3100-LER-COPIA THRU 3100-EXIT.
008530     PERFORM 5100-GRAVAR-REGISTRO THRU 5100-EXIT
008540         UNTIL FIM-COPIA.
008550 
008560     CLOSE ARQ-COPIA.
008570     PERFORM 6300-FECHAR-CADASTRO THRU 6300-EXIT.
008580 5000-EXIT.
008590     EXIT.
008600******************************************************
008610* 5100-GRAVAR-REGISTRO
008620* GRAVA NO CADASTRO O REGISTRO DE DADOS LIDO DA COPIA
008630* (CABECALHO E TRAILER SAO PULADOS) E LE A PROXIMA
008640* LINHA.
008650******************************************************
008660 5100-GRAVAR-REGISTRO.
008670     IF COPIA-DADOS
008680         MOVE COP-DADOS TO WRK-REGISTRO
008690         PERFORM 6200-GRAVAR-CADASTRO THRU 6200-EXIT
008700         IF WS-FS-CADASTRO = '00'
008710             ADD 1 TO WS-QTD-RECARREGADOS
008720         ELSE
008730             ADD 1 TO WS-QTD-REJEITADOS
008740             DISPLAY 'AVISO: REGISTRO REJEITADO NA GRAVACAO. '
008750                 'STATUS: ' WS-FS-CADASTRO ' CHAVE: '
008760                 WRK-REGISTRO(1:WRK-TAM-CHAVE)
008770         END-IF
008780     END-IF.
008790 
008800     PERFORM 3100-LER-COPIA THRU 3100-EXIT.
008810 5100-EXIT.
008820     EXIT.
008830******************************************************
008840* 6000-ABRIR-LEITURA
008850* ABRE PARA LEITURA O CADASTRO ESCOLHIDO.
008860******************************************************
008870 6000-ABRIR-LEITURA.
008880     EVALUATE WS-IND-CADASTRO
008890         WHEN 1
008900             OPEN INPUT ARQ-CLIENTES
008910         WHEN 2
008920             OPEN INPUT ARQ-PRECOS-NEG
008930         WHEN 3
008940             OPEN INPUT ARQ-PRECOS
008950         WHEN 4
008960             OPEN INPUT ARQ-FORNECEDORES
008970         WHEN 5
008980             OPEN INPUT ARQ-OPERADORES
008990             MOVE WS-FS-OPERADORES TO WS-FS-CADASTRO
009000         WHEN 6
009010             OPEN INPUT ARQ-PROPOSTAS
009020         WHEN 7
009030             OPEN INPUT ARQ-TITULOS
009040         WHEN 8
009050             OPEN INPUT ARQ-PEDIDOS
009060         WHEN 9
009070             OPEN INPUT ARQ-ITENS-PROP
009080         WHEN 10
009090             OPEN INPUT ARQ-ESTOQUE
009100         WHEN 11
009110             OPEN INPUT ARQ-CUSTOS
009120         WHEN 12
009130             OPEN INPUT ARQ-VENDEDORES
009140     END-EVALUATE.
009150 6000-EXIT.
009160     EXIT.
009170******************************************************
009180* 6050-ABRIR-GRAVACAO
009190* RECRIA VAZIO O CADASTRO ESCOLHIDO, ABERTO PARA
009200* GRAVACAO.
009210******************************************************
009220 6050-ABRIR-GRAVACAO.
009230     EVALUATE WS-IND-CADASTRO
009240         WHEN 1
009250             OPEN OUTPUT ARQ-CLIENTES
009260         WHEN 2
009270             OPEN OUTPUT ARQ-PRECOS-NEG
009280         WHEN 3
009290             OPEN OUTPUT ARQ-PRECOS
009300         WHEN 4
009310             OPEN OUTPUT ARQ-FORNECEDORES
009320         WHEN 5
009330             OPEN OUTPUT ARQ-OPERADORES
009340             MOVE WS-FS-OPERADORES TO WS-FS-CADASTRO
009350         WHEN 6
009360             OPEN OUTPUT ARQ-PROPOSTAS
009370         WHEN 7
009380             OPEN OUTPUT ARQ-TITULOS
009390         WHEN 8
009400             OPEN OUTPUT ARQ-PEDIDOS
009410         WHEN 9
009420             OPEN OUTPUT ARQ-ITENS-PROP
009430         WHEN 10
009440             OPEN OUTPUT ARQ-ESTOQUE
009450         WHEN 11
009460             OPEN OUTPUT ARQ-CUSTOS
009470         WHEN 12
009480             OPEN OUTPUT ARQ-VENDEDORES
009490     END-EVALUATE.
009500 6050-EXIT.
009510     EXIT.
009520******************************************************
009530* 6100-LER-PROXIMO
009540* LE O PROXIMO REGISTRO DO CADASTRO ESCOLHIDO. FIM DE
009550* ARQUIVO OU ERRO DE LEITURA ENCERRAM A CONTAGEM.
009560******************************************************
009570 6100-LER-PROXIMO.
009580     EVALUATE WS-IND-CADASTRO
009590         WHEN 1
009600             READ ARQ-CLIENTES NEXT RECORD
009610         WHEN 2
009620             READ ARQ-PRECOS-NEG NEXT RECORD
009630         WHEN 3
009640             READ ARQ-PRECOS NEXT RECORD
009650         WHEN 4
009660             READ ARQ-FORNECEDORES NEXT RECORD
009670         WHEN 5
009680             READ ARQ-OPERADORES NEXT RECORD
009690             MOVE WS-FS-OPERADORES TO WS-FS-CADASTRO
009700         WHEN 6
009710             READ ARQ-PROPOSTAS NEXT RECORD
009720         WHEN 7
009730             READ ARQ-TITULOS NEXT RECORD
009740         WHEN 8
009750             READ ARQ-PEDIDOS NEXT RECORD
009760         WHEN 9
009770             READ ARQ-ITENS-PROP NEXT RECORD
009780         WHEN 10
009790             READ ARQ-ESTOQUE NEXT RECORD
009800         WHEN 11
009810             READ ARQ-CUSTOS NEXT RECORD
009820         WHEN 12
009830             READ ARQ-VENDEDORES NEXT RECORD
009840     END-EVALUATE.
009850 
009860     IF WS-FS-CADASTRO(1:1) NOT = '0'
009870         SET FIM-CADASTRO TO TRUE
009880     END-IF.
009890 6100-EXIT.
009900     EXIT.
009910******************************************************
009920* 6200-GRAVAR-CADASTRO
009930* GRAVA NO CADASTRO ESCOLHIDO O REGISTRO DA AREA DO
009940* REGISTRO LIDO DA COPIA.
009950******************************************************
009960 6200-GRAVAR-CADASTRO.
009970     EVALUATE WS-IND-CADASTRO
009980         WHEN 1
009990             WRITE REG-CLIENTE FROM WRK-REGISTRO
010000         WHEN 2
010010             WRITE REG-PRECO-CLIENTE FROM WRK-REGISTRO
010020         WHEN 3
010030             WRITE REG-PRECO FROM WRK-REGISTRO
010040         WHEN 4
010050             WRITE REG-FORNECEDOR FROM WRK-REGISTRO
010060         WHEN 5
010070             WRITE REG-OPERADOR FROM WRK-REGISTRO
010080             MOVE WS-FS-OPERADORES TO WS-FS-CADASTRO
010090         WHEN 6
010100             WRITE REG-PROPOSTA FROM WRK-REGISTRO
010110         WHEN 7
010120             WRITE REG-TITULO FROM WRK-REGISTRO
010130         WHEN 8
010140             WRITE REG-PEDIDO FROM WRK-REGISTRO
010150         WHEN 9
010160             WRITE REG-ITEM-PROPOSTA FROM WRK-REGISTRO
010170         WHEN 10
010180             WRITE REG-ESTOQUE FROM WRK-REGISTRO
010190         WHEN 11
010200             WRITE REG-CUSTO FROM WRK-REGISTRO
010210         WHEN 12
010220             WRITE REG-VENDEDOR FROM WRK-REGISTRO
010230     END-EVALUATE.
010240 6200-EXIT.
010250     EXIT.
010260******************************************************
010270* 6300-FECHAR-CADASTRO
010280* FECHA O CADASTRO ESCOLHIDO.
010290******************************************************
010300 6300-FECHAR-CADASTRO.
010310     EVALUATE WS-IND-CADASTRO
010320         WHEN 1
010330             CLOSE ARQ-CLIENTES
010340         WHEN 2
010350             CLOSE ARQ-PRECOS-NEG
010360         WHEN 3
010370             CLOSE ARQ-PRECOS
010380         WHEN 4
010390             CLOSE ARQ-FORNECEDORES
010400         WHEN 5
010410             CLOSE ARQ-OPERADORES
010420         WHEN 6
010430             CLOSE ARQ-PROPOSTAS
010440         WHEN 7
010450             CLOSE ARQ-TITULOS
010460         WHEN 8
010470             CLOSE ARQ-PEDIDOS
010480         WHEN 9
010490             CLOSE ARQ-ITENS-PROP
010500         WHEN 10
010510             CLOSE ARQ-ESTOQUE
010520         WHEN 11
010530             CLOSE ARQ-CUSTOS
010540         WHEN 12
010550             CLOSE ARQ-VENDEDORES
010560     END-EVALUATE.
010570 6300-EXIT.
010580     EXIT.
010590******************************************************
010600* 8900-GRAVAR-TRILHA
010610* GRAVA A RECARGA NA TRILHA DE ALTERACOES DOS CADASTROS
010620* (OPERACAO R), COM A QUANTIDADE DE REGISTROS ANTES E A
010630* COPIA USADA, EM NOME DO OPERADOR IDENTIFICADO.
010640******************************************************
010650 8900-GRAVAR-TRILHA.
010660     MOVE WS-QTD-ANTERIOR     TO LRA-QTD.
010670     MOVE WRK-NOME-COPIA      TO LRD-NOME-COPIA.
010680     MOVE WRK-DATA-COPIA      TO LRD-DATA.
010690     MOVE WRK-HORA-COPIA      TO LRD-HORA.
010700     MOVE WS-QTD-RECARREGADOS TO LRD-RECARREGADOS.
010710     MOVE WS-QTD-REJEITADOS   TO LRD-REJEITADOS.
010720 
010730     ACCEPT WRK-DATA-TRILHA FROM DATE YYYYMMDD.
010740     ACCEPT WRK-HORA-TRILHA FROM TIME.
010750     MOVE WRK-DATA-TRILHA      TO TRI-DATA.
010760     MOVE WRK-HORA-TRILHA(1:6) TO TRI-HORA.
010770     MOVE WRK-OPERADOR         TO TRI-OPERADOR.
010780     MOVE WRK-CADASTRO         TO TRI-ARQUIVO.
010790     SET TRILHA-RECARGA        TO TRUE.
010800     MOVE LINHA-RECARGA-ANTES  TO TRI-ANTES.
010810     MOVE LINHA-RECARGA-DEPOIS TO TRI-DEPOIS.
010820 
010830     OPEN EXTEND ARQ-TRILHA.
010840     IF WS-FS-TRILHA = '05' OR WS-FS-TRILHA = '35'
010850         OPEN OUTPUT ARQ-TRILHA
010860     END-IF.
010870     IF WS-FS-TRILHA NOT = '00'
010880         DISPLAY 'AVISO: NAO FOI POSSIVEL GRAVAR A '
010890             'TRILHA DE ALTERACOES (TRILHA). STATUS: '
010900             WS-FS-TRILHA
010910         GO TO 8900-EXIT
010920     END-IF.
010930     WRITE REG-TRILHA FROM LINHA-TRILHA.
010940     CLOSE ARQ-TRILHA.
010950 8900-EXIT.
010960     EXIT.
010970******************************************************
010980* 9000-FINALIZAR
010990* EXIBE O RESULTADO DA RECARGA E DEVOLVE O CODIGO DE
011000* RETORNO.
011010******************************************************
011020 9000-FINALIZAR.
011030     DISPLAY 'RECARGA DO CADASTRO ' WRK-CADASTRO
011040         ' CONCLUIDA.'.
011050     MOVE WS-QTD-ANTERIOR TO WRK-QTD-ED.
011060     DISPLAY 'REGISTROS ANTES DA RECARGA: ' WRK-QTD-ED.
011070     MOVE WS-QTD-RECARREGADOS TO WRK-QTD-ED.
011080     DISPLAY 'REGISTROS RECARREGADOS: ' WRK-QTD-ED.
011090     MOVE WS-QTD-REJEITADOS TO WRK-QTD-ED.
011100     DISPLAY 'REGISTROS REJEITADOS: ' WRK-QTD-ED.
011110 
011120     IF WS-QTD-REJEITADOS > ZEROS
011130         MOVE 4 TO RETURN-CODE
011140         DISPLAY 'RECARGA ENCERRADA COM REGISTROS '
011150             'REJEITADOS - CODIGO DE RETORNO 4.'
011160     END-IF.
011170 9000-EXIT.
011180     EXIT.
