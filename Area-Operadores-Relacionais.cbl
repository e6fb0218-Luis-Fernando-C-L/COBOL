002660*                    O CADASTRO NAO EXISTE (IMPLANTACAO),
002670*                    O PROGRAMA SEGUE COM O OPERADOR
002680*                    *SEMCAD* E AVISO NO CONSOLE.
002690* 15/10/2026 LFL     OS ITENS DE CADA ORCAMENTO PASSARAM A
002700*                    SER GRAVADOS NO NOVO ARQUIVO INDEXADO
002710*                    DE ITENS DAS PROPOSTAS (PROPITM):
002720*                    LOTE, FIGURA, MEDIDAS, AREA, MATERIAL,
002730*                    PRECO UNITARIO APLICADO, VALOR E
002740*                    SEGMENTOS. O PROPMST PASSOU A GUARDAR
002750*                    TAMBEM AS CONDICOES DO ORCAMENTO, PARA
002760*                    A SEGUNDA VIA. O PROGRAMA DEIXOU DE
002770*                    GRAVAR A INTERFACE DE FATURAMENTO
002780*                    (LOTEFAT) NA MEDICAO: O FATURAMENTO
002790*                    PASSOU A SER FEITO PELO PROGRAMA
002800*                    FATURAMENTO PROPOSTAS, A PARTIR DO
002810*                    PROPITM, SO PARA AS PROPOSTAS MARCADAS
002820*                    COMO ACEITAS NA MANUTENCAO DE
002830*                    PROPOSTAS. O HISTORICO DE EXECUCOES
002840*                    SAI COM FATURADOS E SEQUENCIA ZERADOS.
002850* 15/10/2026 LFL     INCLUIDO O BLOQUEIO POR CREDITO NO
002860*                    MODO LOTE: NA PRIMEIRA OCORRENCIA DE
002870*                    CADA CLIENTE, O SALDO DOS TITULOS EM
002880*                    ABERTO NO TITMST (VALOR MENOS VALOR
002890*                    PAGO) E COMPARADO COM O LIMITE DE
002900*                    CREDITO DO CLIMST (ZERO = SEM LIMITE)
002910*                    E SAO CONTADOS OS TITULOS VENCIDOS HA
002920*                    MAIS DIAS QUE A TOLERANCIA DO ORCPARM
002930*                    (PADRAO 30 DIAS). CLIENTE ACIMA DO
002940*                    LIMITE OU COM TITULO VENCIDO NAO
002950*                    RECEBE ORCAMENTO: OS SEUS LOTES (E
002960*                    AS CONTINUACOES DELES) VAO PARA O
002970*                    LOTESUSP COM O NOVO MOTIVO 09
002980*                    BLOQUEIO POR CREDITO, E O LOTERPT
002990*                    GANHOU A SECAO CLIENTES BLOQUEADOS
003000*                    POR CREDITO. SEM O TITMST O PROGRAMA
003010*                    SEGUE SEM A CONFERENCIA, COM AVISO.
003020* 15/10/2026 LFL     A LINHA DE AUDITORIA (LOTEAUD) PASSOU
003030*                    A GRAVAR O CODIGO DO CLIENTE DO LOTE
003040*                    (REGISTRO AMPLIADO PARA 110
003050*                    POSICOES) E O ORCPARM GANHOU O
003060*                    PERCENTUAL DE MARGEM MINIMA, LIDO SO
003070*                    PELO RELATORIO DE MARGEM.
003080* 15/10/2026 LFL     O MODO INTERATIVO PASSOU A EMITIR O
003090*                    ORCAMENTO DE BALCAO: O CLIENTE E
003100*                    IDENTIFICADO NO CLIMST (OU CADASTRADO
003110*                    NA HORA COMO PROSPECTO, COM REGISTRO
003120*                    NA TRILHA), PASSA PELA MESMA
003130*                    CONFERENCIA DE CREDITO DO MODO LOTE
003140*                    E TEM UM OU MAIS LOTES DIGITADOS,
003150*                    INCLUSIVE DE FIGURA COMPOSTA. OS
003160*                    LOTES SAO VALORIZADOS COM O PRECO
003170*                    NEGOCIADO (CLIPREC) E O ORCAMENTO SAI
003180*                    NUMERADO PELO ORCNUM NO ORCRPT, COM O
003190*                    DESCONTO DO CLIENTE, A PROPOSTA NO
003200*                    PROPMST, OS ITENS NO PROPITM E UMA
003210*                    LINHA DE AUDITORIA POR LOTE COM O
003220*                    OPERADOR IDENTIFICADO. CLIENTE ZERO
003230*                    MANTEM O CALCULO AVULSO ANTERIOR.
003240* 15/10/2026 LFL     VARIOS ARQUIVOS DE LOTE POR NOITE:
003250*                    O ARQUIVO DE CONTROLE LOTEORIG LISTA
003260*                    AS ORIGENS ESPERADAS E O ARQUIVO DE
003270*                    CADA UMA, PROCESSADOS UM A UM COM A
003280*                    PROPRIA CONFERENCIA DE HEADER E
003290*                    TRAILER, O PROPRIO PONTO DE CONTROLE
003300*                    E A PROPRIA LINHA NO EXECHIST. O
003310*                    ARQUIVO JA PROCESSADO (MESMA DATA DE
003320*                    HEADER, ORIGEM E TOTAIS DE TRAILER,
003330*                    CONFERIDOS NO NOVO REGISTRO LOTEPROC)
003340*                    E RECUSADO COM CODIGO DE RETORNO 8 E
003350*                    O RELATORIO TERMINA COM AS ORIGENS
003360*                    NAO RECEBIDAS. O PONTO DE CONTROLE
003370*                    GUARDA A EXECUCAO E A ORIGEM EM
003380*                    ANDAMENTO E O LOTESUSP A ORIGEM DO
003390*                    REGISTRO. SEM O LOTEORIG O PROGRAMA
003400*                    CONTINUA LENDO SO O LOTEENT.
003410* 15/10/2026 LFL     O PROSPECTO CADASTRADO NO BALCAO E
003420*                    GRAVADO SEM VENDEDOR (ZERO).
003430* 15/10/2026 LFL     LOTES POLIGONAIS (FIGURA 4, CODIGO
003440*                    POL): O DETALHE ABRE O LOTE E OS NOVOS
003450*                    REGISTROS DE VERTICE ('V') TRAZEM AS
003460*                    COORDENADAS X/Y DA POLIGONAL LEVANTADA
003470*                    NA ESTACAO TOTAL, COM O PRIMEIRO
003480*                    VERTICE REPETIDO NO FINAL. NO
003490*                    FECHAMENTO DO LOTE A AREA E CALCULADA
003500*                    PELA FORMULA DE GAUSS E O PERIMETRO
003510*                    PELA SOMA DOS LADOS. OS VERTICES ENTRAM
003520*                    NA QUANTIDADE E NO TOTAL DE MEDIDAS DO
003530*                    TRAILER. O LOTE POLIGONAL RECUSADO VAI
003540*                    INTEIRO (DETALHE E VERTICES) PARA O
003550*                    LOTESUSP. NOVOS MOTIVOS: 10 MENOS DE
003560*                    3 VERTICES DISTINTOS OU POLIGONAL SEM
003570*                    AREA, 11 POLIGONAL NAO FECHADA, 12
003580*                    POLIGONAL ACIMA DA CAPACIDADE (MAIS DE
003590*                    500 VERTICES OU AREA/PERIMETRO MAIOR
003600*                    QUE OS CAMPOS). O PERIMETRO PASSOU A
003610*                    TER 5 INTEIROS.
003620* 15/10/2026 LFL     O ORCAMENTO DO CLIENTE SO E ABERTO
003630*                    PARA O LOTE POLIGONAL DEPOIS DE A
003640*                    POLIGONAL SER ACEITA. ORCAMENTO SEM
003650*                    NENHUM ITEM (BALCAO OU LOTE) E
003660*                    CANCELADO NO ORCRPT, NAO GRAVA
003670*                    PROPOSTA NO PROPMST E DEVOLVE O NUMERO
003680*                    AO ORCNUM.
003690******************************************************
003700 ENVIRONMENT DIVISION.
003710 CONFIGURATION SECTION.
003720 SPECIAL-NAMES.
003730     DECIMAL-POINT IS COMMA.
003740 INPUT-OUTPUT SECTION.
003750 FILE-CONTROL.
003760     SELECT OPTIONAL ARQ-ENTRADA ASSIGN TO WRK-NOME-ENTRADA
003770         ORGANIZATION IS LINE SEQUENTIAL
003780         FILE STATUS IS WS-FS-ENTRADA.
003790
003800     SELECT OPTIONAL ARQ-ORIGENS ASSIGN TO "LOTEORIG"
003810         ORGANIZATION IS LINE SEQUENTIAL
003820         FILE STATUS IS WS-FS-ORIGENS.
003830
003840     SELECT OPTIONAL ARQ-PROCESSADOS ASSIGN TO "LOTEPROC"
003850         ORGANIZATION IS LINE SEQUENTIAL
003860         FILE STATUS IS WS-FS-PROCESSADOS.
003870
003880     SELECT ARQ-RELATORIO ASSIGN TO "LOTERPT"
003890         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-FS-RELATORIO.
003910
003920     SELECT ARQ-AUDITORIA ASSIGN TO "LOTEAUD"
003930         ORGANIZATION IS LINE SEQUENTIAL
003940         FILE STATUS IS WS-FS-AUDITORIA.
003950
003960     SELECT OPTIONAL ARQ-CHECKPOINT ASSIGN TO "LOTECKPT"
003970         ORGANIZATION IS LINE SEQUENTIAL
003980         FILE STATUS IS WS-FS-CHECKPOINT.
003990
004000     SELECT ARQ-SUSPENSO ASSIGN TO "LOTESUSP"
004010         ORGANIZATION IS LINE SEQUENTIAL
004020         FILE STATUS IS WS-FS-SUSPENSO.
004030
004040     SELECT OPTIONAL ARQ-REPROCESSO ASSIGN TO "LOTEREPR"
004050         ORGANIZATION IS LINE SEQUENTIAL
004060         FILE STATUS IS WS-FS-REPROCESSO.
004070
004080     SELECT ARQ-CLIENTES ASSIGN TO "CLIMST"
004090         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004110         RECORD KEY IS CLI-CODIGO
004120         FILE STATUS IS WS-FS-CLIENTES.
004130
004140     SELECT ARQ-PRECOS ASSIGN TO "PRECMST"
004150         ORGANIZATION IS INDEXED
004160         ACCESS MODE IS SEQUENTIAL
004170         RECORD KEY IS PRE-CHAVE
004180         FILE STATUS IS WS-FS-PRECOS.
004190
004200     SELECT ARQ-ORCAMENTO ASSIGN TO "ORCRPT"
004210         ORGANIZATION IS LINE SEQUENTIAL
004220         FILE STATUS IS WS-FS-ORCAMENTO.
004230
004240     SELECT OPTIONAL ARQ-NUM-PROPOSTA ASSIGN TO "ORCNUM"
004250         ORGANIZATION IS LINE SEQUENTIAL
004260         FILE STATUS IS WS-FS-ORCNUM.
004270
004280     SELECT OPTIONAL ARQ-PARAM-ORC ASSIGN TO "ORCPARM"
004290         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-FS-PARAM-ORC.
004310
004320     SELECT ARQ-PRE-CLASS ASSIGN TO "LOTEPREC"
004330         ORGANIZATION IS LINE SEQUENTIAL
004340         FILE STATUS IS WS-FS-PRE-CLASS.
004350
004360     SELECT ARQ-REL-CLASS ASSIGN TO "LOTESRT"
004370         ORGANIZATION IS LINE SEQUENTIAL
004380         FILE STATUS IS WS-FS-REL-CLASS.
004390
004400     SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTWK".
004410
004420     SELECT ARQ-EXECHIST ASSIGN TO "EXECHIST"
004430         ORGANIZATION IS LINE SEQUENTIAL
004440         FILE STATUS IS WS-FS-EXECHIST.
004450
004460     SELECT ARQ-LISTA-COMPRA ASSIGN TO "LOTECOMP"
004470         ORGANIZATION IS LINE SEQUENTIAL
004480         FILE STATUS IS WS-FS-LISTA-COMPRA.
004490
004500     SELECT ARQ-OPERADORES ASSIGN TO "OPEMST"
004510         ORGANIZATION IS INDEXED
004520         ACCESS MODE IS RANDOM
004530         RECORD KEY IS OPE-CODIGO
004540         FILE STATUS IS WS-FS-OPERADORES.
004550
004560     SELECT ARQ-PROPOSTAS ASSIGN TO "PROPMST"
004570         ORGANIZATION IS INDEXED
004580         ACCESS MODE IS RANDOM
004590         RECORD KEY IS PRO-NUMERO
004600         FILE STATUS IS WS-FS-PROPOSTAS.
004610
004620     SELECT ARQ-PRECOS-NEG ASSIGN TO "CLIPREC"
004630         ORGANIZATION IS INDEXED
004640         ACCESS MODE IS RANDOM
004650         RECORD KEY IS CPR-CHAVE
004660         FILE STATUS IS WS-FS-PRECOS-NEG.
004670
004680     SELECT ARQ-ITENS-PROP ASSIGN TO "PROPITM"
004690         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004710         RECORD KEY IS PIT-CHAVE
004720         FILE STATUS IS WS-FS-ITENS-PROP.
004730
004740     SELECT ARQ-TITULOS ASSIGN TO "TITMST"
004750         ORGANIZATION IS INDEXED
004760         ACCESS MODE IS DYNAMIC
004770         RECORD KEY IS TIT-CHAVE
004780         FILE STATUS IS WS-FS-TITULOS.
004790
004800     SELECT ARQ-TRILHA ASSIGN TO "TRILHA"
004810         ORGANIZATION IS LINE SEQUENTIAL
004820         FILE STATUS IS WS-FS-TRILHA.
004830 DATA DIVISION.
004840 FILE SECTION.
004850 FD  ARQ-ENTRADA
004860     RECORDING MODE IS F.
004870 01  REG-ENTRADA.
004880     05 REG-TIPO-REG         PIC X(01).
004890        88 REG-HEADER                    VALUE 'H'.
004900        88 REG-DETALHE                   VALUE 'D'.
004910        88 REG-CONTINUACAO               VALUE 'C'.
004920        88 REG-VERTICE                   VALUE 'V'.
004930        88 REG-TRAILER                   VALUE 'T'.
004940     05 REG-CORPO.
004950        10 REG-NUM-LOTE      PIC 9(06).
004960        10 REG-COD-CLIENTE   PIC 9(05).
004970        10 REG-LARGURA       PIC 9(03)V99.
004980        10 REG-COMPRIMENTO   PIC 9(03)V99.
004990        10 REG-UNIDADE       PIC X(02).
005000        10 REG-MATERIAL      PIC X(10).
005010        10 REG-TIPO-FIGURA   PIC X(01).
005020     05 REG-CORPO-HEADER REDEFINES REG-CORPO.
005030        10 REG-HDR-DATA      PIC 9(08).
005040        10 REG-HDR-ORIGEM    PIC X(20).
005050        10 FILLER            PIC X(06).
005060     05 REG-CORPO-TRAILER REDEFINES REG-CORPO.
005070        10 REG-TRL-QTD       PIC 9(06).
005080        10 REG-TRL-HASH      PIC 9(09)V99.
005090        10 FILLER            PIC X(17).
005100     05 REG-CORPO-VERTICE REDEFINES REG-CORPO.
005110        10 REG-VTX-NUM-LOTE  PIC 9(06).
005120        10 REG-VTX-COD-CLIENTE
005130                             PIC 9(05).
005140        10 REG-VTX-X         PIC 9(07)V99.
005150        10 REG-VTX-Y         PIC 9(07)V99.
005160        10 FILLER            PIC X(05).
005170
005180 FD  ARQ-ORIGENS
005190     RECORDING MODE IS F.
005200 01  REG-ORIGEM.
005210     05 ORG-ORIGEM            PIC X(20).
005220     05 ORG-ARQUIVO           PIC X(12).
005230
005240 FD  ARQ-PROCESSADOS
005250     RECORDING MODE IS F.
005260 01  REG-PROCESSADO.
005270     05 PRC-DATA-HEADER       PIC 9(08).
005280     05 PRC-ORIGEM            PIC X(20).
005290     05 PRC-TRL-QTD           PIC 9(06).
005300     05 PRC-TRL-HASH          PIC 9(09)V99.
005310     05 PRC-ARQUIVO           PIC X(12).
005320     05 PRC-DATA-RODADA       PIC 9(08).
005330     05 PRC-HORA-RODADA       PIC 9(06).
005340     05 PRC-QTD-PROCESSADOS   PIC 9(06).
005350     05 PRC-QTD-REJEITADOS    PIC 9(06).
005360
005370 FD  ARQ-RELATORIO
005380     RECORDING MODE IS F.
005390 01  REG-RELATORIO           PIC X(100).
005400
005410 FD  ARQ-AUDITORIA
005420     RECORDING MODE IS F.
005430 01  REG-AUDITORIA            PIC X(110).
005440
005450 FD  ARQ-CHECKPOINT
005460     RECORDING MODE IS F.
005470 01  REG-CHECKPOINT.
005480     05 CKP-QTD-PROCESSADOS   PIC 9(06).
005490     05 CKP-QTD-REJEITADOS    PIC 9(06).
005500     05 CKP-ORIGEM            PIC X(20).
005510     05 CKP-DATA-RODADA       PIC 9(08).
005520     05 CKP-HORA-RODADA       PIC 9(06).
005530
005540 FD  ARQ-SUSPENSO
005550     RECORDING MODE IS F.
005560 01  REG-SUSPENSO.
005570     05 SUS-SEQUENCIA         PIC 9(06).
005580     05 SUS-MOTIVO            PIC X(02).
005590     05 SUS-REGISTRO          PIC X(35).
005600     05 SUS-ORIGEM            PIC X(20).
005610
005620 FD  ARQ-REPROCESSO
005630     RECORDING MODE IS F.
005640 01  REG-REPROCESSO.
005650     05 RPR-SEQUENCIA         PIC 9(06).
005660     05 RPR-MOTIVO            PIC X(02).
005670     05 RPR-REGISTRO          PIC X(35).
005680     05 RPR-ORIGEM            PIC X(20).
005690
005700 FD  ARQ-CLIENTES.
005710     COPY CLIMST.
005720
005730 FD  ARQ-PRECOS.
005740     COPY PRECMST.
005750
005760 FD  ARQ-ORCAMENTO
005770     RECORDING MODE IS F.
005780 01  REG-ORCAMENTO            PIC X(100).
005790
005800 FD  ARQ-NUM-PROPOSTA
005810     RECORDING MODE IS F.
005820 01  REG-NUM-PROPOSTA         PIC 9(06).
005830
005840 FD  ARQ-PARAM-ORC
005850     RECORDING MODE IS F.
005860 01  REG-PARAM-ORC.
005870     05 PRM-PCT-MAO-OBRA      PIC 9(02)V99.
005880     05 PRM-PCT-DESCONTO      PIC 9(02)V99.
005890     05 PRM-PCT-IMPOSTO       PIC 9(02)V99.
005900     05 PRM-DIAS-VALIDADE     PIC 9(03).
005910     05 PRM-DIAS-TOLERANCIA   PIC 9(03).
005920*    MARGEM BRUTA MINIMA - USADA SO PELO RELATORIO DE MARGEM
005930     05 PRM-PCT-MARGEM-MIN    PIC 9(02)V99.
005940
005950 FD  ARQ-PRE-CLASS
005960     RECORDING MODE IS F.
005970 01  REG-PRE-CLASS            PIC X(55).
005980
005990 FD  ARQ-REL-CLASS
006000     RECORDING MODE IS F.
006010 01  REG-REL-CLASS            PIC X(100).
006020
006030
006040 FD  ARQ-PROPOSTAS.
006050     COPY PROPMST.
006060
006070 FD  ARQ-PRECOS-NEG.
006080     COPY CLIPREC.
006090
006100 FD  ARQ-ITENS-PROP.
006110     COPY PROPITM.
006120
006130 FD  ARQ-TITULOS.
006140     COPY TITMST.
006150
006160 FD  ARQ-TRILHA
006170     RECORDING MODE IS F.
006180 01  REG-TRILHA               PIC X(270).
006190
006200 FD  ARQ-EXECHIST
006210     RECORDING MODE IS F.
006220 01  REG-EXECHIST             PIC X(80).
006230
006240 FD  ARQ-LISTA-COMPRA
006250     RECORDING MODE IS F.
006260 01  REG-LISTA-COMPRA.
006270     05 COM-MATERIAL         PIC X(10).
006280     05 COM-QTD              PIC 9(09).
006290     05 COM-UNID-COMPRA      PIC X(10).
006300
006310 FD  ARQ-OPERADORES.
006320     COPY OPEMST.
006330
006340 SD  ARQ-CLASSIFICACAO.
006350 01  REG-CLASSIFICACAO.
006360     05 SRT-MATERIAL          PIC X(10).
006370     05 SRT-AREA              PIC 9(07)V99.
006380     05 SRT-NUM-LOTE          PIC 9(06).
006390     05 SRT-COD-CLIENTE       PIC 9(05).
006400     05 SRT-LARGURA           PIC 9(03)V99.
006410     05 SRT-COMPRIMENTO       PIC 9(03)V99.
006420     05 SRT-VALOR             PIC 9(10)V99.
006430     05 SRT-FIGURA            PIC X(03).
006440 WORKING-STORAGE SECTION.
006450******************************************************
006460* AREA DE CHAVES E CONTADORES (NIVEL 77)
006470******************************************************
006480 01  WRK-LARGURA-GRP.
006490     05 WRK-LARGURA          PIC 9(03)V99 VALUE ZEROS.
006500 01  WRK-LARGURA-X REDEFINES WRK-LARGURA-GRP
006510                            PIC X(05).
006520 01  WRK-COMPRIMENTO-GRP.
006530     05 WRK-COMPRIMENTO      PIC 9(03)V99 VALUE ZEROS.
006540 01  WRK-COMPRIMENTO-X REDEFINES WRK-COMPRIMENTO-GRP
006550                            PIC X(05).
006560 77  WRK-AREA                PIC 9(07)V99 VALUE ZEROS.
006570 77  WRK-AREA-ED             PIC Z(06)9,99 VALUE ZEROS.
006580 77  WRK-PERIMETRO           PIC 9(05)V99 VALUE ZEROS.
006590 77  WRK-PERIMETRO-ED        PIC ZZZZ9,99 VALUE ZEROS.
006600 77  WRK-AREA-TOTAL          PIC 9(09)V99 VALUE ZEROS.
006610 77  WRK-AREA-TOTAL-ED       PIC Z(08)9,99 VALUE ZEROS.
006620******************************************************
006630* AREA DE CHAVES (SWITCHES) - NIVEL 77
006640******************************************************
006650 77  WS-FS-ENTRADA           PIC X(02)    VALUE SPACES.
006660 77  WS-MODO-BATCH           PIC X(01)    VALUE 'N'.
006670     88 MODO-BATCH                       VALUE 'S'.
006680 77  WS-FIM-ARQUIVO          PIC X(01)    VALUE 'N'.
006690     88 FIM-ARQUIVO                      VALUE 'S'.
006700******************************************************
006710* AREA DE VALIDACAO DE ENTRADA (LARGURA/COMPRIMENTO)
006720******************************************************
006730 77  WRK-LARGURA-RAW         PIC X(08)    VALUE SPACES.
006740 77  WRK-COMPRIMENTO-RAW     PIC X(08)    VALUE SPACES.
006750 77  WRK-PARTE-INTEIRA       PIC X(08)    VALUE SPACES.
006760 77  WRK-PARTE-DECIMAL       PIC X(08)    VALUE SPACES.
006770 77  WS-CNT-INTEIRA          PIC 9(02)    VALUE ZEROS.
006780 77  WS-CNT-DECIMAL          PIC 9(02)    VALUE ZEROS.
006790 77  WS-LARGURA-VALIDA       PIC X(01)    VALUE 'N'.
006800     88 LARGURA-VALIDA                   VALUE 'S'.
006810 77  WS-COMPRIMENTO-VALIDA   PIC X(01)    VALUE 'N'.
006820     88 COMPRIMENTO-VALIDA               VALUE 'S'.
006830 77  WRK-ROTULO-CAMPO        PIC X(11)    VALUE SPACES.
006840 77  WRK-ROTULO-TAM          PIC 9(02)    VALUE ZEROS.
006850******************************************************
006860* AREA DE UNIDADE DE MEDIDA (M = METROS / PE = PES)
006870******************************************************
006880 77  WRK-UNIDADE-MEDIDA      PIC X(02)    VALUE 'M '.
006890     88 UNIDADE-EM-METROS               VALUE 'M '.
006900     88 UNIDADE-EM-PES                  VALUE 'PE'.
006910 77  WS-UNIDADE-VALIDA       PIC X(01)    VALUE 'N'.
006920     88 UNIDADE-VALIDA                  VALUE 'S'.
006930*****************************************************
006940* TABELA DE PRECOS UNITARIOS POR TIPO DE MATERIAL,
006950* CARREGADA NA INICIALIZACAO A PARTIR DO CADASTRO DE
006960* PRECOS (PRECMST) COM OS PRECOS VIGENTES NA DATA DE
006970* EXECUCAO.
006980*****************************************************
006990 01  TABELA-PRECOS.
007000     05 TAB-QTD-PRECOS       PIC 9(03) COMP VALUE ZEROS.
007010     05 TAB-PRECO-ITEM       OCCURS 1 TO 50 TIMES
007020                             DEPENDING ON TAB-QTD-PRECOS
007030                             INDEXED BY IX-PRECO.
007040         10 TAB-MATERIAL     PIC X(10).
007050         10 TAB-PRECO-UNIT   PIC 9(03)V99.
007060         10 TAB-RENDIMENTO   PIC 9(03)V9(3).
007070         10 TAB-PCT-PERDA    PIC 9(02)V99.
007080         10 TAB-UNID-COMPRA  PIC X(10).
007090         10 TAB-QTD-COMPRA   PIC 9(09).
007100 77  WS-FS-PRECOS            PIC X(02)    VALUE SPACES.
007110 77  WS-FIM-PRECOS           PIC X(01)    VALUE 'N'.
007120     88 FIM-PRECOS                       VALUE 'S'.
007130 77  WS-PRECO-ACHADO         PIC X(01)    VALUE 'N'.
007140     88 PRECO-ACHADO                     VALUE 'S'.
007150 77  WRK-DATA-EXEC-NUM       PIC 9(08)    VALUE ZEROS.
007160 77  WRK-MATERIAL            PIC X(10)    VALUE SPACES.
007170 77  WRK-PRECO-UNITARIO      PIC 9(03)V99 VALUE ZEROS.
007180 77  WRK-VALOR               PIC 9(10)V99 VALUE ZEROS.
007190 77  WRK-VALOR-ED            PIC Z(09)9,99 VALUE ZEROS.
007200 77  WRK-VALOR-TOTAL         PIC 9(12)V99 VALUE ZEROS.
007210 77  WRK-VALOR-TOTAL-ED      PIC Z(11)9,99 VALUE ZEROS.
007220 77  WS-MATERIAL-VALIDO      PIC X(01)    VALUE 'N'.
007230     88 MATERIAL-VALIDO                 VALUE 'S'.
007240******************************************************
007250* AREA DE SELECAO DO TIPO DE FIGURA (MENU)
007260******************************************************
007270 77  WRK-TIPO-FIGURA         PIC X(01)    VALUE '1'.
007280     88 FIGURA-RETANGULO                 VALUE '1'.
007290     88 FIGURA-CIRCULO                   VALUE '2'.
007300     88 FIGURA-TRIANGULO                 VALUE '3'.
007310     88 FIGURA-POLIGONO                  VALUE '4'.
007320 77  WS-TIPO-FIGURA-VALIDO   PIC X(01)    VALUE 'N'.
007330     88 TIPO-FIGURA-VALIDO              VALUE 'S'.
007340 77  WRK-PI                  PIC 9(01)V9(5) VALUE 3,14159.
007350******************************************************
007360* AREA DE VALIDACAO DE REGISTRO DO LOTE (MATERIAL E
007370* TIPO DE FIGURA)
007380******************************************************
007390 77  WS-REGISTRO-LOTE-VALIDO PIC X(01)    VALUE 'N'.
007400     88 REGISTRO-LOTE-VALIDO             VALUE 'S'.
007410******************************************************
007420* AREA DE CONTROLE DA SESSAO INTERATIVA
007430******************************************************
007440 77  WRK-RESPOSTA-CONTINUAR  PIC X(01)    VALUE SPACES.
007450 77  WS-FIM-SESSAO           PIC X(01)    VALUE 'N'.
007460     88 FIM-SESSAO                      VALUE 'S'.
007470******************************************************
007480* AREA DE CONTROLE DO RELATORIO IMPRESSO (NIVEL 77)
007490******************************************************
007500 77  WS-FS-RELATORIO         PIC X(02)    VALUE SPACES.
007510 77  WS-FS-AUDITORIA         PIC X(02)    VALUE SPACES.
007520******************************************************
007530* AREA DE CONTROLE DO PONTO DE CONTROLE DO MODO LOTE
007540******************************************************
007550 77  WS-FS-CHECKPOINT        PIC X(02)    VALUE SPACES.
007560 77  WS-QTD-JA-PROCESSADOS   PIC 9(06)    VALUE ZEROS.
007570 77  WS-QTD-JA-REJEITADOS    PIC 9(06)    VALUE ZEROS.
007580 77  WS-QTD-PROCESSADOS      PIC 9(06)    VALUE ZEROS.
007590 77  WS-QTD-REJEITADOS       PIC 9(06)    VALUE ZEROS.
007600 77  WS-CONTADOR-SALTO       PIC 9(06)    VALUE ZEROS.
007610******************************************************
007620* AREA DE CONTROLE DO HEADER E TRAILER DO ARQUIVO DE
007630* LOTE (RECONCILIACAO DE FIM DE EXECUCAO)
007640******************************************************
007650 77  WRK-DATA-ARQUIVO        PIC 9(08)    VALUE ZEROS.
007660 77  WRK-ORIGEM-ARQUIVO      PIC X(20)    VALUE SPACES.
007670 77  WRK-TRL-QTD             PIC 9(06)    VALUE ZEROS.
007680 77  WRK-TRL-HASH            PIC 9(09)V99 VALUE ZEROS.
007690 77  WRK-HASH-MEDIDAS        PIC 9(09)V99 VALUE ZEROS.
007700 77  WRK-QTD-CONFERENCIA     PIC 9(06)    VALUE ZEROS.
007710 77  WS-TRAILER-LIDO         PIC X(01)    VALUE 'N'.
007720     88 TRAILER-LIDO                     VALUE 'S'.
007730 77  WS-RECONCILIA-OK        PIC X(01)    VALUE 'S'.
007740     88 RECONCILIA-OK                    VALUE 'S'.
007750 77  WRK-RESPOSTA-DATA       PIC X(01)    VALUE SPACES.
007760******************************************************
007770* AREA DE CONTROLE DOS REGISTROS SUSPENSOS (REJEITADOS)
007780* E DO MODO DE REPROCESSAMENTO
007790******************************************************
007800 77  WS-FS-SUSPENSO          PIC X(02)    VALUE SPACES.
007810 77  WS-FS-REPROCESSO        PIC X(02)    VALUE SPACES.
007820 77  WS-MODO-REPROCESSO      PIC X(01)    VALUE 'N'.
007830     88 MODO-REPROCESSO                  VALUE 'S'.
007840 77  WS-SEQ-REGISTRO         PIC 9(06)    VALUE ZEROS.
007850 77  WRK-MOTIVO-REJEICAO     PIC X(02)    VALUE SPACES.
007860******************************************************
007870* AREA DOS ARQUIVOS DE LOTE POR ORIGEM: ORIGENS
007880* ESPERADAS NA NOITE (LOTEORIG), REGISTRO DOS ARQUIVOS
007890* JA PROCESSADOS (LOTEPROC) PARA BARRAR O REENVIO E
007900* IDENTIFICACAO DA EXECUCAO PARA A REEXECUCAO APOS ABEND
007910******************************************************
007920 77  WS-FS-ORIGENS           PIC X(02)    VALUE SPACES.
007930 77  WS-FS-PROCESSADOS       PIC X(02)    VALUE SPACES.
007940 77  WRK-NOME-ENTRADA        PIC X(12)    VALUE 'LOTEENT'.
007950 77  WS-MODO-ORIGENS         PIC X(01)    VALUE 'N'.
007960     88 MODO-ORIGENS                     VALUE 'S'.
007970 77  WS-FIM-ORIGENS          PIC X(01)    VALUE 'N'.
007980     88 FIM-ORIGENS                      VALUE 'S'.
007990 77  WS-FIM-PROCESSADOS      PIC X(01)    VALUE 'N'.
008000     88 FIM-PROCESSADOS                  VALUE 'S'.
008010 77  WS-RODADA-PENDENTE      PIC X(01)    VALUE 'N'.
008020     88 RODADA-PENDENTE                  VALUE 'S'.
008030 77  WS-SITUACAO-ARQUIVO     PIC X(01)    VALUE SPACES.
008040     88 ARQUIVO-LIBERADO                 VALUE SPACES.
008050     88 ARQUIVO-AUSENTE                  VALUE 'A'.
008060     88 ARQUIVO-RECUSADO                 VALUE 'R'.
008070     88 ARQUIVO-JA-NA-RODADA             VALUE 'J'.
008080 77  WRK-MOTIVO-RECUSA       PIC X(50)    VALUE SPACES.
008090 77  WRK-DATA-RODADA         PIC 9(08)    VALUE ZEROS.
008100 77  WRK-HORA-RODADA         PIC 9(06)    VALUE ZEROS.
008110 77  WRK-ORIGEM-PENDENTE     PIC X(20)    VALUE SPACES.
008120 77  WS-RC-ARQUIVO           PIC 9(01)    VALUE ZEROS.
008130 77  WS-RC-GERAL             PIC 9(01)    VALUE ZEROS.
008140 77  WS-TOT-PROCESSADOS      PIC 9(06)    VALUE ZEROS.
008150 77  WS-TOT-REJEITADOS       PIC 9(06)    VALUE ZEROS.
008160 77  WS-QTD-NAO-RECEBIDAS    PIC 9(03)    VALUE ZEROS.
008170 77  WS-QTD-RECEBIDAS        PIC 9(03)    VALUE ZEROS.
008180 01  TABELA-ORIGENS.
008190     05 TOR-QTD-ORIGENS      PIC 9(03) COMP VALUE ZEROS.
008200     05 TOR-ITEM             OCCURS 50 TIMES
008210                             INDEXED BY IX-ORG.
008220         10 TOR-ORIGEM       PIC X(20).
008230         10 TOR-ARQUIVO      PIC X(12).
008240         10 TOR-SITUACAO     PIC X(01).
008250            88 TOR-NAO-RECEBIDA          VALUE 'A'.
008260******************************************************
008270* AREA DE CONTROLE DO DOCUMENTO DE ORCAMENTO (ORCRPT),
008280* DO NUMERO DE PROPOSTA (ORCNUM) E DOS PARAMETROS DE
008290* PERCENTUAIS E VALIDADE (ORCPARM)
008300******************************************************
008310 77  WS-FS-ORCAMENTO         PIC X(02)    VALUE SPACES.
008320 77  WS-FS-ORCNUM            PIC X(02)    VALUE SPACES.
008330 77  WS-FS-PARAM-ORC         PIC X(02)    VALUE SPACES.
008340 77  WRK-NUM-PROPOSTA        PIC 9(06)    VALUE ZEROS.
008350 77  WRK-NUM-PROP-CANCELADA  PIC 9(06)    VALUE ZEROS.
008360 77  WRK-PCT-MAO-OBRA        PIC 9(02)V99 VALUE 30,00.
008370 77  WRK-PCT-DESCONTO        PIC 9(02)V99 VALUE ZEROS.
008380 77  WRK-PCT-IMPOSTO         PIC 9(02)V99 VALUE 10,00.
008390 77  WRK-DIAS-VALIDADE       PIC 9(03)    VALUE 30.
008400 77  WRK-END-CLIENTE         PIC X(40)    VALUE SPACES.
008410 77  WRK-TEL-CLIENTE         PIC X(12)    VALUE SPACES.
008420 77  WRK-VAL-MAO-OBRA        PIC 9(12)V99 VALUE ZEROS.
008430 77  WRK-VAL-DESCONTO        PIC 9(12)V99 VALUE ZEROS.
008440 77  WRK-VAL-IMPOSTO         PIC 9(12)V99 VALUE ZEROS.
008450 77  WRK-VAL-LIQUIDO         PIC 9(12)V99 VALUE ZEROS.
008460 77  WRK-VAL-ORCAMENTO       PIC 9(12)V99 VALUE ZEROS.
008470 77  WS-ORCAMENTO-ABERTO     PIC X(01)    VALUE 'N'.
008480     88 ORCAMENTO-ABERTO                 VALUE 'S'.
008490******************************************************
008500* AREA DAS CONDICOES COMERCIAIS POR CLIENTE: DESCONTO
008510* PROPRIO DO CADASTRO (CLI-PCT-DESCONTO) E TABELA DE
008520* PRECOS NEGOCIADOS POR CLIENTE + MATERIAL (CLIPREC)
008530******************************************************
008540 77  WS-FS-PRECOS-NEG        PIC X(02)    VALUE SPACES.
008550 77  WS-PRECOS-NEG-ABERTO    PIC X(01)    VALUE 'N'.
008560     88 PRECOS-NEG-ABERTO                VALUE 'S'.
008570 77  WRK-PCT-DESC-CLIENTE    PIC 9(02)V99 VALUE ZEROS.
008580 77  WRK-PCT-DESC-ORCAMENTO  PIC 9(02)V99 VALUE ZEROS.
008590 77  WRK-PCT-DESC-USADO      PIC 9(02)V99 VALUE ZEROS.
008600******************************************************
008610* AREA DO MESTRE DE PROPOSTAS (PROPMST) E DO CALCULO
008620* DO VENCIMENTO DA VALIDADE (SOMA DE DIAS A UMA DATA
008630* AAAAMMDD)
008640******************************************************
008650 77  WS-FS-PROPOSTAS         PIC X(02)    VALUE SPACES.
008660 77  WRK-DATA-BASE           PIC 9(08)    VALUE ZEROS.
008670 77  WRK-QTD-DIAS            PIC 9(03)    VALUE ZEROS.
008680 77  WRK-DATA-RESULTADO      PIC 9(08)    VALUE ZEROS.
008690 77  WRK-CALC-AAAA           PIC 9(04)    VALUE ZEROS.
008700 77  WRK-CALC-MM             PIC 9(02)    VALUE ZEROS.
008710 77  WRK-CALC-DD             PIC 9(03)    VALUE ZEROS.
008720 77  WRK-DIAS-NO-MES         PIC 9(02)    VALUE ZEROS.
008730 77  WRK-QUOCIENTE           PIC 9(04)    VALUE ZEROS.
008740 77  WRK-RESTO-4             PIC 9(04)    VALUE ZEROS.
008750 77  WRK-RESTO-100           PIC 9(04)    VALUE ZEROS.
008760 77  WRK-RESTO-400           PIC 9(04)    VALUE ZEROS.
008770******************************************************
008780* AREA DO LEVANTAMENTO DE QUANTIDADES DE COMPRA
008790******************************************************
008800 77  WS-PRECO-LOCALIZADO     PIC X(01)    VALUE 'N'.
008810     88 PRECO-LOCALIZADO                 VALUE 'S'.
008820 77  WRK-AREA-NECESSARIA     PIC 9(07)V99 VALUE ZEROS.
008830 77  WRK-QTD-UNIDADES        PIC 9(09)    VALUE ZEROS.
008840******************************************************
008850* AREA DO RELATORIO CLASSIFICADO POR MATERIAL (LOTESRT)
008860******************************************************
008870 77  WS-FS-PRE-CLASS         PIC X(02)    VALUE SPACES.
008880 77  WS-FS-REL-CLASS         PIC X(02)    VALUE SPACES.
008890 77  WS-FIM-CLASSIFICACAO    PIC X(01)    VALUE 'N'.
008900     88 FIM-CLASSIFICACAO                VALUE 'S'.
008910 77  WRK-MATERIAL-CLASS      PIC X(10)    VALUE SPACES.
008920 77  WRK-AREA-MATERIAL       PIC 9(09)V99 VALUE ZEROS.
008930 77  WRK-VALOR-MATERIAL      PIC 9(12)V99 VALUE ZEROS.
008940 77  WS-PAGINA-CLASS         PIC 9(04)    VALUE ZEROS.
008950 77  WS-LINHA-CLASS          PIC 9(02)    VALUE ZEROS.
008960******************************************************
008970* AREA DOS ITENS DAS PROPOSTAS (PROPITM), GRAVADOS UM
008980* POR LOTE ORCADO PARA O FATURAMENTO DA PROPOSTA ACEITA
008990* E PARA A SEGUNDA VIA DO ORCAMENTO
009000******************************************************
009010 77  WS-FS-ITENS-PROP        PIC X(02)    VALUE SPACES.
009020 77  WRK-ITEM-PROPOSTA       PIC 9(03)    VALUE ZEROS.
009030 77  WS-QTD-ITENS-GRAVADOS   PIC 9(06)    VALUE ZEROS.
009040******************************************************
009050* AREA DOS LOTES DE FIGURA COMPOSTA (REGISTROS DE
009060* CONTINUACAO 'C' DO ARQUIVO DE LOTE): AS AREAS DOS
009070* SEGMENTOS SAO ACUMULADAS E O LOTE SO E VALORIZADO
009080* QUANDO CHEGA O PROXIMO DETALHE, O TRAILER OU O FIM DO
009090* ARQUIVO.
009100******************************************************
009110 77  WS-LOTE-PENDENTE        PIC X(01)    VALUE 'N'.
009120     88 LOTE-PENDENTE                    VALUE 'S'.
009130 77  WS-AREA-CALCULADA       PIC X(01)    VALUE 'N'.
009140     88 AREA-CALCULADA                   VALUE 'S'.
009150 77  WRK-AREA-ACUMULADA      PIC 9(07)V99 VALUE ZEROS.
009160 77  WRK-QTD-SEGMENTOS       PIC 9(03)    VALUE ZEROS.
009170 77  WRK-LARGURA-LOTE        PIC 9(03)V99 VALUE ZEROS.
009180 77  WRK-COMPRIMENTO-LOTE    PIC 9(03)V99 VALUE ZEROS.
009190 77  WRK-PERIMETRO-LOTE      PIC 9(05)V99 VALUE ZEROS.
009200 77  WRK-FIGURA-LOTE         PIC X(01)    VALUE '1'.
009210******************************************************
009220* AREA DOS LOTES POLIGONAIS (FIGURA 4): O DETALHE ABRE
009230* O LOTE E CADA REGISTRO DE VERTICE ('V') TRAZ UM PAR
009240* DE COORDENADAS (X, Y) DA POLIGONAL, NA ORDEM DO
009250* CAMINHAMENTO. A IMAGEM DO DETALHE E DE CADA VERTICE
009260* FICA GUARDADA PARA QUE O LOTE RECUSADO NO FECHAMENTO
009270* VA INTEIRO PARA O ARQUIVO DE SUSPENSOS.
009280******************************************************
009290 77  WS-LOTE-POLIGONO        PIC X(01)    VALUE 'N'.
009300     88 LOTE-POLIGONO                    VALUE 'S'.
009310 77  WS-POLIGONO-EXCEDIDO    PIC X(01)    VALUE 'N'.
009320     88 POLIGONO-EXCEDIDO                VALUE 'S'.
009330 77  WRK-SEQ-DETALHE-POL     PIC 9(06)    VALUE ZEROS.
009340 77  WRK-IMAGEM-DETALHE-POL  PIC X(35)    VALUE SPACES.
009350 77  WRK-ORIGEM-POL          PIC X(20)    VALUE SPACES.
009360 77  WRK-QTD-VERTICES-DIST   PIC 9(03)    VALUE ZEROS.
009370 77  WRK-QTD-REG-POLIGONO    PIC 9(04)    VALUE ZEROS.
009380 77  WRK-DX-POL              PIC S9(07)V99 VALUE ZEROS.
009390 77  WRK-DY-POL              PIC S9(07)V99 VALUE ZEROS.
009400 77  WRK-LADO-POL            PIC 9(08)V9(04) VALUE ZEROS.
009410 77  WRK-SOMA-AREA-POL       PIC S9(14)V9(04) VALUE ZEROS.
009420 77  WRK-SOMA-PERIM-POL      PIC 9(09)V9(04) VALUE ZEROS.
009430 77  WRK-AREA-POL            PIC 9(13)V99 VALUE ZEROS.
009440 77  WRK-PERIM-POL           PIC 9(09)V99 VALUE ZEROS.
009450 01  TABELA-VERTICES.
009460     05 TVT-QTD-VERTICES     PIC 9(03) COMP VALUE ZEROS.
009470     05 TVT-ITEM             OCCURS 500 TIMES
009480                             INDEXED BY IX-VTX IX-VTX-PROX.
009490         10 TVT-SEQUENCIA    PIC 9(06).
009500         10 TVT-REGISTRO     PIC X(35).
009510         10 TVT-X            PIC 9(07)V99.
009520         10 TVT-Y            PIC 9(07)V99.
009530******************************************************
009540* AREA DO HISTORICO DE EXECUCOES (EXECHIST), GRAVADO NO
009550* ENCERRAMENTO DE CADA EXECUCAO DO MODO LOTE PARA O
009560* ACOMPANHAMENTO DO ESCALONADOR NOTURNO
009570******************************************************
009580 77  WS-FS-EXECHIST          PIC X(02)    VALUE SPACES.
009590 77  WS-FS-LISTA-COMPRA      PIC X(02)    VALUE SPACES.
009600 77  WS-LISTA-COMPRA-OK      PIC X(01)    VALUE 'N'.
009610     88 LISTA-COMPRA-OK                  VALUE 'S'.
009620 77  WRK-HORA-INICIO         PIC 9(06)    VALUE ZEROS.
009630 77  WRK-DATA-FIM            PIC 9(08)    VALUE ZEROS.
009640******************************************************
009650* AREA DA IDENTIFICACAO DE OPERADOR (OPEMST) - O
009660* OPERADOR IDENTIFICADO SAI NA LINHA DE AUDITORIA DE
009670* CADA CALCULO
009680******************************************************
009690 77  WS-FS-OPERADORES        PIC X(02)    VALUE SPACES.
009700 77  WS-TENTATIVAS           PIC 9(01)    VALUE ZEROS.
009710 77  WS-OPERADOR-OK          PIC X(01)    VALUE 'N'.
009720     88 OPERADOR-IDENTIFICADO            VALUE 'S'.
009730 77  WRK-OPERADOR            PIC X(08)    VALUE SPACES.
009740 77  WRK-OPERADOR-INF        PIC X(08)    VALUE SPACES.
009750 77  WRK-SENHA-INF           PIC X(08)    VALUE SPACES.
009760 01  LINHA-EXECUCAO.
009770     05 EXH-DATA-INICIO      PIC 9(08).
009780     05 EXH-HORA-INICIO      PIC 9(06).
009790     05 EXH-DATA-FIM         PIC 9(08).
009800     05 EXH-HORA-FIM         PIC 9(06).
009810     05 EXH-MODO             PIC X(01).
009820     05 EXH-ORIGEM           PIC X(20).
009830     05 EXH-QTD-PROCESSADOS  PIC 9(06).
009840     05 EXH-QTD-REJEITADOS   PIC 9(06).
009850     05 EXH-QTD-FATURADOS    PIC 9(06).
009860     05 EXH-SEQ-FAT          PIC 9(06).
009870     05 EXH-RETORNO          PIC 9(01).
009880     05 EXH-RECONCILIA       PIC X(01).
009890******************************************************
009900******************************************************
009910* AREA DE CONTROLE DO CLIENTE (QUEBRA POR CLIENTE NO
009920* RELATORIO DO MODO LOTE)
009930******************************************************
009940 77  WS-FS-CLIENTES          PIC X(02)    VALUE SPACES.
009950 77  WRK-NUM-LOTE            PIC 9(06)    VALUE ZEROS.
009960 77  WRK-COD-CLIENTE         PIC 9(05)    VALUE ZEROS.
009970 77  WRK-CLIENTE-ANTERIOR    PIC 9(05)    VALUE ZEROS.
009980 77  WRK-NOME-CLIENTE        PIC X(30)    VALUE SPACES.
009990 77  WRK-AREA-CLIENTE        PIC 9(09)V99 VALUE ZEROS.
010000 77  WRK-VALOR-CLIENTE       PIC 9(12)V99 VALUE ZEROS.
010010 77  WS-CLIENTE-VALIDO       PIC X(01)    VALUE 'N'.
010020     88 CLIENTE-VALIDO                   VALUE 'S'.
010030 77  WS-CLIENTE-FECHADO      PIC X(01)    VALUE 'N'.
010040     88 CLIENTE-FECHADO                  VALUE 'S'.
010050 01  TABELA-CLI-FECHADOS.
010060     05 TCF-QTD-CLIENTES     PIC 9(03) COMP VALUE ZEROS.
010070     05 TCF-CODIGO           PIC 9(05) OCCURS 500 TIMES
010080                             INDEXED BY IX-CLI.
010090******************************************************
010100* AREA DO BLOQUEIO POR CREDITO: SALDO EM ABERTO NO
010110* TITMST CONTRA O LIMITE DO CLIMST E TITULOS VENCIDOS
010120* ALEM DA TOLERANCIA, APURADOS UMA VEZ POR CLIENTE, E
010130* TABELA DOS CLIENTES BLOQUEADOS PARA O LOTERPT
010140******************************************************
010150 77  WS-FS-TITULOS           PIC X(02)    VALUE SPACES.
010160 77  WS-TITULOS-ABERTO       PIC X(01)    VALUE 'N'.
010170     88 TITULOS-ABERTO                   VALUE 'S'.
010180 77  WS-FIM-TITULOS          PIC X(01)    VALUE 'N'.
010190     88 FIM-TITULOS                      VALUE 'S'.
010200 77  WS-CREDITO-BLOQUEADO    PIC X(01)    VALUE 'N'.
010210     88 CREDITO-BLOQUEADO                VALUE 'S'.
010220 77  WS-CLI-BLOQ-TABELA      PIC X(01)    VALUE 'N'.
010230     88 CLI-BLOQ-NA-TABELA               VALUE 'S'.
010240 77  WS-LOTE-BLOQUEADO       PIC X(01)    VALUE 'N'.
010250     88 LOTE-BLOQUEADO                   VALUE 'S'.
010260 77  WRK-CLIENTE-CREDITO     PIC 9(05)    VALUE ZEROS.
010270 77  WRK-DIAS-TOLERANCIA     PIC 9(03)    VALUE 30.
010280 77  WRK-LIMITE-CREDITO      PIC 9(10)V99 VALUE ZEROS.
010290 77  WRK-SALDO-ABERTO        PIC 9(12)V99 VALUE ZEROS.
010300 77  WRK-SALDO-TITULO        PIC S9(12)V99 VALUE ZEROS.
010310 77  WRK-QTD-VENCIDOS        PIC 9(04)    VALUE ZEROS.
010320 01  TABELA-CLI-BLOQUEADOS.
010330     05 TCB-QTD-CLIENTES     PIC 9(03) COMP VALUE ZEROS.
010340     05 TCB-ITEM             OCCURS 200 TIMES
010350                             INDEXED BY IX-BLQ.
010360         10 TCB-CODIGO       PIC 9(05).
010370         10 TCB-NOME         PIC X(30).
010380         10 TCB-LIMITE       PIC 9(10)V99.
010390         10 TCB-SALDO        PIC 9(12)V99.
010400         10 TCB-QTD-VENCIDOS PIC 9(04).
010410         10 TCB-QTD-LOTES    PIC 9(05).
010420******************************************************
010430* AREA DO ORCAMENTO DE BALCAO (MODO INTERATIVO): CLIENTE
010440* IDENTIFICADO NO CLIMST OU PROSPECTO CADASTRADO NA
010450* HORA, LOTES DIGITADOS E TRILHA DA INCLUSAO DO
010460* PROSPECTO
010470******************************************************
010480 77  WS-BALCAO-OK            PIC X(01)    VALUE 'N'.
010490     88 BALCAO-OK                        VALUE 'S'.
010500 77  WS-ATENDIMENTO          PIC X(01)    VALUE 'A'.
010510     88 ATENDIMENTO-AVULSO               VALUE 'A'.
010520     88 ATENDIMENTO-ORCAMENTO            VALUE 'O'.
010530     88 ATENDIMENTO-CANCELADO            VALUE 'X'.
010540 77  WS-FIM-LOTES-BALCAO     PIC X(01)    VALUE 'N'.
010550     88 FIM-LOTES-BALCAO                 VALUE 'S'.
010560 77  WS-FIM-SEGMENTOS        PIC X(01)    VALUE 'N'.
010570     88 FIM-SEGMENTOS                    VALUE 'S'.
010580 77  WS-NUMERO-VALIDO        PIC X(01)    VALUE 'N'.
010590     88 NUMERO-VALIDO                    VALUE 'S'.
010600 77  WRK-RESPOSTA-BALCAO     PIC X(01)    VALUE SPACES.
010610 77  WRK-NUMERO-RAW          PIC X(10)    VALUE SPACES.
010620 77  WRK-NUMERO-DIGITOS      PIC X(10)    VALUE SPACES.
010630 77  WS-CNT-NUMERO           PIC 9(02)    VALUE ZEROS.
010640 77  WRK-MAX-DIGITOS         PIC 9(01)    VALUE ZEROS.
010650 01  WRK-NUMERO-INF-GRP.
010660     05 WRK-NUMERO-INF       PIC 9(06)    VALUE ZEROS.
010670 01  WRK-NUMERO-INF-X REDEFINES WRK-NUMERO-INF-GRP
010680                             PIC X(06).
010690 77  WRK-PROX-LOTE           PIC 9(06)    VALUE ZEROS.
010700 77  WRK-VAL-ORC-ED          PIC Z(11)9,99 VALUE ZEROS.
010710 77  WRK-PCT-ED              PIC Z9,99    VALUE ZEROS.
010720 77  WS-QTD-ORC-BALCAO       PIC 9(04)    VALUE ZEROS.
010730 77  WS-FS-TRILHA            PIC X(02)    VALUE SPACES.
010740 77  WRK-DATA-TRILHA         PIC 9(08)    VALUE ZEROS.
010750 77  WRK-HORA-TRILHA         PIC 9(08)    VALUE ZEROS.
010760******************************************************
010770 77  WS-PAGINA-ATUAL         PIC 9(04)    VALUE ZEROS.
010780 77  WS-LINHA-ATUAL          PIC 9(02)    VALUE ZEROS.
010790 77  WS-MAX-LINHAS-PAGINA    PIC 9(02)    VALUE 20.
010800 01  WRK-DATA-EXECUCAO.
010810     05 WRK-DATA-AAAA        PIC 9(04).
010820     05 WRK-DATA-MM          PIC 9(02).
010830     05 WRK-DATA-DD          PIC 9(02).
010840 01  WRK-DATA-EXECUCAO-ED.
010850     05 WRK-DATA-ED-DD       PIC 9(02).
010860     05 FILLER               PIC X(01)    VALUE '/'.
010870     05 WRK-DATA-ED-MM       PIC 9(02).
010880     05 FILLER               PIC X(01)    VALUE '/'.
010890     05 WRK-DATA-ED-AAAA     PIC 9(04).
010900 01  WRK-HORA-EXECUCAO.
010910     05 WRK-HORA-HH          PIC 9(02).
010920     05 WRK-HORA-MM          PIC 9(02).
010930     05 WRK-HORA-SS          PIC 9(02).
010940     05 WRK-HORA-CC          PIC 9(02).
010950 01  WRK-HORA-EXECUCAO-ED.
010960     05 WRK-HORA-ED-HH       PIC 9(02).
010970     05 FILLER               PIC X(01)    VALUE ':'.
010980     05 WRK-HORA-ED-MM       PIC 9(02).
010990     05 FILLER               PIC X(01)    VALUE ':'.
011000     05 WRK-HORA-ED-SS       PIC 9(02).
011010******************************************************
011020* LAYOUTS DAS LINHAS DO RELATORIO DE AREAS (LOTERPT)
011030******************************************************
011040 01  LINHA-CABECALHO-1.
011050     05 FILLER               PIC X(22)    VALUE SPACES.
011060     05 FILLER               PIC X(36)
011070        VALUE 'RELATORIO DE CALCULO DE AREAS'.
011080 01  LINHA-CABECALHO-2.
011090     05 FILLER               PIC X(06)    VALUE 'DATA: '.
011100     05 LC2-DATA             PIC X(10).
011110     05 FILLER               PIC X(20)    VALUE SPACES.
011120     05 FILLER               PIC X(08)    VALUE 'PAGINA: '.
011130     05 LC2-PAGINA           PIC ZZZ9.
011140 01  LINHA-CABECALHO-3.
011150     05 FILLER               PIC X(08)    VALUE 'LOTE'.
011160     05 FILLER               PIC X(10)    VALUE 'LARGURA'.
011170     05 FILLER               PIC X(04)    VALUE SPACES.
011180     05 FILLER               PIC X(13)    VALUE 'COMPRIMENTO'.
011190     05 FILLER               PIC X(04)    VALUE SPACES.
011200     05 FILLER               PIC X(10)    VALUE 'AREA'.
011210     05 FILLER               PIC X(04)    VALUE SPACES.
011220     05 FILLER               PIC X(10)    VALUE 'PERIMETRO'.
011230     05 FILLER               PIC X(02)    VALUE SPACES.
011240     05 FILLER               PIC X(10)    VALUE 'MATERIAL'.
011250     05 FILLER               PIC X(02)    VALUE SPACES.
011260     05 FILLER               PIC X(05)    VALUE 'VALOR'.
011270     05 FILLER               PIC X(01)    VALUE SPACES.
011280     05 FILLER               PIC X(03)    VALUE 'FIG'.
011290     05 FILLER               PIC X(01)    VALUE SPACES.
011300     05 FILLER               PIC X(03)    VALUE 'SEG'.
011310 01  LINHA-BRANCO            PIC X(01)    VALUE SPACES.
011320 01  LINHA-DETALHE.
011330     05 LD-NUM-LOTE          PIC ZZZZZ9.
011340     05 FILLER               PIC X(02)    VALUE SPACES.
011350     05 LD-LARGURA           PIC ZZ9,99.
011360     05 FILLER               PIC X(07)    VALUE SPACES.
011370     05 LD-COMPRIMENTO       PIC ZZ9,99.
011380     05 FILLER               PIC X(07)    VALUE SPACES.
011390     05 LD-AREA              PIC Z(06)9,99.
011400     05 FILLER               PIC X(05)    VALUE SPACES.
011410     05 LD-PERIMETRO-GRP.
011420         10 LD-PERIMETRO     PIC ZZZZ9,99.
011430     05 LD-PERIMETRO-X REDEFINES LD-PERIMETRO-GRP
011440                             PIC X(08).
011450     05 FILLER               PIC X(02)    VALUE SPACES.
011460     05 LD-MATERIAL          PIC X(10).
011470     05 FILLER               PIC X(02)    VALUE SPACES.
011480     05 LD-VALOR             PIC Z(09)9,99.
011490     05 FILLER               PIC X(01)    VALUE SPACES.
011500     05 LD-FIGURA            PIC X(03).
011510     05 FILLER               PIC X(01)    VALUE SPACES.
011520     05 LD-SEGMENTOS         PIC ZZ9.
011530 01  LINHA-CLIENTE.
011540     05 FILLER               PIC X(09)    VALUE 'CLIENTE: '.
011550     05 LCL-CODIGO           PIC ZZZZ9.
011560     05 FILLER               PIC X(03)    VALUE ' - '.
011570     05 LCL-NOME             PIC X(30).
011580 01  LINHA-SUBTOTAL-CLIENTE.
011590     05 FILLER               PIC X(25)
011600        VALUE 'SUBTOTAL CLIENTE - AREA: '.
011610     05 LSC-AREA             PIC Z(08)9,99.
011620     05 FILLER               PIC X(09)    VALUE '  VALOR: '.
011630     05 LSC-VALOR            PIC Z(11)9,99.
011640******************************************************
011650* LAYOUTS DAS LINHAS DO DOCUMENTO DE ORCAMENTO (ORCRPT)
011660******************************************************
011670 01  LINHA-ORC-SEPARADOR     PIC X(60)    VALUE ALL '='.
011680 01  LINHA-ORC-TITULO.
011690     05 FILLER               PIC X(13)
011700        VALUE 'ORCAMENTO N. '.
011710     05 LOT-NUMERO           PIC ZZZZZ9.
011720     05 FILLER               PIC X(08)    VALUE '  DATA: '.
011730     05 LOT-DATA             PIC X(10).
011740 01  LINHA-ORC-CLIENTE.
011750     05 FILLER               PIC X(09)    VALUE 'CLIENTE: '.
011760     05 LOC-CODIGO           PIC ZZZZ9.
011770     05 FILLER               PIC X(03)    VALUE ' - '.
011780     05 LOC-NOME             PIC X(30).
011790 01  LINHA-ORC-ENDERECO.
011800     05 FILLER               PIC X(10)   VALUE 'ENDERECO: '.
011810     05 LOE-ENDERECO         PIC X(40).
011820 01  LINHA-ORC-TELEFONE.
011830     05 FILLER               PIC X(10)   VALUE 'TELEFONE: '.
011840     05 LOF-TELEFONE         PIC X(12).
011850 01  LINHA-ORC-COLUNAS.
011860     05 FILLER               PIC X(08)    VALUE 'LOTE'.
011870     05 FILLER               PIC X(05)    VALUE 'FIG'.
011880     05 FILLER               PIC X(09)    VALUE 'LARGURA'.
011890     05 FILLER               PIC X(09)    VALUE 'COMPRIM.'.
011900     05 FILLER               PIC X(12)    VALUE 'MATERIAL'.
011910     05 FILLER               PIC X(12)    VALUE 'VALOR'.
011920     05 FILLER               PIC X(04)    VALUE ' SEG'.
011930 01  LINHA-ORC-ITEM.
011940     05 LOI-NUM-LOTE         PIC ZZZZZ9.
011950     05 FILLER               PIC X(02)    VALUE SPACES.
011960     05 LOI-FIGURA           PIC X(03).
011970     05 FILLER               PIC X(02)    VALUE SPACES.
011980     05 LOI-LARGURA          PIC ZZ9,99.
011990     05 FILLER               PIC X(03)    VALUE SPACES.
012000     05 LOI-COMPRIMENTO      PIC ZZ9,99.
012010     05 FILLER               PIC X(03)    VALUE SPACES.
012020     05 LOI-MATERIAL         PIC X(10).
012030     05 FILLER               PIC X(02)    VALUE SPACES.
012040     05 LOI-VALOR            PIC Z(09)9,99.
012050     05 FILLER               PIC X(01)    VALUE SPACES.
012060     05 LOI-SEGMENTOS        PIC ZZ9.
012070 01  LINHA-ORC-VALOR.
012080     05 LOV-ROTULO           PIC X(22).
012090     05 LOV-PCT              PIC Z9,99.
012100     05 FILLER               PIC X(03)    VALUE '%) '.
012110     05 LOV-VALOR            PIC Z(11)9,99.
012120 01  LINHA-ORC-SUBTOTAL.
012130     05 FILLER               PIC X(30)
012140        VALUE 'SUBTOTAL DOS MATERIAIS......: '.
012150     05 LOS-VALOR            PIC Z(11)9,99.
012160 01  LINHA-ORC-TOTAL.
012170     05 FILLER               PIC X(30)
012180        VALUE 'TOTAL DO ORCAMENTO..........: '.
012190     05 LOTT-VALOR           PIC Z(11)9,99.
012200 01  LINHA-ORC-VALIDADE.
012210     05 FILLER               PIC X(20)
012220        VALUE 'PROPOSTA VALIDA POR '.
012230     05 LOV-DIAS             PIC ZZ9.
012240     05 FILLER               PIC X(06)    VALUE ' DIAS.'.
012250 01  LINHA-ORC-CANCELADO.
012260     05 FILLER               PIC X(41)
012270        VALUE 'NENHUM LOTE ORCADO - ORCAMENTO CANCELADO.'.
012280 01  LINHA-REJEITADOS.
012290     05 FILLER               PIC X(22)
012300        VALUE 'REGISTROS REJEITADOS: '.
012310     05 LRJ-QTD              PIC ZZZZZ9.
012320 01  LINHA-ARQ-ORIGEM.
012330     05 FILLER               PIC X(09)    VALUE 'ARQUIVO: '.
012340     05 LAO-ARQUIVO          PIC X(12).
012350     05 FILLER               PIC X(10)    VALUE '  ORIGEM: '.
012360     05 LAO-ORIGEM           PIC X(20).
012370     05 FILLER               PIC X(16)
012380        VALUE '  DATA HEADER: '.
012390     05 LAO-DATA             PIC 9(08).
012400 01  LINHA-ARQ-TOTAIS.
012410     05 FILLER               PIC X(36)
012420        VALUE 'REGISTROS DO ARQUIVO - PROCESSADOS: '.
012430     05 LAT-PROCESSADOS      PIC ZZZZZ9.
012440     05 FILLER               PIC X(14)    VALUE '  REJEITADOS: '.
012450     05 LAT-REJEITADOS       PIC ZZZZZ9.
012460 01  LINHA-ARQ-RECUSADO.
012470     05 FILLER               PIC X(22)
012480        VALUE '*** ARQUIVO RECUSADO: '.
012490     05 LAR-ARQUIVO          PIC X(12).
012500     05 FILLER               PIC X(03)    VALUE ' - '.
012510     05 LAR-MOTIVO           PIC X(50).
012520 01  LINHA-ORIG-TITULO.
012530     05 FILLER               PIC X(31)
012540        VALUE 'ORIGENS ESPERADAS NAO RECEBIDAS'.
012550 01  LINHA-ORIG-DETALHE.
012560     05 LOD-ORIGEM           PIC X(20).
012570     05 FILLER               PIC X(11)    VALUE '  ARQUIVO: '.
012580     05 LOD-ARQUIVO          PIC X(12).
012590 01  LINHA-ORIG-NENHUMA.
012600     05 FILLER               PIC X(42)
012610        VALUE 'TODAS AS ORIGENS ESPERADAS FORAM RECEBIDAS'.
012620******************************************************
012630* LAYOUTS DAS LINHAS DO RELATORIO CLASSIFICADO POR
012640* MATERIAL (LOTESRT)
012650******************************************************
012660 01  LINHA-CLASS-CAB-1.
012670     05 FILLER               PIC X(18)    VALUE SPACES.
012680     05 FILLER               PIC X(40)
012690        VALUE 'RELATORIO DE AREAS POR MATERIAL'.
012700 01  LINHA-CLASS-CAB-2.
012710     05 FILLER               PIC X(06)    VALUE 'DATA: '.
012720     05 LCC-DATA             PIC X(10).
012730     05 FILLER               PIC X(20)    VALUE SPACES.
012740     05 FILLER               PIC X(08)    VALUE 'PAGINA: '.
012750     05 LCC-PAGINA           PIC ZZZ9.
012760 01  LINHA-CLASS-MATERIAL.
012770     05 FILLER               PIC X(10)    VALUE 'MATERIAL: '.
012780     05 LCM-MATERIAL         PIC X(10).
012790 01  LINHA-CLASS-COLUNAS.
012800     05 FILLER               PIC X(08)    VALUE 'LOTE'.
012810     05 FILLER               PIC X(09)    VALUE 'CLIENTE'.
012820     05 FILLER               PIC X(09)    VALUE 'LARGURA'.
012830     05 FILLER               PIC X(10)    VALUE 'COMPRIM.'.
012840     05 FILLER               PIC X(12)    VALUE 'AREA'.
012850     05 FILLER               PIC X(13)    VALUE 'VALOR'.
012860     05 FILLER               PIC X(03)    VALUE 'FIG'.
012870 01  LINHA-CLASS-DETALHE.
012880     05 LCD-NUM-LOTE         PIC ZZZZZ9.
012890     05 FILLER               PIC X(02)    VALUE SPACES.
012900     05 LCD-COD-CLIENTE      PIC ZZZZ9.
012910     05 FILLER               PIC X(04)    VALUE SPACES.
012920     05 LCD-LARGURA          PIC ZZ9,99.
012930     05 FILLER               PIC X(03)    VALUE SPACES.
012940     05 LCD-COMPRIMENTO      PIC ZZ9,99.
012950     05 FILLER               PIC X(02)    VALUE SPACES.
012960     05 LCD-AREA             PIC Z(06)9,99.
012970     05 FILLER               PIC X(01)    VALUE SPACES.
012980     05 LCD-VALOR            PIC Z(09)9,99.
012990     05 FILLER               PIC X(01)    VALUE SPACES.
013000     05 LCD-FIGURA           PIC X(03).
013010 01  LINHA-CLASS-SUBTOTAL.
013020     05 FILLER               PIC X(09)    VALUE 'SUBTOTAL '.
013030     05 LCS-MATERIAL         PIC X(10).
013040     05 FILLER               PIC X(08)    VALUE ' AREA: '.
013050     05 LCS-AREA             PIC Z(08)9,99.
013060     05 FILLER               PIC X(09)    VALUE '  VALOR: '.
013070     05 LCS-VALOR            PIC Z(11)9,99.
013080 01  LINHA-COMPRAS-TITULO.
013090     05 FILLER               PIC X(34)
013100        VALUE 'LISTA DE COMPRAS POR MATERIAL'.
013110 01  LINHA-COMPRA.
013120     05 LCP-MATERIAL         PIC X(10).
013130     05 FILLER               PIC X(02)    VALUE SPACES.
013140     05 LCP-QTD              PIC Z(08)9.
013150     05 FILLER               PIC X(01)    VALUE SPACES.
013160     05 LCP-UNID-COMPRA      PIC X(10).
013170 01  LINHA-RECONCILIA.
013180     05 FILLER               PIC X(20)
013190        VALUE '*** RECONCILIACAO: '.
013200     05 LRC-MENSAGEM         PIC X(60).
013210 01  LINHA-TOTAL.
013220     05 FILLER               PIC X(22)
013230        VALUE 'AREA TOTAL DA SESSAO: '.
013240     05 LT-AREA-TOTAL        PIC Z(08)9,99.
013250 01  LINHA-VALOR-TOTAL.
013260     05 FILLER               PIC X(23)
013270        VALUE 'VALOR TOTAL DA SESSAO: '.
013280     05 LVT-VALOR-TOTAL      PIC Z(11)9,99.
013290 01  LINHA-BLQ-TITULO.
013300     05 FILLER               PIC X(32)
013310        VALUE 'CLIENTES BLOQUEADOS POR CREDITO'.
013320     05 FILLER               PIC X(23)
013330        VALUE ' - TOLERANCIA DE ATRASO'.
013340     05 FILLER               PIC X(02)    VALUE ': '.
013350     05 LBT-DIAS             PIC ZZ9.
013360     05 FILLER               PIC X(05)    VALUE ' DIAS'.
013370 01  LINHA-BLQ-COLUNAS.
013380     05 FILLER               PIC X(07)    VALUE 'CLIENTE'.
013390     05 FILLER               PIC X(31)    VALUE ' NOME'.
013400     05 FILLER               PIC X(14)    VALUE '        LIMITE'.
013410     05 FILLER               PIC X(16)
013420        VALUE '    SALDO ABERTO'.
013430     05 FILLER               PIC X(05)    VALUE ' VENC'.
013440     05 FILLER               PIC X(06)    VALUE ' LOTES'.
013450 01  LINHA-BLQ-DETALHE.
013460     05 LBD-CODIGO           PIC ZZZZ9.
013470     05 FILLER               PIC X(03)    VALUE SPACES.
013480     05 LBD-NOME             PIC X(30).
013490     05 FILLER               PIC X(01)    VALUE SPACES.
013500     05 LBD-LIMITE-GRP.
013510         10 LBD-LIMITE       PIC Z(09)9,99.
013520     05 LBD-LIMITE-X REDEFINES LBD-LIMITE-GRP
013530                             PIC X(13).
013540     05 FILLER               PIC X(01)    VALUE SPACES.
013550     05 LBD-SALDO            PIC Z(11)9,99.
013560     05 FILLER               PIC X(01)    VALUE SPACES.
013570     05 LBD-VENCIDOS         PIC ZZZ9.
013580     05 FILLER               PIC X(01)    VALUE SPACES.
013590     05 LBD-LOTES            PIC ZZZZ9.
013600 01  LINHA-BLQ-NENHUM.
013610     05 FILLER               PIC X(36)
013620        VALUE 'NENHUM CLIENTE BLOQUEADO POR CREDITO'.
013630******************************************************
013640* LAYOUT DA LINHA DO ARQUIVO DE AUDITORIA (LOTEAUD)
013650******************************************************
013660     COPY LINAUD.
013670******************************************************
013680* LINHA DA TRILHA DE ALTERACOES (LAYOUT COMPARTILHADO)
013690******************************************************
013700     COPY LINTRIL.
013710 PROCEDURE DIVISION.
013720******************************************************
013730* 0000-MAINLINE
013740* ROTINA PRINCIPAL DO PROGRAMA
013750******************************************************
013760 0000-MAINLINE.
013770     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
013780
013790     IF MODO-BATCH
013800         IF MODO-REPROCESSO
013810             PERFORM 2000-PROCESSAR-LOTE THRU 2000-EXIT
013820                 UNTIL FIM-ARQUIVO
013830             PERFORM 6500-ENCERRAR-ARQUIVO THRU 6500-EXIT
013840         ELSE
013850             PERFORM 6000-PROCESSAR-ORIGEM THRU 6000-EXIT
013860                 VARYING IX-ORG FROM 1 BY 1
013870                 UNTIL IX-ORG > TOR-QTD-ORIGENS
013880         END-IF
013890     ELSE
013900         PERFORM 3000-PROCESSAR-INTERATIVO THRU 3000-EXIT
013910             UNTIL FIM-SESSAO
013920     END-IF.
013930
013940     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
013950
013960     STOP RUN.
013970******************************************************
013980* 1000-INICIALIZAR
013990* ABRE OS ARQUIVOS, OBTEM A DATA DE EXECUCAO E DECIDE
014000* SE O PROGRAMA RODA EM MODO LOTE OU INTERATIVO.
014010******************************************************
014020 1000-INICIALIZAR.
014030     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
014040     ACCEPT WRK-HORA-EXECUCAO FROM TIME.
014050     MOVE WRK-HORA-EXECUCAO(1:6) TO WRK-HORA-INICIO.
014060     MOVE WRK-DATA-DD   TO WRK-DATA-ED-DD.
014070     MOVE WRK-DATA-MM   TO WRK-DATA-ED-MM.
014080     MOVE WRK-DATA-AAAA TO WRK-DATA-ED-AAAA.
014090     MOVE WRK-DATA-EXECUCAO TO WRK-DATA-EXEC-NUM.
014100
014110     PERFORM 1020-IDENTIFICAR-OPERADOR THRU 1020-EXIT.
014120
014130     OPEN OUTPUT ARQ-RELATORIO.
014140     IF WS-FS-RELATORIO NOT = '00'
014150         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
014160             'ARQUIVO DE RELATORIO (LOTERPT). STATUS: '
014170             WS-FS-RELATORIO
014180         MOVE 8 TO RETURN-CODE
014190         STOP RUN
014200     END-IF.
014210
014220     OPEN EXTEND ARQ-AUDITORIA.
014230     IF WS-FS-AUDITORIA = '05' OR WS-FS-AUDITORIA = '35'
014240         OPEN OUTPUT ARQ-AUDITORIA
014250     END-IF.
014260
014270     PERFORM 1200-CARREGAR-PRECOS THRU 1200-EXIT.
014280
014290     PERFORM 1600-CARREGAR-ORIGENS THRU 1600-EXIT.
014300
014310     IF NOT MODO-ORIGENS
014320         OPEN INPUT ARQ-ENTRADA
014330         IF WS-FS-ENTRADA = '00'
014340             CLOSE ARQ-ENTRADA
014350         ELSE
014360             OPEN INPUT ARQ-REPROCESSO
014370             IF WS-FS-REPROCESSO = '00'
014380                 SET MODO-REPROCESSO TO TRUE
014390                 DISPLAY 'REPROCESSANDO ARQUIVO DE SUSPENSOS '
014400                     'CORRIGIDO (LOTEREPR).'
014410             END-IF
014420         END-IF
014430     END-IF.
014440
014450     IF MODO-ORIGENS OR WS-FS-ENTRADA = '00'
014460        OR MODO-REPROCESSO
014470         SET MODO-BATCH TO TRUE
014480         IF NOT MODO-REPROCESSO
014490             PERFORM 2050-LER-CHECKPOINT THRU 2050-EXIT
014500         END-IF
014510         OPEN INPUT ARQ-CLIENTES
014520         IF WS-FS-CLIENTES NOT = '00'
014530             DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
014540                 'CADASTRO DE CLIENTES (CLIMST). STATUS: '
014550                 WS-FS-CLIENTES
014560             MOVE 8 TO RETURN-CODE
014570             STOP RUN
014580         END-IF
014590         PERFORM 1150-ABRIR-SUSPENSO THRU 1150-EXIT
014600         PERFORM 1170-ABRIR-PRECOS-NEG THRU 1170-EXIT
014610         OPEN OUTPUT ARQ-ORCAMENTO
014620         IF WS-FS-ORCAMENTO NOT = '00'
014630             DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
014640                 'ARQUIVO DE ORCAMENTOS (ORCRPT). STATUS: '
014650                 WS-FS-ORCAMENTO
014660             MOVE 8 TO RETURN-CODE
014670             STOP RUN
014680         END-IF
014690         PERFORM 1400-CARREGAR-PARAM-ORC THRU 1400-EXIT
014700         PERFORM 1180-ABRIR-TITULOS THRU 1180-EXIT
014710         PERFORM 1450-LER-NUM-PROPOSTA THRU 1450-EXIT
014720         PERFORM 1460-ABRIR-PROPOSTAS THRU 1460-EXIT
014730         OPEN OUTPUT ARQ-PRE-CLASS
014740         IF WS-FS-PRE-CLASS NOT = '00'
014750             DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
014760                 'ARQUIVO DE TRABALHO (LOTEPREC). STATUS: '
014770                 WS-FS-PRE-CLASS
014780             MOVE 8 TO RETURN-CODE
014790             STOP RUN
014800         END-IF
014810         PERFORM 1470-ABRIR-ITENS-PROP THRU 1470-EXIT
014820         IF MODO-REPROCESSO
014830             PERFORM 2100-LER-REGISTRO THRU 2100-EXIT
014840         END-IF
014850     ELSE
014860         MOVE 'N' TO WS-MODO-BATCH
014870         PERFORM 1050-ABRIR-BALCAO THRU 1050-EXIT
014880     END-IF.
014890 1000-EXIT.
014900     EXIT.
014910******************************************************
014920* 1050-ABRIR-BALCAO
014930* ABRE OS ARQUIVOS DO ORCAMENTO DE BALCAO NO MODO
014940* INTERATIVO: CADASTRO DE CLIENTES PARA ATUALIZACAO
014950* (CADASTRO DE PROSPECTOS), PRECOS NEGOCIADOS, DOCUMENTO
014960* DE ORCAMENTO (POR EXTENSAO, PARA NAO PERDER OS
014970* ORCAMENTOS DO MODO LOTE AINDA NAO IMPRESSOS),
014980* PARAMETROS, TITULOS, PROPOSTAS E ITENS. SEM O
014990* CADASTRO DE CLIENTES O MODO INTERATIVO FAZ SOMENTE
015000* CALCULO AVULSO.
015010******************************************************
015020 1050-ABRIR-BALCAO.
015030     OPEN I-O ARQ-CLIENTES.
015040     IF WS-FS-CLIENTES NOT = '00'
015050         DISPLAY 'AVISO: CADASTRO DE CLIENTES (CLIMST) '
015060             'INDISPONIVEL - SOMENTE CALCULO AVULSO, SEM '
015070             'ORCAMENTO. STATUS: ' WS-FS-CLIENTES
015080         GO TO 1050-EXIT
015090     END-IF.
015100     SET BALCAO-OK TO TRUE.
015110
015120     PERFORM 1170-ABRIR-PRECOS-NEG THRU 1170-EXIT.
015130     OPEN EXTEND ARQ-ORCAMENTO.
015140     IF WS-FS-ORCAMENTO = '05' OR WS-FS-ORCAMENTO = '35'
015150         OPEN OUTPUT ARQ-ORCAMENTO
015160     END-IF.
015170     IF WS-FS-ORCAMENTO NOT = '00'
015180         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
015190             'ARQUIVO DE ORCAMENTOS (ORCRPT). STATUS: '
015200             WS-FS-ORCAMENTO
015210         MOVE 8 TO RETURN-CODE
015220         STOP RUN
015230     END-IF.
015240     PERFORM 1400-CARREGAR-PARAM-ORC THRU 1400-EXIT.
015250     PERFORM 1180-ABRIR-TITULOS THRU 1180-EXIT.
015260     PERFORM 1460-ABRIR-PROPOSTAS THRU 1460-EXIT.
015270     PERFORM 1470-ABRIR-ITENS-PROP THRU 1470-EXIT.
015280 1050-EXIT.
015290     EXIT.
015300******************************************************
015310* 1020-IDENTIFICAR-OPERADOR
015320* IDENTIFICA O OPERADOR NA ENTRADA DO PROGRAMA CONTRA O
015330* CADASTRO DE OPERADORES (OPEMST), COM ATE 3 TENTATIVAS.
015340* O OPERADOR IDENTIFICADO SAI NA LINHA DE AUDITORIA DE
015350* CADA CALCULO. QUANDO O CADASTRO AINDA NAO EXISTE
015360* (IMPLANTACAO), O PROGRAMA SEGUE COM O OPERADOR
015370* *SEMCAD* E AVISO NO CONSOLE.
015380******************************************************
015390 1020-IDENTIFICAR-OPERADOR.
015400     OPEN INPUT ARQ-OPERADORES.
015410     IF WS-FS-OPERADORES NOT = '00'
015420         DISPLAY 'AVISO: CADASTRO DE OPERADORES (OPEMST) '
015430             'INDISPONIVEL - PROSSEGUINDO SEM '
015440             'IDENTIFICACAO.'
015450         MOVE '*SEMCAD*' TO WRK-OPERADOR
015460         SET OPERADOR-IDENTIFICADO TO TRUE
015470         GO TO 1020-EXIT
015480     END-IF.
015490
015500     PERFORM 1030-TENTAR-IDENTIFICACAO THRU 1030-EXIT
015510         UNTIL OPERADOR-IDENTIFICADO
015520            OR WS-TENTATIVAS > 2.
015530     CLOSE ARQ-OPERADORES.
015540
015550     IF NOT OPERADOR-IDENTIFICADO
015560         DISPLAY 'ACESSO NEGADO - TENTATIVAS ESGOTADAS.'
015570         MOVE 8 TO RETURN-CODE
015580         STOP RUN
015590     END-IF.
015600 1020-EXIT.
015610     EXIT.
015620******************************************************
015630* 1030-TENTAR-IDENTIFICACAO
015640* SOLICITA CODIGO E SENHA E CONFERE NO CADASTRO QUE O
015650* OPERADOR EXISTE, A SENHA CONFERE E A SITUACAO E
015660* ATIVA.
015670******************************************************
015680 1030-TENTAR-IDENTIFICACAO.
015690     ADD 1 TO WS-TENTATIVAS.
015700     DISPLAY 'CODIGO DO OPERADOR: '.
015710     MOVE SPACES TO WRK-OPERADOR-INF.
015720     ACCEPT WRK-OPERADOR-INF.
015730     DISPLAY 'SENHA: '.
015740     MOVE SPACES TO WRK-SENHA-INF.
015750     ACCEPT WRK-SENHA-INF.
015760
015770     MOVE WRK-OPERADOR-INF TO OPE-CODIGO.
015780     READ ARQ-OPERADORES
015790         INVALID KEY
015800             DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
015810         NOT INVALID KEY
015820             IF OPE-SENHA = WRK-SENHA-INF
015830                AND OPERADOR-ATIVO
015840                 SET OPERADOR-IDENTIFICADO TO TRUE
015850                 MOVE OPE-CODIGO TO WRK-OPERADOR
015860                 DISPLAY 'OPERADOR IDENTIFICADO: '
015870                     OPE-NOME
015880             ELSE
015890                 DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
015900             END-IF
015910     END-READ.
015920 1030-EXIT.
015930     EXIT.
015940******************************************************
015950* 1100-CONFERIR-HEADER
015960* CONFERE O REGISTRO HEADER DO ARQUIVO DE LOTE: O
015970* ARQUIVO DEVE COMECAR POR UM HEADER E, QUANDO A DATA
015980* DO ARQUIVO FOR DIFERENTE DA DATA DE EXECUCAO, O
015990* OPERADOR PRECISA CONFIRMAR O PROCESSAMENTO ANTES DO
016000* INICIO (PROTECAO CONTRA ARQUIVO DE OUTRO DIA). SEM
016010* HEADER OU SEM A CONFIRMACAO O ARQUIVO E RECUSADO.
016020******************************************************
016030 1100-CONFERIR-HEADER.
016040     IF FIM-ARQUIVO OR NOT REG-HEADER
016050         MOVE 'ARQUIVO SEM REGISTRO HEADER'
016060             TO WRK-MOTIVO-RECUSA
016070         SET ARQUIVO-RECUSADO TO TRUE
016080         GO TO 1100-EXIT
016090     END-IF.
016100
016110     MOVE REG-HDR-DATA   TO WRK-DATA-ARQUIVO.
016120     MOVE REG-HDR-ORIGEM TO WRK-ORIGEM-ARQUIVO.
016130
016140     IF WRK-DATA-ARQUIVO NOT = WRK-DATA-EXECUCAO
016150         DISPLAY 'ATENCAO: DATA DO ARQUIVO DE LOTE ('
016160             WRK-DATA-ARQUIVO ') DIFERENTE DA DATA DE '
016170             'EXECUCAO (' WRK-DATA-EXECUCAO ').'
016180         DISPLAY 'ARQUIVO: ' WRK-NOME-ENTRADA
016190             ' ORIGEM: ' WRK-ORIGEM-ARQUIVO
016200         DISPLAY 'CONFIRMA O PROCESSAMENTO (S/N): '
016210         MOVE SPACES TO WRK-RESPOSTA-DATA
016220         ACCEPT WRK-RESPOSTA-DATA
016230         IF WRK-RESPOSTA-DATA NOT = 'S'
016240            AND WRK-RESPOSTA-DATA NOT = 's'
016250             MOVE 'PROCESSAMENTO CANCELADO PELO OPERADOR'
016260                 TO WRK-MOTIVO-RECUSA
016270             SET ARQUIVO-RECUSADO TO TRUE
016280         END-IF
016290     END-IF.
016300 1100-EXIT.
016310     EXIT.
016320******************************************************
016330* 1150-ABRIR-SUSPENSO
016340* ABRE O ARQUIVO DE SUSPENSOS: EM UMA REEXECUCAO APOS
016350* ABEND (PONTO DE CONTROLE DE EXECUCAO NAO ENCERRADA)
016360* O ARQUIVO E ABERTO POR EXTENSAO, PRESERVANDO OS
016370* REJEITADOS JA GRAVADOS ANTES DO ABEND - OS REGISTROS
016380* PULADOS NAO SAO REVALIDADOS. EM EXECUCAO NORMAL O
016390* ARQUIVO E RECRIADO VAZIO.
016400******************************************************
016410 1150-ABRIR-SUSPENSO.
016420     IF RODADA-PENDENTE
016430         OPEN EXTEND ARQ-SUSPENSO
016440         IF WS-FS-SUSPENSO = '05' OR WS-FS-SUSPENSO = '35'
016450             OPEN OUTPUT ARQ-SUSPENSO
016460         END-IF
016470     ELSE
016480         OPEN OUTPUT ARQ-SUSPENSO
016490     END-IF.
016500
016510     IF WS-FS-SUSPENSO NOT = '00'
016520         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
016530             'ARQUIVO DE SUSPENSOS (LOTESUSP). STATUS: '
016540             WS-FS-SUSPENSO
016550         MOVE 8 TO RETURN-CODE
016560         STOP RUN
016570     END-IF.
016580 1150-EXIT.
016590     EXIT.
016600******************************************************
016610* 1170-ABRIR-PRECOS-NEG
016620* ABRE A TABELA DE PRECOS NEGOCIADOS POR CLIENTE
016630* (CLIPREC) PARA CONSULTA NO MODO LOTE. QUANDO O
016640* ARQUIVO NAO EXISTE, O PROGRAMA SEGUE SEM PRECOS
016650* NEGOCIADOS E TODOS OS LOTES USAM O PRECO VIGENTE DO
016660* PRECMST.
016670******************************************************
016680 1170-ABRIR-PRECOS-NEG.
016690     OPEN INPUT ARQ-PRECOS-NEG.
016700     IF WS-FS-PRECOS-NEG = '00'
016710         SET PRECOS-NEG-ABERTO TO TRUE
016720     ELSE
016730         DISPLAY 'AVISO: TABELA DE PRECOS NEGOCIADOS '
016740             '(CLIPREC) INDISPONIVEL - USANDO SOMENTE '
016750             'OS PRECOS DO PRECMST. STATUS: '
016760             WS-FS-PRECOS-NEG
016770     END-IF.
016780 1170-EXIT.
016790     EXIT.
016800******************************************************
016810* 1180-ABRIR-TITULOS
016820* ABRE O CADASTRO DE TITULOS (TITMST) PARA A APURACAO
016830* DO SALDO EM ABERTO E DOS TITULOS VENCIDOS DE CADA
016840* CLIENTE. QUANDO O ARQUIVO NAO EXISTE, O PROGRAMA
016850* SEGUE SEM O BLOQUEIO POR CREDITO.
016860******************************************************
016870 1180-ABRIR-TITULOS.
016880     OPEN INPUT ARQ-TITULOS.
016890     IF WS-FS-TITULOS = '00'
016900         SET TITULOS-ABERTO TO TRUE
016910     ELSE
016920         DISPLAY 'AVISO: CADASTRO DE TITULOS (TITMST) '
016930             'INDISPONIVEL - LOTES PROCESSADOS SEM A '
016940             'CONFERENCIA DE CREDITO. STATUS: '
016950             WS-FS-TITULOS
016960     END-IF.
016970 1180-EXIT.
016980     EXIT.
016990******************************************************
017000* 1200-CARREGAR-PRECOS
017010* MONTA EM MEMORIA A TABELA DE PRECOS UNITARIOS COM OS
017020* PRECOS DO CADASTRO DE PRECOS (PRECMST) VIGENTES NA
017030* DATA DE EXECUCAO: PARA CADA MATERIAL VALE O PRECO DE
017040* DATA DE VIGENCIA MAIS RECENTE QUE NAO ULTRAPASSE A
017050* DATA DE EXECUCAO. PRECOS COM VIGENCIA FUTURA SAO
017060* IGNORADOS.
017070******************************************************
017080 1200-CARREGAR-PRECOS.
017090     MOVE ZEROS TO TAB-QTD-PRECOS.
017100     OPEN INPUT ARQ-PRECOS.
017110     IF WS-FS-PRECOS NOT = '00'
017120         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
017130             'CADASTRO DE PRECOS (PRECMST). STATUS: '
017140             WS-FS-PRECOS
017150         MOVE 8 TO RETURN-CODE
017160         STOP RUN
017170     END-IF.
017180
017190     MOVE 'N' TO WS-FIM-PRECOS.
017200     PERFORM 1250-LER-PRECO THRU 1250-EXIT.
017210     PERFORM 1300-TRATAR-PRECO THRU 1300-EXIT
017220         UNTIL FIM-PRECOS.
017230     CLOSE ARQ-PRECOS.
017240
017250     IF TAB-QTD-PRECOS = ZEROS
017260         DISPLAY 'ERRO FATAL: NENHUM PRECO VIGENTE NO '
017270             'CADASTRO DE PRECOS (PRECMST) PARA A DATA '
017280             'DE EXECUCAO.'
017290         MOVE 8 TO RETURN-CODE
017300         STOP RUN
017310     END-IF.
017320 1200-EXIT.
017330     EXIT.
017340******************************************************
017350* 1250-LER-PRECO
017360* LE O PROXIMO REGISTRO DO CADASTRO DE PRECOS E LIGA O
017370* INDICADOR DE FIM DE ARQUIVO QUANDO NECESSARIO.
017380******************************************************
017390 1250-LER-PRECO.
017400     READ ARQ-PRECOS NEXT RECORD
017410         AT END
017420             SET FIM-PRECOS TO TRUE
017430     END-READ.
017440 1250-EXIT.
017450     EXIT.
017460******************************************************
017470* 1300-TRATAR-PRECO
017480* APROVEITA O REGISTRO DE PRECO CORRENTE QUANDO A DATA
017490* DE VIGENCIA NAO FOR FUTURA. COMO O CADASTRO E LIDO EM
017500* ORDEM DE CHAVE (MATERIAL + DATA), O ULTIMO PRECO
017510* APROVEITADO DE CADA MATERIAL E O VIGENTE NA DATA DE
017520* EXECUCAO.
017530******************************************************
017540 1300-TRATAR-PRECO.
017550     IF PRE-DATA-VIGENCIA NOT > WRK-DATA-EXEC-NUM
017560         PERFORM 1350-GUARDAR-PRECO THRU 1350-EXIT
017570     END-IF.
017580     PERFORM 1250-LER-PRECO THRU 1250-EXIT.
017590 1300-EXIT.
017600     EXIT.
017610******************************************************
017620* 1350-GUARDAR-PRECO
017630* GUARDA O PRECO CORRENTE NA TABELA EM MEMORIA:
017640* SUBSTITUI O PRECO DO MATERIAL QUANDO ELE JA ESTA NA
017650* TABELA OU ACRESCENTA UMA NOVA ENTRADA QUANDO HOUVER
017660* ESPACO.
017670******************************************************
017680 1350-GUARDAR-PRECO.
017690     MOVE 'N' TO WS-PRECO-ACHADO.
017700     IF TAB-QTD-PRECOS > ZEROS
017710         PERFORM 1370-SUBSTITUIR-PRECO THRU 1370-EXIT
017720             VARYING IX-PRECO FROM 1 BY 1
017730             UNTIL IX-PRECO > TAB-QTD-PRECOS
017740                OR PRECO-ACHADO
017750     END-IF.
017760
017770     IF NOT PRECO-ACHADO
017780         IF TAB-QTD-PRECOS < 50
017790             ADD 1 TO TAB-QTD-PRECOS
017800             SET IX-PRECO TO TAB-QTD-PRECOS
017810             MOVE PRE-MATERIAL    TO TAB-MATERIAL(IX-PRECO)
017820             MOVE PRE-PRECO-UNIT  TO TAB-PRECO-UNIT(IX-PRECO)
017830             MOVE PRE-RENDIMENTO  TO TAB-RENDIMENTO(IX-PRECO)
017840             MOVE PRE-PCT-PERDA   TO TAB-PCT-PERDA(IX-PRECO)
017850             MOVE PRE-UNID-COMPRA TO TAB-UNID-COMPRA(IX-PRECO)
017860             MOVE ZEROS           TO TAB-QTD-COMPRA(IX-PRECO)
017870         ELSE
017880             DISPLAY 'AVISO: TABELA DE PRECOS CHEIA - '
017890                 'MATERIAL IGNORADO: ' PRE-MATERIAL
017900         END-IF
017910     END-IF.
017920 1350-EXIT.
017930     EXIT.
017940******************************************************
017950* 1370-SUBSTITUIR-PRECO
017960* QUANDO A ENTRADA CORRENTE DA TABELA FOR DO MATERIAL
017970* DO PRECO LIDO, SUBSTITUI O PRECO UNITARIO PELO DE
017980* VIGENCIA MAIS RECENTE E SINALIZA QUE O MATERIAL JA
017990* ESTA NA TABELA.
018000******************************************************
018010 1370-SUBSTITUIR-PRECO.
018020     IF TAB-MATERIAL(IX-PRECO) = PRE-MATERIAL
018030         MOVE PRE-PRECO-UNIT  TO TAB-PRECO-UNIT(IX-PRECO)
018040         MOVE PRE-RENDIMENTO  TO TAB-RENDIMENTO(IX-PRECO)
018050         MOVE PRE-PCT-PERDA   TO TAB-PCT-PERDA(IX-PRECO)
018060         MOVE PRE-UNID-COMPRA TO TAB-UNID-COMPRA(IX-PRECO)
018070         SET PRECO-ACHADO TO TRUE
018080     END-IF.
018090 1370-EXIT.
018100     EXIT.
018110******************************************************
018120* 1400-CARREGAR-PARAM-ORC
018130* LE OS PERCENTUAIS DE MAO DE OBRA, DESCONTO E IMPOSTO,
018140* O PRAZO DE VALIDADE DO ORCAMENTO E A TOLERANCIA DE
018150* ATRASO DOS TITULOS NO ARQUIVO DE PARAMETROS
018160* (ORCPARM). QUANDO O ARQUIVO NAO EXISTE, OU A
018170* TOLERANCIA NAO VEM NO REGISTRO, VALEM OS VALORES
018180* PADRAO DA AREA DE TRABALHO.
018190******************************************************
018200 1400-CARREGAR-PARAM-ORC.
018210     OPEN INPUT ARQ-PARAM-ORC.
018220     IF WS-FS-PARAM-ORC = '00'
018230         READ ARQ-PARAM-ORC
018240             NOT AT END
018250                 MOVE PRM-PCT-MAO-OBRA  TO WRK-PCT-MAO-OBRA
018260                 MOVE PRM-PCT-DESCONTO  TO WRK-PCT-DESCONTO
018270                 MOVE PRM-PCT-IMPOSTO   TO WRK-PCT-IMPOSTO
018280                 MOVE PRM-DIAS-VALIDADE TO WRK-DIAS-VALIDADE
018290                 IF PRM-DIAS-TOLERANCIA IS NUMERIC
018300                     MOVE PRM-DIAS-TOLERANCIA
018310                         TO WRK-DIAS-TOLERANCIA
018320                 END-IF
018330         END-READ
018340     END-IF.
018350     CLOSE ARQ-PARAM-ORC.
018360 1400-EXIT.
018370     EXIT.
018380******************************************************
018390* 1450-LER-NUM-PROPOSTA
018400* LE O ULTIMO NUMERO DE PROPOSTA EMITIDO NO ARQUIVO DE
018410* CONTROLE (ORCNUM), PARA QUE A NUMERACAO CONTINUE DE
018420* ONDE PAROU E NUNCA SE REPITA ENTRE EXECUCOES.
018430******************************************************
018440 1450-LER-NUM-PROPOSTA.
018450     MOVE ZEROS TO WRK-NUM-PROPOSTA.
018460     OPEN INPUT ARQ-NUM-PROPOSTA.
018470     IF WS-FS-ORCNUM = '00'
018480         READ ARQ-NUM-PROPOSTA INTO WRK-NUM-PROPOSTA
018490     END-IF.
018500     CLOSE ARQ-NUM-PROPOSTA.
018510 1450-EXIT.
018520     EXIT.
018530******************************************************
018540* 1460-ABRIR-PROPOSTAS
018550* ABRE O MESTRE DE PROPOSTAS PARA ATUALIZACAO. QUANDO O
018560* ARQUIVO AINDA NAO EXISTE, ELE E CRIADO VAZIO E
018570* REABERTO PARA ATUALIZACAO.
018580******************************************************
018590 1460-ABRIR-PROPOSTAS.
018600     OPEN I-O ARQ-PROPOSTAS.
018610     IF WS-FS-PROPOSTAS = '35'
018620         OPEN OUTPUT ARQ-PROPOSTAS
018630         CLOSE ARQ-PROPOSTAS
018640         OPEN I-O ARQ-PROPOSTAS
018650     END-IF.
018660     IF WS-FS-PROPOSTAS NOT = '00'
018670         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
018680             'MESTRE DE PROPOSTAS (PROPMST). STATUS: '
018690             WS-FS-PROPOSTAS
018700         MOVE 8 TO RETURN-CODE
018710         STOP RUN
018720     END-IF.
018730 1460-EXIT.
018740     EXIT.
018750******************************************************
018760* 1470-ABRIR-ITENS-PROP
018770* ABRE O ARQUIVO DE ITENS DAS PROPOSTAS (PROPITM) PARA
018780* ATUALIZACAO. QUANDO O ARQUIVO AINDA NAO EXISTE, ELE E
018790* CRIADO VAZIO E REABERTO PARA ATUALIZACAO.
018800******************************************************
018810 1470-ABRIR-ITENS-PROP.
018820     OPEN I-O ARQ-ITENS-PROP.
018830     IF WS-FS-ITENS-PROP = '35'
018840         OPEN OUTPUT ARQ-ITENS-PROP
018850         CLOSE ARQ-ITENS-PROP
018860         OPEN I-O ARQ-ITENS-PROP
018870     END-IF.
018880     IF WS-FS-ITENS-PROP NOT = '00'
018890         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
018900             'ARQUIVO DE ITENS DAS PROPOSTAS (PROPITM). '
018910             'STATUS: ' WS-FS-ITENS-PROP
018920         MOVE 8 TO RETURN-CODE
018930         STOP RUN
018940     END-IF.
018950 1470-EXIT.
018960     EXIT.
018970******************************************************
018980* 1600-CARREGAR-ORIGENS
018990* CARREGA A TABELA DAS ORIGENS ESPERADAS NA NOITE A
019000* PARTIR DO ARQUIVO DE CONTROLE (LOTEORIG): CADA LINHA
019010* TRAZ A ORIGEM (A MESMA DO HEADER DO ARQUIVO DE LOTE)
019020* E O NOME DO ARQUIVO ENVIADO POR ELA. SEM O ARQUIVO DE
019030* CONTROLE A TABELA FICA COM O ARQUIVO UNICO LOTEENT, DE
019040* QUALQUER ORIGEM, COMO ANTES.
019050******************************************************
019060 1600-CARREGAR-ORIGENS.
019070     MOVE ZEROS TO TOR-QTD-ORIGENS.
019080     OPEN INPUT ARQ-ORIGENS.
019090     IF WS-FS-ORIGENS NOT = '00'
019100         CLOSE ARQ-ORIGENS
019110         GO TO 1600-ORIGEM-UNICA
019120     END-IF.
019130
019140     MOVE 'N' TO WS-FIM-ORIGENS.
019150     PERFORM 1650-LER-ORIGEM THRU 1650-EXIT
019160         UNTIL FIM-ORIGENS.
019170     CLOSE ARQ-ORIGENS.
019180
019190     IF TOR-QTD-ORIGENS > ZEROS
019200         MOVE ZEROS TO WS-QTD-RECEBIDAS
019210         PERFORM 1680-CONFERIR-RECEBIDO THRU 1680-EXIT
019220             VARYING IX-ORG FROM 1 BY 1
019230             UNTIL IX-ORG > TOR-QTD-ORIGENS
019240         IF WS-QTD-RECEBIDAS > ZEROS
019250             SET MODO-ORIGENS TO TRUE
019260             GO TO 1600-EXIT
019270         END-IF
019280         DISPLAY 'NENHUM ARQUIVO DAS ORIGENS DO LOTEORIG FOI '
019290             'RECEBIDO.'
019300         GO TO 1600-ORIGEM-UNICA
019310     END-IF.
019320     DISPLAY 'AVISO: ARQUIVO DE CONTROLE DAS ORIGENS '
019330         '(LOTEORIG) SEM NENHUMA ORIGEM - SERA USADO O '
019340         'LOTEENT.'.
019350 1600-ORIGEM-UNICA.
019360     MOVE 'LOTEENT' TO WRK-NOME-ENTRADA.
019370     MOVE 1         TO TOR-QTD-ORIGENS.
019380     MOVE SPACES    TO TOR-ORIGEM(1).
019390     MOVE 'LOTEENT' TO TOR-ARQUIVO(1).
019400     MOVE SPACES    TO TOR-SITUACAO(1).
019410 1600-EXIT.
019420     EXIT.
019430******************************************************
019440* 1650-LER-ORIGEM
019450* LE UMA LINHA DO ARQUIVO DE CONTROLE DAS ORIGENS E A
019460* GUARDA NA TABELA. LINHA EM BRANCO OU SEM NOME DE
019470* ARQUIVO E DESPREZADA.
019480******************************************************
019490 1650-LER-ORIGEM.
019500     READ ARQ-ORIGENS
019510         AT END
019520             SET FIM-ORIGENS TO TRUE
019530     END-READ.
019540     IF FIM-ORIGENS
019550        OR ORG-ORIGEM = SPACES
019560         GO TO 1650-EXIT
019570     END-IF.
019580
019590     IF ORG-ARQUIVO = SPACES
019600         DISPLAY 'AVISO: ORIGEM SEM NOME DE ARQUIVO NO '
019610             'LOTEORIG DESPREZADA: ' ORG-ORIGEM
019620         GO TO 1650-EXIT
019630     END-IF.
019640
019650     IF TOR-QTD-ORIGENS NOT < 50
019660         DISPLAY 'AVISO: MAIS DE 50 ORIGENS NO LOTEORIG - '
019670             'ORIGEM DESPREZADA: ' ORG-ORIGEM
019680         GO TO 1650-EXIT
019690     END-IF.
019700
019710     ADD 1 TO TOR-QTD-ORIGENS.
019720     SET IX-ORG TO TOR-QTD-ORIGENS.
019730     MOVE ORG-ORIGEM  TO TOR-ORIGEM(IX-ORG).
019740     MOVE ORG-ARQUIVO TO TOR-ARQUIVO(IX-ORG).
019750     MOVE SPACES      TO TOR-SITUACAO(IX-ORG).
019760 1650-EXIT.
019770     EXIT.
019780******************************************************
019790* 1680-CONFERIR-RECEBIDO
019800* CONTA A ORIGEM CORRENTE DA TABELA COMO RECEBIDA QUANDO
019810* O ARQUIVO DELA EXISTE. SEM NENHUM ARQUIVO RECEBIDO O
019820* PROGRAMA SEGUE COMO SEM O LOTEORIG (LOTEENT, LOTEREPR
019830* OU MODO INTERATIVO).
019840******************************************************
019850 1680-CONFERIR-RECEBIDO.
019860     MOVE TOR-ARQUIVO(IX-ORG) TO WRK-NOME-ENTRADA.
019870     OPEN INPUT ARQ-ENTRADA.
019880     IF WS-FS-ENTRADA = '00'
019890         ADD 1 TO WS-QTD-RECEBIDAS
019900     END-IF.
019910     CLOSE ARQ-ENTRADA.
019920 1680-EXIT.
019930     EXIT.
019940******************************************************
019950* 2000-PROCESSAR-LOTE
019960* ENCAMINHA CADA REGISTRO DO ARQUIVO DE ENTRADA CONFORME
019970* O TIPO: DETALHE E PROCESSADO, TRAILER E GUARDADO PARA
019980* A RECONCILIACAO DE FIM DE EXECUCAO E QUALQUER OUTRO
019990* TIPO E SINALIZADO NO CONSOLE.
020000******************************************************
020010 2000-PROCESSAR-LOTE.
020020     EVALUATE TRUE
020030         WHEN REG-DETALHE
020040             PERFORM 2010-PROCESSAR-DETALHE THRU 2010-EXIT
020050         WHEN REG-CONTINUACAO
020060             PERFORM 2015-PROCESSAR-CONTINUACAO
020070                 THRU 2015-EXIT
020080         WHEN REG-VERTICE
020090             PERFORM 2017-PROCESSAR-VERTICE THRU 2017-EXIT
020100         WHEN REG-TRAILER
020110             PERFORM 2060-TRATAR-TRAILER THRU 2060-EXIT
020120         WHEN OTHER
020130             DISPLAY 'ERRO: TIPO DE REGISTRO INVALIDO NO '
020140                 'LOTE: ' REG-TIPO-REG
020150             ADD 1 TO WS-QTD-REJEITADOS
020160             MOVE '06' TO WRK-MOTIVO-REJEICAO
020170             PERFORM 2300-GRAVAR-SUSPENSO THRU 2300-EXIT
020180             IF NOT MODO-REPROCESSO
020190                 PERFORM 2200-GRAVAR-CHECKPOINT THRU 2200-EXIT
020200             END-IF
020210     END-EVALUATE.
020220
020230     PERFORM 2100-LER-REGISTRO THRU 2100-EXIT.
020240 2000-EXIT.
020250     EXIT.
020260******************************************************
020270* 2010-PROCESSAR-DETALHE
020280* PARA CADA REGISTRO DE DETALHE DO ARQUIVO DE ENTRADA,
020290* FECHA O LOTE PENDENTE ANTERIOR (SE HOUVER), MOVE AS
020300* MEDIDAS PARA A AREA DE TRABALHO, VALIDA O REGISTRO E
020310* CALCULA A AREA DO PRIMEIRO SEGMENTO, DEIXANDO O LOTE
020320* PENDENTE A ESPERA DE POSSIVEIS CONTINUACOES,
020330* ATUALIZANDO O PONTO DE CONTROLE A CADA REGISTRO
020340* CONSUMIDO.
020350* O DETALHE DE LOTE POLIGONAL (FIGURA 4) SO ABRE O
020360* LOTE: A AREA E CALCULADA NO FECHAMENTO, A PARTIR DOS
020370* VERTICES.
020380******************************************************
020390 2010-PROCESSAR-DETALHE.
020400     PERFORM 2070-FECHAR-LOTE-PENDENTE THRU 2070-EXIT.
020410
020420     MOVE REG-NUM-LOTE    TO WRK-NUM-LOTE.
020430     MOVE REG-COD-CLIENTE TO WRK-COD-CLIENTE.
020440     MOVE REG-LARGURA     TO WRK-LARGURA.
020450     MOVE REG-COMPRIMENTO TO WRK-COMPRIMENTO.
020460     MOVE REG-UNIDADE     TO WRK-UNIDADE-MEDIDA.
020470     IF WRK-UNIDADE-MEDIDA = SPACES
020480         MOVE 'M ' TO WRK-UNIDADE-MEDIDA
020490     END-IF.
020500     MOVE REG-MATERIAL    TO WRK-MATERIAL.
020510     IF WRK-MATERIAL = SPACES
020520         MOVE 'OUTROS' TO WRK-MATERIAL
020530     END-IF.
020540     MOVE REG-TIPO-FIGURA TO WRK-TIPO-FIGURA.
020550     IF WRK-TIPO-FIGURA = SPACE
020560         MOVE '1' TO WRK-TIPO-FIGURA
020570     END-IF.
020580
020590     PERFORM 2020-VALIDAR-REGISTRO-LOTE THRU 2020-EXIT.
020600     IF WRK-MOTIVO-REJEICAO = '09'
020610         SET LOTE-BLOQUEADO TO TRUE
020620     ELSE
020630         MOVE 'N' TO WS-LOTE-BLOQUEADO
020640     END-IF.
020650     IF REGISTRO-LOTE-VALIDO
020660        AND FIGURA-POLIGONO
020670         PERFORM 2030-QUEBRA-CLIENTE THRU 2030-EXIT
020680         PERFORM 2012-ABRIR-POLIGONO THRU 2012-EXIT
020690         ADD 1 TO WS-QTD-PROCESSADOS
020700         GO TO 2010-CHECKPOINT
020710     END-IF.
020720
020730     IF REGISTRO-LOTE-VALIDO
020740         PERFORM 2030-QUEBRA-CLIENTE THRU 2030-EXIT
020750         PERFORM 3900-CONVERTER-UNIDADE THRU 3900-EXIT
020760         PERFORM 5010-CALCULAR-AREA-FIGURA THRU 5010-EXIT
020770         IF AREA-CALCULADA
020780             MOVE WRK-AREA        TO WRK-AREA-ACUMULADA
020790             MOVE 1               TO WRK-QTD-SEGMENTOS
020800             MOVE WRK-LARGURA     TO WRK-LARGURA-LOTE
020810             MOVE WRK-COMPRIMENTO TO WRK-COMPRIMENTO-LOTE
020820             MOVE WRK-PERIMETRO   TO WRK-PERIMETRO-LOTE
020830             MOVE WRK-TIPO-FIGURA TO WRK-FIGURA-LOTE
020840             SET LOTE-PENDENTE TO TRUE
020850         ELSE
020860             DISPLAY 'FALTA INSERIR UM VALOR'
020870         END-IF
020880         ADD 1 TO WS-QTD-PROCESSADOS
020890     ELSE
020900         DISPLAY 'REGISTRO DO LOTE REJEITADO - FIGURA: '
020910             WRK-TIPO-FIGURA ' MATERIAL: ' WRK-MATERIAL
020920         ADD 1 TO WS-QTD-REJEITADOS
020930         PERFORM 2300-GRAVAR-SUSPENSO THRU 2300-EXIT
020940     END-IF.
020950
020960 2010-CHECKPOINT.
020970     IF NOT MODO-REPROCESSO
020980         PERFORM 2200-GRAVAR-CHECKPOINT THRU 2200-EXIT
020990     END-IF.
021000 2010-EXIT.
021010     EXIT.
021020******************************************************
021030* 2012-ABRIR-POLIGONO
021040* ABRE O LOTE POLIGONAL PENDENTE A PARTIR DO DETALHE JA
021050* VALIDADO: ZERA A TABELA DE VERTICES E GUARDA A IMAGEM,
021060* A SEQUENCIA E A ORIGEM DO DETALHE PARA O CASO DE O
021070* LOTE SER RECUSADO NO FECHAMENTO. AS MEDIDAS DO
021080* DETALHE NAO SAO USADAS - O LOTE SAI COM LARGURA E
021090* COMPRIMENTO ZERADOS E UM SO SEGMENTO.
021100******************************************************
021110 2012-ABRIR-POLIGONO.
021120     MOVE ZEROS           TO WRK-AREA-ACUMULADA.
021130     MOVE 1               TO WRK-QTD-SEGMENTOS.
021140     MOVE ZEROS           TO WRK-LARGURA-LOTE.
021150     MOVE ZEROS           TO WRK-COMPRIMENTO-LOTE.
021160     MOVE ZEROS           TO WRK-PERIMETRO-LOTE.
021170     MOVE WRK-TIPO-FIGURA TO WRK-FIGURA-LOTE.
021180     MOVE ZEROS           TO TVT-QTD-VERTICES.
021190     MOVE WS-SEQ-REGISTRO TO WRK-SEQ-DETALHE-POL.
021200     MOVE REG-ENTRADA     TO WRK-IMAGEM-DETALHE-POL.
021210     IF MODO-REPROCESSO
021220         MOVE RPR-ORIGEM         TO WRK-ORIGEM-POL
021230     ELSE
021240         MOVE WRK-ORIGEM-ARQUIVO TO WRK-ORIGEM-POL
021250     END-IF.
021260     MOVE 'N' TO WS-POLIGONO-EXCEDIDO.
021270     SET LOTE-POLIGONO TO TRUE.
021280     SET LOTE-PENDENTE TO TRUE.
021290 2012-EXIT.
021300     EXIT.
021310******************************************************
021320* 2015-PROCESSAR-CONTINUACAO
021330* PARA CADA REGISTRO DE CONTINUACAO ('C'), CONFERE QUE
021340* EXISTE LOTE PENDENTE DO MESMO LOTE E CLIENTE, VALIDA
021350* A FIGURA E A UNIDADE DO SEGMENTO, CALCULA A AREA DO
021360* SEGMENTO E A ACUMULA NO LOTE PENDENTE. CONTINUACAO
021370* DE LOTE BLOQUEADO POR CREDITO SEGUE O DETALHE PARA OS
021380* SUSPENSOS COM O MOTIVO 09; CONTINUACAO SEM DETALHE
021390* CORRESPONDENTE (OU DE LOTE POLIGONAL, QUE NAO TEM
021400* SEGMENTOS) E REJEITADA COM O MOTIVO 08.
021410******************************************************
021420 2015-PROCESSAR-CONTINUACAO.
021430     IF LOTE-BLOQUEADO
021440        AND REG-NUM-LOTE = WRK-NUM-LOTE
021450        AND REG-COD-CLIENTE = WRK-COD-CLIENTE
021460         DISPLAY 'ERRO: CONTINUACAO DE LOTE BLOQUEADO POR '
021470             'CREDITO - LOTE: ' REG-NUM-LOTE
021480         ADD 1 TO WS-QTD-REJEITADOS
021490         MOVE '09' TO WRK-MOTIVO-REJEICAO
021500         PERFORM 2300-GRAVAR-SUSPENSO THRU 2300-EXIT
021510         GO TO 2015-CHECKPOINT
021520     END-IF.
021530
021540     IF NOT LOTE-PENDENTE
021550        OR REG-NUM-LOTE NOT = WRK-NUM-LOTE
021560        OR REG-COD-CLIENTE NOT = WRK-COD-CLIENTE
021570        OR LOTE-POLIGONO
021580         DISPLAY 'ERRO: CONTINUACAO SEM DETALHE '
021590             'CORRESPONDENTE - LOTE: ' REG-NUM-LOTE
021600         ADD 1 TO WS-QTD-REJEITADOS
021610         MOVE '08' TO WRK-MOTIVO-REJEICAO
021620         PERFORM 2300-GRAVAR-SUSPENSO THRU 2300-EXIT
021630         GO TO 2015-CHECKPOINT
021640     END-IF.
021650
021660     MOVE REG-LARGURA     TO WRK-LARGURA.
021670     MOVE REG-COMPRIMENTO TO WRK-COMPRIMENTO.
021680     MOVE REG-UNIDADE     TO WRK-UNIDADE-MEDIDA.
021690     IF WRK-UNIDADE-MEDIDA = SPACES
021700         MOVE 'M ' TO WRK-UNIDADE-MEDIDA
021710     END-IF.
021720     MOVE REG-TIPO-FIGURA TO WRK-TIPO-FIGURA.
021730     IF WRK-TIPO-FIGURA = SPACE
021740         MOVE '1' TO WRK-TIPO-FIGURA
021750     END-IF.
021760
021770     PERFORM 2025-VALIDAR-CONTINUACAO THRU 2025-EXIT.
021780     IF REGISTRO-LOTE-VALIDO
021790         PERFORM 3900-CONVERTER-UNIDADE THRU 3900-EXIT
021800         PERFORM 5010-CALCULAR-AREA-FIGURA THRU 5010-EXIT
021810         IF AREA-CALCULADA
021820             ADD WRK-AREA TO WRK-AREA-ACUMULADA
021830             ADD 1 TO WRK-QTD-SEGMENTOS
021840         ELSE
021850             DISPLAY 'FALTA INSERIR UM VALOR'
021860         END-IF
021870         ADD 1 TO WS-QTD-PROCESSADOS
021880     ELSE
021890         DISPLAY 'CONTINUACAO DO LOTE REJEITADA - '
021900             'FIGURA: ' WRK-TIPO-FIGURA
021910         ADD 1 TO WS-QTD-REJEITADOS
021920         PERFORM 2300-GRAVAR-SUSPENSO THRU 2300-EXIT
021930     END-IF.
021940
021950 2015-CHECKPOINT.
021960     IF NOT MODO-REPROCESSO
021970         PERFORM 2200-GRAVAR-CHECKPOINT THRU 2200-EXIT
021980     END-IF.
021990 2015-EXIT.
022000     EXIT.
022010******************************************************
022020* 2017-PROCESSAR-VERTICE
022030* PARA CADA REGISTRO DE VERTICE ('V'), CONFERE QUE
022040* EXISTE LOTE POLIGONAL PENDENTE DO MESMO LOTE E CLIENTE
022050* E GUARDA AS COORDENADAS NA TABELA DE VERTICES. O
022060* CALCULO E AS CONFERENCIAS DA POLIGONAL SO SAO FEITOS
022070* NO FECHAMENTO DO LOTE. VERTICE DE LOTE BLOQUEADO POR
022080* CREDITO SEGUE O DETALHE PARA OS SUSPENSOS COM O
022090* MOTIVO 09; VERTICE SEM DETALHE POLIGONAL
022100* CORRESPONDENTE E REJEITADO COM O MOTIVO 08; VERTICE
022110* ALEM DA CAPACIDADE DA TABELA E REJEITADO COM O MOTIVO
022120* 12, E O LOTE INTEIRO SEGUE O MESMO MOTIVO NO
022130* FECHAMENTO.
022140******************************************************
022150 2017-PROCESSAR-VERTICE.
022160     IF LOTE-BLOQUEADO
022170        AND REG-VTX-NUM-LOTE = WRK-NUM-LOTE
022180        AND REG-VTX-COD-CLIENTE = WRK-COD-CLIENTE
022190         DISPLAY 'ERRO: VERTICE DE LOTE BLOQUEADO POR '
022200             'CREDITO - LOTE: ' REG-VTX-NUM-LOTE
022210         ADD 1 TO WS-QTD-REJEITADOS
022220         MOVE '09' TO WRK-MOTIVO-REJEICAO
022230         PERFORM 2300-GRAVAR-SUSPENSO THRU 2300-EXIT
022240         GO TO 2017-CHECKPOINT
022250     END-IF.
022260
022270     IF NOT LOTE-POLIGONO
022280        OR REG-VTX-NUM-LOTE NOT = WRK-NUM-LOTE
022290        OR REG-VTX-COD-CLIENTE NOT = WRK-COD-CLIENTE
022300         DISPLAY 'ERRO: VERTICE SEM DETALHE POLIGONAL '
022310             'CORRESPONDENTE - LOTE: ' REG-VTX-NUM-LOTE
022320         ADD 1 TO WS-QTD-REJEITADOS
022330         MOVE '08' TO WRK-MOTIVO-REJEICAO
022340         PERFORM 2300-GRAVAR-SUSPENSO THRU 2300-EXIT
022350         GO TO 2017-CHECKPOINT
022360     END-IF.
022370
022380     IF TVT-QTD-VERTICES NOT < 500
022390         DISPLAY 'ERRO: LOTE POLIGONAL COM MAIS DE 500 '
022400             'VERTICES - LOTE: ' REG-VTX-NUM-LOTE
022410         SET POLIGONO-EXCEDIDO TO TRUE
022420         ADD 1 TO WS-QTD-REJEITADOS
022430         MOVE '12' TO WRK-MOTIVO-REJEICAO
022440         PERFORM 2300-GRAVAR-SUSPENSO THRU 2300-EXIT
022450         GO TO 2017-CHECKPOINT
022460     END-IF.
022470
022480     ADD 1 TO TVT-QTD-VERTICES.
022490     SET IX-VTX TO TVT-QTD-VERTICES.
022500     MOVE WS-SEQ-REGISTRO TO TVT-SEQUENCIA(IX-VTX).
022510     MOVE REG-ENTRADA     TO TVT-REGISTRO(IX-VTX).
022520     MOVE REG-VTX-X       TO TVT-X(IX-VTX).
022530     MOVE REG-VTX-Y       TO TVT-Y(IX-VTX).
022540     ADD 1 TO WS-QTD-PROCESSADOS.
022550
022560 2017-CHECKPOINT.
022570     IF NOT MODO-REPROCESSO
022580         PERFORM 2200-GRAVAR-CHECKPOINT THRU 2200-EXIT
022590     END-IF.
022600 2017-EXIT.
022610     EXIT.
022620******************************************************
022630* 2025-VALIDAR-CONTINUACAO
022640* CONFERE A FIGURA E A UNIDADE DE MEDIDA DO SEGMENTO DE
022650* CONTINUACAO - O MATERIAL E O CLIENTE VALEM OS DO
022660* DETALHE QUE ABRIU O LOTE E NAO SAO REVALIDADOS.
022670******************************************************
022680 2025-VALIDAR-CONTINUACAO.
022690     MOVE 'S' TO WS-REGISTRO-LOTE-VALIDO.
022700     MOVE SPACES TO WRK-MOTIVO-REJEICAO.
022710
022720     IF NOT FIGURA-RETANGULO
022730        AND NOT FIGURA-CIRCULO
022740        AND NOT FIGURA-TRIANGULO
022750         MOVE 'N' TO WS-REGISTRO-LOTE-VALIDO
022760         MOVE '01' TO WRK-MOTIVO-REJEICAO
022770         DISPLAY 'ERRO: TIPO DE FIGURA INVALIDO NA '
022780             'CONTINUACAO: ' WRK-TIPO-FIGURA
022790     END-IF.
022800
022810     IF NOT UNIDADE-EM-METROS
022820        AND NOT UNIDADE-EM-PES
022830         MOVE 'N' TO WS-REGISTRO-LOTE-VALIDO
022840         IF WRK-MOTIVO-REJEICAO = SPACES
022850             MOVE '02' TO WRK-MOTIVO-REJEICAO
022860         END-IF
022870         DISPLAY 'ERRO: UNIDADE DE MEDIDA INVALIDA NA '
022880             'CONTINUACAO: ' WRK-UNIDADE-MEDIDA
022890     END-IF.
022900 2025-EXIT.
022910     EXIT.
022920******************************************************
022930* 2070-FECHAR-LOTE-PENDENTE
022940* VALORIZA E IMPRIME O LOTE PENDENTE (SOMA DAS AREAS DE
022950* TODOS OS SEGMENTOS): A FIGURA E AS MEDIDAS EXIBIDAS
022960* SAO AS DO PRIMEIRO SEGMENTO E A QUANTIDADE DE
022970* SEGMENTOS SAI NO RELATORIO, NO ORCAMENTO, NO
022980* ITEM DA PROPOSTA E NA AUDITORIA. CHAMADO ANTES DE CADA
022990* NOVO DETALHE E NO ENCERRAMENTO DO MODO LOTE.
023000* O LOTE POLIGONAL E CONFERIDO E CALCULADO AQUI (2075)
023010* E, QUANDO RECUSADO, NAO E VALORIZADO; QUANDO ACEITO,
023020* ABRE O ORCAMENTO DO CLIENTE SE AINDA NAO ESTIVER
023030* ABERTO.
023040******************************************************
023050 2070-FECHAR-LOTE-PENDENTE.
023060     IF NOT LOTE-PENDENTE
023070         GO TO 2070-EXIT
023080     END-IF.
023090
023100     IF LOTE-POLIGONO
023110         PERFORM 2075-FECHAR-POLIGONO THRU 2075-EXIT
023120         IF NOT AREA-CALCULADA
023130             GO TO 2070-LIMPAR
023140         END-IF
023150         IF NOT ORCAMENTO-ABERTO
023160             PERFORM 4500-ABRIR-ORCAMENTO THRU 4500-EXIT
023170         END-IF
023180     END-IF.
023190
023200     MOVE WRK-AREA-ACUMULADA   TO WRK-AREA.
023210     MOVE WRK-LARGURA-LOTE     TO WRK-LARGURA.
023220     MOVE WRK-COMPRIMENTO-LOTE TO WRK-COMPRIMENTO.
023230     MOVE WRK-PERIMETRO-LOTE   TO WRK-PERIMETRO.
023240     MOVE WRK-FIGURA-LOTE      TO WRK-TIPO-FIGURA.
023250     PERFORM 5070-EXIBIR-RESULTADO THRU 5070-EXIT.
023260
023270 2070-LIMPAR.
023280     MOVE 'N'   TO WS-LOTE-PENDENTE.
023290     MOVE 'N'   TO WS-LOTE-POLIGONO.
023300     MOVE ZEROS TO WRK-AREA-ACUMULADA.
023310     MOVE ZEROS TO WRK-QTD-SEGMENTOS.
023320 2070-EXIT.
023330     EXIT.
023340******************************************************
023350* 2075-FECHAR-POLIGONO
023360* CONFERE A POLIGONAL DO LOTE PENDENTE E CALCULA A AREA
023370* E O PERIMETRO. A POLIGONAL DEVE TER PELO MENOS 3
023380* VERTICES DISTINTOS (MOTIVO 10) E TERMINAR NO PRIMEIRO
023390* VERTICE (MOTIVO 11); POLIGONAL SEM AREA (VERTICES
023400* ALINHADOS) TAMBEM RECEBE O MOTIVO 10 E POLIGONAL ACIMA
023410* DA CAPACIDADE O MOTIVO 12. O LOTE RECUSADO SAI DOS
023420* PROCESSADOS E VAI INTEIRO (DETALHE E VERTICES) PARA O
023430* ARQUIVO DE SUSPENSOS.
023440******************************************************
023450 2075-FECHAR-POLIGONO.
023460     MOVE 'N' TO WS-AREA-CALCULADA.
023470     MOVE SPACES TO WRK-MOTIVO-REJEICAO.
023480     MOVE WRK-FIGURA-LOTE TO WRK-TIPO-FIGURA.
023490     IF POLIGONO-EXCEDIDO
023500         MOVE '12' TO WRK-MOTIVO-REJEICAO
023510         DISPLAY 'ERRO: LOTE POLIGONAL ACIMA DA CAPACIDADE - '
023520             'LOTE: ' WRK-NUM-LOTE
023530         GO TO 2075-RECUSAR
023540     END-IF.
023550
023560     MOVE TVT-QTD-VERTICES TO WRK-QTD-VERTICES-DIST.
023570     IF TVT-QTD-VERTICES > 1
023580        AND TVT-X(1) = TVT-X(TVT-QTD-VERTICES)
023590        AND TVT-Y(1) = TVT-Y(TVT-QTD-VERTICES)
023600         SUBTRACT 1 FROM WRK-QTD-VERTICES-DIST
023610     END-IF.
023620     IF WRK-QTD-VERTICES-DIST < 3
023630         MOVE '10' TO WRK-MOTIVO-REJEICAO
023640         DISPLAY 'ERRO: LOTE POLIGONAL COM MENOS DE 3 '
023650             'VERTICES - LOTE: ' WRK-NUM-LOTE
023660         GO TO 2075-RECUSAR
023670     END-IF.
023680     IF WRK-QTD-VERTICES-DIST = TVT-QTD-VERTICES
023690         MOVE '11' TO WRK-MOTIVO-REJEICAO
023700         DISPLAY 'ERRO: POLIGONAL NAO FECHA NO PRIMEIRO '
023710             'VERTICE - LOTE: ' WRK-NUM-LOTE
023720         GO TO 2075-RECUSAR
023730     END-IF.
023740
023750     PERFORM 5010-CALCULAR-AREA-FIGURA THRU 5010-EXIT.
023760     IF AREA-CALCULADA
023770         MOVE WRK-AREA      TO WRK-AREA-ACUMULADA
023780         MOVE WRK-PERIMETRO TO WRK-PERIMETRO-LOTE
023790         GO TO 2075-EXIT
023800     END-IF.
023810     IF POLIGONO-EXCEDIDO
023820         MOVE '12' TO WRK-MOTIVO-REJEICAO
023830         DISPLAY 'ERRO: LOTE POLIGONAL ACIMA DA CAPACIDADE - '
023840             'LOTE: ' WRK-NUM-LOTE
023850     ELSE
023860         MOVE '10' TO WRK-MOTIVO-REJEICAO
023870         DISPLAY 'ERRO: POLIGONAL SEM AREA (VERTICES '
023880             'ALINHADOS) - LOTE: ' WRK-NUM-LOTE
023890     END-IF.
023900
023910 2075-RECUSAR.
023920     COMPUTE WRK-QTD-REG-POLIGONO = TVT-QTD-VERTICES + 1.
023930     SUBTRACT WRK-QTD-REG-POLIGONO FROM WS-QTD-PROCESSADOS.
023940     ADD WRK-QTD-REG-POLIGONO TO WS-QTD-REJEITADOS.
023950     PERFORM 2310-SUSPENDER-POLIGONO THRU 2310-EXIT.
023960 2075-EXIT.
023970     EXIT.
023980******************************************************
023990* 2020-VALIDAR-REGISTRO-LOTE
024000* CONFERE SE O TIPO DE FIGURA E O MATERIAL LIDOS DO
024010* REGISTRO DO LOTE SAO VALIDOS (FIGURA 1 A 4 E
024020* MATERIAL CADASTRADO NA TABELA DE PRECOS), REJEITANDO
024030* O REGISTRO QUANDO NAO FOREM - O LOTE NAO TEM COMO
024040* REPETIR O PEDIDO AO OPERADOR COMO O MODO INTERATIVO
024050* FAZ, ENTAO O REGISTRO E APENAS DESPREZADO. POR FIM
024060* CONFERE O CREDITO DO CLIENTE (MOTIVO 09).
024070******************************************************
024080 2020-VALIDAR-REGISTRO-LOTE.
024090     MOVE 'S' TO WS-REGISTRO-LOTE-VALIDO.
024100     MOVE SPACES TO WRK-MOTIVO-REJEICAO.
024110
024120     IF NOT FIGURA-RETANGULO
024130        AND NOT FIGURA-CIRCULO
024140        AND NOT FIGURA-TRIANGULO
024150        AND NOT FIGURA-POLIGONO
024160         MOVE 'N' TO WS-REGISTRO-LOTE-VALIDO
024170         MOVE '01' TO WRK-MOTIVO-REJEICAO
024180         DISPLAY 'ERRO: TIPO DE FIGURA INVALIDO NO LOTE: '
024190             WRK-TIPO-FIGURA
024200     END-IF.
024210
024220     IF NOT UNIDADE-EM-METROS
024230        AND NOT UNIDADE-EM-PES
024240         MOVE 'N' TO WS-REGISTRO-LOTE-VALIDO
024250         IF WRK-MOTIVO-REJEICAO = SPACES
024260             MOVE '02' TO WRK-MOTIVO-REJEICAO
024270         END-IF
024280         DISPLAY 'ERRO: UNIDADE DE MEDIDA INVALIDA NO LOTE: '
024290             WRK-UNIDADE-MEDIDA
024300     END-IF.
024310
024320     MOVE 'N' TO WS-MATERIAL-VALIDO.
024330     SET IX-PRECO TO 1.
024340     SEARCH TAB-PRECO-ITEM
024350         AT END
024360             MOVE 'N' TO WS-REGISTRO-LOTE-VALIDO
024370             IF WRK-MOTIVO-REJEICAO = SPACES
024380                 MOVE '03' TO WRK-MOTIVO-REJEICAO
024390             END-IF
024400             DISPLAY 'ERRO: MATERIAL NAO CADASTRADO NO LOTE: '
024410                 WRK-MATERIAL
024420         WHEN TAB-MATERIAL(IX-PRECO) = WRK-MATERIAL
024430             SET MATERIAL-VALIDO TO TRUE
024440     END-SEARCH.
024450
024460     MOVE 'N' TO WS-CLIENTE-VALIDO.
024470     MOVE WRK-COD-CLIENTE TO CLI-CODIGO.
024480     READ ARQ-CLIENTES
024490         INVALID KEY
024500             MOVE 'N' TO WS-REGISTRO-LOTE-VALIDO
024510             IF WRK-MOTIVO-REJEICAO = SPACES
024520                 MOVE '04' TO WRK-MOTIVO-REJEICAO
024530             END-IF
024540             DISPLAY 'ERRO: CLIENTE NAO CADASTRADO NO LOTE: '
024550                 WRK-COD-CLIENTE
024560         NOT INVALID KEY
024570             IF CLIENTE-INATIVO
024580                 MOVE 'N' TO WS-REGISTRO-LOTE-VALIDO
024590                 IF WRK-MOTIVO-REJEICAO = SPACES
024600                     MOVE '05' TO WRK-MOTIVO-REJEICAO
024610                 END-IF
024620                 DISPLAY 'ERRO: CLIENTE INATIVO NO LOTE: '
024630                     WRK-COD-CLIENTE
024640             ELSE
024650                 SET CLIENTE-VALIDO TO TRUE
024660                 MOVE CLI-NOME     TO WRK-NOME-CLIENTE
024670                 MOVE CLI-ENDERECO TO WRK-END-CLIENTE
024680                 MOVE CLI-TELEFONE TO WRK-TEL-CLIENTE
024690                 IF CLI-PCT-DESCONTO IS NUMERIC
024700                     MOVE CLI-PCT-DESCONTO
024710                         TO WRK-PCT-DESC-CLIENTE
024720                 ELSE
024730                     MOVE ZEROS TO WRK-PCT-DESC-CLIENTE
024740                 END-IF
024750             END-IF
024760     END-READ.
024770
024780     IF CLIENTE-VALIDO
024790        AND WRK-COD-CLIENTE NOT = WRK-CLIENTE-ANTERIOR
024800         PERFORM 2040-CONFERIR-ORDEM-CLIENTE THRU 2040-EXIT
024810     END-IF.
024820
024830     IF CLIENTE-VALIDO
024840        AND TITULOS-ABERTO
024850         PERFORM 2080-CONFERIR-CREDITO THRU 2080-EXIT
024860     END-IF.
024870 2020-EXIT.
024880     EXIT.
024890******************************************************
024900* 2030-QUEBRA-CLIENTE
024910* CONTROLA A QUEBRA POR CLIENTE NO RELATORIO DO MODO
024920* LOTE: QUANDO O CODIGO DO CLIENTE MUDA, EMITE O
024930* SUBTOTAL DO CLIENTE ANTERIOR (SE HOUVER), IMPRIME O
024940* CABECALHO DO NOVO CLIENTE E ZERA OS ACUMULADORES. O
024950* ORCAMENTO DO CLIENTE E ABERTO AQUI, MENOS PARA O LOTE
024960* POLIGONAL, QUE SO ABRE O ORCAMENTO DEPOIS DE ACEITO
024970* NO FECHAMENTO (2070) - UM CLIENTE CUJOS LOTES SAO
024980* TODOS RECUSADOS NAO GERA ORCAMENTO.
024990******************************************************
025000 2030-QUEBRA-CLIENTE.
025010     IF WRK-COD-CLIENTE NOT = WRK-CLIENTE-ANTERIOR
025020         IF WRK-CLIENTE-ANTERIOR NOT = ZEROS
025030             PERFORM 4200-SUBTOTAL-CLIENTE THRU 4200-EXIT
025040             PERFORM 4700-FECHAR-ORCAMENTO THRU 4700-EXIT
025050             PERFORM 2035-MARCAR-CLI-FECHADO THRU 2035-EXIT
025060         END-IF
025070         PERFORM 4150-IMPRIMIR-CLIENTE THRU 4150-EXIT
025080         MOVE WRK-COD-CLIENTE TO WRK-CLIENTE-ANTERIOR
025090         MOVE ZEROS TO WRK-AREA-CLIENTE WRK-VALOR-CLIENTE
025100     END-IF.
025110     IF NOT ORCAMENTO-ABERTO
025120        AND NOT FIGURA-POLIGONO
025130         PERFORM 4500-ABRIR-ORCAMENTO THRU 4500-EXIT
025140     END-IF.
025150 2030-EXIT.
025160     EXIT.
025170******************************************************
025180* 2035-MARCAR-CLI-FECHADO
025190* REGISTRA NA TABELA DE CLIENTES JA FECHADOS O CLIENTE
025200* CUJO GRUPO DE LOTES E ORCAMENTO ACABARAM DE SER
025210* ENCERRADOS, PARA QUE UM LOTE DESSE CLIENTE QUE
025220* APARECA MAIS ADIANTE NO ARQUIVO SEJA REJEITADO EM
025230* VEZ DE ABRIR UM SEGUNDO ORCAMENTO.
025240******************************************************
025250 2035-MARCAR-CLI-FECHADO.
025260     IF TCF-QTD-CLIENTES < 500
025270         ADD 1 TO TCF-QTD-CLIENTES
025280         SET IX-CLI TO TCF-QTD-CLIENTES
025290         MOVE WRK-CLIENTE-ANTERIOR TO TCF-CODIGO(IX-CLI)
025300     ELSE
025310         DISPLAY 'AVISO: TABELA DE CLIENTES FECHADOS '
025320             'CHEIA - ORDEM DO CLIENTE NAO CONFERIDA: '
025330             WRK-CLIENTE-ANTERIOR
025340     END-IF.
025350 2035-EXIT.
025360     EXIT.
025370******************************************************
025380* 2040-CONFERIR-ORDEM-CLIENTE
025390* CONFERE SE O CLIENTE DO REGISTRO CORRENTE JA TEVE O
025400* SEU GRUPO FECHADO NESTA EXECUCAO - O ARQUIVO DE LOTE
025410* DEVE VIR AGRUPADO POR CLIENTE. LOTE DE CLIENTE JA
025420* FECHADO E REJEITADO (MOTIVO 07) E VAI PARA O ARQUIVO
025430* DE SUSPENSOS, PARA REPROCESSAMENTO COM O ARQUIVO
025440* REAGRUPADO, EM VEZ DE ABRIR UM SEGUNDO ORCAMENTO E
025450* CONSUMIR OUTRO NUMERO DE PROPOSTA.
025460******************************************************
025470 2040-CONFERIR-ORDEM-CLIENTE.
025480     MOVE 'N' TO WS-CLIENTE-FECHADO.
025490     IF TCF-QTD-CLIENTES > ZEROS
025500         PERFORM 2045-PROCURAR-CLI-FECHADO THRU 2045-EXIT
025510             VARYING IX-CLI FROM 1 BY 1
025520             UNTIL IX-CLI > TCF-QTD-CLIENTES
025530                OR CLIENTE-FECHADO
025540     END-IF.
025550
025560     IF CLIENTE-FECHADO
025570         MOVE 'N' TO WS-REGISTRO-LOTE-VALIDO
025580         IF WRK-MOTIVO-REJEICAO = SPACES
025590             MOVE '07' TO WRK-MOTIVO-REJEICAO
025600         END-IF
025610         DISPLAY 'ERRO: LOTE FORA DE ORDEM - CLIENTE JA '
025620             'FECHADO NESTA EXECUCAO: ' WRK-COD-CLIENTE
025630     END-IF.
025640 2040-EXIT.
025650     EXIT.
025660******************************************************
025670* 2045-PROCURAR-CLI-FECHADO
025680* QUANDO A ENTRADA CORRENTE DA TABELA DE CLIENTES JA
025690* FECHADOS FOR O CLIENTE DO REGISTRO CORRENTE, SINALIZA
025700* QUE O CLIENTE JA FOI FECHADO.
025710******************************************************
025720 2045-PROCURAR-CLI-FECHADO.
025730     IF TCF-CODIGO(IX-CLI) = WRK-COD-CLIENTE
025740         SET CLIENTE-FECHADO TO TRUE
025750     END-IF.
025760 2045-EXIT.
025770     EXIT.
025780******************************************************
025790* 2080-CONFERIR-CREDITO
025800* NA PRIMEIRA OCORRENCIA DO CLIENTE (OU QUANDO ELE
025810* REAPARECE DEPOIS DE OUTRO), APURA A SITUACAO DE
025820* CREDITO NO TITMST. CLIENTE BLOQUEADO TEM O LOTE
025830* REJEITADO COM O MOTIVO 09 E CONTADO NA TABELA DOS
025840* BLOQUEADOS PARA O LOTERPT.
025850******************************************************
025860 2080-CONFERIR-CREDITO.
025870     IF WRK-COD-CLIENTE NOT = WRK-CLIENTE-CREDITO
025880         MOVE WRK-COD-CLIENTE TO WRK-CLIENTE-CREDITO
025890         PERFORM 2082-APURAR-CREDITO THRU 2082-EXIT
025900     END-IF.
025910
025920     IF CREDITO-BLOQUEADO
025930         MOVE 'N' TO WS-REGISTRO-LOTE-VALIDO
025940         IF WRK-MOTIVO-REJEICAO = SPACES
025950             MOVE '09' TO WRK-MOTIVO-REJEICAO
025960         END-IF
025970         DISPLAY 'ERRO: CLIENTE BLOQUEADO POR CREDITO NO '
025980             'LOTE: ' WRK-COD-CLIENTE
025990         IF CLI-BLOQ-NA-TABELA
026000             ADD 1 TO TCB-QTD-LOTES(IX-BLQ)
026010         END-IF
026020     END-IF.
026030 2080-EXIT.
026040     EXIT.
026050******************************************************
026060* 2082-APURAR-CREDITO
026070* SOMA O SALDO DOS TITULOS EM ABERTO DO CLIENTE (VALOR
026080* MENOS VALOR PAGO) E CONTA OS VENCIDOS HA MAIS DIAS
026090* QUE A TOLERANCIA, LENDO O TITMST A PARTIR DA CHAVE
026100* CLIENTE + SEQUENCIA ZERO. O CLIENTE FICA BLOQUEADO
026110* QUANDO O SALDO PASSA DO LIMITE (LIMITE ZERO = SEM
026120* LIMITE) OU QUANDO HA TITULO VENCIDO. CLIENTE JA
026130* BLOQUEADO NESTA EXECUCAO NAO E APURADO DE NOVO.
026140******************************************************
026150 2082-APURAR-CREDITO.
026160     MOVE 'N' TO WS-CREDITO-BLOQUEADO.
026170     MOVE 'N' TO WS-CLI-BLOQ-TABELA.
026180     IF TCB-QTD-CLIENTES > ZEROS
026190         PERFORM 2084-PROCURAR-CLI-BLOQUEADO THRU 2084-EXIT
026200             VARYING IX-BLQ FROM 1 BY 1
026210             UNTIL IX-BLQ > TCB-QTD-CLIENTES
026220                OR CLI-BLOQ-NA-TABELA
026230     END-IF.
026240     IF CLI-BLOQ-NA-TABELA
026250         SET IX-BLQ DOWN BY 1
026260         SET CREDITO-BLOQUEADO TO TRUE
026270         GO TO 2082-EXIT
026280     END-IF.
026290
026300     IF CLI-LIMITE-CREDITO IS NUMERIC
026310         MOVE CLI-LIMITE-CREDITO TO WRK-LIMITE-CREDITO
026320     ELSE
026330         MOVE ZEROS TO WRK-LIMITE-CREDITO
026340     END-IF.
026350     MOVE ZEROS TO WRK-SALDO-ABERTO WRK-QTD-VENCIDOS.
026360     MOVE 'N' TO WS-FIM-TITULOS.
026370     MOVE WRK-COD-CLIENTE TO TIT-COD-CLIENTE.
026380     MOVE ZEROS           TO TIT-SEQUENCIA.
026390     START ARQ-TITULOS KEY NOT < TIT-CHAVE
026400         INVALID KEY
026410             SET FIM-TITULOS TO TRUE
026420     END-START.
026430     PERFORM 2086-LER-TITULO THRU 2086-EXIT.
026440     PERFORM 2088-SOMAR-TITULO THRU 2088-EXIT
026450         UNTIL FIM-TITULOS.
026460
026470     IF (WRK-LIMITE-CREDITO > ZEROS
026480         AND WRK-SALDO-ABERTO > WRK-LIMITE-CREDITO)
026490        OR WRK-QTD-VENCIDOS > ZEROS
026500         SET CREDITO-BLOQUEADO TO TRUE
026510         PERFORM 2089-GUARDAR-CLI-BLOQUEADO THRU 2089-EXIT
026520     END-IF.
026530 2082-EXIT.
026540     EXIT.
026550******************************************************
026560* 2084-PROCURAR-CLI-BLOQUEADO
026570* QUANDO A ENTRADA CORRENTE DA TABELA DE CLIENTES
026580* BLOQUEADOS FOR O CLIENTE DO REGISTRO CORRENTE,
026590* SINALIZA QUE ELE JA ESTA NA TABELA.
026600******************************************************
026610 2084-PROCURAR-CLI-BLOQUEADO.
026620     IF TCB-CODIGO(IX-BLQ) = WRK-COD-CLIENTE
026630         SET CLI-BLOQ-NA-TABELA TO TRUE
026640     END-IF.
026650 2084-EXIT.
026660     EXIT.
026670******************************************************
026680* 2086-LER-TITULO
026690* LE O PROXIMO TITULO NA ORDEM DE CHAVE E LIGA O
026700* INDICADOR DE FIM QUANDO O ARQUIVO ACABA OU O TITULO
026710* JA E DE OUTRO CLIENTE.
026720******************************************************
026730 2086-LER-TITULO.
026740     IF FIM-TITULOS
026750         GO TO 2086-EXIT
026760     END-IF.
026770     READ ARQ-TITULOS NEXT RECORD
026780         AT END
026790             SET FIM-TITULOS TO TRUE
026800     END-READ.
026810     IF NOT FIM-TITULOS
026820        AND TIT-COD-CLIENTE NOT = WRK-COD-CLIENTE
026830         SET FIM-TITULOS TO TRUE
026840     END-IF.
026850 2086-EXIT.
026860     EXIT.
026870******************************************************
026880* 2088-SOMAR-TITULO
026890* ACUMULA O SALDO DO TITULO EM ABERTO CORRENTE E O
026900* CONTA COMO VENCIDO QUANDO O VENCIMENTO MAIS A
026910* TOLERANCIA JA FICOU PARA TRAS DA DATA DE EXECUCAO.
026920* TITULO PAGO E IGNORADO. LE O PROXIMO TITULO.
026930******************************************************
026940 2088-SOMAR-TITULO.
026950     IF TITULO-ABERTO
026960         MOVE ZEROS TO WRK-SALDO-TITULO
026970         IF TIT-VALOR IS NUMERIC
026980             MOVE TIT-VALOR TO WRK-SALDO-TITULO
026990         END-IF
027000         IF TIT-VALOR-PAGO IS NUMERIC
027010             SUBTRACT TIT-VALOR-PAGO FROM WRK-SALDO-TITULO
027020         END-IF
027030         IF WRK-SALDO-TITULO > ZEROS
027040             ADD WRK-SALDO-TITULO TO WRK-SALDO-ABERTO
027050             IF TIT-DATA-VENCIMENTO IS NUMERIC
027060                 MOVE TIT-DATA-VENCIMENTO TO WRK-DATA-BASE
027070                 MOVE WRK-DIAS-TOLERANCIA TO WRK-QTD-DIAS
027080                 PERFORM 7000-SOMAR-DIAS THRU 7000-EXIT
027090                 IF WRK-DATA-RESULTADO < WRK-DATA-EXEC-NUM
027100                     ADD 1 TO WRK-QTD-VENCIDOS
027110                 END-IF
027120             END-IF
027130         END-IF
027140     END-IF.
027150     PERFORM 2086-LER-TITULO THRU 2086-EXIT.
027160 2088-EXIT.
027170     EXIT.
027180******************************************************
027190* 2089-GUARDAR-CLI-BLOQUEADO
027200* REGISTRA O CLIENTE BLOQUEADO, COM O LIMITE, O SALDO
027210* EM ABERTO E A QUANTIDADE DE TITULOS VENCIDOS, NA
027220* TABELA QUE ALIMENTA A SECAO DE BLOQUEADOS DO LOTERPT.
027230******************************************************
027240 2089-GUARDAR-CLI-BLOQUEADO.
027250     IF TCB-QTD-CLIENTES < 200
027260         ADD 1 TO TCB-QTD-CLIENTES
027270         SET IX-BLQ TO TCB-QTD-CLIENTES
027280         MOVE WRK-COD-CLIENTE    TO TCB-CODIGO(IX-BLQ)
027290         MOVE WRK-NOME-CLIENTE   TO TCB-NOME(IX-BLQ)
027300         MOVE WRK-LIMITE-CREDITO TO TCB-LIMITE(IX-BLQ)
027310         MOVE WRK-SALDO-ABERTO   TO TCB-SALDO(IX-BLQ)
027320         MOVE WRK-QTD-VENCIDOS   TO TCB-QTD-VENCIDOS(IX-BLQ)
027330         MOVE ZEROS              TO TCB-QTD-LOTES(IX-BLQ)
027340         SET CLI-BLOQ-NA-TABELA TO TRUE
027350     ELSE
027360         DISPLAY 'AVISO: TABELA DE CLIENTES BLOQUEADOS '
027370             'CHEIA - CLIENTE FORA DO RELATORIO: '
027380             WRK-COD-CLIENTE
027390     END-IF.
027400 2089-EXIT.
027410     EXIT.
027420******************************************************
027430* 2050-LER-CHECKPOINT
027440* LE AS QUANTIDADES DE REGISTROS JA PROCESSADOS E JA
027450* REJEITADOS EM UMA EXECUCAO ANTERIOR DO MESMO ARQUIVO
027460* DE ENTRADA, SE HOUVER PONTO DE CONTROLE GRAVADO, E A
027470* IDENTIFICACAO DA EXECUCAO INTERROMPIDA E DA ORIGEM EM
027480* ANDAMENTO. SEM EXECUCAO PENDENTE, A EXECUCAO CORRENTE
027490* E IDENTIFICADA PELA DATA E HORA DE INICIO.
027500******************************************************
027510 2050-LER-CHECKPOINT.
027520     MOVE ZEROS TO WS-QTD-JA-PROCESSADOS
027530                   WS-QTD-JA-REJEITADOS.
027540     MOVE WRK-DATA-EXEC-NUM TO WRK-DATA-RODADA.
027550     MOVE WRK-HORA-INICIO   TO WRK-HORA-RODADA.
027560     MOVE SPACES            TO WRK-ORIGEM-PENDENTE.
027570     OPEN INPUT ARQ-CHECKPOINT.
027580     IF WS-FS-CHECKPOINT = '00'
027590         READ ARQ-CHECKPOINT
027600             NOT AT END
027610                 IF CKP-QTD-PROCESSADOS IS NUMERIC
027620                     MOVE CKP-QTD-PROCESSADOS
027630                         TO WS-QTD-JA-PROCESSADOS
027640                 END-IF
027650                 IF CKP-QTD-REJEITADOS IS NUMERIC
027660                     MOVE CKP-QTD-REJEITADOS
027670                         TO WS-QTD-JA-REJEITADOS
027680                 END-IF
027690                 IF CKP-DATA-RODADA IS NUMERIC
027700                    AND CKP-HORA-RODADA IS NUMERIC
027710                    AND CKP-DATA-RODADA > ZEROS
027720                     SET RODADA-PENDENTE TO TRUE
027730                     MOVE CKP-DATA-RODADA TO WRK-DATA-RODADA
027740                     MOVE CKP-HORA-RODADA TO WRK-HORA-RODADA
027750                     MOVE CKP-ORIGEM  TO WRK-ORIGEM-PENDENTE
027760                 END-IF
027770         END-READ
027780     END-IF.
027790     CLOSE ARQ-CHECKPOINT.
027800
027810     IF WS-QTD-JA-PROCESSADOS > ZEROS
027820        OR WS-QTD-JA-REJEITADOS > ZEROS
027830         SET RODADA-PENDENTE TO TRUE
027840     END-IF.
027850     IF RODADA-PENDENTE
027860         DISPLAY 'REEXECUCAO APOS ABEND DA EXECUCAO DE '
027870             WRK-DATA-RODADA ' ' WRK-HORA-RODADA '.'
027880     END-IF.
027890 2050-EXIT.
027900     EXIT.
027910******************************************************
027920* 2060-TRATAR-TRAILER
027930* GUARDA A QUANTIDADE DE REGISTROS E O TOTAL DE
027940* CONFERENCIA DAS MEDIDAS INFORMADOS NO TRAILER DO
027950* ARQUIVO DE LOTE, PARA A RECONCILIACAO DE FIM DE
027960* EXECUCAO.
027970******************************************************
027980 2060-TRATAR-TRAILER.
027990     MOVE REG-TRL-QTD  TO WRK-TRL-QTD.
028000     MOVE REG-TRL-HASH TO WRK-TRL-HASH.
028010     SET TRAILER-LIDO TO TRUE.
028020 2060-EXIT.
028030     EXIT.
028040******************************************************
028050* 2300-GRAVAR-SUSPENSO
028060* GRAVA A IMAGEM ORIGINAL DO REGISTRO REJEITADO NO
028070* ARQUIVO DE SUSPENSOS, COM O NUMERO DE SEQUENCIA DO
028080* REGISTRO NO ARQUIVO DE ENTRADA E O CODIGO DO MOTIVO
028090* DA REJEICAO, PARA CORRECAO E REPROCESSAMENTO.
028100******************************************************
028110 2300-GRAVAR-SUSPENSO.
028120     MOVE WS-SEQ-REGISTRO     TO SUS-SEQUENCIA.
028130     MOVE WRK-MOTIVO-REJEICAO TO SUS-MOTIVO.
028140     MOVE REG-ENTRADA         TO SUS-REGISTRO.
028150     IF MODO-REPROCESSO
028160         MOVE RPR-ORIGEM         TO SUS-ORIGEM
028170     ELSE
028180         MOVE WRK-ORIGEM-ARQUIVO TO SUS-ORIGEM
028190     END-IF.
028200     WRITE REG-SUSPENSO.
028210 2300-EXIT.
028220     EXIT.
028230******************************************************
028240* 2310-SUSPENDER-POLIGONO
028250* GRAVA NO ARQUIVO DE SUSPENSOS O LOTE POLIGONAL
028260* RECUSADO NO FECHAMENTO: A IMAGEM DO DETALHE E A DE
028270* CADA VERTICE GUARDADO, COM A SEQUENCIA ORIGINAL DE
028280* CADA REGISTRO E O MOTIVO DA RECUSA, PARA QUE O LOTE
028290* CORRIGIDO SEJA REPROCESSADO INTEIRO.
028300******************************************************
028310 2310-SUSPENDER-POLIGONO.
028320     MOVE WRK-SEQ-DETALHE-POL    TO SUS-SEQUENCIA.
028330     MOVE WRK-MOTIVO-REJEICAO    TO SUS-MOTIVO.
028340     MOVE WRK-IMAGEM-DETALHE-POL TO SUS-REGISTRO.
028350     MOVE WRK-ORIGEM-POL         TO SUS-ORIGEM.
028360     WRITE REG-SUSPENSO.
028370     PERFORM 2315-SUSPENDER-VERTICE THRU 2315-EXIT
028380         VARYING IX-VTX FROM 1 BY 1
028390         UNTIL IX-VTX > TVT-QTD-VERTICES.
028400 2310-EXIT.
028410     EXIT.
028420******************************************************
028430* 2315-SUSPENDER-VERTICE
028440* GRAVA NO ARQUIVO DE SUSPENSOS O VERTICE CORRENTE DA
028450* TABELA DO LOTE POLIGONAL RECUSADO.
028460******************************************************
028470 2315-SUSPENDER-VERTICE.
028480     MOVE TVT-SEQUENCIA(IX-VTX)  TO SUS-SEQUENCIA.
028490     MOVE WRK-MOTIVO-REJEICAO    TO SUS-MOTIVO.
028500     MOVE TVT-REGISTRO(IX-VTX)   TO SUS-REGISTRO.
028510     MOVE WRK-ORIGEM-POL         TO SUS-ORIGEM.
028520     WRITE REG-SUSPENSO.
028530 2315-EXIT.
028540     EXIT.
028550******************************************************
028560* 2150-PULAR-REGISTRO
028570* DESPREZA UM REGISTRO JA PROCESSADO EM EXECUCAO
028580* ANTERIOR, AVANCANDO O ARQUIVO DE ENTRADA ATE O PONTO
028590* ONDE O PROCESSAMENTO DEVE SER REINICIADO.
028600******************************************************
028610 2150-PULAR-REGISTRO.
028620     IF NOT FIM-ARQUIVO
028630         PERFORM 2100-LER-REGISTRO THRU 2100-EXIT
028640     END-IF.
028650 2150-EXIT.
028660     EXIT.
028670******************************************************
028680* 2200-GRAVAR-CHECKPOINT
028690* GRAVA AS QUANTIDADES DE REGISTROS PROCESSADOS E
028700* REJEITADOS ATE O MOMENTO, PARA QUE UMA REEXECUCAO
028710* APOS ABEND POSSA PULAR DIRETO PARA OS REGISTROS AINDA
028720* PENDENTES SEM PERDER NENHUM DOS DOIS CONTADORES. VAI
028730* JUNTO A ORIGEM EM ANDAMENTO E A IDENTIFICACAO DA
028740* EXECUCAO.
028750******************************************************
028760 2200-GRAVAR-CHECKPOINT.
028770     MOVE WS-QTD-PROCESSADOS TO CKP-QTD-PROCESSADOS.
028780     MOVE WS-QTD-REJEITADOS  TO CKP-QTD-REJEITADOS.
028790     MOVE WRK-ORIGEM-ARQUIVO TO CKP-ORIGEM.
028800     MOVE WRK-DATA-RODADA    TO CKP-DATA-RODADA.
028810     MOVE WRK-HORA-RODADA    TO CKP-HORA-RODADA.
028820     OPEN OUTPUT ARQ-CHECKPOINT.
028830     WRITE REG-CHECKPOINT.
028840     CLOSE ARQ-CHECKPOINT.
028850 2200-EXIT.
028860     EXIT.
028870******************************************************
028880* 2100-LER-REGISTRO
028890* LE O PROXIMO REGISTRO DO ARQUIVO DE ENTRADA (OU DO
028900* ARQUIVO DE REPROCESSAMENTO, QUANDO FOR O CASO),
028910* NUMERA A SEQUENCIA DO REGISTRO NO ARQUIVO, ACUMULA O
028920* TOTAL DE CONFERENCIA DAS MEDIDAS DOS DETALHES
028930* (E DAS COORDENADAS DOS VERTICES) E LIGA O INDICADOR
028940* DE FIM DE ARQUIVO QUANDO NECESSARIO.
028950******************************************************
028960 2100-LER-REGISTRO.
028970     IF MODO-REPROCESSO
028980         READ ARQ-REPROCESSO
028990             AT END
029000                 SET FIM-ARQUIVO TO TRUE
029010             NOT AT END
029020                 MOVE RPR-REGISTRO TO REG-ENTRADA
029030                 ADD 1 TO WS-SEQ-REGISTRO
029040         END-READ
029050         GO TO 2100-EXIT
029060     END-IF.
029070
029080     READ ARQ-ENTRADA
029090         AT END
029100             SET FIM-ARQUIVO TO TRUE
029110         NOT AT END
029120             ADD 1 TO WS-SEQ-REGISTRO
029130             IF REG-DETALHE OR REG-CONTINUACAO
029140                 ADD REG-LARGURA     TO WRK-HASH-MEDIDAS
029150                 ADD REG-COMPRIMENTO TO WRK-HASH-MEDIDAS
029160             END-IF
029170             IF REG-VERTICE
029180                 ADD REG-VTX-X TO WRK-HASH-MEDIDAS
029190                 ADD REG-VTX-Y TO WRK-HASH-MEDIDAS
029200             END-IF
029210     END-READ.
029220 2100-EXIT.
029230     EXIT.
029240******************************************************
029250* 3000-PROCESSAR-INTERATIVO
029260* ATENDIMENTO DE BALCAO, QUANDO NAO HOUVER ARQUIVO DE
029270* ENTRADA DISPONIVEL: IDENTIFICA O CLIENTE E EMITE O
029280* ORCAMENTO DOS LOTES DIGITADOS OU, SEM CLIENTE (OU
029290* SEM O CADASTRO DE CLIENTES), FAZ O CALCULO AVULSO
029300* VIA CONSOLE COMO NA VERSAO ORIGINAL DO PROGRAMA.
029310******************************************************
029320 3000-PROCESSAR-INTERATIVO.
029330     MOVE ZEROS TO WRK-COD-CLIENTE.
029340     SET ATENDIMENTO-AVULSO TO TRUE.
029350     IF BALCAO-OK
029360         PERFORM 3300-IDENTIFICAR-CLIENTE THRU 3300-EXIT
029370     END-IF.
029380
029390     EVALUATE TRUE
029400         WHEN ATENDIMENTO-ORCAMENTO
029410             PERFORM 3600-ORCAMENTO-BALCAO THRU 3600-EXIT
029420         WHEN ATENDIMENTO-AVULSO
029430             PERFORM 3010-CALCULO-AVULSO THRU 3010-EXIT
029440     END-EVALUATE.
029450
029460     PERFORM 3500-PERGUNTAR-CONTINUAR THRU 3500-EXIT.
029470 3000-EXIT.
029480     EXIT.
029490******************************************************
029500* 3010-CALCULO-AVULSO
029510* CALCULO SEM CLIENTE E SEM ORCAMENTO, COMO NA VERSAO
029520* ORIGINAL DO MODO INTERATIVO: FIGURA, UNIDADE, MEDIDAS
029530* E MATERIAL, COM EXIBICAO DO RESULTADO.
029540******************************************************
029550 3010-CALCULO-AVULSO.
029560     MOVE ZEROS TO WRK-NUM-LOTE.
029570     PERFORM 3720-OBTER-SEGMENTO THRU 3720-EXIT.
029580
029590     MOVE 'N' TO WS-MATERIAL-VALIDO.
029600     PERFORM 3060-OBTER-MATERIAL THRU 3060-EXIT
029610         UNTIL MATERIAL-VALIDO.
029620
029630     PERFORM 3900-CONVERTER-UNIDADE THRU 3900-EXIT.
029640     PERFORM 5000-CALCULAR-AREA THRU 5000-EXIT.
029650 3010-EXIT.
029660     EXIT.
029670******************************************************
029680* 3300-IDENTIFICAR-CLIENTE
029690* SOLICITA O CODIGO DO CLIENTE DO ATENDIMENTO DE BALCAO
029700* E O CONFERE NO CADASTRO DE CLIENTES. CODIGO ZERO (OU
029710* EM BRANCO) = CALCULO AVULSO, SEM ORCAMENTO. CLIENTE
029720* NAO CADASTRADO PODE SER CADASTRADO NA HORA COMO
029730* PROSPECTO. CLIENTE INATIVO OU BLOQUEADO POR CREDITO
029740* (MESMA CONFERENCIA DO MODO LOTE) NAO RECEBE ORCAMENTO.
029750******************************************************
029760 3300-IDENTIFICAR-CLIENTE.
029770     MOVE 'N' TO WS-NUMERO-VALIDO.
029780     PERFORM 3310-OBTER-CODIGO-CLIENTE THRU 3310-EXIT
029790         UNTIL NUMERO-VALIDO.
029800     IF WRK-COD-CLIENTE = ZEROS
029810         DISPLAY 'CALCULO AVULSO - SEM EMISSAO DE ORCAMENTO.'
029820         GO TO 3300-EXIT
029830     END-IF.
029840
029850     MOVE WRK-COD-CLIENTE TO CLI-CODIGO.
029860     READ ARQ-CLIENTES
029870         INVALID KEY
029880             PERFORM 3350-CADASTRAR-PROSPECTO THRU 3350-EXIT
029890         NOT INVALID KEY
029900             IF CLIENTE-INATIVO
029910                 DISPLAY 'ERRO: CLIENTE INATIVO - ORCAMENTO NAO '
029920                     'EMITIDO: ' CLI-NOME
029930                 SET ATENDIMENTO-CANCELADO TO TRUE
029940             ELSE
029950                 DISPLAY 'CLIENTE: ' CLI-NOME
029960                 SET ATENDIMENTO-ORCAMENTO TO TRUE
029970             END-IF
029980     END-READ.
029990     IF NOT ATENDIMENTO-ORCAMENTO
030000         GO TO 3300-EXIT
030010     END-IF.
030020
030030     MOVE CLI-NOME     TO WRK-NOME-CLIENTE.
030040     MOVE CLI-ENDERECO TO WRK-END-CLIENTE.
030050     MOVE CLI-TELEFONE TO WRK-TEL-CLIENTE.
030060     IF CLI-PCT-DESCONTO IS NUMERIC
030070         MOVE CLI-PCT-DESCONTO TO WRK-PCT-DESC-CLIENTE
030080     ELSE
030090         MOVE ZEROS TO WRK-PCT-DESC-CLIENTE
030100     END-IF.
030110
030120     IF TITULOS-ABERTO
030130         PERFORM 2082-APURAR-CREDITO THRU 2082-EXIT
030140         IF CREDITO-BLOQUEADO
030150             MOVE WRK-SALDO-ABERTO TO WRK-VAL-ORC-ED
030160             DISPLAY 'ERRO: CLIENTE BLOQUEADO POR CREDITO - '
030170                 'ORCAMENTO NAO EMITIDO.'
030180             DISPLAY '      SALDO EM ABERTO: ' WRK-VAL-ORC-ED
030190                 '  TITULOS VENCIDOS: ' WRK-QTD-VENCIDOS
030200             SET ATENDIMENTO-CANCELADO TO TRUE
030210         END-IF
030220     END-IF.
030230 3300-EXIT.
030240     EXIT.
030250******************************************************
030260* 3310-OBTER-CODIGO-CLIENTE
030270* SOLICITA O CODIGO DO CLIENTE (ATE 5 DIGITOS, EM
030280* BRANCO = ZERO), REPETINDO O PEDIDO QUANDO A ENTRADA
030290* FOR INVALIDA.
030300******************************************************
030310 3310-OBTER-CODIGO-CLIENTE.
030320     DISPLAY 'CODIGO DO CLIENTE (0 = CALCULO AVULSO): '.
030330     MOVE 5 TO WRK-MAX-DIGITOS.
030340     PERFORM 3320-OBTER-NUMERO THRU 3320-EXIT.
030350     IF NUMERO-VALIDO
030360         MOVE WRK-NUMERO-INF TO WRK-COD-CLIENTE
030370     END-IF.
030380 3310-EXIT.
030390     EXIT.
030400******************************************************
030410* 3320-OBTER-NUMERO
030420* LE UM NUMERO INTEIRO DE ATE WRK-MAX-DIGITOS DIGITOS
030430* DO CONSOLE PARA WRK-NUMERO-INF. ENTRADA EM BRANCO
030440* DEVOLVE ZERO; ENTRADA NAO NUMERICA OU MAIOR QUE O
030450* CAMPO E RECUSADA COM MENSAGEM.
030460******************************************************
030470 3320-OBTER-NUMERO.
030480     MOVE 'N' TO WS-NUMERO-VALIDO.
030490     MOVE ZEROS TO WRK-NUMERO-INF.
030500     MOVE SPACES TO WRK-NUMERO-RAW.
030510     ACCEPT WRK-NUMERO-RAW.
030520
030530     MOVE SPACES TO WRK-NUMERO-DIGITOS.
030540     MOVE ZEROS  TO WS-CNT-NUMERO.
030550     IF WRK-NUMERO-RAW NOT = SPACES
030560         UNSTRING WRK-NUMERO-RAW DELIMITED BY ALL SPACE
030570             INTO WRK-NUMERO-DIGITOS COUNT IN WS-CNT-NUMERO
030580         END-UNSTRING
030590     END-IF.
030600
030610     EVALUATE TRUE
030620         WHEN WS-CNT-NUMERO = ZEROS
030630             SET NUMERO-VALIDO TO TRUE
030640         WHEN WS-CNT-NUMERO > WRK-MAX-DIGITOS
030650             DISPLAY 'ERRO: INFORME NO MAXIMO ' WRK-MAX-DIGITOS
030660                 ' DIGITOS.'
030670         WHEN WRK-NUMERO-DIGITOS(1:WS-CNT-NUMERO) IS NOT NUMERIC
030680             DISPLAY 'ERRO: INFORME SOMENTE DIGITOS.'
030690         WHEN OTHER
030700             MOVE WRK-NUMERO-DIGITOS(1:WS-CNT-NUMERO)
030710                 TO WRK-NUMERO-INF-X
030720                    (7 - WS-CNT-NUMERO : WS-CNT-NUMERO)
030730             SET NUMERO-VALIDO TO TRUE
030740     END-EVALUATE.
030750 3320-EXIT.
030760     EXIT.
030770******************************************************
030780* 3350-CADASTRAR-PROSPECTO
030790* OFERECE O CADASTRO, COMO PROSPECTO, DO CLIENTE AINDA
030800* NAO CADASTRADO QUE PEDE ORCAMENTO NO BALCAO: NOME
030810* (OBRIGATORIO), ENDERECO E TELEFONE, SITUACAO ATIVA,
030820* SEM DESCONTO PROPRIO E SEM LIMITE DE CREDITO. AS
030830* DEMAIS CONDICOES FICAM PARA A MANUTENCAO DE CLIENTES.
030840* A INCLUSAO E GRAVADA NA TRILHA DE ALTERACOES.
030850******************************************************
030860 3350-CADASTRAR-PROSPECTO.
030870     SET ATENDIMENTO-CANCELADO TO TRUE.
030880     DISPLAY 'CLIENTE NAO CADASTRADO: ' WRK-COD-CLIENTE.
030890     DISPLAY 'CADASTRAR COMO PROSPECTO (S/N): '.
030900     MOVE SPACES TO WRK-RESPOSTA-BALCAO.
030910     ACCEPT WRK-RESPOSTA-BALCAO.
030920     IF WRK-RESPOSTA-BALCAO NOT = 'S'
030930        AND WRK-RESPOSTA-BALCAO NOT = 's'
030940         GO TO 3350-EXIT
030950     END-IF.
030960
030970     DISPLAY 'NOME DO CLIENTE: '.
030980     MOVE SPACES TO WRK-NOME-CLIENTE.
030990     ACCEPT WRK-NOME-CLIENTE.
031000     IF WRK-NOME-CLIENTE = SPACES
031010         DISPLAY 'ERRO: NOME OBRIGATORIO - PROSPECTO NAO '
031020             'CADASTRADO.'
031030         GO TO 3350-EXIT
031040     END-IF.
031050     DISPLAY 'ENDERECO: '.
031060     MOVE SPACES TO WRK-END-CLIENTE.
031070     ACCEPT WRK-END-CLIENTE.
031080     DISPLAY 'TELEFONE: '.
031090     MOVE SPACES TO WRK-TEL-CLIENTE.
031100     ACCEPT WRK-TEL-CLIENTE.
031110
031120     MOVE WRK-COD-CLIENTE  TO CLI-CODIGO.
031130     MOVE WRK-NOME-CLIENTE TO CLI-NOME.
031140     MOVE WRK-END-CLIENTE  TO CLI-ENDERECO.
031150     MOVE WRK-TEL-CLIENTE  TO CLI-TELEFONE.
031160     MOVE ZEROS            TO CLI-PCT-DESCONTO.
031170     MOVE ZEROS            TO CLI-LIMITE-CREDITO.
031180     MOVE ZEROS            TO CLI-COD-VENDEDOR.
031190     SET CLIENTE-ATIVO TO TRUE.
031200
031210     WRITE REG-CLIENTE
031220         INVALID KEY
031230             DISPLAY 'ERRO AO GRAVAR O PROSPECTO. STATUS: '
031240                 WS-FS-CLIENTES
031250         NOT INVALID KEY
031260             DISPLAY 'PROSPECTO CADASTRADO: ' WRK-COD-CLIENTE
031270             SET ATENDIMENTO-ORCAMENTO TO TRUE
031280             MOVE 'CLIMST ' TO TRI-ARQUIVO
031290             MOVE 'I'       TO TRI-OPERACAO
031300             MOVE SPACES    TO TRI-ANTES
031310             MOVE REG-CLIENTE TO TRI-DEPOIS
031320             PERFORM 8900-GRAVAR-TRILHA THRU 8900-EXIT
031330     END-WRITE.
031340 3350-EXIT.
031350     EXIT.
031360******************************************************
031370* 3600-ORCAMENTO-BALCAO
031380* EMITE O ORCAMENTO DE BALCAO DO CLIENTE IDENTIFICADO:
031390* RELE O ULTIMO NUMERO DO ORCNUM (O MODO LOTE OU OUTRO
031400* BALCAO PODEM TE-LO AVANCADO), ABRE O ORCAMENTO, RECEBE
031410* OS LOTES ATE O OPERADOR ENCERRAR E FECHA O ORCAMENTO
031420* COM AS CONDICOES DO CLIENTE, GRAVANDO A PROPOSTA NO
031430* PROPMST E OS ITENS NO PROPITM COMO NO MODO LOTE. SEM
031440* NENHUM LOTE ORCADO O ORCAMENTO NAO E EMITIDO.
031450******************************************************
031460 3600-ORCAMENTO-BALCAO.
031470     PERFORM 1450-LER-NUM-PROPOSTA THRU 1450-EXIT.
031480     PERFORM 4150-IMPRIMIR-CLIENTE THRU 4150-EXIT.
031490     PERFORM 4500-ABRIR-ORCAMENTO THRU 4500-EXIT.
031500     MOVE WRK-COD-CLIENTE TO WRK-CLIENTE-ANTERIOR.
031510     MOVE ZEROS TO WRK-AREA-CLIENTE WRK-VALOR-CLIENTE.
031520     MOVE ZEROS TO WRK-NUM-LOTE.
031530     DISPLAY 'ORCAMENTO N. ' WRK-NUM-PROPOSTA ' ABERTO.'.
031540
031550     MOVE 'N' TO WS-FIM-LOTES-BALCAO.
031560     PERFORM 3700-LOTE-BALCAO THRU 3700-EXIT
031570         UNTIL FIM-LOTES-BALCAO.
031580
031590     PERFORM 4200-SUBTOTAL-CLIENTE THRU 4200-EXIT.
031600     PERFORM 4700-FECHAR-ORCAMENTO THRU 4700-EXIT.
031610     IF WRK-ITEM-PROPOSTA = ZEROS
031620         DISPLAY 'NENHUM LOTE ORCADO - ORCAMENTO NAO EMITIDO.'
031630         GO TO 3600-EXIT
031640     END-IF.
031650     ADD 1 TO WS-QTD-ORC-BALCAO.
031660
031670     MOVE WRK-VAL-ORCAMENTO TO WRK-VAL-ORC-ED.
031680     DISPLAY 'ORCAMENTO N. ' WRK-NUM-PROPOSTA ' EMITIDO - '
031690         'ITENS: ' WRK-ITEM-PROPOSTA
031700         '  TOTAL: ' WRK-VAL-ORC-ED.
031710     MOVE WRK-PCT-DESC-USADO TO WRK-PCT-ED.
031720     DISPLAY 'DESCONTO APLICADO: ' WRK-PCT-ED
031730         '%  VALIDADE: ' WRK-DIAS-VALIDADE ' DIAS.'.
031740 3600-EXIT.
031750     EXIT.
031760******************************************************
031770* 3700-LOTE-BALCAO
031780* RECEBE UM LOTE DO ORCAMENTO DE BALCAO: NUMERO DO LOTE,
031790* PRIMEIRO SEGMENTO (FIGURA, UNIDADE E MEDIDAS), MATERIAL
031800* E OS SEGMENTOS ADICIONAIS DE FIGURA COMPOSTA, SOMADOS
031810* COMO OS REGISTROS 'C' DO MODO LOTE. O LOTE E FECHADO
031820* PELA MESMA ROTINA DO MODO LOTE (VALORIZACAO COM O PRECO
031830* NEGOCIADO, ITEM DO ORCAMENTO E DO PROPITM, RELATORIO E
031840* AUDITORIA COM O OPERADOR IDENTIFICADO).
031850******************************************************
031860 3700-LOTE-BALCAO.
031870     ADD 1 TO WRK-NUM-LOTE GIVING WRK-PROX-LOTE.
031880     MOVE 'N' TO WS-NUMERO-VALIDO.
031890     PERFORM 3710-OBTER-NUM-LOTE THRU 3710-EXIT
031900         UNTIL NUMERO-VALIDO.
031910
031920     PERFORM 3720-OBTER-SEGMENTO THRU 3720-EXIT.
031930     MOVE 'N' TO WS-MATERIAL-VALIDO.
031940     PERFORM 3060-OBTER-MATERIAL THRU 3060-EXIT
031950         UNTIL MATERIAL-VALIDO.
031960
031970     PERFORM 3900-CONVERTER-UNIDADE THRU 3900-EXIT.
031980     PERFORM 5010-CALCULAR-AREA-FIGURA THRU 5010-EXIT.
031990     IF NOT AREA-CALCULADA
032000         DISPLAY 'FALTA INSERIR UM VALOR - LOTE NAO ORCADO.'
032010         GO TO 3700-PERGUNTAR
032020     END-IF.
032030
032040     MOVE WRK-AREA        TO WRK-AREA-ACUMULADA.
032050     MOVE 1               TO WRK-QTD-SEGMENTOS.
032060     MOVE WRK-LARGURA     TO WRK-LARGURA-LOTE.
032070     MOVE WRK-COMPRIMENTO TO WRK-COMPRIMENTO-LOTE.
032080     MOVE WRK-PERIMETRO   TO WRK-PERIMETRO-LOTE.
032090     MOVE WRK-TIPO-FIGURA TO WRK-FIGURA-LOTE.
032100     SET LOTE-PENDENTE TO TRUE.
032110
032120     MOVE 'N' TO WS-FIM-SEGMENTOS.
032130     PERFORM 3750-SEGMENTO-ADICIONAL THRU 3750-EXIT
032140         UNTIL FIM-SEGMENTOS.
032150
032160     PERFORM 2070-FECHAR-LOTE-PENDENTE THRU 2070-EXIT.
032170
032180 3700-PERGUNTAR.
032190     DISPLAY 'OUTRO LOTE PARA ESTE CLIENTE (S/N): '.
032200     MOVE SPACES TO WRK-RESPOSTA-BALCAO.
032210     ACCEPT WRK-RESPOSTA-BALCAO.
032220     IF WRK-RESPOSTA-BALCAO = 'N'
032230        OR WRK-RESPOSTA-BALCAO = 'n'
032240         SET FIM-LOTES-BALCAO TO TRUE
032250     END-IF.
032260 3700-EXIT.
032270     EXIT.
032280******************************************************
032290* 3710-OBTER-NUM-LOTE
032300* SOLICITA O NUMERO DO LOTE (ATE 6 DIGITOS). EM BRANCO
032310* OU ZERO, O LOTE RECEBE O NUMERO SEGUINTE AO ULTIMO
032320* LOTE DESTE ORCAMENTO.
032330******************************************************
032340 3710-OBTER-NUM-LOTE.
032350     DISPLAY 'NUMERO DO LOTE (EM BRANCO = ' WRK-PROX-LOTE '): '.
032360     MOVE 6 TO WRK-MAX-DIGITOS.
032370     PERFORM 3320-OBTER-NUMERO THRU 3320-EXIT.
032380     IF NUMERO-VALIDO
032390         IF WRK-NUMERO-INF = ZEROS
032400             MOVE WRK-PROX-LOTE TO WRK-NUM-LOTE
032410         ELSE
032420             MOVE WRK-NUMERO-INF TO WRK-NUM-LOTE
032430         END-IF
032440     END-IF.
032450 3710-EXIT.
032460     EXIT.
032470******************************************************
032480* 3720-OBTER-SEGMENTO
032490* SOLICITA A FIGURA, A UNIDADE DE MEDIDA E AS MEDIDAS DE
032500* UM SEGMENTO (O CIRCULO SO TEM RAIO), REPETINDO CADA
032510* PEDIDO ATE QUE UM VALOR VALIDO SEJA DIGITADO.
032520******************************************************
032530 3720-OBTER-SEGMENTO.
032540     MOVE 'N' TO WS-TIPO-FIGURA-VALIDO.
032550     PERFORM 3040-OBTER-FIGURA THRU 3040-EXIT
032560         UNTIL TIPO-FIGURA-VALIDO.
032570
032580     MOVE 'N' TO WS-UNIDADE-VALIDA.
032590     PERFORM 3050-OBTER-UNIDADE THRU 3050-EXIT
032600         UNTIL UNIDADE-VALIDA.
032610     MOVE 'N' TO WS-LARGURA-VALIDA.
032620     PERFORM 3100-OBTER-LARGURA THRU 3100-EXIT
032630         UNTIL LARGURA-VALIDA.
032640
032650     IF FIGURA-CIRCULO
032660         MOVE ZEROS TO WRK-COMPRIMENTO
032670         SET COMPRIMENTO-VALIDA TO TRUE
032680     ELSE
032690         MOVE 'N' TO WS-COMPRIMENTO-VALIDA
032700         PERFORM 3200-OBTER-COMPRIMENTO THRU 3200-EXIT
032710             UNTIL COMPRIMENTO-VALIDA
032720     END-IF.
032730 3720-EXIT.
032740     EXIT.
032750******************************************************
032760* 3750-SEGMENTO-ADICIONAL
032770* PERGUNTA SE O LOTE TEM MAIS UM SEGMENTO (FIGURA
032780* COMPOSTA) E, EM CASO POSITIVO, RECEBE AS MEDIDAS DO
032790* SEGMENTO E SOMA A SUA AREA AO LOTE PENDENTE. O
032800* MATERIAL E O DO PRIMEIRO SEGMENTO.
032810******************************************************
032820 3750-SEGMENTO-ADICIONAL.
032830     DISPLAY 'ACRESCENTAR SEGMENTO AO LOTE - FIGURA '
032840         'COMPOSTA (S/N): '.
032850     MOVE SPACES TO WRK-RESPOSTA-BALCAO.
032860     ACCEPT WRK-RESPOSTA-BALCAO.
032870     IF WRK-RESPOSTA-BALCAO NOT = 'S'
032880        AND WRK-RESPOSTA-BALCAO NOT = 's'
032890         SET FIM-SEGMENTOS TO TRUE
032900         GO TO 3750-EXIT
032910     END-IF.
032920
032930     PERFORM 3720-OBTER-SEGMENTO THRU 3720-EXIT.
032940     PERFORM 3900-CONVERTER-UNIDADE THRU 3900-EXIT.
032950     PERFORM 5010-CALCULAR-AREA-FIGURA THRU 5010-EXIT.
032960     IF AREA-CALCULADA
032970         ADD WRK-AREA TO WRK-AREA-ACUMULADA
032980         ADD 1 TO WRK-QTD-SEGMENTOS
032990         MOVE WRK-AREA TO WRK-AREA-ED
033000         DISPLAY 'SEGMENTO ' WRK-QTD-SEGMENTOS
033010             ' - AREA: ' WRK-AREA-ED
033020     ELSE
033030         DISPLAY 'FALTA INSERIR UM VALOR - SEGMENTO '
033040             'DESPREZADO.'
033050     END-IF.
033060 3750-EXIT.
033070     EXIT.
033080******************************************************
033090* 3500-PERGUNTAR-CONTINUAR
033100* PERGUNTA SE HA OUTRO ATENDIMENTO (ORCAMENTO OU
033110* CALCULO AVULSO) NESTA SESSAO, PERMITINDO ACUMULAR
033120* VARIOS ATENDIMENTOS ANTES DE ENCERRAR O PROGRAMA.
033130******************************************************
033140 3500-PERGUNTAR-CONTINUAR.
033150     DISPLAY 'NOVO ATENDIMENTO NESTA SESSAO (S/N): '.
033160     MOVE SPACES TO WRK-RESPOSTA-CONTINUAR.
033170     ACCEPT WRK-RESPOSTA-CONTINUAR.
033180
033190     IF WRK-RESPOSTA-CONTINUAR = 'N'
033200        OR WRK-RESPOSTA-CONTINUAR = 'n'
033210         SET FIM-SESSAO TO TRUE
033220     END-IF.
033230 3500-EXIT.
033240     EXIT.
033250******************************************************
033260* 3040-OBTER-FIGURA
033270* EXIBE O MENU DE FIGURAS SUPORTADAS E SOLICITA A OPCAO
033280* DESEJADA, REPETINDO O PEDIDO QUANDO A OPCAO NAO FOR
033290* 1 (RETANGULO), 2 (CIRCULO) OU 3 (TRIANGULO).
033300******************************************************
033310 3040-OBTER-FIGURA.
033320     DISPLAY '1-RETANGULO  2-CIRCULO  3-TRIANGULO'.
033330     DISPLAY 'FIGURA DESEJADA: '.
033340     MOVE SPACES TO WRK-TIPO-FIGURA.
033350     ACCEPT WRK-TIPO-FIGURA.
033360
033370     EVALUATE TRUE
033380         WHEN FIGURA-RETANGULO
033390             SET TIPO-FIGURA-VALIDO TO TRUE
033400         WHEN FIGURA-CIRCULO
033410             SET TIPO-FIGURA-VALIDO TO TRUE
033420         WHEN FIGURA-TRIANGULO
033430             SET TIPO-FIGURA-VALIDO TO TRUE
033440         WHEN OTHER
033450             DISPLAY 'ERRO: INFORME 1, 2 OU 3.'
033460     END-EVALUATE.
033470 3040-EXIT.
033480     EXIT.
033490******************************************************
033500* 3050-OBTER-UNIDADE
033510* SOLICITA A UNIDADE DE MEDIDA DA LARGURA E DO
033520* COMPRIMENTO (M = METROS, PE = PES), REPETINDO O
033530* PEDIDO QUANDO A ENTRADA NAO FOR M OU PE.
033540******************************************************
033550 3050-OBTER-UNIDADE.
033560     DISPLAY 'UNIDADE DE MEDIDA (M=METROS / PE=PES): '.
033570     MOVE SPACES TO WRK-UNIDADE-MEDIDA.
033580     ACCEPT WRK-UNIDADE-MEDIDA.
033590
033600     EVALUATE TRUE
033610         WHEN UNIDADE-EM-METROS
033620             SET UNIDADE-VALIDA TO TRUE
033630         WHEN UNIDADE-EM-PES
033640             SET UNIDADE-VALIDA TO TRUE
033650         WHEN OTHER
033660             DISPLAY 'ERRO: INFORME M (METROS) OU PE (PES).'
033670     END-EVALUATE.
033680 3050-EXIT.
033690     EXIT.
033700******************************************************
033710* 3060-OBTER-MATERIAL
033720* SOLICITA O TIPO DE MATERIAL USADO NA AREA CALCULADA,
033730* PARA LOCALIZACAO DO PRECO UNITARIO NA TABELA DE
033740* PRECOS, REPETINDO O PEDIDO QUANDO O MATERIAL NAO
033750* ESTIVER CADASTRADO.
033760******************************************************
033770 3060-OBTER-MATERIAL.
033780     DISPLAY 'MATERIAIS DISPONIVEIS:'.
033790     PERFORM 3070-EXIBIR-MATERIAL THRU 3070-EXIT
033800         VARYING IX-PRECO FROM 1 BY 1
033810         UNTIL IX-PRECO > TAB-QTD-PRECOS.
033820     DISPLAY 'MATERIAL DESEJADO: '.
033830     MOVE SPACES TO WRK-MATERIAL.
033840     ACCEPT WRK-MATERIAL.
033850
033860     SET IX-PRECO TO 1.
033870     SEARCH TAB-PRECO-ITEM
033880         AT END
033890             DISPLAY 'ERRO: MATERIAL NAO CADASTRADO NA '
033900                 'TABELA DE PRECOS.'
033910         WHEN TAB-MATERIAL(IX-PRECO) = WRK-MATERIAL
033920             SET MATERIAL-VALIDO TO TRUE
033930     END-SEARCH.
033940 3060-EXIT.
033950     EXIT.
033960******************************************************
033970* 3070-EXIBIR-MATERIAL
033980* EXIBE UM MATERIAL DA TABELA DE PRECOS EM MEMORIA NA
033990* LISTA DE MATERIAIS DISPONIVEIS DO MODO INTERATIVO.
034000******************************************************
034010 3070-EXIBIR-MATERIAL.
034020     DISPLAY '  ' TAB-MATERIAL(IX-PRECO).
034030 3070-EXIT.
034040     EXIT.
034050******************************************************
034060* 3100-OBTER-LARGURA
034070* SOLICITA A LARGURA VIA CONSOLE NO FORMATO NNN,NN E
034080* VALIDA A ENTRADA ANTES DE ACEITA-LA, REPETINDO O
034090* PEDIDO COM UMA MENSAGEM ESPECIFICA QUANDO A ENTRADA
034100* FOR NAO NUMERICA, MAIOR DO QUE O CAMPO SUPORTA OU
034110* FICAR EM BRANCO.
034120******************************************************
034130 3100-OBTER-LARGURA.
034140     EVALUATE TRUE
034150         WHEN FIGURA-CIRCULO
034160             MOVE 'RAIO'    TO WRK-ROTULO-CAMPO
034170             MOVE 4         TO WRK-ROTULO-TAM
034180             DISPLAY 'RAIO (FORMATO NNN,NN): '
034190         WHEN FIGURA-TRIANGULO
034200             MOVE 'BASE'    TO WRK-ROTULO-CAMPO
034210             MOVE 4         TO WRK-ROTULO-TAM
034220             DISPLAY 'BASE (FORMATO NNN,NN): '
034230         WHEN OTHER
034240             MOVE 'LARGURA' TO WRK-ROTULO-CAMPO
034250             MOVE 7         TO WRK-ROTULO-TAM
034260             DISPLAY 'LARGURA (FORMATO NNN,NN): '
034270     END-EVALUATE.
034280     MOVE SPACES TO WRK-LARGURA-RAW.
034290     ACCEPT WRK-LARGURA-RAW.
034300     MOVE SPACES TO WRK-PARTE-INTEIRA WRK-PARTE-DECIMAL.
034310     MOVE ZEROS  TO WS-CNT-INTEIRA WS-CNT-DECIMAL.
034320
034330     IF WRK-LARGURA-RAW NOT = SPACES
034340         UNSTRING WRK-LARGURA-RAW DELIMITED BY ',' OR SPACE
034350             INTO WRK-PARTE-INTEIRA COUNT IN WS-CNT-INTEIRA
034360                  WRK-PARTE-DECIMAL COUNT IN WS-CNT-DECIMAL
034370         END-UNSTRING
034380     END-IF.
034390
034400     EVALUATE TRUE
034410         WHEN WRK-LARGURA-RAW = SPACES
034420             DISPLAY 'ERRO: O CAMPO '
034430                 WRK-ROTULO-CAMPO(1:WRK-ROTULO-TAM)
034440                 ' NAO PODE FICAR EM BRANCO.'
034450         WHEN WS-CNT-INTEIRA > 0
034460             AND WRK-PARTE-INTEIRA(1:WS-CNT-INTEIRA)
034470                     IS NOT NUMERIC
034480             DISPLAY 'ERRO: '
034490                 WRK-ROTULO-CAMPO(1:WRK-ROTULO-TAM)
034500                 ' CONTEM CARACTERE NAO NUMERICO.'
034510         WHEN WS-CNT-DECIMAL > 0
034520             AND WRK-PARTE-DECIMAL(1:WS-CNT-DECIMAL)
034530                     IS NOT NUMERIC
034540             DISPLAY 'ERRO: '
034550                 WRK-ROTULO-CAMPO(1:WRK-ROTULO-TAM)
034560                 ' CONTEM CARACTERE NAO NUMERICO.'
034570         WHEN WS-CNT-INTEIRA > 3
034580             DISPLAY 'ERRO: '
034590                 WRK-ROTULO-CAMPO(1:WRK-ROTULO-TAM)
034600                 ' ACEITA NO MAXIMO 3 DIGITOS INTEIROS.'
034610         WHEN WS-CNT-DECIMAL > 2
034620             DISPLAY 'ERRO: '
034630                 WRK-ROTULO-CAMPO(1:WRK-ROTULO-TAM)
034640                 ' ACEITA NO MAXIMO 2 DIGITOS DECIMAIS.'
034650         WHEN OTHER
034660             PERFORM 3150-MONTAR-LARGURA THRU 3150-EXIT
034670             SET LARGURA-VALIDA TO TRUE
034680     END-EVALUATE.
034690 3100-EXIT.
034700     EXIT.
034710******************************************************
034720* 3150-MONTAR-LARGURA
034730* MONTA WRK-LARGURA A PARTIR DAS PARTES INTEIRA E
034740* DECIMAL JA VALIDADAS, ALINHANDO OS DIGITOS NAS
034750* POSICOES CORRETAS DO CAMPO NUMERICO.
034760******************************************************
034770 3150-MONTAR-LARGURA.
034780     MOVE ZEROS TO WRK-LARGURA.
034790     IF WS-CNT-INTEIRA > 0
034800         MOVE WRK-PARTE-INTEIRA(1:WS-CNT-INTEIRA)
034810             TO WRK-LARGURA-X(4 - WS-CNT-INTEIRA : WS-CNT-INTEIRA)
034820     END-IF.
034830     IF WS-CNT-DECIMAL > 0
034840         MOVE WRK-PARTE-DECIMAL(1:WS-CNT-DECIMAL)
034850             TO WRK-LARGURA-X(4:WS-CNT-DECIMAL)
034860     END-IF.
034870 3150-EXIT.
034880     EXIT.
034890******************************************************
034900* 3200-OBTER-COMPRIMENTO
034910* SOLICITA O COMPRIMENTO VIA CONSOLE E VALIDA A ENTRADA
034920* DA MESMA FORMA QUE 3100-OBTER-LARGURA.
034930******************************************************
034940 3200-OBTER-COMPRIMENTO.
034950     EVALUATE TRUE
034960         WHEN FIGURA-TRIANGULO
034970             MOVE 'ALTURA'      TO WRK-ROTULO-CAMPO
034980             MOVE 6             TO WRK-ROTULO-TAM
034990             DISPLAY 'ALTURA (FORMATO NNN,NN): '
035000         WHEN OTHER
035010             MOVE 'COMPRIMENTO' TO WRK-ROTULO-CAMPO
035020             MOVE 11            TO WRK-ROTULO-TAM
035030             DISPLAY 'COMPRIMENTO (FORMATO NNN,NN): '
035040     END-EVALUATE.
035050     MOVE SPACES TO WRK-COMPRIMENTO-RAW.
035060     ACCEPT WRK-COMPRIMENTO-RAW.
035070     MOVE SPACES TO WRK-PARTE-INTEIRA WRK-PARTE-DECIMAL.
035080     MOVE ZEROS  TO WS-CNT-INTEIRA WS-CNT-DECIMAL.
035090
035100     IF WRK-COMPRIMENTO-RAW NOT = SPACES
035110         UNSTRING WRK-COMPRIMENTO-RAW DELIMITED BY ',' OR SPACE
035120             INTO WRK-PARTE-INTEIRA COUNT IN WS-CNT-INTEIRA
035130                  WRK-PARTE-DECIMAL COUNT IN WS-CNT-DECIMAL
035140         END-UNSTRING
035150     END-IF.
035160
035170     EVALUATE TRUE
035180         WHEN WRK-COMPRIMENTO-RAW = SPACES
035190             DISPLAY 'ERRO: O CAMPO '
035200                 WRK-ROTULO-CAMPO(1:WRK-ROTULO-TAM)
035210                 ' NAO PODE FICAR EM BRANCO.'
035220         WHEN WS-CNT-INTEIRA > 0
035230             AND WRK-PARTE-INTEIRA(1:WS-CNT-INTEIRA)
035240                     IS NOT NUMERIC
035250             DISPLAY 'ERRO: '
035260                 WRK-ROTULO-CAMPO(1:WRK-ROTULO-TAM)
035270                 ' CONTEM CARACTERE NAO NUMERICO.'
035280         WHEN WS-CNT-DECIMAL > 0
035290             AND WRK-PARTE-DECIMAL(1:WS-CNT-DECIMAL)
035300                     IS NOT NUMERIC
035310             DISPLAY 'ERRO: '
035320                 WRK-ROTULO-CAMPO(1:WRK-ROTULO-TAM)
035330                 ' CONTEM CARACTERE NAO NUMERICO.'
035340         WHEN WS-CNT-INTEIRA > 3
035350             DISPLAY 'ERRO: '
035360                 WRK-ROTULO-CAMPO(1:WRK-ROTULO-TAM)
035370                 ' ACEITA NO MAXIMO 3 DIGITOS INTEIROS.'
035380         WHEN WS-CNT-DECIMAL > 2
035390             DISPLAY 'ERRO: '
035400                 WRK-ROTULO-CAMPO(1:WRK-ROTULO-TAM)
035410                 ' ACEITA NO MAXIMO 2 DIGITOS DECIMAIS.'
035420         WHEN OTHER
035430             PERFORM 3250-MONTAR-COMPRIMENTO THRU 3250-EXIT
035440             SET COMPRIMENTO-VALIDA TO TRUE
035450     END-EVALUATE.
035460 3200-EXIT.
035470     EXIT.
035480******************************************************
035490* 3250-MONTAR-COMPRIMENTO
035500* MONTA WRK-COMPRIMENTO A PARTIR DAS PARTES INTEIRA E
035510* DECIMAL JA VALIDADAS, ALINHANDO OS DIGITOS NAS
035520* POSICOES CORRETAS DO CAMPO NUMERICO.
035530******************************************************
035540 3250-MONTAR-COMPRIMENTO.
035550     MOVE ZEROS TO WRK-COMPRIMENTO.
035560     IF WS-CNT-INTEIRA > 0
035570         MOVE WRK-PARTE-INTEIRA(1:WS-CNT-INTEIRA)
035580             TO WRK-COMPRIMENTO-X(4 - WS-CNT-INTEIRA :
035590                WS-CNT-INTEIRA)
035600     END-IF.
035610     IF WS-CNT-DECIMAL > 0
035620         MOVE WRK-PARTE-DECIMAL(1:WS-CNT-DECIMAL)
035630             TO WRK-COMPRIMENTO-X(4:WS-CNT-DECIMAL)
035640     END-IF.
035650 3250-EXIT.
035660     EXIT.
035670******************************************************
035680* 3900-CONVERTER-UNIDADE
035690* CONVERTE LARGURA E COMPRIMENTO DE PES PARA METROS
035700* QUANDO A UNIDADE DE MEDIDA INFORMADA FOR PE. QUANDO A
035710* UNIDADE FOR METROS, OS VALORES PERMANECEM INALTERADOS.
035720******************************************************
035730 3900-CONVERTER-UNIDADE.
035740     IF UNIDADE-EM-PES
035750         COMPUTE WRK-LARGURA ROUNDED = WRK-LARGURA * 0,3048
035760         COMPUTE WRK-COMPRIMENTO ROUNDED =
035770             WRK-COMPRIMENTO * 0,3048
035780     END-IF.
035790 3900-EXIT.
035800     EXIT.
035810******************************************************
035820* 5000-CALCULAR-AREA
035830* CALCULA A AREA E O PERIMETRO (QUANDO APLICAVEL) DA
035840* FIGURA SELECIONADA NO MENU, A PARTIR DA LARGURA/RAIO/
035850* BASE E DO COMPRIMENTO/ALTURA CORRENTES NA AREA DE
035860* TRABALHO, E ENCAMINHA O RESULTADO PARA EXIBICAO E
035870* IMPRESSAO. USADO PELO MODO INTERATIVO - O MODO LOTE
035880* CALCULA A AREA POR SEGMENTO (5010) E SO VALORIZA NO
035890* FECHAMENTO DO LOTE PENDENTE.
035900******************************************************
035910 5000-CALCULAR-AREA.
035920     PERFORM 5010-CALCULAR-AREA-FIGURA THRU 5010-EXIT.
035930     IF AREA-CALCULADA
035940         MOVE 1 TO WRK-QTD-SEGMENTOS
035950         PERFORM 5070-EXIBIR-RESULTADO THRU 5070-EXIT
035960     ELSE
035970         DISPLAY 'FALTA INSERIR UM VALOR'
035980     END-IF.
035990 5000-EXIT.
036000     EXIT.
036010******************************************************
036020* 5010-CALCULAR-AREA-FIGURA
036030* CALCULA A AREA E O PERIMETRO (QUANDO APLICAVEL) DA
036040* FIGURA CORRENTE, SEM EXIBIR NEM VALORIZAR, E SINALIZA
036050* SE O CALCULO FOI POSSIVEL (MEDIDAS MAIORES QUE ZERO).
036060* A FIGURA POLIGONAL E CALCULADA PELOS VERTICES DA
036070* TABELA DO LOTE PENDENTE (5090).
036080******************************************************
036090 5010-CALCULAR-AREA-FIGURA.
036100     MOVE 'N' TO WS-AREA-CALCULADA.
036110     EVALUATE TRUE
036120         WHEN FIGURA-CIRCULO
036130             IF WRK-LARGURA > 0
036140                 COMPUTE WRK-AREA ROUNDED =
036150                     WRK-PI * WRK-LARGURA * WRK-LARGURA
036160                 COMPUTE WRK-PERIMETRO ROUNDED =
036170                     2 * WRK-PI * WRK-LARGURA
036180                 SET AREA-CALCULADA TO TRUE
036190             END-IF
036200         WHEN FIGURA-TRIANGULO
036210             IF WRK-LARGURA > 0 AND WRK-COMPRIMENTO > 0
036220                 COMPUTE WRK-AREA ROUNDED =
036230                     (WRK-LARGURA * WRK-COMPRIMENTO) / 2
036240                 MOVE ZEROS TO WRK-PERIMETRO
036250                 SET AREA-CALCULADA TO TRUE
036260             END-IF
036270         WHEN FIGURA-POLIGONO
036280             PERFORM 5090-CALCULAR-POLIGONO THRU 5090-EXIT
036290         WHEN OTHER
036300             IF WRK-LARGURA > 0 AND WRK-COMPRIMENTO > 0
036310                 COMPUTE WRK-AREA ROUNDED =
036320                     (WRK-LARGURA * WRK-COMPRIMENTO)
036330                 COMPUTE WRK-PERIMETRO ROUNDED =
036340                     2 * (WRK-LARGURA + WRK-COMPRIMENTO)
036350                 SET AREA-CALCULADA TO TRUE
036360             END-IF
036370     END-EVALUATE.
036380 5010-EXIT.
036390     EXIT.
036400******************************************************
036410* 5070-EXIBIR-RESULTADO
036420* EXIBE A AREA E O PERIMETRO CALCULADOS, ACUMULA A AREA
036430* NO TOTAL DA SESSAO, CALCULA O VALOR ESTIMADO E GRAVA O
036440* RESULTADO NO RELATORIO IMPRESSO E NO ARQUIVO DE
036450* AUDITORIA.
036460******************************************************
036470 5070-EXIBIR-RESULTADO.
036480     MOVE WRK-AREA      TO WRK-AREA-ED.
036490     MOVE WRK-PERIMETRO TO WRK-PERIMETRO-ED.
036500     DISPLAY 'AREA: ' WRK-AREA-ED
036510         '  PERIMETRO: ' WRK-PERIMETRO-ED.
036520     ADD WRK-AREA TO WRK-AREA-TOTAL.
036530     PERFORM 5060-CALCULAR-VALOR THRU 5060-EXIT.
036540     PERFORM 4100-IMPRIMIR-DETALHE THRU 4100-EXIT.
036550     IF ORCAMENTO-ABERTO
036560         PERFORM 4600-ITEM-ORCAMENTO THRU 4600-EXIT
036570     END-IF.
036580     IF MODO-BATCH
036590         PERFORM 4800-GRAVAR-PRE-CLASS THRU 4800-EXIT
036600     END-IF.
036610     PERFORM 4300-GRAVAR-AUDITORIA THRU 4300-EXIT.
036620 5070-EXIT.
036630     EXIT.
036640******************************************************
036650* 5050-LOCALIZAR-PRECO
036660* PROCURA O PRECO UNITARIO DO MATERIAL CORRENTE NA
036670* TABELA DE PRECOS. QUANDO O MATERIAL NAO FOR
036680* ENCONTRADO, O PRECO UNITARIO E TRATADO COMO ZERO.
036690******************************************************
036700 5050-LOCALIZAR-PRECO.
036710     MOVE ZEROS TO WRK-PRECO-UNITARIO.
036720     MOVE 'N' TO WS-PRECO-LOCALIZADO.
036730     SET IX-PRECO TO 1.
036740     SEARCH TAB-PRECO-ITEM
036750         AT END
036760             MOVE ZEROS TO WRK-PRECO-UNITARIO
036770         WHEN TAB-MATERIAL(IX-PRECO) = WRK-MATERIAL
036780             MOVE TAB-PRECO-UNIT(IX-PRECO)
036790                 TO WRK-PRECO-UNITARIO
036800             SET PRECO-LOCALIZADO TO TRUE
036810     END-SEARCH.
036820
036830     IF PRECO-LOCALIZADO
036840        AND WRK-COD-CLIENTE NOT = ZEROS
036850        AND PRECOS-NEG-ABERTO
036860         MOVE WRK-COD-CLIENTE TO CPR-COD-CLIENTE
036870         MOVE WRK-MATERIAL    TO CPR-MATERIAL
036880         READ ARQ-PRECOS-NEG
036890             INVALID KEY
036900                 CONTINUE
036910             NOT INVALID KEY
036920                 MOVE CPR-PRECO-UNIT TO WRK-PRECO-UNITARIO
036930         END-READ
036940     END-IF.
036950 5050-EXIT.
036960     EXIT.
036970******************************************************
036980* 5060-CALCULAR-VALOR
036990* CALCULA O VALOR ESTIMADO DA AREA CORRENTE A PARTIR DO
037000* PRECO UNITARIO DO MATERIAL, E ACUMULA O VALOR NO
037010* TOTAL DA SESSAO.
037020******************************************************
037030 5060-CALCULAR-VALOR.
037040     PERFORM 5050-LOCALIZAR-PRECO THRU 5050-EXIT.
037050     COMPUTE WRK-VALOR ROUNDED =
037060         WRK-AREA * WRK-PRECO-UNITARIO.
037070     MOVE WRK-VALOR TO WRK-VALOR-ED.
037080     ADD WRK-VALOR TO WRK-VALOR-TOTAL.
037090     IF MODO-BATCH OR ORCAMENTO-ABERTO
037100         ADD WRK-AREA  TO WRK-AREA-CLIENTE
037110         ADD WRK-VALOR TO WRK-VALOR-CLIENTE
037120     END-IF.
037130     PERFORM 5080-CALCULAR-COMPRA THRU 5080-EXIT.
037140     DISPLAY 'VALOR ESTIMADO: ' WRK-VALOR-ED.
037150 5060-EXIT.
037160     EXIT.
037170******************************************************
037180* 5080-CALCULAR-COMPRA
037190* CONVERTE A AREA DO LOTE CORRENTE EM UNIDADES INTEIRAS
037200* DE COMPRA DO MATERIAL: APLICA O PERCENTUAL DE PERDA
037210* SOBRE A AREA, DIVIDE PELO RENDIMENTO DA UNIDADE DE
037220* COMPRA E ARREDONDA SEMPRE PARA CIMA, ACUMULANDO O
037230* RESULTADO NA LISTA DE COMPRAS DO MATERIAL. MATERIAL
037240* SEM RENDIMENTO CADASTRADO FICA FORA DA LISTA.
037250******************************************************
037260 5080-CALCULAR-COMPRA.
037270     IF NOT PRECO-LOCALIZADO
037280         GO TO 5080-EXIT
037290     END-IF.
037300     IF TAB-RENDIMENTO(IX-PRECO) = ZEROS
037310         GO TO 5080-EXIT
037320     END-IF.
037330
037340     COMPUTE WRK-AREA-NECESSARIA ROUNDED =
037350         WRK-AREA * (100 + TAB-PCT-PERDA(IX-PRECO)) / 100.
037360     COMPUTE WRK-QTD-UNIDADES =
037370         WRK-AREA-NECESSARIA / TAB-RENDIMENTO(IX-PRECO).
037380     IF WRK-QTD-UNIDADES * TAB-RENDIMENTO(IX-PRECO)
037390        < WRK-AREA-NECESSARIA
037400         ADD 1 TO WRK-QTD-UNIDADES
037410     END-IF.
037420
037430     ADD WRK-QTD-UNIDADES TO TAB-QTD-COMPRA(IX-PRECO).
037440 5080-EXIT.
037450     EXIT.
037460******************************************************
037470* 5090-CALCULAR-POLIGONO
037480* CALCULA A AREA DA POLIGONAL FECHADA PELA FORMULA DE
037490* GAUSS (METADE DO MODULO DA SOMA DOS PRODUTOS CRUZADOS
037500* DAS COORDENADAS DE VERTICES CONSECUTIVOS) E O
037510* PERIMETRO PELA SOMA DOS COMPRIMENTOS DOS LADOS. AS
037520* COORDENADAS SAO TOMADAS EM RELACAO AO PRIMEIRO
037530* VERTICE, PARA QUE OS PRODUTOS NAO ESTOUREM COM
037540* COORDENADAS GRANDES (UTM). COORDENADAS EM PES SAO
037550* CONVERTIDAS PARA METROS NO RESULTADO. AREA OU
037560* PERIMETRO MAIOR QUE OS CAMPOS DO LOTE LIGA O
037570* INDICADOR DE POLIGONAL ACIMA DA CAPACIDADE.
037580******************************************************
037590 5090-CALCULAR-POLIGONO.
037600     MOVE ZEROS TO WRK-SOMA-AREA-POL.
037610     MOVE ZEROS TO WRK-SOMA-PERIM-POL.
037620     PERFORM 5095-SOMAR-LADO THRU 5095-EXIT
037630         VARYING IX-VTX FROM 1 BY 1
037640         UNTIL IX-VTX NOT < TVT-QTD-VERTICES.
037650     IF WRK-SOMA-AREA-POL < ZEROS
037660         MULTIPLY -1 BY WRK-SOMA-AREA-POL
037670     END-IF.
037680
037690     IF UNIDADE-EM-PES
037700         COMPUTE WRK-SOMA-AREA-POL ROUNDED =
037710             WRK-SOMA-AREA-POL * 0,09290304
037720         COMPUTE WRK-SOMA-PERIM-POL ROUNDED =
037730             WRK-SOMA-PERIM-POL * 0,3048
037740     END-IF.
037750
037760     COMPUTE WRK-AREA-POL ROUNDED = WRK-SOMA-AREA-POL / 2.
037770     COMPUTE WRK-PERIM-POL ROUNDED = WRK-SOMA-PERIM-POL.
037780     IF WRK-AREA-POL > 9999999,99
037790        OR WRK-PERIM-POL > 99999,99
037800         SET POLIGONO-EXCEDIDO TO TRUE
037810         GO TO 5090-EXIT
037820     END-IF.
037830
037840     MOVE WRK-AREA-POL  TO WRK-AREA.
037850     MOVE WRK-PERIM-POL TO WRK-PERIMETRO.
037860     IF WRK-AREA > ZEROS
037870         SET AREA-CALCULADA TO TRUE
037880     END-IF.
037890 5090-EXIT.
037900     EXIT.
037910******************************************************
037920* 5095-SOMAR-LADO
037930* SOMA O PRODUTO CRUZADO E O COMPRIMENTO DO LADO QUE VAI
037940* DO VERTICE CORRENTE AO SEGUINTE DA POLIGONAL.
037950******************************************************
037960 5095-SOMAR-LADO.
037970     SET IX-VTX-PROX TO IX-VTX.
037980     SET IX-VTX-PROX UP BY 1.
037990     COMPUTE WRK-SOMA-AREA-POL = WRK-SOMA-AREA-POL
038000         + (TVT-X(IX-VTX) - TVT-X(1))
038010         * (TVT-Y(IX-VTX-PROX) - TVT-Y(1))
038020         - (TVT-X(IX-VTX-PROX) - TVT-X(1))
038030         * (TVT-Y(IX-VTX) - TVT-Y(1)).
038040
038050     COMPUTE WRK-DX-POL = TVT-X(IX-VTX-PROX) - TVT-X(IX-VTX).
038060     COMPUTE WRK-DY-POL = TVT-Y(IX-VTX-PROX) - TVT-Y(IX-VTX).
038070     COMPUTE WRK-LADO-POL ROUNDED =
038080         (WRK-DX-POL * WRK-DX-POL + WRK-DY-POL * WRK-DY-POL)
038090         ** 0,5.
038100     ADD WRK-LADO-POL TO WRK-SOMA-PERIM-POL.
038110 5095-EXIT.
038120     EXIT.
038130******************************************************
038140* 4000-IMPRIMIR-CABECALHO
038150* EMITE O CABECALHO DO RELATORIO (DATA, PAGINA E TITULOS
038160* DE COLUNA) E REINICIA O CONTADOR DE LINHAS DA PAGINA.
038170******************************************************
038180 4000-IMPRIMIR-CABECALHO.
038190     ADD 1 TO WS-PAGINA-ATUAL.
038200     MOVE WRK-DATA-EXECUCAO-ED TO LC2-DATA.
038210     MOVE WS-PAGINA-ATUAL      TO LC2-PAGINA.
038220
038230     WRITE REG-RELATORIO FROM LINHA-CABECALHO-1.
038240     WRITE REG-RELATORIO FROM LINHA-CABECALHO-2.
038250     WRITE REG-RELATORIO FROM LINHA-BRANCO.
038260     WRITE REG-RELATORIO FROM LINHA-CABECALHO-3.
038270     WRITE REG-RELATORIO FROM LINHA-BRANCO.
038280
038290     MOVE 4 TO WS-LINHA-ATUAL.
038300 4000-EXIT.
038310     EXIT.
038320******************************************************
038330* 4100-IMPRIMIR-DETALHE
038340* GRAVA UMA LINHA DE DETALHE (LARGURA, COMPRIMENTO E
038350* AREA) NO RELATORIO, QUEBRANDO A PAGINA QUANDO
038360* NECESSARIO.
038370******************************************************
038380 4100-IMPRIMIR-DETALHE.
038390     IF WS-LINHA-ATUAL = ZEROS
038400        OR WS-LINHA-ATUAL >= WS-MAX-LINHAS-PAGINA
038410         PERFORM 4000-IMPRIMIR-CABECALHO THRU 4000-EXIT
038420     END-IF.
038430
038440     MOVE WRK-NUM-LOTE    TO LD-NUM-LOTE.
038450     MOVE WRK-LARGURA     TO LD-LARGURA.
038460     MOVE WRK-COMPRIMENTO TO LD-COMPRIMENTO.
038470     MOVE WRK-AREA-ED     TO LD-AREA.
038480     IF FIGURA-TRIANGULO
038490        OR WRK-QTD-SEGMENTOS > 1
038500         MOVE SPACES TO LD-PERIMETRO-X
038510     ELSE
038520         MOVE WRK-PERIMETRO-ED TO LD-PERIMETRO
038530     END-IF.
038540     MOVE WRK-MATERIAL    TO LD-MATERIAL.
038550     MOVE WRK-VALOR-ED    TO LD-VALOR.
038560     EVALUATE TRUE
038570         WHEN FIGURA-CIRCULO
038580             MOVE 'CIR' TO LD-FIGURA
038590         WHEN FIGURA-TRIANGULO
038600             MOVE 'TRI' TO LD-FIGURA
038610         WHEN FIGURA-POLIGONO
038620             MOVE 'POL' TO LD-FIGURA
038630         WHEN OTHER
038640             MOVE 'RET' TO LD-FIGURA
038650     END-EVALUATE.
038660     MOVE WRK-QTD-SEGMENTOS TO LD-SEGMENTOS.
038670     WRITE REG-RELATORIO FROM LINHA-DETALHE.
038680
038690     ADD 1 TO WS-LINHA-ATUAL.
038700 4100-EXIT.
038710     EXIT.
038720******************************************************
038730* 4150-IMPRIMIR-CLIENTE
038740* IMPRIME A LINHA DE IDENTIFICACAO DO CLIENTE (CODIGO E
038750* NOME) QUE ENCABECA O GRUPO DE LOTES DO CLIENTE NO
038760* RELATORIO, QUEBRANDO A PAGINA QUANDO NECESSARIO.
038770******************************************************
038780 4150-IMPRIMIR-CLIENTE.
038790     IF WS-LINHA-ATUAL = ZEROS
038800        OR WS-LINHA-ATUAL >= WS-MAX-LINHAS-PAGINA
038810         PERFORM 4000-IMPRIMIR-CABECALHO THRU 4000-EXIT
038820     END-IF.
038830
038840     MOVE WRK-COD-CLIENTE  TO LCL-CODIGO.
038850     MOVE WRK-NOME-CLIENTE TO LCL-NOME.
038860     WRITE REG-RELATORIO FROM LINHA-BRANCO.
038870     WRITE REG-RELATORIO FROM LINHA-CLIENTE.
038880     ADD 2 TO WS-LINHA-ATUAL.
038890 4150-EXIT.
038900     EXIT.
038910******************************************************
038920* 4200-SUBTOTAL-CLIENTE
038930* IMPRIME A LINHA DE SUBTOTAL DE AREA E VALOR DO
038940* CLIENTE CUJO GRUPO DE LOTES ACABOU DE SER IMPRESSO.
038950******************************************************
038960 4200-SUBTOTAL-CLIENTE.
038970     MOVE WRK-AREA-CLIENTE  TO LSC-AREA.
038980     MOVE WRK-VALOR-CLIENTE TO LSC-VALOR.
038990     WRITE REG-RELATORIO FROM LINHA-SUBTOTAL-CLIENTE.
039000     ADD 1 TO WS-LINHA-ATUAL.
039010 4200-EXIT.
039020     EXIT.
039030******************************************************
039040* 4500-ABRIR-ORCAMENTO
039050* ABRE O DOCUMENTO DE ORCAMENTO DO CLIENTE CORRENTE:
039060* TOMA O PROXIMO NUMERO DE PROPOSTA (GRAVANDO-O LOGO NO
039070* ARQUIVO DE CONTROLE, PARA NUNCA REPETIR NUMERO MESMO
039080* APOS ABEND) E EMITE O CABECALHO COM OS DADOS DO
039090* CLIENTE E OS TITULOS DAS COLUNAS DOS ITENS.
039100******************************************************
039110 4500-ABRIR-ORCAMENTO.
039120     ADD 1 TO WRK-NUM-PROPOSTA.
039130     PERFORM 4550-GRAVAR-NUM-PROPOSTA THRU 4550-EXIT.
039140     MOVE ZEROS TO WRK-ITEM-PROPOSTA.
039150
039160     MOVE WRK-NUM-PROPOSTA     TO LOT-NUMERO.
039170     MOVE WRK-DATA-EXECUCAO-ED TO LOT-DATA.
039180     MOVE WRK-COD-CLIENTE      TO LOC-CODIGO.
039190     MOVE WRK-NOME-CLIENTE     TO LOC-NOME.
039200     MOVE WRK-END-CLIENTE      TO LOE-ENDERECO.
039210     MOVE WRK-TEL-CLIENTE      TO LOF-TELEFONE.
039220     MOVE WRK-PCT-DESC-CLIENTE TO WRK-PCT-DESC-ORCAMENTO.
039230
039240     WRITE REG-ORCAMENTO FROM LINHA-ORC-SEPARADOR.
039250     WRITE REG-ORCAMENTO FROM LINHA-ORC-TITULO.
039260     WRITE REG-ORCAMENTO FROM LINHA-ORC-CLIENTE.
039270     WRITE REG-ORCAMENTO FROM LINHA-ORC-ENDERECO.
039280     WRITE REG-ORCAMENTO FROM LINHA-ORC-TELEFONE.
039290     WRITE REG-ORCAMENTO FROM LINHA-BRANCO.
039300     WRITE REG-ORCAMENTO FROM LINHA-ORC-COLUNAS.
039310     SET ORCAMENTO-ABERTO TO TRUE.
039320 4500-EXIT.
039330     EXIT.
039340******************************************************
039350* 4550-GRAVAR-NUM-PROPOSTA
039360* REGRAVA O ARQUIVO DE CONTROLE DO NUMERO DE PROPOSTA
039370* (ORCNUM) COM O ULTIMO NUMERO EMITIDO.
039380******************************************************
039390 4550-GRAVAR-NUM-PROPOSTA.
039400     MOVE WRK-NUM-PROPOSTA TO REG-NUM-PROPOSTA.
039410     OPEN OUTPUT ARQ-NUM-PROPOSTA.
039420     WRITE REG-NUM-PROPOSTA.
039430     CLOSE ARQ-NUM-PROPOSTA.
039440 4550-EXIT.
039450     EXIT.
039460******************************************************
039470* 4600-ITEM-ORCAMENTO
039480* EMITE UMA LINHA DE ITEM DO ORCAMENTO COM O LOTE
039490* CORRENTE (FIGURA, MEDIDAS, MATERIAL E VALOR) E GRAVA
039500* O MESMO ITEM NO ARQUIVO DE ITENS DAS PROPOSTAS.
039510******************************************************
039520 4600-ITEM-ORCAMENTO.
039530     MOVE WRK-NUM-LOTE    TO LOI-NUM-LOTE.
039540     EVALUATE TRUE
039550         WHEN FIGURA-CIRCULO
039560             MOVE 'CIR' TO LOI-FIGURA
039570         WHEN FIGURA-TRIANGULO
039580             MOVE 'TRI' TO LOI-FIGURA
039590         WHEN FIGURA-POLIGONO
039600             MOVE 'POL' TO LOI-FIGURA
039610         WHEN OTHER
039620             MOVE 'RET' TO LOI-FIGURA
039630     END-EVALUATE.
039640     MOVE WRK-LARGURA     TO LOI-LARGURA.
039650     MOVE WRK-COMPRIMENTO TO LOI-COMPRIMENTO.
039660     MOVE WRK-MATERIAL    TO LOI-MATERIAL.
039670     MOVE WRK-VALOR       TO LOI-VALOR.
039680     MOVE WRK-QTD-SEGMENTOS TO LOI-SEGMENTOS.
039690     WRITE REG-ORCAMENTO FROM LINHA-ORC-ITEM.
039700
039710     PERFORM 4650-GRAVAR-ITEM-PROPOSTA THRU 4650-EXIT.
039720 4600-EXIT.
039730     EXIT.
039740******************************************************
039750* 4650-GRAVAR-ITEM-PROPOSTA
039760* GRAVA O LOTE CORRENTE COMO PROXIMO ITEM DA PROPOSTA
039770* NO ARQUIVO DE ITENS DAS PROPOSTAS (PROPITM), COM O
039780* PRECO UNITARIO EFETIVAMENTE APLICADO, PARA O
039790* FATURAMENTO QUANDO A PROPOSTA FOR ACEITA E PARA A
039800* SEGUNDA VIA DO ORCAMENTO.
039810******************************************************
039820 4650-GRAVAR-ITEM-PROPOSTA.
039830     ADD 1 TO WRK-ITEM-PROPOSTA.
039840     MOVE WRK-NUM-PROPOSTA   TO PIT-NUM-PROPOSTA.
039850     MOVE WRK-ITEM-PROPOSTA  TO PIT-ITEM.
039860     MOVE WRK-COD-CLIENTE    TO PIT-COD-CLIENTE.
039870     MOVE WRK-NUM-LOTE       TO PIT-NUM-LOTE.
039880     MOVE LOI-FIGURA         TO PIT-FIGURA.
039890     MOVE WRK-LARGURA        TO PIT-LARGURA.
039900     MOVE WRK-COMPRIMENTO    TO PIT-COMPRIMENTO.
039910     MOVE WRK-AREA           TO PIT-AREA.
039920     MOVE WRK-MATERIAL       TO PIT-MATERIAL.
039930     MOVE WRK-PRECO-UNITARIO TO PIT-PRECO-UNIT.
039940     MOVE WRK-VALOR          TO PIT-VALOR.
039950     MOVE WRK-QTD-SEGMENTOS  TO PIT-QTD-SEGMENTOS.
039960
039970     WRITE REG-ITEM-PROPOSTA
039980         INVALID KEY
039990             DISPLAY 'AVISO: ITEM JA EXISTENTE NO ARQUIVO DE '
040000                 'ITENS DAS PROPOSTAS: ' WRK-NUM-PROPOSTA
040010                 '/' WRK-ITEM-PROPOSTA
040020         NOT INVALID KEY
040030             ADD 1 TO WS-QTD-ITENS-GRAVADOS
040040     END-WRITE.
040050 4650-EXIT.
040060     EXIT.
040070******************************************************
040080* 4700-FECHAR-ORCAMENTO
040090* FECHA O ORCAMENTO DO CLIENTE CUJOS ITENS ACABARAM DE
040100* SER EMITIDOS: CALCULA MAO DE OBRA, DESCONTO E IMPOSTO
040110* SOBRE O VALOR DOS MATERIAIS E EMITE O BLOCO DE TOTAIS
040120* E O PRAZO DE VALIDADE DA PROPOSTA. ORCAMENTO
040130* SEM NENHUM ITEM E SO CANCELADO NO ORCRPT: NAO TEM
040140* TOTAIS, NAO GRAVA PROPOSTA E DEVOLVE O NUMERO (4720).
040150******************************************************
040160 4700-FECHAR-ORCAMENTO.
040170     IF NOT ORCAMENTO-ABERTO
040180         GO TO 4700-EXIT
040190     END-IF.
040200
040210     IF WRK-ITEM-PROPOSTA = ZEROS
040220         WRITE REG-ORCAMENTO FROM LINHA-BRANCO
040230         WRITE REG-ORCAMENTO FROM LINHA-ORC-CANCELADO
040240         WRITE REG-ORCAMENTO FROM LINHA-ORC-SEPARADOR
040250         WRITE REG-ORCAMENTO FROM LINHA-BRANCO
040260         PERFORM 4720-DEVOLVER-NUM-PROPOSTA THRU 4720-EXIT
040270         MOVE 'N' TO WS-ORCAMENTO-ABERTO
040280         GO TO 4700-EXIT
040290     END-IF.
040300
040310     COMPUTE WRK-VAL-MAO-OBRA ROUNDED =
040320         WRK-VALOR-CLIENTE * WRK-PCT-MAO-OBRA / 100.
040330     IF WRK-PCT-DESC-ORCAMENTO > ZEROS
040340         MOVE WRK-PCT-DESC-ORCAMENTO TO WRK-PCT-DESC-USADO
040350     ELSE
040360         MOVE WRK-PCT-DESCONTO TO WRK-PCT-DESC-USADO
040370     END-IF.
040380     COMPUTE WRK-VAL-DESCONTO ROUNDED =
040390         (WRK-VALOR-CLIENTE + WRK-VAL-MAO-OBRA)
040400         * WRK-PCT-DESC-USADO / 100.
040410     COMPUTE WRK-VAL-LIQUIDO =
040420         WRK-VALOR-CLIENTE + WRK-VAL-MAO-OBRA
040430         - WRK-VAL-DESCONTO.
040440     COMPUTE WRK-VAL-IMPOSTO ROUNDED =
040450         WRK-VAL-LIQUIDO * WRK-PCT-IMPOSTO / 100.
040460     COMPUTE WRK-VAL-ORCAMENTO =
040470         WRK-VAL-LIQUIDO + WRK-VAL-IMPOSTO.
040480
040490     WRITE REG-ORCAMENTO FROM LINHA-BRANCO.
040500     MOVE WRK-VALOR-CLIENTE TO LOS-VALOR.
040510     WRITE REG-ORCAMENTO FROM LINHA-ORC-SUBTOTAL.
040520
040530     MOVE 'MAO DE OBRA..........(' TO LOV-ROTULO.
040540     MOVE WRK-PCT-MAO-OBRA  TO LOV-PCT.
040550     MOVE WRK-VAL-MAO-OBRA  TO LOV-VALOR.
040560     WRITE REG-ORCAMENTO FROM LINHA-ORC-VALOR.
040570
040580     MOVE 'DESCONTO.............(' TO LOV-ROTULO.
040590     MOVE WRK-PCT-DESC-USADO TO LOV-PCT.
040600     MOVE WRK-VAL-DESCONTO  TO LOV-VALOR.
040610     WRITE REG-ORCAMENTO FROM LINHA-ORC-VALOR.
040620
040630     MOVE 'IMPOSTOS.............(' TO LOV-ROTULO.
040640     MOVE WRK-PCT-IMPOSTO   TO LOV-PCT.
040650     MOVE WRK-VAL-IMPOSTO   TO LOV-VALOR.
040660     WRITE REG-ORCAMENTO FROM LINHA-ORC-VALOR.
040670
040680     MOVE WRK-VAL-ORCAMENTO TO LOTT-VALOR.
040690     WRITE REG-ORCAMENTO FROM LINHA-ORC-TOTAL.
040700
040710     WRITE REG-ORCAMENTO FROM LINHA-BRANCO.
040720     MOVE WRK-DIAS-VALIDADE TO LOV-DIAS.
040730     WRITE REG-ORCAMENTO FROM LINHA-ORC-VALIDADE.
040740     WRITE REG-ORCAMENTO FROM LINHA-ORC-SEPARADOR.
040750     WRITE REG-ORCAMENTO FROM LINHA-BRANCO.
040760
040770     PERFORM 4750-GRAVAR-PROPOSTA THRU 4750-EXIT.
040780
040790     MOVE 'N' TO WS-ORCAMENTO-ABERTO.
040800 4700-EXIT.
040810     EXIT.
040820******************************************************
040830* 4720-DEVOLVER-NUM-PROPOSTA
040840* DEVOLVE AO ARQUIVO DE CONTROLE (ORCNUM) O NUMERO DO
040850* ORCAMENTO CANCELADO, QUANDO ELE AINDA E O ULTIMO
040860* EMITIDO - SE OUTRO BALCAO JA AVANCOU O NUMERO, O
040870* CONTROLE FICA COMO ESTA.
040880******************************************************
040890 4720-DEVOLVER-NUM-PROPOSTA.
040900     MOVE WRK-NUM-PROPOSTA TO WRK-NUM-PROP-CANCELADA.
040910     PERFORM 1450-LER-NUM-PROPOSTA THRU 1450-EXIT.
040920     IF WRK-NUM-PROPOSTA = WRK-NUM-PROP-CANCELADA
040930         SUBTRACT 1 FROM WRK-NUM-PROPOSTA
040940         PERFORM 4550-GRAVAR-NUM-PROPOSTA THRU 4550-EXIT
040950     END-IF.
040960 4720-EXIT.
040970     EXIT.
040980******************************************************
040990* 4750-GRAVAR-PROPOSTA
041000* GRAVA A PROPOSTA RECEM-FECHADA NO MESTRE DE PROPOSTAS
041010* (PROPMST) COM SITUACAO EMITIDA E VENCIMENTO DA
041020* VALIDADE NA DATA DE EMISSAO MAIS O PRAZO DO ORCPARM,
041030* PARA ACOMPANHAMENTO DE ACEITE, RECUSA E VENCIMENTO.
041040******************************************************
041050 4750-GRAVAR-PROPOSTA.
041060     MOVE WRK-DATA-EXEC-NUM TO WRK-DATA-BASE.
041070     MOVE WRK-DIAS-VALIDADE TO WRK-QTD-DIAS.
041080     PERFORM 7000-SOMAR-DIAS THRU 7000-EXIT.
041090
041100     MOVE WRK-NUM-PROPOSTA     TO PRO-NUMERO.
041110     MOVE WRK-CLIENTE-ANTERIOR TO PRO-COD-CLIENTE.
041120     MOVE WRK-DATA-EXEC-NUM    TO PRO-DATA-EMISSAO.
041130     MOVE WRK-DATA-RESULTADO   TO PRO-DATA-VENCIMENTO.
041140     MOVE WRK-VAL-ORCAMENTO    TO PRO-VALOR.
041150     SET PROPOSTA-EMITIDA TO TRUE.
041160     MOVE WRK-VALOR-CLIENTE    TO PRO-VALOR-MATERIAIS.
041170     MOVE WRK-PCT-MAO-OBRA     TO PRO-PCT-MAO-OBRA.
041180     MOVE WRK-PCT-DESC-USADO   TO PRO-PCT-DESCONTO.
041190     MOVE WRK-PCT-IMPOSTO      TO PRO-PCT-IMPOSTO.
041200     MOVE WRK-DIAS-VALIDADE    TO PRO-DIAS-VALIDADE.
041210     MOVE WRK-ITEM-PROPOSTA    TO PRO-QTD-ITENS.
041220     MOVE ZEROS                TO PRO-SEQ-FAT.
041230
041240     WRITE REG-PROPOSTA
041250         INVALID KEY
041260             DISPLAY 'AVISO: PROPOSTA JA EXISTENTE NO '
041270                 'MESTRE DE PROPOSTAS: ' WRK-NUM-PROPOSTA
041280     END-WRITE.
041290 4750-EXIT.
041300     EXIT.
041310******************************************************
041320* 4800-GRAVAR-PRE-CLASS
041330* GRAVA O LOTE CALCULADO NO ARQUIVO DE TRABALHO DA
041340* CLASSIFICACAO POR MATERIAL, PARA O RELATORIO
041350* CLASSIFICADO EMITIDO NO ENCERRAMENTO.
041360******************************************************
041370 4800-GRAVAR-PRE-CLASS.
041380     MOVE WRK-MATERIAL    TO SRT-MATERIAL.
041390     MOVE WRK-AREA        TO SRT-AREA.
041400     MOVE WRK-NUM-LOTE    TO SRT-NUM-LOTE.
041410     MOVE WRK-COD-CLIENTE TO SRT-COD-CLIENTE.
041420     MOVE WRK-LARGURA     TO SRT-LARGURA.
041430     MOVE WRK-COMPRIMENTO TO SRT-COMPRIMENTO.
041440     MOVE WRK-VALOR       TO SRT-VALOR.
041450     EVALUATE TRUE
041460         WHEN FIGURA-CIRCULO
041470             MOVE 'CIR' TO SRT-FIGURA
041480         WHEN FIGURA-TRIANGULO
041490             MOVE 'TRI' TO SRT-FIGURA
041500         WHEN FIGURA-POLIGONO
041510             MOVE 'POL' TO SRT-FIGURA
041520         WHEN OTHER
041530             MOVE 'RET' TO SRT-FIGURA
041540     END-EVALUATE.
041550     WRITE REG-PRE-CLASS FROM REG-CLASSIFICACAO.
041560 4800-EXIT.
041570     EXIT.
041580******************************************************
041590* 4300-GRAVAR-AUDITORIA
041600* GRAVA, POR EXTENSAO, UMA LINHA NO ARQUIVO DE AUDITORIA
041610* COM A LARGURA, O COMPRIMENTO, A AREA, O MATERIAL, A
041620* FIGURA, O VALOR E A DATA/HORA DO CALCULO, PARA
041630* CONFERENCIA POSTERIOR E CONSOLIDACAO MENSAL. LEVA
041640* TAMBEM O CODIGO DO CLIENTE, PARA O RELATORIO DE MARGEM.
041650******************************************************
041660 4300-GRAVAR-AUDITORIA.
041670     ACCEPT WRK-HORA-EXECUCAO FROM TIME.
041680     MOVE WRK-HORA-HH TO WRK-HORA-ED-HH.
041690     MOVE WRK-HORA-MM TO WRK-HORA-ED-MM.
041700     MOVE WRK-HORA-SS TO WRK-HORA-ED-SS.
041710
041720     MOVE WRK-DATA-EXECUCAO-ED TO LA-DATA.
041730     MOVE WRK-HORA-EXECUCAO-ED TO LA-HORA.
041740     MOVE WRK-LARGURA          TO LA-LARGURA.
041750     MOVE WRK-COMPRIMENTO      TO LA-COMPRIMENTO.
041760     MOVE WRK-AREA-ED          TO LA-AREA.
041770     MOVE WRK-MATERIAL         TO LA-MATERIAL.
041780     EVALUATE TRUE
041790         WHEN FIGURA-CIRCULO
041800             MOVE 'CIR' TO LA-FIGURA
041810         WHEN FIGURA-TRIANGULO
041820             MOVE 'TRI' TO LA-FIGURA
041830         WHEN FIGURA-POLIGONO
041840             MOVE 'POL' TO LA-FIGURA
041850         WHEN OTHER
041860             MOVE 'RET' TO LA-FIGURA
041870     END-EVALUATE.
041880     MOVE WRK-VALOR            TO LA-VALOR.
041890     MOVE WRK-QTD-SEGMENTOS    TO LA-SEGMENTOS.
041900     MOVE WRK-OPERADOR         TO LA-OPERADOR.
041910     MOVE WRK-COD-CLIENTE      TO LA-CLIENTE.
041920     WRITE REG-AUDITORIA FROM LINHA-AUDITORIA.
041930 4300-EXIT.
041940     EXIT.
041950******************************************************
041960* 6000-PROCESSAR-ORIGEM
041970* PROCESSA O ARQUIVO DE LOTE DE UMA ORIGEM ESPERADA: O
041980* ARQUIVO E VARRIDO ATE O TRAILER E RECUSADO QUANDO NAO
041990* TEM HEADER, QUANDO O HEADER E DE OUTRA ORIGEM OU
042000* QUANDO A DATA DO HEADER, A ORIGEM E OS TOTAIS DO
042010* TRAILER SAO OS DE UM ARQUIVO JA PROCESSADO (LOTEPROC).
042020* LIBERADO, O ARQUIVO E PROCESSADO COM O PROPRIO PONTO
042030* DE CONTROLE, A PROPRIA RECONCILIACAO E A PROPRIA
042040* LINHA NO HISTORICO DE EXECUCOES.
042050******************************************************
042060 6000-PROCESSAR-ORIGEM.
042070     PERFORM 6100-INICIAR-ARQUIVO THRU 6100-EXIT.
042080     PERFORM 6200-VARRER-ARQUIVO THRU 6200-EXIT.
042090
042100     IF ARQUIVO-AUSENTE
042110         DISPLAY 'AVISO: ARQUIVO DA ORIGEM ' TOR-ORIGEM(IX-ORG)
042120             ' (' WRK-NOME-ENTRADA ') NAO RECEBIDO.'
042130         GO TO 6000-FIM
042140     END-IF.
042150
042160     IF ARQUIVO-LIBERADO
042170        AND TOR-ORIGEM(IX-ORG) NOT = SPACES
042180        AND WRK-ORIGEM-ARQUIVO NOT = TOR-ORIGEM(IX-ORG)
042190         MOVE 'ORIGEM DO HEADER DIFERENTE DA ESPERADA'
042200             TO WRK-MOTIVO-RECUSA
042210         SET ARQUIVO-RECUSADO TO TRUE
042220     END-IF.
042230
042240     IF ARQUIVO-LIBERADO
042250         PERFORM 6300-CONFERIR-DUPLICIDADE THRU 6300-EXIT
042260     END-IF.
042270
042280     IF ARQUIVO-JA-NA-RODADA
042290         DISPLAY 'ARQUIVO ' WRK-NOME-ENTRADA ' JA PROCESSADO '
042300             'NESTA EXECUCAO ANTES DO ABEND - PULADO.'
042310         GO TO 6000-FIM
042320     END-IF.
042330
042340     IF ARQUIVO-RECUSADO
042350         PERFORM 6400-RECUSAR-ARQUIVO THRU 6400-EXIT
042360         GO TO 6000-FIM
042370     END-IF.
042380
042390     OPEN INPUT ARQ-ENTRADA.
042400     IF WS-FS-ENTRADA NOT = '00'
042410         MOVE 'ARQUIVO NAO PODE SER REABERTO'
042420             TO WRK-MOTIVO-RECUSA
042430         SET ARQUIVO-RECUSADO TO TRUE
042440         PERFORM 6400-RECUSAR-ARQUIVO THRU 6400-EXIT
042450         GO TO 6000-FIM
042460     END-IF.
042470
042480     PERFORM 6150-IMPRIMIR-ARQUIVO THRU 6150-EXIT.
042490     PERFORM 2100-LER-REGISTRO THRU 2100-EXIT.
042500     PERFORM 1100-CONFERIR-HEADER THRU 1100-EXIT.
042510     IF ARQUIVO-RECUSADO
042520         CLOSE ARQ-ENTRADA
042530         PERFORM 6400-RECUSAR-ARQUIVO THRU 6400-EXIT
042540         GO TO 6000-FIM
042550     END-IF.
042560
042570     IF RODADA-PENDENTE
042580        AND (WRK-ORIGEM-PENDENTE = SPACES
042590             OR WRK-ORIGEM-PENDENTE = WRK-ORIGEM-ARQUIVO)
042600        AND (WS-QTD-JA-PROCESSADOS > ZEROS
042610             OR WS-QTD-JA-REJEITADOS > ZEROS)
042620         DISPLAY 'ARQUIVO ' WRK-NOME-ENTRADA ' REINICIADO '
042630             'APOS O PONTO DE CONTROLE.'
042640         COMPUTE WS-CONTADOR-SALTO =
042650             WS-QTD-JA-PROCESSADOS + WS-QTD-JA-REJEITADOS
042660         PERFORM 2150-PULAR-REGISTRO THRU 2150-EXIT
042670             WS-CONTADOR-SALTO TIMES
042680         MOVE WS-QTD-JA-PROCESSADOS TO WS-QTD-PROCESSADOS
042690         MOVE WS-QTD-JA-REJEITADOS  TO WS-QTD-REJEITADOS
042700         MOVE ZEROS TO WS-QTD-JA-PROCESSADOS
042710                       WS-QTD-JA-REJEITADOS
042720     END-IF.
042730
042740     PERFORM 2200-GRAVAR-CHECKPOINT THRU 2200-EXIT.
042750     PERFORM 2100-LER-REGISTRO THRU 2100-EXIT.
042760     PERFORM 2000-PROCESSAR-LOTE THRU 2000-EXIT
042770         UNTIL FIM-ARQUIVO.
042780     PERFORM 6500-ENCERRAR-ARQUIVO THRU 6500-EXIT.
042790 6000-FIM.
042800     MOVE WS-SITUACAO-ARQUIVO TO TOR-SITUACAO(IX-ORG).
042810 6000-EXIT.
042820     EXIT.
042830******************************************************
042840* 6100-INICIAR-ARQUIVO
042850* PREPARA A ORIGEM CORRENTE: NOME DO ARQUIVO, CONTADORES,
042860* TOTAIS DE RECONCILIACAO, CONTROLE DE CLIENTES JA
042870* ENCERRADOS E HORA DE INICIO PARA O EXECHIST.
042880******************************************************
042890 6100-INICIAR-ARQUIVO.
042900     MOVE TOR-ARQUIVO(IX-ORG) TO WRK-NOME-ENTRADA.
042910     MOVE TOR-ORIGEM(IX-ORG)  TO WRK-ORIGEM-ARQUIVO.
042920     MOVE SPACES TO WS-SITUACAO-ARQUIVO
042930                    WRK-MOTIVO-RECUSA.
042940     MOVE ZEROS  TO WRK-DATA-ARQUIVO
042950                    WRK-TRL-QTD
042960                    WRK-TRL-HASH
042970                    WRK-HASH-MEDIDAS
042980                    WS-SEQ-REGISTRO
042990                    WS-QTD-PROCESSADOS
043000                    WS-QTD-REJEITADOS
043010                    WS-RC-ARQUIVO
043020                    WRK-CLIENTE-ANTERIOR
043030                    TCF-QTD-CLIENTES.
043040     MOVE 'N' TO WS-TRAILER-LIDO
043050                 WS-FIM-ARQUIVO.
043060     MOVE 'S' TO WS-RECONCILIA-OK.
043070     ACCEPT WRK-HORA-EXECUCAO FROM TIME.
043080     MOVE WRK-HORA-EXECUCAO(1:6) TO WRK-HORA-INICIO.
043090 6100-EXIT.
043100     EXIT.
043110******************************************************
043120* 6150-IMPRIMIR-ARQUIVO
043130* IMPRIME NO RELATORIO A LINHA DE ABERTURA DO ARQUIVO DA
043140* ORIGEM CORRENTE.
043150******************************************************
043160 6150-IMPRIMIR-ARQUIVO.
043170     IF WS-LINHA-ATUAL = ZEROS
043180        OR WS-LINHA-ATUAL >= WS-MAX-LINHAS-PAGINA
043190         PERFORM 4000-IMPRIMIR-CABECALHO THRU 4000-EXIT
043200     END-IF.
043210     MOVE WRK-NOME-ENTRADA   TO LAO-ARQUIVO.
043220     MOVE WRK-ORIGEM-ARQUIVO TO LAO-ORIGEM.
043230     MOVE WRK-DATA-ARQUIVO   TO LAO-DATA.
043240     WRITE REG-RELATORIO FROM LINHA-ARQ-ORIGEM.
043250     WRITE REG-RELATORIO FROM LINHA-BRANCO.
043260     ADD 2 TO WS-LINHA-ATUAL.
043270 6150-EXIT.
043280     EXIT.
043290******************************************************
043300* 6200-VARRER-ARQUIVO
043310* LE O ARQUIVO DA ORIGEM DO HEADER AO FIM, SEM
043320* PROCESSAR, PARA OBTER A DATA E A ORIGEM DO HEADER E OS
043330* TOTAIS DO TRAILER USADOS NA CONFERENCIA DE ARQUIVO
043340* REENVIADO. ARQUIVO INEXISTENTE FICA COMO NAO RECEBIDO.
043350******************************************************
043360 6200-VARRER-ARQUIVO.
043370     OPEN INPUT ARQ-ENTRADA.
043380     IF WS-FS-ENTRADA NOT = '00'
043390         CLOSE ARQ-ENTRADA
043400         SET ARQUIVO-AUSENTE TO TRUE
043410         GO TO 6200-EXIT
043420     END-IF.
043430
043440     PERFORM 6250-LER-VARREDURA THRU 6250-EXIT.
043450     IF FIM-ARQUIVO OR NOT REG-HEADER
043460         CLOSE ARQ-ENTRADA
043470         MOVE 'N' TO WS-FIM-ARQUIVO
043480         MOVE 'ARQUIVO SEM REGISTRO HEADER'
043490             TO WRK-MOTIVO-RECUSA
043500         SET ARQUIVO-RECUSADO TO TRUE
043510         GO TO 6200-EXIT
043520     END-IF.
043530
043540     MOVE REG-HDR-DATA   TO WRK-DATA-ARQUIVO.
043550     MOVE REG-HDR-ORIGEM TO WRK-ORIGEM-ARQUIVO.
043560     PERFORM 6250-LER-VARREDURA THRU 6250-EXIT
043570         UNTIL FIM-ARQUIVO.
043580     CLOSE ARQ-ENTRADA.
043590     MOVE 'N' TO WS-FIM-ARQUIVO.
043600 6200-EXIT.
043610     EXIT.
043620******************************************************
043630* 6250-LER-VARREDURA
043640* LE UM REGISTRO NA VARREDURA DO ARQUIVO, GUARDANDO OS
043650* TOTAIS DO TRAILER QUANDO ELE APARECE.
043660******************************************************
043670 6250-LER-VARREDURA.
043680     READ ARQ-ENTRADA
043690         AT END
043700             SET FIM-ARQUIVO TO TRUE
043710         NOT AT END
043720             IF REG-TRAILER
043730                 MOVE REG-TRL-QTD  TO WRK-TRL-QTD
043740                 MOVE REG-TRL-HASH TO WRK-TRL-HASH
043750             END-IF
043760     END-READ.
043770 6250-EXIT.
043780     EXIT.
043790******************************************************
043800* 6300-CONFERIR-DUPLICIDADE
043810* PROCURA NO REGISTRO DE ARQUIVOS PROCESSADOS (LOTEPROC)
043820* UM ARQUIVO COM A MESMA DATA DE HEADER, ORIGEM E TOTAIS
043830* DE TRAILER. NA REEXECUCAO APOS ABEND, O ARQUIVO QUE A
043840* PROPRIA EXECUCAO INTERROMPIDA JA PROCESSOU E APENAS
043850* PULADO; FORA DISSO O ARQUIVO E UM REENVIO E E RECUSADO.
043860******************************************************
043870 6300-CONFERIR-DUPLICIDADE.
043880     OPEN INPUT ARQ-PROCESSADOS.
043890     IF WS-FS-PROCESSADOS NOT = '00'
043900         CLOSE ARQ-PROCESSADOS
043910         GO TO 6300-EXIT
043920     END-IF.
043930
043940     MOVE 'N' TO WS-FIM-PROCESSADOS.
043950     PERFORM 6350-LER-PROCESSADO THRU 6350-EXIT
043960         UNTIL FIM-PROCESSADOS
043970            OR NOT ARQUIVO-LIBERADO.
043980     CLOSE ARQ-PROCESSADOS.
043990 6300-EXIT.
044000     EXIT.
044010******************************************************
044020* 6350-LER-PROCESSADO
044030* LE UM REGISTRO DO LOTEPROC E O COMPARA COM O ARQUIVO
044040* DA ORIGEM CORRENTE.
044050******************************************************
044060 6350-LER-PROCESSADO.
044070     READ ARQ-PROCESSADOS
044080         AT END
044090             SET FIM-PROCESSADOS TO TRUE
044100     END-READ.
044110     IF FIM-PROCESSADOS
044120         GO TO 6350-EXIT
044130     END-IF.
044140
044150     IF PRC-DATA-HEADER = WRK-DATA-ARQUIVO
044160        AND PRC-ORIGEM  = WRK-ORIGEM-ARQUIVO
044170        AND PRC-TRL-QTD = WRK-TRL-QTD
044180        AND PRC-TRL-HASH = WRK-TRL-HASH
044190         IF RODADA-PENDENTE
044200            AND PRC-DATA-RODADA = WRK-DATA-RODADA
044210            AND PRC-HORA-RODADA = WRK-HORA-RODADA
044220             SET ARQUIVO-JA-NA-RODADA TO TRUE
044230         ELSE
044240             MOVE 'ARQUIVO REENVIADO - JA PROCESSADO EM'
044250                 TO WRK-MOTIVO-RECUSA
044260             MOVE PRC-DATA-RODADA TO WRK-MOTIVO-RECUSA(38:8)
044270             SET ARQUIVO-RECUSADO TO TRUE
044280         END-IF
044290     END-IF.
044300 6350-EXIT.
044310     EXIT.
044320******************************************************
044330* 6400-RECUSAR-ARQUIVO
044340* SINALIZA NO CONSOLE E NO RELATORIO O ARQUIVO RECUSADO,
044350* QUE NAO E PROCESSADO: A ORIGEM TERMINA COM CODIGO DE
044360* RETORNO 8 E A RECUSA FICA NO HISTORICO DE EXECUCOES.
044370******************************************************
044380 6400-RECUSAR-ARQUIVO.
044390     DISPLAY '*** ARQUIVO RECUSADO: ' WRK-NOME-ENTRADA
044400         ' - ' WRK-MOTIVO-RECUSA.
044410     MOVE WRK-NOME-ENTRADA  TO LAR-ARQUIVO.
044420     MOVE WRK-MOTIVO-RECUSA TO LAR-MOTIVO.
044430     WRITE REG-RELATORIO FROM LINHA-BRANCO.
044440     WRITE REG-RELATORIO FROM LINHA-ARQ-RECUSADO.
044450     ADD 2 TO WS-LINHA-ATUAL.
044460
044470     MOVE 'N' TO WS-RECONCILIA-OK.
044480     MOVE 8   TO WS-RC-ARQUIVO
044490                 WS-RC-GERAL.
044500     PERFORM 9300-GRAVAR-EXECHIST THRU 9300-EXIT.
044510 6400-EXIT.
044520     EXIT.
044530******************************************************
044540* 6500-ENCERRAR-ARQUIVO
044550* ENCERRA O ARQUIVO DA ORIGEM CORRENTE (OU O DE
044560* REPROCESSAMENTO): FECHA O LOTE E O ORCAMENTO PENDENTES,
044570* RECONCILIA COM O TRAILER, IMPRIME OS CONTADORES DO
044580* ARQUIVO, APURA O CODIGO DE RETORNO DA ORIGEM, REGISTRA
044590* O ARQUIVO NO LOTEPROC, ZERA O PONTO DE CONTROLE E
044600* GRAVA A LINHA DO HISTORICO DE EXECUCOES.
044610******************************************************
044620 6500-ENCERRAR-ARQUIVO.
044630     PERFORM 2070-FECHAR-LOTE-PENDENTE THRU 2070-EXIT.
044640     IF WRK-CLIENTE-ANTERIOR NOT = ZEROS
044650         PERFORM 4200-SUBTOTAL-CLIENTE THRU 4200-EXIT
044660         PERFORM 4700-FECHAR-ORCAMENTO THRU 4700-EXIT
044670         MOVE ZEROS TO WRK-CLIENTE-ANTERIOR
044680     END-IF.
044690
044700     IF NOT MODO-REPROCESSO
044710         PERFORM 9100-RECONCILIAR THRU 9100-EXIT
044720     END-IF.
044730
044740     MOVE WS-QTD-PROCESSADOS TO LAT-PROCESSADOS.
044750     MOVE WS-QTD-REJEITADOS  TO LAT-REJEITADOS.
044760     WRITE REG-RELATORIO FROM LINHA-ARQ-TOTAIS.
044770     ADD 1 TO WS-LINHA-ATUAL.
044780     ADD WS-QTD-PROCESSADOS TO WS-TOT-PROCESSADOS.
044790     ADD WS-QTD-REJEITADOS  TO WS-TOT-REJEITADOS.
044800
044810     IF NOT RECONCILIA-OK
044820         MOVE 8 TO WS-RC-ARQUIVO
044830     ELSE
044840         IF WS-QTD-REJEITADOS > ZEROS
044850             MOVE 4 TO WS-RC-ARQUIVO
044860         END-IF
044870     END-IF.
044880
044890     IF MODO-REPROCESSO
044900         CLOSE ARQ-REPROCESSO
044910     ELSE
044920         CLOSE ARQ-ENTRADA
044930         PERFORM 6700-REGISTRAR-ARQUIVO THRU 6700-EXIT
044940         PERFORM 9250-ZERAR-CHECKPOINT THRU 9250-EXIT
044950     END-IF.
044960
044970     IF WS-RC-ARQUIVO > WS-RC-GERAL
044980         MOVE WS-RC-ARQUIVO TO WS-RC-GERAL
044990     END-IF.
045000     PERFORM 9300-GRAVAR-EXECHIST THRU 9300-EXIT.
045010 6500-EXIT.
045020     EXIT.
045030******************************************************
045040* 6700-REGISTRAR-ARQUIVO
045050* GRAVA, POR EXTENSAO, O ARQUIVO PROCESSADO NO REGISTRO
045060* DE ARQUIVOS PROCESSADOS (LOTEPROC), COM A IDENTIFICACAO
045070* DA EXECUCAO. SEM O REGISTRO UM REENVIO DO MESMO
045080* ARQUIVO NAO SERIA BARRADO, POR ISSO A FALHA NA
045090* GRAVACAO ENCERRA A ORIGEM COM CODIGO DE RETORNO 8.
045100******************************************************
045110 6700-REGISTRAR-ARQUIVO.
045120     OPEN EXTEND ARQ-PROCESSADOS.
045130     IF WS-FS-PROCESSADOS = '05' OR WS-FS-PROCESSADOS = '35'
045140         OPEN OUTPUT ARQ-PROCESSADOS
045150     END-IF.
045160     IF WS-FS-PROCESSADOS NOT = '00'
045170         DISPLAY 'ERRO: NAO FOI POSSIVEL GRAVAR O REGISTRO DE '
045180             'ARQUIVOS PROCESSADOS (LOTEPROC). STATUS: '
045190             WS-FS-PROCESSADOS
045200         MOVE 8 TO WS-RC-ARQUIVO
045210         GO TO 6700-EXIT
045220     END-IF.
045230
045240     MOVE WRK-DATA-ARQUIVO   TO PRC-DATA-HEADER.
045250     MOVE WRK-ORIGEM-ARQUIVO TO PRC-ORIGEM.
045260     MOVE WRK-TRL-QTD        TO PRC-TRL-QTD.
045270     MOVE WRK-TRL-HASH       TO PRC-TRL-HASH.
045280     MOVE WRK-NOME-ENTRADA   TO PRC-ARQUIVO.
045290     MOVE WRK-DATA-RODADA    TO PRC-DATA-RODADA.
045300     MOVE WRK-HORA-RODADA    TO PRC-HORA-RODADA.
045310     MOVE WS-QTD-PROCESSADOS TO PRC-QTD-PROCESSADOS.
045320     MOVE WS-QTD-REJEITADOS  TO PRC-QTD-REJEITADOS.
045330     WRITE REG-PROCESSADO.
045340     CLOSE ARQ-PROCESSADOS.
045350 6700-EXIT.
045360     EXIT.
045370******************************************************
045380* 6800-EMITIR-ORIGENS
045390* ENCERRA O RELATORIO COM AS ORIGENS ESPERADAS CUJO
045400* ARQUIVO NAO CHEGOU. ORIGEM NAO RECEBIDA DEIXA A
045410* EXECUCAO COM AVISO (CODIGO DE RETORNO 4).
045420******************************************************
045430 6800-EMITIR-ORIGENS.
045440     WRITE REG-RELATORIO FROM LINHA-BRANCO.
045450     WRITE REG-RELATORIO FROM LINHA-ORIG-TITULO.
045460     MOVE ZEROS TO WS-QTD-NAO-RECEBIDAS.
045470     PERFORM 6850-EMITIR-NAO-RECEBIDA THRU 6850-EXIT
045480         VARYING IX-ORG FROM 1 BY 1
045490         UNTIL IX-ORG > TOR-QTD-ORIGENS.
045500
045510     IF WS-QTD-NAO-RECEBIDAS = ZEROS
045520         WRITE REG-RELATORIO FROM LINHA-ORIG-NENHUMA
045530         DISPLAY 'TODAS AS ORIGENS ESPERADAS FORAM RECEBIDAS.'
045540     ELSE
045550         DISPLAY 'ORIGENS ESPERADAS NAO RECEBIDAS: '
045560             WS-QTD-NAO-RECEBIDAS
045570         IF WS-RC-GERAL < 4
045580             MOVE 4 TO WS-RC-GERAL
045590         END-IF
045600     END-IF.
045610 6800-EXIT.
045620     EXIT.
045630******************************************************
045640* 6850-EMITIR-NAO-RECEBIDA
045650* IMPRIME A ORIGEM CORRENTE DA TABELA QUANDO O ARQUIVO
045660* DELA NAO FOI RECEBIDO.
045670******************************************************
045680 6850-EMITIR-NAO-RECEBIDA.
045690     IF NOT TOR-NAO-RECEBIDA(IX-ORG)
045700         GO TO 6850-EXIT
045710     END-IF.
045720
045730     ADD 1 TO WS-QTD-NAO-RECEBIDAS.
045740     MOVE TOR-ORIGEM(IX-ORG)  TO LOD-ORIGEM.
045750     MOVE TOR-ARQUIVO(IX-ORG) TO LOD-ARQUIVO.
045760     WRITE REG-RELATORIO FROM LINHA-ORIG-DETALHE.
045770     DISPLAY '- ORIGEM NAO RECEBIDA: ' TOR-ORIGEM(IX-ORG)
045780         ' (' TOR-ARQUIVO(IX-ORG) ')'.
045790 6850-EXIT.
045800     EXIT.
045810******************************************************
045820* 7000-SOMAR-DIAS
045830* SOMA WRK-QTD-DIAS A DATA WRK-DATA-BASE (AAAAMMDD),
045840* DEIXANDO O RESULTADO EM WRK-DATA-RESULTADO, COM
045850* VIRADA DE MES E DE ANO E ANO BISSEXTO.
045860******************************************************
045870 7000-SOMAR-DIAS.
045880     MOVE WRK-DATA-BASE(1:4) TO WRK-CALC-AAAA.
045890     MOVE WRK-DATA-BASE(5:2) TO WRK-CALC-MM.
045900     MOVE WRK-DATA-BASE(7:2) TO WRK-CALC-DD.
045910     ADD WRK-QTD-DIAS TO WRK-CALC-DD.
045920
045930     PERFORM 7050-DIAS-NO-MES THRU 7050-EXIT.
045940     PERFORM 7100-VIRAR-MES THRU 7100-EXIT
045950         UNTIL WRK-CALC-DD NOT > WRK-DIAS-NO-MES.
045960
045970     MOVE WRK-CALC-AAAA TO WRK-DATA-RESULTADO(1:4).
045980     MOVE WRK-CALC-MM   TO WRK-DATA-RESULTADO(5:2).
045990     MOVE WRK-CALC-DD(2:2) TO WRK-DATA-RESULTADO(7:2).
046000 7000-EXIT.
046010     EXIT.
046020******************************************************
046030* 7050-DIAS-NO-MES
046040* DETERMINA A QUANTIDADE DE DIAS DO MES CORRENTE DO
046050* CALCULO, TRATANDO FEVEREIRO DE ANO BISSEXTO.
046060******************************************************
046070 7050-DIAS-NO-MES.
046080     EVALUATE WRK-CALC-MM
046090         WHEN 4
046100         WHEN 6
046110         WHEN 9
046120         WHEN 11
046130             MOVE 30 TO WRK-DIAS-NO-MES
046140         WHEN 2
046150             DIVIDE WRK-CALC-AAAA BY 4
046160                 GIVING WRK-QUOCIENTE
046170                 REMAINDER WRK-RESTO-4
046180             DIVIDE WRK-CALC-AAAA BY 100
046190                 GIVING WRK-QUOCIENTE
046200                 REMAINDER WRK-RESTO-100
046210             DIVIDE WRK-CALC-AAAA BY 400
046220                 GIVING WRK-QUOCIENTE
046230                 REMAINDER WRK-RESTO-400
046240             IF (WRK-RESTO-4 = ZEROS
046250                AND WRK-RESTO-100 NOT = ZEROS)
046260                OR WRK-RESTO-400 = ZEROS
046270                 MOVE 29 TO WRK-DIAS-NO-MES
046280             ELSE
046290                 MOVE 28 TO WRK-DIAS-NO-MES
046300             END-IF
046310         WHEN OTHER
046320             MOVE 31 TO WRK-DIAS-NO-MES
046330     END-EVALUATE.
046340 7050-EXIT.
046350     EXIT.
046360******************************************************
046370* 7100-VIRAR-MES
046380* DESCONTA OS DIAS DO MES CORRENTE E AVANCA O CALCULO
046390* PARA O MES SEGUINTE (E O ANO, QUANDO FOR O CASO).
046400******************************************************
046410 7100-VIRAR-MES.
046420     SUBTRACT WRK-DIAS-NO-MES FROM WRK-CALC-DD.
046430     ADD 1 TO WRK-CALC-MM.
046440     IF WRK-CALC-MM > 12
046450         MOVE 1 TO WRK-CALC-MM
046460         ADD 1 TO WRK-CALC-AAAA
046470     END-IF.
046480     PERFORM 7050-DIAS-NO-MES THRU 7050-EXIT.
046490 7100-EXIT.
046500     EXIT.
046510******************************************************
046520* 8400-GERAR-CLASSIFICADO
046530* EMITE O RELATORIO CLASSIFICADO POR MATERIAL (LOTESRT):
046540* FECHA O ARQUIVO DE TRABALHO GRAVADO DURANTE O
046550* PROCESSAMENTO, CLASSIFICA OS LOTES POR MATERIAL E POR
046560* AREA DECRESCENTE DENTRO DO MATERIAL E IMPRIME O
046570* DETALHE COM QUEBRA E SUBTOTAL A CADA MUDANCA DE
046580* MATERIAL, SEGUIDO DOS TOTAIS DA SESSAO.
046590******************************************************
046600 8400-GERAR-CLASSIFICADO.
046610     CLOSE ARQ-PRE-CLASS.
046620
046630     OPEN OUTPUT ARQ-REL-CLASS.
046640     IF WS-FS-REL-CLASS NOT = '00'
046650         DISPLAY 'ERRO: NAO FOI POSSIVEL ABRIR O '
046660             'RELATORIO CLASSIFICADO (LOTESRT). STATUS: '
046670             WS-FS-REL-CLASS
046680         GO TO 8400-EXIT
046690     END-IF.
046700
046710     SORT ARQ-CLASSIFICACAO
046720         ON ASCENDING KEY SRT-MATERIAL
046730         ON DESCENDING KEY SRT-AREA
046740         USING ARQ-PRE-CLASS
046750         OUTPUT PROCEDURE IS 8500-EMITIR-CLASSIFICADO
046760             THRU 8500-EXIT.
046770
046780     CLOSE ARQ-REL-CLASS.
046790 8400-EXIT.
046800     EXIT.
046810******************************************************
046820* 8500-EMITIR-CLASSIFICADO
046830* PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: RECEBE OS
046840* LOTES JA CLASSIFICADOS E IMPRIME O RELATORIO COM AS
046850* QUEBRAS DE MATERIAL E OS TOTAIS DA SESSAO.
046860******************************************************
046870 8500-EMITIR-CLASSIFICADO.
046880     MOVE SPACES TO WRK-MATERIAL-CLASS.
046890     MOVE ZEROS  TO WRK-AREA-MATERIAL WRK-VALOR-MATERIAL.
046900     MOVE ZEROS  TO WS-PAGINA-CLASS WS-LINHA-CLASS.
046910     MOVE 'N'    TO WS-FIM-CLASSIFICACAO.
046920
046930     PERFORM 8520-CABECALHO-CLASS THRU 8520-EXIT.
046940     PERFORM 8510-RETORNAR-CLASS THRU 8510-EXIT.
046950     PERFORM 8600-TRATAR-CLASSIFICADO THRU 8600-EXIT
046960         UNTIL FIM-CLASSIFICACAO.
046970
046980     IF WRK-MATERIAL-CLASS NOT = SPACES
046990         PERFORM 8700-SUBTOTAL-MATERIAL THRU 8700-EXIT
047000     END-IF.
047010
047020     WRITE REG-REL-CLASS FROM LINHA-BRANCO.
047030     WRITE REG-REL-CLASS FROM LINHA-TOTAL.
047040     WRITE REG-REL-CLASS FROM LINHA-VALOR-TOTAL.
047050 8500-EXIT.
047060     EXIT.
047070******************************************************
047080* 8510-RETORNAR-CLASS
047090* RETORNA O PROXIMO LOTE DA CLASSIFICACAO E LIGA O
047100* INDICADOR DE FIM QUANDO NECESSARIO.
047110******************************************************
047120 8510-RETORNAR-CLASS.
047130     RETURN ARQ-CLASSIFICACAO
047140         AT END
047150             SET FIM-CLASSIFICACAO TO TRUE
047160     END-RETURN.
047170 8510-EXIT.
047180     EXIT.
047190******************************************************
047200* 8520-CABECALHO-CLASS
047210* EMITE O CABECALHO DO RELATORIO CLASSIFICADO (DATA,
047220* PAGINA E TITULOS DE COLUNA) E REINICIA O CONTADOR DE
047230* LINHAS DA PAGINA.
047240******************************************************
047250 8520-CABECALHO-CLASS.
047260     ADD 1 TO WS-PAGINA-CLASS.
047270     MOVE WRK-DATA-EXECUCAO-ED TO LCC-DATA.
047280     MOVE WS-PAGINA-CLASS      TO LCC-PAGINA.
047290
047300     WRITE REG-REL-CLASS FROM LINHA-CLASS-CAB-1.
047310     WRITE REG-REL-CLASS FROM LINHA-CLASS-CAB-2.
047320     WRITE REG-REL-CLASS FROM LINHA-BRANCO.
047330     WRITE REG-REL-CLASS FROM LINHA-CLASS-COLUNAS.
047340     WRITE REG-REL-CLASS FROM LINHA-BRANCO.
047350
047360     MOVE 4 TO WS-LINHA-CLASS.
047370 8520-EXIT.
047380     EXIT.
047390******************************************************
047400* 8600-TRATAR-CLASSIFICADO
047410* TRATA UM LOTE CLASSIFICADO: NA MUDANCA DE MATERIAL
047420* EMITE O SUBTOTAL DO MATERIAL ANTERIOR E O CABECALHO
047430* DO NOVO MATERIAL, IMPRIME A LINHA DE DETALHE E
047440* ACUMULA OS SUBTOTAIS, RETORNANDO O PROXIMO LOTE.
047450******************************************************
047460 8600-TRATAR-CLASSIFICADO.
047470     IF SRT-MATERIAL NOT = WRK-MATERIAL-CLASS
047480         IF WRK-MATERIAL-CLASS NOT = SPACES
047490             PERFORM 8700-SUBTOTAL-MATERIAL THRU 8700-EXIT
047500         END-IF
047510         IF WS-LINHA-CLASS >= WS-MAX-LINHAS-PAGINA
047520             PERFORM 8520-CABECALHO-CLASS THRU 8520-EXIT
047530         END-IF
047540         MOVE SRT-MATERIAL TO LCM-MATERIAL
047550         WRITE REG-REL-CLASS FROM LINHA-BRANCO
047560         WRITE REG-REL-CLASS FROM LINHA-CLASS-MATERIAL
047570         ADD 2 TO WS-LINHA-CLASS
047580         MOVE SRT-MATERIAL TO WRK-MATERIAL-CLASS
047590         MOVE ZEROS TO WRK-AREA-MATERIAL WRK-VALOR-MATERIAL
047600     END-IF.
047610
047620     IF WS-LINHA-CLASS >= WS-MAX-LINHAS-PAGINA
047630         PERFORM 8520-CABECALHO-CLASS THRU 8520-EXIT
047640     END-IF.
047650     MOVE SRT-NUM-LOTE    TO LCD-NUM-LOTE.
047660     MOVE SRT-COD-CLIENTE TO LCD-COD-CLIENTE.
047670     MOVE SRT-LARGURA     TO LCD-LARGURA.
047680     MOVE SRT-COMPRIMENTO TO LCD-COMPRIMENTO.
047690     MOVE SRT-AREA        TO LCD-AREA.
047700     MOVE SRT-VALOR       TO LCD-VALOR.
047710     MOVE SRT-FIGURA      TO LCD-FIGURA.
047720     WRITE REG-REL-CLASS FROM LINHA-CLASS-DETALHE.
047730     ADD 1 TO WS-LINHA-CLASS.
047740
047750     ADD SRT-AREA  TO WRK-AREA-MATERIAL.
047760     ADD SRT-VALOR TO WRK-VALOR-MATERIAL.
047770
047780     PERFORM 8510-RETORNAR-CLASS THRU 8510-EXIT.
047790 8600-EXIT.
047800     EXIT.
047810******************************************************
047820* 8700-SUBTOTAL-MATERIAL
047830* EMITE A LINHA DE SUBTOTAL DE AREA E VALOR DO MATERIAL
047840* CUJO GRUPO DE LOTES ACABOU DE SER IMPRESSO.
047850******************************************************
047860 8700-SUBTOTAL-MATERIAL.
047870     MOVE WRK-MATERIAL-CLASS TO LCS-MATERIAL.
047880     MOVE WRK-AREA-MATERIAL  TO LCS-AREA.
047890     MOVE WRK-VALOR-MATERIAL TO LCS-VALOR.
047900     WRITE REG-REL-CLASS FROM LINHA-CLASS-SUBTOTAL.
047910     ADD 1 TO WS-LINHA-CLASS.
047920 8700-EXIT.
047930     EXIT.
047940******************************************************
047950* 8900-GRAVAR-TRILHA
047960* COMPLETA A LINHA DA TRILHA DE ALTERACOES COM DATA,
047970* HORA E OPERADOR E A GRAVA POR EXTENSAO NO ARQUIVO
047980* TRILHA.
047990******************************************************
048000 8900-GRAVAR-TRILHA.
048010     ACCEPT WRK-DATA-TRILHA FROM DATE YYYYMMDD.
048020     ACCEPT WRK-HORA-TRILHA FROM TIME.
048030     MOVE WRK-DATA-TRILHA      TO TRI-DATA.
048040     MOVE WRK-HORA-TRILHA(1:6) TO TRI-HORA.
048050     MOVE WRK-OPERADOR         TO TRI-OPERADOR.
048060
048070     OPEN EXTEND ARQ-TRILHA.
048080     IF WS-FS-TRILHA = '05' OR WS-FS-TRILHA = '35'
048090         OPEN OUTPUT ARQ-TRILHA
048100     END-IF.
048110     IF WS-FS-TRILHA NOT = '00'
048120         DISPLAY 'AVISO: NAO FOI POSSIVEL GRAVAR A '
048130             'TRILHA DE ALTERACOES (TRILHA). STATUS: '
048140             WS-FS-TRILHA
048150         GO TO 8900-EXIT
048160     END-IF.
048170     WRITE REG-TRILHA FROM LINHA-TRILHA.
048180     CLOSE ARQ-TRILHA.
048190 8900-EXIT.
048200     EXIT.
048210******************************************************
048220* 9000-FINALIZAR
048230* FECHA ARQUIVOS ABERTOS ANTES DE TERMINAR O PROGRAMA.
048240* NO MODO LOTE O CODIGO DE RETORNO E O MAIOR ENTRE OS
048250* DAS ORIGENS PROCESSADAS.
048260******************************************************
048270 9000-FINALIZAR.
048280     MOVE WRK-AREA-TOTAL TO WRK-AREA-TOTAL-ED.
048290     DISPLAY 'AREA TOTAL DA SESSAO: ' WRK-AREA-TOTAL-ED.
048300     MOVE WRK-VALOR-TOTAL TO WRK-VALOR-TOTAL-ED.
048310     DISPLAY 'VALOR TOTAL DA SESSAO: ' WRK-VALOR-TOTAL-ED.
048320
048330     MOVE WRK-AREA-TOTAL-ED  TO LT-AREA-TOTAL.
048340     MOVE WRK-VALOR-TOTAL-ED TO LVT-VALOR-TOTAL.
048350     WRITE REG-RELATORIO FROM LINHA-BRANCO.
048360     WRITE REG-RELATORIO FROM LINHA-TOTAL.
048370     WRITE REG-RELATORIO FROM LINHA-VALOR-TOTAL.
048380
048390     IF MODO-BATCH
048400         DISPLAY 'REGISTROS PROCESSADOS: ' WS-TOT-PROCESSADOS
048410         MOVE WS-TOT-REJEITADOS TO LRJ-QTD
048420         WRITE REG-RELATORIO FROM LINHA-REJEITADOS
048430         DISPLAY 'REGISTROS REJEITADOS: ' WS-TOT-REJEITADOS
048440         PERFORM 9400-EMITIR-BLOQUEADOS THRU 9400-EXIT
048450     END-IF.
048460
048470     WRITE REG-RELATORIO FROM LINHA-BRANCO.
048480     WRITE REG-RELATORIO FROM LINHA-COMPRAS-TITULO.
048490     OPEN OUTPUT ARQ-LISTA-COMPRA.
048500     IF WS-FS-LISTA-COMPRA = '00'
048510         SET LISTA-COMPRA-OK TO TRUE
048520     ELSE
048530         DISPLAY 'AVISO: NAO FOI POSSIVEL GRAVAR O '
048540             'ARQUIVO DA LISTA DE COMPRAS (LOTECOMP). '
048550             'STATUS: ' WS-FS-LISTA-COMPRA
048560     END-IF.
048570     PERFORM 9200-EMITIR-COMPRA THRU 9200-EXIT
048580         VARYING IX-PRECO FROM 1 BY 1
048590         UNTIL IX-PRECO > TAB-QTD-PRECOS.
048600     IF LISTA-COMPRA-OK
048610         CLOSE ARQ-LISTA-COMPRA
048620     END-IF.
048630
048640     IF MODO-BATCH
048650         PERFORM 8400-GERAR-CLASSIFICADO THRU 8400-EXIT
048660     END-IF.
048670
048680     IF MODO-BATCH
048690         CLOSE ARQ-CLIENTES
048700         CLOSE ARQ-SUSPENSO
048710         CLOSE ARQ-ORCAMENTO
048720         CLOSE ARQ-PROPOSTAS
048730         IF PRECOS-NEG-ABERTO
048740             CLOSE ARQ-PRECOS-NEG
048750         END-IF
048760         CLOSE ARQ-ITENS-PROP
048770         IF TITULOS-ABERTO
048780             CLOSE ARQ-TITULOS
048790         END-IF
048800         DISPLAY 'ITENS DE PROPOSTA GRAVADOS: '
048810             WS-QTD-ITENS-GRAVADOS
048820     END-IF.
048830     IF BALCAO-OK
048840         CLOSE ARQ-CLIENTES
048850         CLOSE ARQ-ORCAMENTO
048860         CLOSE ARQ-PROPOSTAS
048870         IF PRECOS-NEG-ABERTO
048880             CLOSE ARQ-PRECOS-NEG
048890         END-IF
048900         CLOSE ARQ-ITENS-PROP
048910         IF TITULOS-ABERTO
048920             CLOSE ARQ-TITULOS
048930         END-IF
048940         DISPLAY 'ORCAMENTOS DE BALCAO EMITIDOS: '
048950             WS-QTD-ORC-BALCAO
048960     END-IF.
048970     IF MODO-ORIGENS
048980         PERFORM 6800-EMITIR-ORIGENS THRU 6800-EXIT
048990     END-IF.
049000     CLOSE ARQ-RELATORIO.
049010     CLOSE ARQ-AUDITORIA.
049020
049030     IF MODO-BATCH
049040         MOVE WS-RC-GERAL TO RETURN-CODE
049050         IF WS-RC-GERAL = 8
049060             DISPLAY 'EXECUCAO ENCERRADA COM ERRO DE '
049070                 'RECONCILIACAO OU ARQUIVO RECUSADO - '
049080                 'CODIGO DE RETORNO 8.'
049090         END-IF
049100         IF WS-RC-GERAL = 4
049110             DISPLAY 'EXECUCAO ENCERRADA COM REGISTROS '
049120                 'REJEITADOS OU ORIGEM NAO RECEBIDA - '
049130                 'CODIGO DE RETORNO 4.'
049140         END-IF
049150         IF NOT MODO-REPROCESSO
049160             PERFORM 9260-ENCERRAR-EXECUCAO THRU 9260-EXIT
049170         END-IF
049180     END-IF.
049190 9000-EXIT.
049200     EXIT.
049210******************************************************
049220* 9250-ZERAR-CHECKPOINT
049230* ZERA OS CONTADORES DO PONTO DE CONTROLE NO
049240* ENCERRAMENTO NORMAL DE CADA ARQUIVO, MANTENDO A
049250* IDENTIFICACAO DA EXECUCAO EM ANDAMENTO:
049260* CHECKPOINT COM CONTADOR DIFERENTE DE ZERO OU COM
049270* EXECUCAO IDENTIFICADA PASSA A INDICAR ABEND PENDENTE
049280* DE REEXECUCAO.
049290******************************************************
049300 9250-ZERAR-CHECKPOINT.
049310     MOVE ZEROS TO CKP-QTD-PROCESSADOS
049320                   CKP-QTD-REJEITADOS.
049330     MOVE SPACES          TO CKP-ORIGEM.
049340     MOVE WRK-DATA-RODADA TO CKP-DATA-RODADA.
049350     MOVE WRK-HORA-RODADA TO CKP-HORA-RODADA.
049360     OPEN OUTPUT ARQ-CHECKPOINT.
049370     WRITE REG-CHECKPOINT.
049380     CLOSE ARQ-CHECKPOINT.
049390 9250-EXIT.
049400     EXIT.
049410******************************************************
049420* 9260-ENCERRAR-EXECUCAO
049430* ZERA O PONTO DE CONTROLE POR COMPLETO NO ENCERRAMENTO
049440* NORMAL DA EXECUCAO DO MODO LOTE, DEPOIS DE TODAS AS
049450* ORIGENS.
049460******************************************************
049470 9260-ENCERRAR-EXECUCAO.
049480     MOVE ZEROS  TO CKP-QTD-PROCESSADOS
049490                    CKP-QTD-REJEITADOS
049500                    CKP-DATA-RODADA
049510                    CKP-HORA-RODADA.
049520     MOVE SPACES TO CKP-ORIGEM.
049530     OPEN OUTPUT ARQ-CHECKPOINT.
049540     WRITE REG-CHECKPOINT.
049550     CLOSE ARQ-CHECKPOINT.
049560 9260-EXIT.
049570     EXIT.
049580******************************************************
049590* 9300-GRAVAR-EXECHIST
049600* GRAVA, POR EXTENSAO, A LINHA DO HISTORICO DE
049610* EXECUCOES COM OS DADOS DO ARQUIVO QUE ESTA SENDO
049620* ENCERRADO (UMA LINHA POR ORIGEM), PARA CONSULTA PELO
049630* PROGRAMA CONSULTA EXECUCOES.
049640******************************************************
049650 9300-GRAVAR-EXECHIST.
049660     OPEN EXTEND ARQ-EXECHIST.
049670     IF WS-FS-EXECHIST = '05' OR WS-FS-EXECHIST = '35'
049680         OPEN OUTPUT ARQ-EXECHIST
049690     END-IF.
049700     IF WS-FS-EXECHIST NOT = '00'
049710         DISPLAY 'AVISO: NAO FOI POSSIVEL GRAVAR O '
049720             'HISTORICO DE EXECUCOES (EXECHIST). '
049730             'STATUS: ' WS-FS-EXECHIST
049740         GO TO 9300-EXIT
049750     END-IF.
049760
049770     MOVE WRK-DATA-EXEC-NUM TO EXH-DATA-INICIO.
049780     MOVE WRK-HORA-INICIO   TO EXH-HORA-INICIO.
049790     ACCEPT WRK-DATA-FIM FROM DATE YYYYMMDD.
049800     ACCEPT WRK-HORA-EXECUCAO FROM TIME.
049810     MOVE WRK-DATA-FIM           TO EXH-DATA-FIM.
049820     MOVE WRK-HORA-EXECUCAO(1:6) TO EXH-HORA-FIM.
049830     IF MODO-REPROCESSO
049840         MOVE 'R' TO EXH-MODO
049850     ELSE
049860         MOVE 'L' TO EXH-MODO
049870     END-IF.
049880     MOVE WRK-ORIGEM-ARQUIVO TO EXH-ORIGEM.
049890     MOVE WS-QTD-PROCESSADOS TO EXH-QTD-PROCESSADOS.
049900     MOVE WS-QTD-REJEITADOS  TO EXH-QTD-REJEITADOS.
049910     MOVE ZEROS              TO EXH-QTD-FATURADOS.
049920     MOVE ZEROS              TO EXH-SEQ-FAT.
049930     MOVE WS-RC-ARQUIVO      TO EXH-RETORNO.
049940     IF RECONCILIA-OK
049950         MOVE 'S' TO EXH-RECONCILIA
049960     ELSE
049970         MOVE 'N' TO EXH-RECONCILIA
049980     END-IF.
049990
050000     WRITE REG-EXECHIST FROM LINHA-EXECUCAO.
050010     CLOSE ARQ-EXECHIST.
050020 9300-EXIT.
050030     EXIT.
050040******************************************************
050050* 9100-RECONCILIAR
050060* CONFERE A QUANTIDADE DE REGISTROS CONSUMIDOS
050070* (PROCESSADOS MAIS REJEITADOS) E O TOTAL ACUMULADO DE
050080* MEDIDAS CONTRA O TRAILER DO ARQUIVO DE LOTE. CADA
050090* DIVERGENCIA E SINALIZADA NO CONSOLE E NO RELATORIO,
050100* IMPEDINDO O ENCERRAMENTO LIMPO DA EXECUCAO.
050110******************************************************
050120 9100-RECONCILIAR.
050130     COMPUTE WRK-QTD-CONFERENCIA =
050140         WS-QTD-PROCESSADOS + WS-QTD-REJEITADOS.
050150
050160     IF NOT TRAILER-LIDO
050170         MOVE 'N' TO WS-RECONCILIA-OK
050180         MOVE 'ARQUIVO DE LOTE SEM REGISTRO TRAILER'
050190             TO LRC-MENSAGEM
050200         PERFORM 9150-SINALIZAR-DIVERGENCIA THRU 9150-EXIT
050210         GO TO 9100-EXIT
050220     END-IF.
050230
050240     IF WRK-QTD-CONFERENCIA NOT = WRK-TRL-QTD
050250         MOVE 'N' TO WS-RECONCILIA-OK
050260         MOVE 'QUANTIDADE DE REGISTROS DIFERE DO TRAILER'
050270             TO LRC-MENSAGEM
050280         PERFORM 9150-SINALIZAR-DIVERGENCIA THRU 9150-EXIT
050290     END-IF.
050300
050310     IF WRK-HASH-MEDIDAS NOT = WRK-TRL-HASH
050320         MOVE 'N' TO WS-RECONCILIA-OK
050330         MOVE 'TOTAL DE MEDIDAS DIFERE DO TRAILER'
050340             TO LRC-MENSAGEM
050350         PERFORM 9150-SINALIZAR-DIVERGENCIA THRU 9150-EXIT
050360     END-IF.
050370
050380     IF RECONCILIA-OK
050390         DISPLAY 'RECONCILIACAO DO LOTE SEM DIVERGENCIAS.'
050400     END-IF.
050410 9100-EXIT.
050420     EXIT.
050430******************************************************
050440* 9150-SINALIZAR-DIVERGENCIA
050450* EXIBE NO CONSOLE E GRAVA NO RELATORIO A MENSAGEM DE
050460* DIVERGENCIA DE RECONCILIACAO CORRENTE.
050470******************************************************
050480 9150-SINALIZAR-DIVERGENCIA.
050490     DISPLAY '*** RECONCILIACAO: ' LRC-MENSAGEM.
050500     WRITE REG-RELATORIO FROM LINHA-RECONCILIA.
050510     ADD 1 TO WS-LINHA-ATUAL.
050520 9150-EXIT.
050530     EXIT.
050540******************************************************
050550* 9200-EMITIR-COMPRA
050560* EMITE NA LISTA DE COMPRAS A QUANTIDADE TOTAL DE
050570* UNIDADES DE COMPRA ACUMULADA NA EXECUCAO PARA UM
050580* MATERIAL DA TABELA, QUANDO HOUVER, E GRAVA A MESMA
050590* LINHA NO ARQUIVO LOTECOMP PARA O PEDIDO DE COMPRA.
050600******************************************************
050610 9200-EMITIR-COMPRA.
050620     IF TAB-QTD-COMPRA(IX-PRECO) > ZEROS
050630         MOVE TAB-MATERIAL(IX-PRECO)    TO LCP-MATERIAL
050640         MOVE TAB-QTD-COMPRA(IX-PRECO)  TO LCP-QTD
050650         MOVE TAB-UNID-COMPRA(IX-PRECO) TO LCP-UNID-COMPRA
050660         WRITE REG-RELATORIO FROM LINHA-COMPRA
050670         IF LISTA-COMPRA-OK
050680             MOVE TAB-MATERIAL(IX-PRECO)
050690                 TO COM-MATERIAL
050700             MOVE TAB-QTD-COMPRA(IX-PRECO)
050710                 TO COM-QTD
050720             MOVE TAB-UNID-COMPRA(IX-PRECO)
050730                 TO COM-UNID-COMPRA
050740             WRITE REG-LISTA-COMPRA
050750         END-IF
050760     END-IF.
050770 9200-EXIT.
050780     EXIT.
050790******************************************************
050800* 9400-EMITIR-BLOQUEADOS
050810* EMITE NO RELATORIO A SECAO DOS CLIENTES BLOQUEADOS
050820* POR CREDITO NA EXECUCAO, COM LIMITE, SALDO EM ABERTO,
050830* TITULOS VENCIDOS ALEM DA TOLERANCIA E QUANTIDADE DE
050840* LOTES ENVIADOS AOS SUSPENSOS COM O MOTIVO 09.
050850******************************************************
050860 9400-EMITIR-BLOQUEADOS.
050870     MOVE WRK-DIAS-TOLERANCIA TO LBT-DIAS.
050880     WRITE REG-RELATORIO FROM LINHA-BRANCO.
050890     WRITE REG-RELATORIO FROM LINHA-BLQ-TITULO.
050900     IF TCB-QTD-CLIENTES = ZEROS
050910         WRITE REG-RELATORIO FROM LINHA-BLQ-NENHUM
050920         GO TO 9400-EXIT
050930     END-IF.
050940
050950     WRITE REG-RELATORIO FROM LINHA-BLQ-COLUNAS.
050960     PERFORM 9450-EMITIR-CLI-BLOQUEADO THRU 9450-EXIT
050970         VARYING IX-BLQ FROM 1 BY 1
050980         UNTIL IX-BLQ > TCB-QTD-CLIENTES.
050990     DISPLAY 'CLIENTES BLOQUEADOS POR CREDITO: '
051000         TCB-QTD-CLIENTES.
051010 9400-EXIT.
051020     EXIT.
051030******************************************************
051040* 9450-EMITIR-CLI-BLOQUEADO
051050* IMPRIME A LINHA DE UM CLIENTE BLOQUEADO DA TABELA.
051060* LIMITE ZERO SAI COMO SEM LIMITE (BLOQUEIO SO POR
051070* TITULO VENCIDO).
051080******************************************************
051090 9450-EMITIR-CLI-BLOQUEADO.
051100     MOVE TCB-CODIGO(IX-BLQ) TO LBD-CODIGO.
051110     MOVE TCB-NOME(IX-BLQ)   TO LBD-NOME.
051120     IF TCB-LIMITE(IX-BLQ) > ZEROS
051130         MOVE TCB-LIMITE(IX-BLQ) TO LBD-LIMITE
051140     ELSE
051150         MOVE '   SEM LIMITE' TO LBD-LIMITE-X
051160     END-IF.
051170     MOVE TCB-SALDO(IX-BLQ)        TO LBD-SALDO.
051180     MOVE TCB-QTD-VENCIDOS(IX-BLQ) TO LBD-VENCIDOS.
051190     MOVE TCB-QTD-LOTES(IX-BLQ)    TO LBD-LOTES.
051200     WRITE REG-RELATORIO FROM LINHA-BLQ-DETALHE.
051210 9450-EXIT.
051220     EXIT.
