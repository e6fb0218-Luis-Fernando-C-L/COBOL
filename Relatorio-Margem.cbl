000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "RELATORIO MARGEM".
000030 AUTHOR. LUIS FERNANDO LAZANHA.
000040 INSTALLATION. SETOR DE TOPOGRAFIA E ORCAMENTOS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: APURAR A MARGEM BRUTA DO MES INFORMADO
000100* (MMAAAA) POR CLIENTE E MATERIAL, A PARTIR DAS LINHAS
000110* DE AUDITORIA DO MES - NO ARQUIVO DE COMPETENCIA
000120* FECHADO AUDAAAAMM (QUANDO EXISTE) E NO LOTEAUD
000130* CORRENTE. PARA CADA LINHA:
000140*  - FATURADO = VALOR DA LINHA MENOS O DESCONTO DO
000150*    CLIENTE (CLIMST), OU O DESCONTO GERAL DO ORCPARM
000160*    QUANDO O CLIENTE NAO TEM DESCONTO PROPRIO;
000170*  - QUANTIDADE DE MATERIAL = AREA ACRESCIDA DA PERDA E
000180*    DIVIDIDA PELO RENDIMENTO DO PRECMST VIGENTE NA DATA
000190*    DA LINHA (SEM ARREDONDAR PARA A EMBALAGEM INTEIRA);
000200*  - CUSTO = QUANTIDADE X CUSTO DE AQUISICAO (CUSMST)
000210*    VIGENTE NA DATA, DO FORNECEDOR HABITUAL OU, NA
000220*    FALTA DELE, DO ULTIMO CUSTO DE QUALQUER FORNECEDOR
000230*    NA MESMA UNIDADE DE COMPRA.
000240* O RELATORIO (MARGRPT) TRAZ FATURADO, CUSTO, MARGEM E
000250* MARGEM PERCENTUAL POR CLIENTE E MATERIAL, COM TOTAIS
000260* POR CLIENTE E GERAL, E APONTA O QUE FICOU ABAIXO DA
000270* MARGEM MINIMA DO ORCPARM (PADRAO 20,00%) OU SEM
000280* CUSTO. LINHA ANTIGA, SEM CODIGO DE CLIENTE, FICA NO
000290* GRUPO "SEM CLIENTE IDENTIFICADO".
000300* CODIGO DE RETORNO: 0 = NORMAL, 4 = HA CLIENTE OU
000310* MATERIAL ABAIXO DA MARGEM MINIMA OU SEM CUSTO, 8 =
000320* ERRO NA ABERTURA DO RELATORIO.
000330*
000340* HISTORICO DE ALTERACOES
000350* DATA       AUTOR   DESCRICAO
000360* 15/10/2026 LFL     VERSAO ORIGINAL - MARGEM BRUTA
000370*                    MENSAL POR CLIENTE E MATERIAL.
000380******************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SPECIAL-NAMES.
000420     DECIMAL-POINT IS COMMA.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ARQ-AUDITORIA ASSIGN TO "LOTEAUD"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-FS-AUDITORIA.
000480 
000490     SELECT ARQ-COMPETENCIA ASSIGN TO WRK-NOME-COMPETENCIA
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-FS-COMPETENCIA.
000520 
000530     SELECT ARQ-PRECOS ASSIGN TO "PRECMST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS PRE-CHAVE
000570         FILE STATUS IS WS-FS-PRECOS.
000580 
000590     SELECT ARQ-CUSTOS ASSIGN TO "CUSMST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS CUS-CHAVE
000630         FILE STATUS IS WS-FS-CUSTOS.
000640 
000650     SELECT ARQ-CLIENTES ASSIGN TO "CLIMST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS CLI-CODIGO
000690         FILE STATUS IS WS-FS-CLIENTES.
000700 
000710     SELECT OPTIONAL ARQ-PARAM-ORC ASSIGN TO "ORCPARM"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-FS-PARAM-ORC.
000740 
000750     SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTWK".
000760 
000770     SELECT ARQ-RELATORIO ASSIGN TO "MARGRPT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-FS-RELATORIO.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  ARQ-AUDITORIA
000830     RECORDING MODE IS F.
000840 01  REG-AUDITORIA            PIC X(110).
000850 
000860 FD  ARQ-COMPETENCIA
000870     RECORDING MODE IS F.
000880 01  REG-COMPETENCIA          PIC X(110).
000890 
000900 FD  ARQ-PRECOS.
000910     COPY PRECMST.
000920 
000930 FD  ARQ-CUSTOS.
000940     COPY CUSMST.
000950 
000960 FD  ARQ-CLIENTES.
000970     COPY CLIMST.
000980 
000990 FD  ARQ-PARAM-ORC
001000     RECORDING MODE IS F.
001010 01  REG-PARAM-ORC.
001020     05 PRM-PCT-MAO-OBRA      PIC 9(02)V99.
001030     05 PRM-PCT-DESCONTO      PIC 9(02)V99.
001040     05 PRM-PCT-IMPOSTO       PIC 9(02)V99.
001050     05 PRM-DIAS-VALIDADE     PIC 9(03).
001060     05 PRM-DIAS-TOLERANCIA   PIC 9(03).
001070     05 PRM-PCT-MARGEM-MIN    PIC 9(02)V99.
001080 
001090 SD  ARQ-CLASSIFICACAO.
001100 01  REG-CLASSIFICACAO.
001110     05 SRT-CLIENTE           PIC 9(05).
001120     05 SRT-MATERIAL          PIC X(10).
001130     05 SRT-AREA              PIC 9(07)V99.
001140     05 SRT-QTD-MATERIAL      PIC 9(07)V999.
001150     05 SRT-FATURADO          PIC 9(10)V99.
001160     05 SRT-CUSTO             PIC 9(10)V99.
001170     05 SRT-SEM-CUSTO         PIC X(01).
001180 
001190 FD  ARQ-RELATORIO
001200     RECORDING MODE IS F.
001210 01  REG-RELATORIO           PIC X(100).
001220 WORKING-STORAGE SECTION.
001230******************************************************
001240* AREA DE CHAVES (SWITCHES) E CONTADORES - NIVEL 77
001250******************************************************
001260 77  WS-FS-AUDITORIA         PIC X(02)    VALUE SPACES.
001270 77  WS-FS-COMPETENCIA       PIC X(02)    VALUE SPACES.
001280 77  WS-FS-PRECOS            PIC X(02)    VALUE SPACES.
001290 77  WS-FS-CUSTOS            PIC X(02)    VALUE SPACES.
001300 77  WS-FS-CLIENTES          PIC X(02)    VALUE SPACES.
001310 77  WS-FS-PARAM-ORC         PIC X(02)    VALUE SPACES.
001320 77  WS-FS-RELATORIO         PIC X(02)    VALUE SPACES.
001330 77  WS-FIM-ARQUIVO          PIC X(01)    VALUE 'N'.
001340     88 FIM-ARQUIVO                      VALUE 'S'.
001350 77  WS-FIM-CLASSIFICACAO    PIC X(01)    VALUE 'N'.
001360     88 FIM-CLASSIFICACAO                VALUE 'S'.
001370 77  WS-FIM-BUSCA            PIC X(01)    VALUE 'N'.
001380     88 FIM-BUSCA                        VALUE 'S'.
001390 77  WS-MES-VALIDO           PIC X(01)    VALUE 'N'.
001400     88 MES-VALIDO                       VALUE 'S'.
001410 77  WS-PRECMST-OK           PIC X(01)    VALUE 'N'.
001420     88 PRECMST-OK                       VALUE 'S'.
001430 77  WS-CUSMST-OK            PIC X(01)    VALUE 'N'.
001440     88 CUSMST-OK                        VALUE 'S'.
001450 77  WS-CLIMST-OK            PIC X(01)    VALUE 'N'.
001460     88 CLIMST-OK                        VALUE 'S'.
001470 77  WS-PRECO-ACHADO         PIC X(01)    VALUE 'N'.
001480     88 PRECO-ACHADO                     VALUE 'S'.
001490 77  WS-CUSTO-ACHADO         PIC X(01)    VALUE 'N'.
001500     88 CUSTO-ACHADO                     VALUE 'S'.
001510 77  WS-QTD-LINHAS           PIC 9(07)    VALUE ZEROS.
001520 77  WS-QTD-SEM-CUSTO        PIC 9(07)    VALUE ZEROS.
001530 77  WS-QTD-MAT-ABAIXO       PIC 9(05)    VALUE ZEROS.
001540 77  WS-QTD-CLI-ABAIXO       PIC 9(05)    VALUE ZEROS.
001550 77  WS-QTD-CLIENTES         PIC 9(05)    VALUE ZEROS.
001560******************************************************
001570* AREA DO MES DE REFERENCIA E DO NOME DO ARQUIVO
001580* FECHADO (AUDAAAAMM)
001590******************************************************
001600 77  WRK-MES-RAW             PIC X(06)    VALUE SPACES.
001610 01  WRK-MES-REFERENCIA.
001620     05 WRK-REF-MM           PIC 9(02).
001630     05 WRK-REF-AAAA         PIC 9(04).
001640 77  WRK-NOME-COMPETENCIA    PIC X(12)    VALUE SPACES.
001650******************************************************
001660* LINHA DE AUDITORIA LIDA (LAYOUT COMPARTILHADO)
001670******************************************************
001680     COPY LINAUD.
001690******************************************************
001700* AREA DE CALCULO DA LINHA DE AUDITORIA
001710******************************************************
001720 01  WRK-DATA-LINHA.
001730     05 WRK-LIN-AAAA         PIC X(04).
001740     05 WRK-LIN-MM           PIC X(02).
001750     05 WRK-LIN-DD           PIC X(02).
001760 77  WRK-DATA-LINHA-N        PIC 9(08)    VALUE ZEROS.
001770 77  WRK-CLIENTE-LINHA       PIC 9(05)    VALUE ZEROS.
001780 77  WRK-AREA-LIDA           PIC 9(07)V99 VALUE ZEROS.
001790 77  WRK-VALOR-LIDO          PIC 9(10)V99 VALUE ZEROS.
001800 77  WRK-QTD-MATERIAL        PIC 9(07)V999 VALUE ZEROS.
001810 77  WRK-CUSTO-LINHA         PIC 9(10)V99 VALUE ZEROS.
001820 77  WRK-FATURADO-LINHA      PIC 9(10)V99 VALUE ZEROS.
001830 77  WRK-RENDIMENTO          PIC 9(03)V9(3) VALUE ZEROS.
001840 77  WRK-PCT-PERDA           PIC 9(02)V99 VALUE ZEROS.
001850 77  WRK-UNID-PRECO          PIC X(10)    VALUE SPACES.
001860 77  WRK-FORN-HABITUAL       PIC 9(05)    VALUE ZEROS.
001870 77  WRK-CUSTO-UNIT          PIC 9(05)V99 VALUE ZEROS.
001880 77  WRK-VIGENCIA-CUSTO      PIC 9(08)    VALUE ZEROS.
001890******************************************************
001900* AREA DOS PARAMETROS (ORCPARM) E DO DESCONTO DO
001910* CLIENTE CORRENTE
001920******************************************************
001930 77  WRK-PCT-DESCONTO-GERAL  PIC 9(02)V99 VALUE ZEROS.
001940 77  WRK-PCT-MARGEM-MIN      PIC 9(02)V99 VALUE 20,00.
001950 77  WRK-CLIENTE-DESCONTO    PIC 9(05)    VALUE ZEROS.
001960 77  WRK-PCT-DESCONTO        PIC 9(02)V99 VALUE ZEROS.
001970 77  WS-TEM-CLIENTE-DESC     PIC X(01)    VALUE 'N'.
001980     88 TEM-CLIENTE-DESC                 VALUE 'S'.
001990******************************************************
002000* ACUMULADORES POR MATERIAL, POR CLIENTE E GERAIS
002010******************************************************
002020 77  WRK-CLIENTE-ANTERIOR    PIC 9(05)    VALUE ZEROS.
002030 77  WRK-MATERIAL-ANTERIOR   PIC X(10)    VALUE SPACES.
002040 77  WS-PRIMEIRA-LINHA       PIC X(01)    VALUE 'S'.
002050     88 PRIMEIRA-LINHA                   VALUE 'S'.
002060 01  WRK-ACUM-MATERIAL.
002070     05 ACM-AREA             PIC 9(09)V99.
002080     05 ACM-QTD              PIC 9(09)V999.
002090     05 ACM-FATURADO         PIC 9(12)V99.
002100     05 ACM-CUSTO            PIC 9(12)V99.
002110     05 ACM-SEM-CUSTO        PIC X(01).
002120 01  WRK-ACUM-CLIENTE.
002130     05 ACC-FATURADO         PIC 9(12)V99.
002140     05 ACC-CUSTO            PIC 9(12)V99.
002150     05 ACC-SEM-CUSTO        PIC X(01).
002160 01  WRK-ACUM-GERAL.
002170     05 ACG-FATURADO         PIC 9(12)V99.
002180     05 ACG-CUSTO            PIC 9(12)V99.
002190     05 ACG-SEM-CUSTO        PIC X(01).
002200******************************************************
002210* AREA DE CALCULO DA MARGEM DE UM GRUPO (MATERIAL,
002220* CLIENTE OU GERAL)
002230******************************************************
002240 77  WRK-CALC-FATURADO       PIC 9(12)V99 VALUE ZEROS.
002250 77  WRK-CALC-CUSTO          PIC 9(12)V99 VALUE ZEROS.
002260 77  WRK-CALC-MARGEM         PIC S9(12)V99 VALUE ZEROS.
002270 77  WRK-CALC-PCT            PIC S9(05)V99 VALUE ZEROS.
002280 77  WRK-CALC-SEM-CUSTO      PIC X(01)    VALUE 'N'.
002290 77  WRK-CALC-SITUACAO       PIC X(09)    VALUE SPACES.
002300 77  WS-CALC-ABAIXO          PIC X(01)    VALUE 'N'.
002310     88 CALC-ABAIXO                      VALUE 'S'.
002320******************************************************
002330* AREA DE CONTROLE DO RELATORIO IMPRESSO
002340******************************************************
002350 77  WS-PAGINA-ATUAL         PIC 9(04)    VALUE ZEROS.
002360 77  WS-LINHA-ATUAL          PIC 9(02)    VALUE ZEROS.
002370 77  WS-MAX-LINHAS-PAGINA    PIC 9(02)    VALUE 40.
002380 01  WRK-DATA-EXECUCAO.
002390     05 WRK-DATA-AAAA        PIC 9(04).
002400     05 WRK-DATA-MM          PIC 9(02).
002410     05 WRK-DATA-DD          PIC 9(02).
002420 01  WRK-DATA-EXECUCAO-ED.
002430     05 WRK-DATA-ED-DD       PIC 9(02).
002440     05 FILLER               PIC X(01)    VALUE '/'.
002450     05 WRK-DATA-ED-MM       PIC 9(02).
002460     05 FILLER               PIC X(01)    VALUE '/'.
002470     05 WRK-DATA-ED-AAAA     PIC 9(04).
002480******************************************************
002490* LAYOUTS DAS LINHAS DO RELATORIO DE MARGEM (MARGRPT)
002500******************************************************
002510 01  LINHA-BRANCO            PIC X(01)    VALUE SPACES.
002520 01  LINHA-CABECALHO-1.
002530     05 FILLER               PIC X(20)    VALUE SPACES.
002540     05 FILLER               PIC X(42)
002550        VALUE 'MARGEM BRUTA POR CLIENTE E MATERIAL - MES '.
002560     05 LC1-MES              PIC 9(02).
002570     05 FILLER               PIC X(01)    VALUE '/'.
002580     05 LC1-ANO              PIC 9(04).
002590 01  LINHA-CABECALHO-2.
002600     05 FILLER               PIC X(06)    VALUE 'DATA: '.
002610     05 LC2-DATA             PIC X(10).
002620     05 FILLER               PIC X(04)    VALUE SPACES.
002630     05 FILLER               PIC X(16)
002640        VALUE 'MARGEM MINIMA: '.
002650     05 LC2-MARGEM-MIN       PIC Z9,99.
002660     05 FILLER               PIC X(01)    VALUE '%'.
002670     05 FILLER               PIC X(10)    VALUE SPACES.
002680     05 FILLER               PIC X(08)    VALUE 'PAGINA: '.
002690     05 LC2-PAGINA           PIC ZZZ9.
002700 01  LINHA-COLUNAS.
002710     05 FILLER               PIC X(13)    VALUE '   MATERIAL'.
002720     05 FILLER               PIC X(12)    VALUE '  QUANTIDADE'.
002730     05 FILLER               PIC X(11)    VALUE '       AREA'.
002740     05 FILLER               PIC X(14)
002750        VALUE '      FATURADO'.
002760     05 FILLER               PIC X(14)
002770        VALUE '         CUSTO'.
002780     05 FILLER               PIC X(15)
002790        VALUE '         MARGEM'.
002800     05 FILLER               PIC X(09)    VALUE '        %'.
002810 01  LINHA-CLIENTE.
002820     05 FILLER               PIC X(08)    VALUE 'CLIENTE '.
002830     05 LCL-CODIGO           PIC 9(05).
002840     05 FILLER               PIC X(03)    VALUE ' - '.
002850     05 LCL-NOME             PIC X(30).
002860 01  LINHA-DETALHE.
002870     05 FILLER               PIC X(03)    VALUE SPACES.
002880     05 LDT-MATERIAL         PIC X(10).
002890     05 FILLER               PIC X(01)    VALUE SPACES.
002900     05 LDT-QTD              PIC ZZZ.ZZ9,999.
002910     05 FILLER               PIC X(01)    VALUE SPACES.
002920     05 LDT-AREA             PIC ZZZ.ZZ9,99.
002930     05 FILLER               PIC X(01)    VALUE SPACES.
002940     05 LDT-FATURADO         PIC ZZ.ZZZ.ZZ9,99.
002950     05 FILLER               PIC X(01)    VALUE SPACES.
002960     05 LDT-CUSTO            PIC ZZ.ZZZ.ZZ9,99.
002970     05 FILLER               PIC X(01)    VALUE SPACES.
002980     05 LDT-MARGEM           PIC -ZZ.ZZZ.ZZ9,99.
002990     05 FILLER               PIC X(01)    VALUE SPACES.
003000     05 LDT-PCT              PIC -ZZZ9,99.
003010     05 FILLER               PIC X(01)    VALUE SPACES.
003020     05 LDT-SITUACAO         PIC X(09).
003030 01  LINHA-TOTAL-GRUPO.
003040     05 FILLER               PIC X(03)    VALUE SPACES.
003050     05 LTG-ROTULO           PIC X(34).
003060     05 LTG-FATURADO         PIC ZZ.ZZZ.ZZ9,99.
003070     05 FILLER               PIC X(01)    VALUE SPACES.
003080     05 LTG-CUSTO            PIC ZZ.ZZZ.ZZ9,99.
003090     05 FILLER               PIC X(01)    VALUE SPACES.
003100     05 LTG-MARGEM           PIC -ZZ.ZZZ.ZZ9,99.
003110     05 FILLER               PIC X(01)    VALUE SPACES.
003120     05 LTG-PCT              PIC -ZZZ9,99.
003130     05 FILLER               PIC X(01)    VALUE SPACES.
003140     05 LTG-SITUACAO         PIC X(09).
003150 01  LINHA-RESUMO-TITULO.
003160     05 FILLER               PIC X(14)
003170        VALUE 'RESUMO DO MES'.
003180 01  LINHA-TOTAL.
003190     05 LTO-ROTULO           PIC X(44).
003200     05 LTO-QTD              PIC Z(06)9.
003210 PROCEDURE DIVISION.
003220******************************************************
003230* 0000-MAINLINE
003240* ROTINA PRINCIPAL DO PROGRAMA
003250******************************************************
003260 0000-MAINLINE.
003270     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003280 
003290     SORT ARQ-CLASSIFICACAO
003300         ON ASCENDING KEY SRT-CLIENTE
003310         ON ASCENDING KEY SRT-MATERIAL
003320         INPUT PROCEDURE IS 2000-SELECIONAR-LINHAS
003330             THRU 2000-EXIT
003340         OUTPUT PROCEDURE IS 3000-IMPRIMIR-MARGEM
003350             THRU 3000-EXIT.
003360 
003370     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
003380 
003390     STOP RUN.
003400******************************************************
003410* 1000-INICIALIZAR
003420* OBTEM A DATA DO DIA, SOLICITA O MES DE REFERENCIA,
003430* LE OS PARAMETROS E ABRE O RELATORIO E OS CADASTROS.
003440* CADASTRO INDISPONIVEL NAO INTERROMPE O RELATORIO: SEM
003450* PRECMST OU CUSMST AS LINHAS SAEM SEM CUSTO, E SEM
003460* CLIMST VALE O DESCONTO GERAL E O CLIENTE SAI SEM NOME.
003470******************************************************
003480 1000-INICIALIZAR.
003490     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
003500     MOVE WRK-DATA-DD   TO WRK-DATA-ED-DD.
003510     MOVE WRK-DATA-MM   TO WRK-DATA-ED-MM.
003520     MOVE WRK-DATA-AAAA TO WRK-DATA-ED-AAAA.
003530 
003540     PERFORM 1100-OBTER-MES THRU 1100-EXIT
003550         UNTIL MES-VALIDO.
003560     MOVE SPACES TO WRK-NOME-COMPETENCIA.
003570     MOVE 'AUD' TO WRK-NOME-COMPETENCIA(1:3).
003580     MOVE WRK-REF-AAAA TO WRK-NOME-COMPETENCIA(4:4).
003590     MOVE WRK-REF-MM   TO WRK-NOME-COMPETENCIA(8:2).
003600 
003610     PERFORM 1400-CARREGAR-PARAM-ORC THRU 1400-EXIT.
003620 
003630     OPEN OUTPUT ARQ-RELATORIO.
003640     IF WS-FS-RELATORIO NOT = '00'
003650         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
003660             'RELATORIO DE MARGEM (MARGRPT). '
003670             'STATUS: ' WS-FS-RELATORIO
003680         MOVE 8 TO RETURN-CODE
003690         STOP RUN
003700     END-IF.
003710 
003720     OPEN INPUT ARQ-PRECOS.
003730     IF WS-FS-PRECOS = '00'
003740         SET PRECMST-OK TO TRUE
003750     ELSE
003760         DISPLAY 'AVISO: CADASTRO DE PRECOS (PRECMST) '
003770             'INDISPONIVEL - LINHAS SEM CUSTO. STATUS: '
003780             WS-FS-PRECOS
003790     END-IF.
003800     OPEN INPUT ARQ-CUSTOS.
003810     IF WS-FS-CUSTOS = '00'
003820         SET CUSMST-OK TO TRUE
003830     ELSE
003840         DISPLAY 'AVISO: CADASTRO DE CUSTOS (CUSMST) '
003850             'INDISPONIVEL - LINHAS SEM CUSTO. STATUS: '
003860             WS-FS-CUSTOS
003870     END-IF.
003880     OPEN INPUT ARQ-CLIENTES.
003890     IF WS-FS-CLIENTES = '00'
003900         SET CLIMST-OK TO TRUE
003910     ELSE
003920         DISPLAY 'AVISO: CADASTRO DE CLIENTES (CLIMST) '
003930             'INDISPONIVEL - VALE O DESCONTO GERAL. STATUS: '
003940             WS-FS-CLIENTES
003950     END-IF.
003960 1000-EXIT.
003970     EXIT.
003980******************************************************
003990* 1100-OBTER-MES
004000* SOLICITA O MES DE REFERENCIA NO FORMATO MMAAAA E
004010* VALIDA QUE SEJA NUMERICO COM MES ENTRE 01 E 12.
004020******************************************************
004030 1100-OBTER-MES.
004040     DISPLAY 'MES DE REFERENCIA (MMAAAA): '.
004050     MOVE SPACES TO WRK-MES-RAW.
004060     ACCEPT WRK-MES-RAW.
004070 
004080     IF WRK-MES-RAW IS NOT NUMERIC
004090         DISPLAY 'ERRO: INFORME O MES COMO MMAAAA.'
004100         GO TO 1100-EXIT
004110     END-IF.
004120     IF WRK-MES-RAW(1:2) < '01' OR WRK-MES-RAW(1:2) > '12'
004130         DISPLAY 'ERRO: MES DEVE ESTAR ENTRE 01 E 12.'
004140         GO TO 1100-EXIT
004150     END-IF.
004160     MOVE WRK-MES-RAW(1:2) TO WRK-REF-MM.
004170     MOVE WRK-MES-RAW(3:4) TO WRK-REF-AAAA.
004180     SET MES-VALIDO TO TRUE.
004190 1100-EXIT.
004200     EXIT.
004210******************************************************
004220* 1400-CARREGAR-PARAM-ORC
004230* LE O DESCONTO GERAL E A MARGEM MINIMA NO ARQUIVO DE
004240* PARAMETROS (ORCPARM). QUANDO O ARQUIVO NAO EXISTE, OU
004250* A MARGEM MINIMA NAO VEM NO REGISTRO, VALEM OS VALORES
004260* PADRAO DA AREA DE TRABALHO.
004270******************************************************
004280 1400-CARREGAR-PARAM-ORC.
004290     OPEN INPUT ARQ-PARAM-ORC.
004300     IF WS-FS-PARAM-ORC = '00'
004310         READ ARQ-PARAM-ORC
004320             NOT AT END
004330                 IF PRM-PCT-DESCONTO IS NUMERIC
004340                     MOVE PRM-PCT-DESCONTO
004350                         TO WRK-PCT-DESCONTO-GERAL
004360                 END-IF
004370                 IF PRM-PCT-MARGEM-MIN IS NUMERIC
004380                     MOVE PRM-PCT-MARGEM-MIN
004390                         TO WRK-PCT-MARGEM-MIN
004400                 END-IF
004410         END-READ
004420     END-IF.
004430     CLOSE ARQ-PARAM-ORC.
004440 1400-EXIT.
004450     EXIT.
004460******************************************************
004470* 2000-SELECIONAR-LINHAS
004480* PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: LE AS
004490* LINHAS DE AUDITORIA DO MES NO ARQUIVO DE COMPETENCIA
004500* FECHADO (QUANDO EXISTE) E DEPOIS NO LOTEAUD CORRENTE,
004510* CALCULA FATURADO E CUSTO DE CADA UMA E A ENTREGA PARA
004520* A CLASSIFICACAO POR CLIENTE E MATERIAL.
004530******************************************************
004540 2000-SELECIONAR-LINHAS.
004550     OPEN INPUT ARQ-COMPETENCIA.
004560     IF WS-FS-COMPETENCIA = '00'
004570         MOVE 'N' TO WS-FIM-ARQUIVO
004580         PERFORM 2100-LER-COMPETENCIA THRU 2100-EXIT
004590         PERFORM 2150-TRATAR-COMPETENCIA THRU 2150-EXIT
004600             UNTIL FIM-ARQUIVO
004610         CLOSE ARQ-COMPETENCIA
004620     ELSE
004630         IF WS-FS-COMPETENCIA NOT = '35'
004640             DISPLAY 'AVISO: NAO FOI POSSIVEL LER O ARQUIVO '
004650                 WRK-NOME-COMPETENCIA ' COM STATUS '
004660                 WS-FS-COMPETENCIA
004670         END-IF
004680     END-IF.
004690 
004700     OPEN INPUT ARQ-AUDITORIA.
004710     IF WS-FS-AUDITORIA = '00'
004720         MOVE 'N' TO WS-FIM-ARQUIVO
004730         PERFORM 2200-LER-AUDITORIA THRU 2200-EXIT
004740         PERFORM 2250-TRATAR-AUDITORIA THRU 2250-EXIT
004750             UNTIL FIM-ARQUIVO
004760         CLOSE ARQ-AUDITORIA
004770     ELSE
004780         IF WS-FS-AUDITORIA NOT = '35'
004790             DISPLAY 'AVISO: NAO FOI POSSIVEL LER O ARQUIVO '
004800                 'DE AUDITORIA (LOTEAUD). STATUS: '
004810                 WS-FS-AUDITORIA
004820         END-IF
004830     END-IF.
004840 2000-EXIT.
004850     EXIT.
004860******************************************************
004870* 2100-LER-COMPETENCIA
004880* LE A PROXIMA LINHA DO ARQUIVO DE COMPETENCIA FECHADO
004890* E LIGA O INDICADOR DE FIM QUANDO NECESSARIO.
004900******************************************************
004910 2100-LER-COMPETENCIA.
004920     READ ARQ-COMPETENCIA
004930         AT END
004940             SET FIM-ARQUIVO TO TRUE
004950     END-READ.
004960 2100-EXIT.
004970     EXIT.
004980******************************************************
004990* 2150-TRATAR-COMPETENCIA
005000* AVALIA A LINHA CORRENTE DO ARQUIVO FECHADO E LE A
005010* PROXIMA.
005020******************************************************
005030 2150-TRATAR-COMPETENCIA.
005040     MOVE REG-COMPETENCIA TO LINHA-AUDITORIA.
005050     PERFORM 2500-AVALIAR-LINHA THRU 2500-EXIT.
005060     PERFORM 2100-LER-COMPETENCIA THRU 2100-EXIT.
005070 2150-EXIT.
005080     EXIT.
005090******************************************************
005100* 2200-LER-AUDITORIA
005110* LE A PROXIMA LINHA DO LOTEAUD CORRENTE E LIGA O
005120* INDICADOR DE FIM QUANDO NECESSARIO.
005130******************************************************
005140 2200-LER-AUDITORIA.
005150     READ ARQ-AUDITORIA
005160         AT END
005170             SET FIM-ARQUIVO TO TRUE
005180     END-READ.
005190 2200-EXIT.
005200     EXIT.
005210******************************************************
005220* 2250-TRATAR-AUDITORIA
005230* AVALIA A LINHA CORRENTE DO LOTEAUD E LE A PROXIMA.
005240******************************************************
005250 2250-TRATAR-AUDITORIA.
005260     MOVE REG-AUDITORIA TO LINHA-AUDITORIA.
005270     PERFORM 2500-AVALIAR-LINHA THRU 2500-EXIT.
005280     PERFORM 2200-LER-AUDITORIA THRU 2200-EXIT.
005290 2250-EXIT.
005300     EXIT.
005310******************************************************
005320* 2500-AVALIAR-LINHA
005330* PARA A LINHA DE AUDITORIA DO MES DE REFERENCIA,
005340* EXTRAI OS CAMPOS NUMERICOS, CALCULA A QUANTIDADE DE
005350* MATERIAL, O CUSTO E O VALOR FATURADO E ENTREGA O
005360* RESULTADO PARA A CLASSIFICACAO. LINHA DE OUTRO MES,
005370* COM DATA NAO NUMERICA (COMO O REGISTRO DE TOTAIS DO
005380* ARQUIVO FECHADO) OU SEM VALOR E DESPREZADA.
005390******************************************************
005400 2500-AVALIAR-LINHA.
005410     IF LA-DATA(1:2) IS NOT NUMERIC
005420        OR LA-DATA(4:2) NOT = WRK-REF-MM(1:2)
005430        OR LA-DATA(7:4) NOT = WRK-REF-AAAA(1:4)
005440         GO TO 2500-EXIT
005450     END-IF.
005460     IF LA-VALOR = SPACES
005470         GO TO 2500-EXIT
005480     END-IF.
005490 
005500     MOVE LA-DATA(7:4) TO WRK-LIN-AAAA.
005510     MOVE LA-DATA(4:2) TO WRK-LIN-MM.
005520     MOVE LA-DATA(1:2) TO WRK-LIN-DD.
005530     MOVE WRK-DATA-LINHA TO WRK-DATA-LINHA-N.
005540 
005550     MOVE ZEROS TO WRK-AREA-LIDA.
005560     IF LA-AREA NOT = SPACES
005570         MOVE LA-AREA TO WRK-AREA-LIDA
005580     END-IF.
005590     MOVE LA-VALOR TO WRK-VALOR-LIDO.
005600     IF LA-MATERIAL = SPACES
005610         MOVE '(ANTIGO)' TO LA-MATERIAL
005620     END-IF.
005630     IF LA-CLIENTE IS NUMERIC
005640         MOVE LA-CLIENTE TO WRK-CLIENTE-LINHA
005650     ELSE
005660         MOVE ZEROS TO WRK-CLIENTE-LINHA
005670     END-IF.
005680     ADD 1 TO WS-QTD-LINHAS.
005690 
005700     PERFORM 5300-OBTER-DESCONTO THRU 5300-EXIT.
005710     COMPUTE WRK-FATURADO-LINHA ROUNDED =
005720         WRK-VALOR-LIDO * (100 - WRK-PCT-DESCONTO) / 100.
005730 
005740     MOVE ZEROS TO WRK-QTD-MATERIAL WRK-CUSTO-LINHA.
005750     MOVE 'N' TO WS-CUSTO-ACHADO.
005760     PERFORM 5000-LOCALIZAR-PRECO THRU 5000-EXIT.
005770     IF PRECO-ACHADO
005780        AND WRK-RENDIMENTO > ZEROS
005790         COMPUTE WRK-QTD-MATERIAL ROUNDED =
005800             WRK-AREA-LIDA * (100 + WRK-PCT-PERDA) / 100
005810             / WRK-RENDIMENTO
005820         PERFORM 5100-LOCALIZAR-CUSTO THRU 5100-EXIT
005830         IF NOT CUSTO-ACHADO
005840             PERFORM 5200-CUSTO-OUTRO-FORN THRU 5200-EXIT
005850         END-IF
005860     END-IF.
005870 
005880     MOVE WRK-CLIENTE-LINHA  TO SRT-CLIENTE.
005890     MOVE LA-MATERIAL        TO SRT-MATERIAL.
005900     MOVE WRK-AREA-LIDA      TO SRT-AREA.
005910     MOVE WRK-QTD-MATERIAL   TO SRT-QTD-MATERIAL.
005920     MOVE WRK-FATURADO-LINHA TO SRT-FATURADO.
005930     IF CUSTO-ACHADO
005940         COMPUTE WRK-CUSTO-LINHA ROUNDED =
005950             WRK-QTD-MATERIAL * WRK-CUSTO-UNIT
005960         MOVE 'N' TO SRT-SEM-CUSTO
005970     ELSE
005980         ADD 1 TO WS-QTD-SEM-CUSTO
005990         MOVE 'S' TO SRT-SEM-CUSTO
006000     END-IF.
006010     MOVE WRK-CUSTO-LINHA TO SRT-CUSTO.
006020     RELEASE REG-CLASSIFICACAO.
006030 2500-EXIT.
006040     EXIT.
006050******************************************************
006060* 3000-IMPRIMIR-MARGEM
006070* PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: RECEBE AS
006080* LINHAS EM ORDEM DE CLIENTE E MATERIAL, ACUMULA E
006090* IMPRIME UMA LINHA POR CLIENTE E MATERIAL, O TOTAL DE
006100* CADA CLIENTE, O TOTAL GERAL E O RESUMO DO MES.
006110******************************************************
006120 3000-IMPRIMIR-MARGEM.
006130     MOVE 'N' TO WS-FIM-CLASSIFICACAO.
006140     MOVE ZEROS TO ACG-FATURADO ACG-CUSTO.
006150     MOVE 'N' TO ACG-SEM-CUSTO.
006160     PERFORM 4000-IMPRIMIR-CABECALHO THRU 4000-EXIT.
006170 
006180     PERFORM 3100-RETORNAR-LINHA THRU 3100-EXIT.
006190     IF FIM-CLASSIFICACAO
006200         MOVE 'NENHUM CALCULO NO MES DE REFERENCIA.'
006210             TO REG-RELATORIO
006220         WRITE REG-RELATORIO
006230         DISPLAY 'NENHUM CALCULO NO MES DE REFERENCIA.'
006240         GO TO 3000-EXIT
006250     END-IF.
006260 
006270     PERFORM 3200-TRATAR-LINHA THRU 3200-EXIT
006280         UNTIL FIM-CLASSIFICACAO.
006290     PERFORM 3300-FECHAR-MATERIAL THRU 3300-EXIT.
006300     PERFORM 3400-FECHAR-CLIENTE THRU 3400-EXIT.
006310 
006320     MOVE ACG-FATURADO  TO WRK-CALC-FATURADO.
006330     MOVE ACG-CUSTO     TO WRK-CALC-CUSTO.
006340     MOVE ACG-SEM-CUSTO TO WRK-CALC-SEM-CUSTO.
006350     PERFORM 4200-CALCULAR-MARGEM THRU 4200-EXIT.
006360     MOVE 'TOTAL GERAL DO MES' TO LTG-ROTULO.
006370     PERFORM 4300-IMPRIMIR-TOTAL THRU 4300-EXIT.
006380 
006390     PERFORM 4500-IMPRIMIR-RESUMO THRU 4500-EXIT.
006400 3000-EXIT.
006410     EXIT.
006420******************************************************
006430* 3100-RETORNAR-LINHA
006440* RETORNA A PROXIMA LINHA DA CLASSIFICACAO E LIGA O
006450* INDICADOR DE FIM QUANDO NECESSARIO.
006460******************************************************
006470 3100-RETORNAR-LINHA.
006480     RETURN ARQ-CLASSIFICACAO
006490         AT END
006500             SET FIM-CLASSIFICACAO TO TRUE
006510     END-RETURN.
006520 3100-EXIT.
006530     EXIT.
006540******************************************************
006550* 3200-TRATAR-LINHA
006560* NA MUDANCA DE MATERIAL IMPRIME A LINHA DO MATERIAL
006570* ANTERIOR; NA MUDANCA DE CLIENTE IMPRIME TAMBEM O
006580* TOTAL DO CLIENTE ANTERIOR E O TITULO DO NOVO. DEPOIS
006590* ACUMULA A LINHA CORRENTE.
006600******************************************************
006610 3200-TRATAR-LINHA.
006620     IF PRIMEIRA-LINHA
006630        OR SRT-CLIENTE NOT = WRK-CLIENTE-ANTERIOR
006640         PERFORM 3300-FECHAR-MATERIAL THRU 3300-EXIT
006650         PERFORM 3400-FECHAR-CLIENTE THRU 3400-EXIT
006660         MOVE SRT-CLIENTE  TO WRK-CLIENTE-ANTERIOR
006670         MOVE SRT-MATERIAL TO WRK-MATERIAL-ANTERIOR
006680         PERFORM 4100-IMPRIMIR-CLIENTE THRU 4100-EXIT
006690         MOVE 'N' TO WS-PRIMEIRA-LINHA
006700     END-IF.
006710     IF SRT-MATERIAL NOT = WRK-MATERIAL-ANTERIOR
006720         PERFORM 3300-FECHAR-MATERIAL THRU 3300-EXIT
006730         MOVE SRT-MATERIAL TO WRK-MATERIAL-ANTERIOR
006740     END-IF.
006750 
006760     ADD SRT-AREA         TO ACM-AREA.
006770     ADD SRT-QTD-MATERIAL TO ACM-QTD.
006780     ADD SRT-FATURADO     TO ACM-FATURADO.
006790     ADD SRT-CUSTO        TO ACM-CUSTO.
006800     IF SRT-SEM-CUSTO = 'S'
006810         MOVE 'S' TO ACM-SEM-CUSTO
006820     END-IF.
006830     PERFORM 3100-RETORNAR-LINHA THRU 3100-EXIT.
006840 3200-EXIT.
006850     EXIT.
006860******************************************************
006870* 3300-FECHAR-MATERIAL
006880* IMPRIME A LINHA DO MATERIAL ACUMULADO (QUANDO HOUVER),
006890* SOMA NOS TOTAIS DO CLIENTE E ZERA OS ACUMULADORES DO
006900* MATERIAL.
006910******************************************************
006920 3300-FECHAR-MATERIAL.
006930     IF PRIMEIRA-LINHA
006940         MOVE ZEROS TO ACM-AREA ACM-QTD ACM-FATURADO ACM-CUSTO
006950         MOVE 'N' TO ACM-SEM-CUSTO
006960         GO TO 3300-EXIT
006970     END-IF.
006980 
006990     MOVE ACM-FATURADO  TO WRK-CALC-FATURADO.
007000     MOVE ACM-CUSTO     TO WRK-CALC-CUSTO.
007010     MOVE ACM-SEM-CUSTO TO WRK-CALC-SEM-CUSTO.
007020     PERFORM 4200-CALCULAR-MARGEM THRU 4200-EXIT.
007030     IF CALC-ABAIXO
007040         ADD 1 TO WS-QTD-MAT-ABAIXO
007050     END-IF.
007060 
007070     IF WS-LINHA-ATUAL >= WS-MAX-LINHAS-PAGINA
007080         PERFORM 4000-IMPRIMIR-CABECALHO THRU 4000-EXIT
007090         WRITE REG-RELATORIO FROM LINHA-CLIENTE
007100         ADD 1 TO WS-LINHA-ATUAL
007110     END-IF.
007120     MOVE WRK-MATERIAL-ANTERIOR TO LDT-MATERIAL.
007130     MOVE ACM-QTD               TO LDT-QTD.
007140     MOVE ACM-AREA              TO LDT-AREA.
007150     MOVE ACM-FATURADO          TO LDT-FATURADO.
007160     MOVE ACM-CUSTO             TO LDT-CUSTO.
007170     MOVE WRK-CALC-MARGEM       TO LDT-MARGEM.
007180     MOVE WRK-CALC-PCT          TO LDT-PCT.
007190     MOVE WRK-CALC-SITUACAO     TO LDT-SITUACAO.
007200     WRITE REG-RELATORIO FROM LINHA-DETALHE.
007210     ADD 1 TO WS-LINHA-ATUAL.
007220 
007230     ADD ACM-FATURADO TO ACC-FATURADO.
007240     ADD ACM-CUSTO    TO ACC-CUSTO.
007250     IF ACM-SEM-CUSTO = 'S'
007260         MOVE 'S' TO ACC-SEM-CUSTO
007270     END-IF.
007280     MOVE ZEROS TO ACM-AREA ACM-QTD ACM-FATURADO ACM-CUSTO.
007290     MOVE 'N' TO ACM-SEM-CUSTO.
007300 3300-EXIT.
007310     EXIT.
007320******************************************************
007330* 3400-FECHAR-CLIENTE
007340* IMPRIME O TOTAL DO CLIENTE ACUMULADO (QUANDO HOUVER),
007350* SOMA NOS TOTAIS GERAIS E ZERA OS ACUMULADORES DO
007360* CLIENTE.
007370******************************************************
007380 3400-FECHAR-CLIENTE.
007390     IF PRIMEIRA-LINHA
007400         MOVE ZEROS TO ACC-FATURADO ACC-CUSTO
007410         MOVE 'N' TO ACC-SEM-CUSTO
007420         GO TO 3400-EXIT
007430     END-IF.
007440 
007450     ADD 1 TO WS-QTD-CLIENTES.
007460     MOVE ACC-FATURADO  TO WRK-CALC-FATURADO.
007470     MOVE ACC-CUSTO     TO WRK-CALC-CUSTO.
007480     MOVE ACC-SEM-CUSTO TO WRK-CALC-SEM-CUSTO.
007490     PERFORM 4200-CALCULAR-MARGEM THRU 4200-EXIT.
007500     IF CALC-ABAIXO
007510         ADD 1 TO WS-QTD-CLI-ABAIXO
007520     END-IF.
007530     MOVE 'TOTAL DO CLIENTE' TO LTG-ROTULO.
007540     PERFORM 4300-IMPRIMIR-TOTAL THRU 4300-EXIT.
007550 
007560     ADD ACC-FATURADO TO ACG-FATURADO.
007570     ADD ACC-CUSTO    TO ACG-CUSTO.
007580     IF ACC-SEM-CUSTO = 'S'
007590         MOVE 'S' TO ACG-SEM-CUSTO
007600     END-IF.
007610     MOVE ZEROS TO ACC-FATURADO ACC-CUSTO.
007620     MOVE 'N' TO ACC-SEM-CUSTO.
007630 3400-EXIT.
007640     EXIT.
007650******************************************************
007660* 4000-IMPRIMIR-CABECALHO
007670* EMITE O CABECALHO DO RELATORIO (MES, DATA, MARGEM
007680* MINIMA, PAGINA E COLUNAS) E REINICIA O CONTADOR DE
007690* LINHAS DA PAGINA.
007700******************************************************
007710 4000-IMPRIMIR-CABECALHO.
007720     ADD 1 TO WS-PAGINA-ATUAL.
007730     MOVE WRK-REF-MM           TO LC1-MES.
007740     MOVE WRK-REF-AAAA         TO LC1-ANO.
007750     MOVE WRK-DATA-EXECUCAO-ED TO LC2-DATA.
007760     MOVE WRK-PCT-MARGEM-MIN   TO LC2-MARGEM-MIN.
007770     MOVE WS-PAGINA-ATUAL      TO LC2-PAGINA.
007780 
007790     WRITE REG-RELATORIO FROM LINHA-CABECALHO-1.
007800     WRITE REG-RELATORIO FROM LINHA-CABECALHO-2.
007810     WRITE REG-RELATORIO FROM LINHA-BRANCO.
007820     WRITE REG-RELATORIO FROM LINHA-COLUNAS.
007830 
007840     MOVE 4 TO WS-LINHA-ATUAL.
007850 4000-EXIT.
007860     EXIT.
007870******************************************************
007880* 4100-IMPRIMIR-CLIENTE
007890* IMPRIME O TITULO DO GRUPO DO CLIENTE (CODIGO E NOME
007900* DO CLIMST). CODIGO ZERO E O GRUPO DAS LINHAS SEM
007910* CLIENTE IDENTIFICADO.
007920******************************************************
007930 4100-IMPRIMIR-CLIENTE.
007940     IF WS-LINHA-ATUAL >= WS-MAX-LINHAS-PAGINA - 3
007950         PERFORM 4000-IMPRIMIR-CABECALHO THRU 4000-EXIT
007960     END-IF.
007970 
007980     MOVE SRT-CLIENTE TO LCL-CODIGO.
007990     EVALUATE TRUE
008000         WHEN SRT-CLIENTE = ZEROS
008010             MOVE '(SEM CLIENTE IDENTIFICADO)' TO LCL-NOME
008020         WHEN NOT CLIMST-OK
008030             MOVE '(CADASTRO INDISPONIVEL)' TO LCL-NOME
008040         WHEN OTHER
008050             MOVE SRT-CLIENTE TO CLI-CODIGO
008060             READ ARQ-CLIENTES
008070                 INVALID KEY
008080                     MOVE '(NAO CADASTRADO)' TO LCL-NOME
008090                 NOT INVALID KEY
008100                     MOVE CLI-NOME TO LCL-NOME
008110             END-READ
008120     END-EVALUATE.
008130     WRITE REG-RELATORIO FROM LINHA-BRANCO.
008140     WRITE REG-RELATORIO FROM LINHA-CLIENTE.
008150     ADD 2 TO WS-LINHA-ATUAL.
008160 4100-EXIT.
008170     EXIT.
008180******************************************************
008190* 4200-CALCULAR-MARGEM
008200* CALCULA A MARGEM BRUTA (FATURADO MENOS CUSTO) E A
008210* MARGEM PERCENTUAL SOBRE O FATURADO DO GRUPO EM
008220* WRK-CALC-FATURADO/WRK-CALC-CUSTO E DEFINE A SITUACAO:
008230* SEM CUSTO QUANDO ALGUMA LINHA DO GRUPO FICOU SEM
008240* CUSTO, OU ABAIXO QUANDO A MARGEM PERCENTUAL NAO
008250* ALCANCA A MINIMA.
008260******************************************************
008270 4200-CALCULAR-MARGEM.
008280     MOVE 'N' TO WS-CALC-ABAIXO.
008290     COMPUTE WRK-CALC-MARGEM =
008300         WRK-CALC-FATURADO - WRK-CALC-CUSTO.
008310     IF WRK-CALC-FATURADO > ZEROS
008320         COMPUTE WRK-CALC-PCT ROUNDED =
008330             WRK-CALC-MARGEM * 100 / WRK-CALC-FATURADO
008340     ELSE
008350         MOVE ZEROS TO WRK-CALC-PCT
008360     END-IF.
008370 
008380     EVALUATE TRUE
008390         WHEN WRK-CALC-SEM-CUSTO = 'S'
008400             MOVE 'SEM CUSTO' TO WRK-CALC-SITUACAO
008410             SET CALC-ABAIXO TO TRUE
008420         WHEN WRK-CALC-PCT < WRK-PCT-MARGEM-MIN
008430             MOVE '*ABAIXO*'  TO WRK-CALC-SITUACAO
008440             SET CALC-ABAIXO TO TRUE
008450         WHEN OTHER
008460             MOVE SPACES      TO WRK-CALC-SITUACAO
008470     END-EVALUATE.
008480 4200-EXIT.
008490     EXIT.
008500******************************************************
008510* 4300-IMPRIMIR-TOTAL
008520* IMPRIME A LINHA DE TOTAL (DO CLIENTE OU GERAL) COM A
008530* MARGEM JA CALCULADA E O ROTULO JA PREPARADO.
008540******************************************************
008550 4300-IMPRIMIR-TOTAL.
008560     IF WS-LINHA-ATUAL >= WS-MAX-LINHAS-PAGINA
008570         PERFORM 4000-IMPRIMIR-CABECALHO THRU 4000-EXIT
008580     END-IF.
008590     MOVE WRK-CALC-FATURADO TO LTG-FATURADO.
008600     MOVE WRK-CALC-CUSTO    TO LTG-CUSTO.
008610     MOVE WRK-CALC-MARGEM   TO LTG-MARGEM.
008620     MOVE WRK-CALC-PCT      TO LTG-PCT.
008630     MOVE WRK-CALC-SITUACAO TO LTG-SITUACAO.
008640     WRITE REG-RELATORIO FROM LINHA-TOTAL-GRUPO.
008650     ADD 1 TO WS-LINHA-ATUAL.
008660 4300-EXIT.
008670     EXIT.
008680******************************************************
008690* 4500-IMPRIMIR-RESUMO
008700* IMPRIME O RESUMO DO MES: LINHAS CONSIDERADAS, LINHAS
008710* SEM CUSTO E GRUPOS ABAIXO DA MARGEM MINIMA.
008720******************************************************
008730 4500-IMPRIMIR-RESUMO.
008740     IF WS-LINHA-ATUAL >= WS-MAX-LINHAS-PAGINA - 6
008750         PERFORM 4000-IMPRIMIR-CABECALHO THRU 4000-EXIT
008760     END-IF.
008770     WRITE REG-RELATORIO FROM LINHA-BRANCO.
008780     WRITE REG-RELATORIO FROM LINHA-RESUMO-TITULO.
008790     MOVE 'LINHAS DE AUDITORIA CONSIDERADAS'
008800         TO LTO-ROTULO.
008810     MOVE WS-QTD-LINHAS TO LTO-QTD.
008820     WRITE REG-RELATORIO FROM LINHA-TOTAL.
008830     MOVE 'LINHAS SEM CUSTO DE AQUISICAO'
008840         TO LTO-ROTULO.
008850     MOVE WS-QTD-SEM-CUSTO TO LTO-QTD.
008860     WRITE REG-RELATORIO FROM LINHA-TOTAL.
008870     MOVE 'CLIENTES NO MES'
008880         TO LTO-ROTULO.
008890     MOVE WS-QTD-CLIENTES TO LTO-QTD.
008900     WRITE REG-RELATORIO FROM LINHA-TOTAL.
008910     MOVE 'CLIENTES ABAIXO DA MARGEM OU SEM CUSTO'
008920         TO LTO-ROTULO.
008930     MOVE WS-QTD-CLI-ABAIXO TO LTO-QTD.
008940     WRITE REG-RELATORIO FROM LINHA-TOTAL.
008950     MOVE 'MATERIAIS ABAIXO DA MARGEM OU SEM CUSTO'
008960         TO LTO-ROTULO.
008970     MOVE WS-QTD-MAT-ABAIXO TO LTO-QTD.
008980     WRITE REG-RELATORIO FROM LINHA-TOTAL.
008990     ADD 7 TO WS-LINHA-ATUAL.
009000 
009010     IF WS-QTD-CLI-ABAIXO > ZEROS
009020        OR WS-QTD-MAT-ABAIXO > ZEROS
009030         MOVE 4 TO RETURN-CODE
009040     END-IF.
009050     DISPLAY 'RELATORIO DE MARGEM GRAVADO EM MARGRPT. '
009060         'LINHAS: ' WS-QTD-LINHAS ' - CLIENTES ABAIXO DA '
009070         'MARGEM: ' WS-QTD-CLI-ABAIXO.
009080 4500-EXIT.
009090     EXIT.
009100******************************************************
009110* 5000-LOCALIZAR-PRECO
009120* LOCALIZA NO PRECMST O REGISTRO DO MATERIAL DA LINHA
009130* VIGENTE NA DATA DA LINHA (ULTIMA VIGENCIA NAO
009140* POSTERIOR A ELA) E GUARDA RENDIMENTO, PERDA, UNIDADE
009150* DE COMPRA E FORNECEDOR HABITUAL.
009160******************************************************
009170 5000-LOCALIZAR-PRECO.
009180     MOVE 'N' TO WS-PRECO-ACHADO.
009190     IF NOT PRECMST-OK
009200         GO TO 5000-EXIT
009210     END-IF.
009220 
009230     MOVE 'N' TO WS-FIM-BUSCA.
009240     MOVE LA-MATERIAL TO PRE-MATERIAL.
009250     MOVE ZEROS       TO PRE-DATA-VIGENCIA.
009260     START ARQ-PRECOS KEY NOT < PRE-CHAVE
009270         INVALID KEY
009280             SET FIM-BUSCA TO TRUE
009290     END-START.
009300     PERFORM 5050-LER-PRECO THRU 5050-EXIT
009310         UNTIL FIM-BUSCA.
009320 5000-EXIT.
009330     EXIT.
009340******************************************************
009350* 5050-LER-PRECO
009360* LE O PROXIMO REGISTRO DE PRECO E, ENQUANTO FOR DO
009370* MATERIAL DA LINHA E DE VIGENCIA NAO POSTERIOR A DATA
009380* DA LINHA, GUARDA OS SEUS DADOS - O ULTIMO GUARDADO E
009390* O VIGENTE.
009400******************************************************
009410 5050-LER-PRECO.
009420     READ ARQ-PRECOS NEXT RECORD
009430         AT END
009440             SET FIM-BUSCA TO TRUE
009450             GO TO 5050-EXIT
009460     END-READ.
009470     IF PRE-MATERIAL NOT = LA-MATERIAL
009480        OR PRE-DATA-VIGENCIA > WRK-DATA-LINHA-N
009490         SET FIM-BUSCA TO TRUE
009500         GO TO 5050-EXIT
009510     END-IF.
009520     MOVE PRE-RENDIMENTO     TO WRK-RENDIMENTO.
009530     MOVE PRE-PCT-PERDA      TO WRK-PCT-PERDA.
009540     MOVE PRE-UNID-COMPRA    TO WRK-UNID-PRECO.
009550     MOVE PRE-COD-FORNECEDOR TO WRK-FORN-HABITUAL.
009560     SET PRECO-ACHADO TO TRUE.
009570 5050-EXIT.
009580     EXIT.
009590******************************************************
009600* 5100-LOCALIZAR-CUSTO
009610* LOCALIZA NO CUSMST O CUSTO DO MATERIAL NO FORNECEDOR
009620* HABITUAL VIGENTE NA DATA DA LINHA, NA MESMA UNIDADE
009630* DE COMPRA DO PRECMST.
009640******************************************************
009650 5100-LOCALIZAR-CUSTO.
009660     MOVE 'N' TO WS-CUSTO-ACHADO.
009670     IF NOT CUSMST-OK
009680        OR WRK-FORN-HABITUAL = ZEROS
009690         GO TO 5100-EXIT
009700     END-IF.
009710 
009720     MOVE 'N' TO WS-FIM-BUSCA.
009730     MOVE LA-MATERIAL       TO CUS-MATERIAL.
009740     MOVE WRK-FORN-HABITUAL TO CUS-FORNECEDOR.
009750     MOVE ZEROS             TO CUS-DATA-VIGENCIA.
009760     START ARQ-CUSTOS KEY NOT < CUS-CHAVE
009770         INVALID KEY
009780             SET FIM-BUSCA TO TRUE
009790     END-START.
009800     PERFORM 5150-LER-CUSTO THRU 5150-EXIT
009810         UNTIL FIM-BUSCA.
009820 5100-EXIT.
009830     EXIT.
009840******************************************************
009850* 5150-LER-CUSTO
009860* LE O PROXIMO REGISTRO DE CUSTO E, ENQUANTO FOR DO
009870* MATERIAL E FORNECEDOR HABITUAL E DE VIGENCIA NAO
009880* POSTERIOR A DATA DA LINHA, GUARDA O CUSTO QUANDO A
009890* UNIDADE DE COMPRA CONFERE.
009900******************************************************
009910 5150-LER-CUSTO.
009920     READ ARQ-CUSTOS NEXT RECORD
009930         AT END
009940             SET FIM-BUSCA TO TRUE
009950             GO TO 5150-EXIT
009960     END-READ.
009970     IF CUS-MATERIAL NOT = LA-MATERIAL
009980        OR CUS-FORNECEDOR NOT = WRK-FORN-HABITUAL
009990        OR CUS-DATA-VIGENCIA > WRK-DATA-LINHA-N
010000         SET FIM-BUSCA TO TRUE
010010         GO TO 5150-EXIT
010020     END-IF.
010030     IF CUS-UNID-COMPRA = WRK-UNID-PRECO
010040         MOVE CUS-CUSTO-UNIT TO WRK-CUSTO-UNIT
010050         SET CUSTO-ACHADO TO TRUE
010060     END-IF.
010070 5150-EXIT.
010080     EXIT.
010090******************************************************
010100* 5200-CUSTO-OUTRO-FORN
010110* SEM CUSTO DO FORNECEDOR HABITUAL, USA O CUSTO DE
010120* VIGENCIA MAIS RECENTE (NAO POSTERIOR A DATA DA LINHA)
010130* DE QUALQUER FORNECEDOR DO MATERIAL, NA MESMA UNIDADE
010140* DE COMPRA DO PRECMST.
010150******************************************************
010160 5200-CUSTO-OUTRO-FORN.
010170     IF NOT CUSMST-OK
010180         GO TO 5200-EXIT
010190     END-IF.
010200 
010210     MOVE ZEROS TO WRK-VIGENCIA-CUSTO.
010220     MOVE 'N' TO WS-FIM-BUSCA.
010230     MOVE LA-MATERIAL TO CUS-MATERIAL.
010240     MOVE ZEROS       TO CUS-FORNECEDOR.
010250     MOVE ZEROS       TO CUS-DATA-VIGENCIA.
010260     START ARQ-CUSTOS KEY NOT < CUS-CHAVE
010270         INVALID KEY
010280             SET FIM-BUSCA TO TRUE
010290     END-START.
010300     PERFORM 5250-LER-CUSTO-MATERIAL THRU 5250-EXIT
010310         UNTIL FIM-BUSCA.
010320 5200-EXIT.
010330     EXIT.
010340******************************************************
010350* 5250-LER-CUSTO-MATERIAL
010360* LE O PROXIMO REGISTRO DE CUSTO E, ENQUANTO FOR DO
010370* MATERIAL DA LINHA, GUARDA O DE VIGENCIA MAIS RECENTE
010380* NAO POSTERIOR A DATA DA LINHA NA UNIDADE DO PRECMST.
010390******************************************************
010400 5250-LER-CUSTO-MATERIAL.
010410     READ ARQ-CUSTOS NEXT RECORD
010420         AT END
010430             SET FIM-BUSCA TO TRUE
010440             GO TO 5250-EXIT
010450     END-READ.
010460     IF CUS-MATERIAL NOT = LA-MATERIAL
010470         SET FIM-BUSCA TO TRUE
010480         GO TO 5250-EXIT
010490     END-IF.
010500     IF CUS-DATA-VIGENCIA NOT > WRK-DATA-LINHA-N
010510        AND CUS-DATA-VIGENCIA NOT < WRK-VIGENCIA-CUSTO
010520        AND CUS-UNID-COMPRA = WRK-UNID-PRECO
010530         MOVE CUS-CUSTO-UNIT    TO WRK-CUSTO-UNIT
010540         MOVE CUS-DATA-VIGENCIA TO WRK-VIGENCIA-CUSTO
010550         SET CUSTO-ACHADO TO TRUE
010560     END-IF.
010570 5250-EXIT.
010580     EXIT.
010590******************************************************
010600* 5300-OBTER-DESCONTO
010610* DEFINE O DESCONTO DO CLIENTE DA LINHA: O PERCENTUAL
010620* PROPRIO DO CLIMST QUANDO MAIOR QUE ZERO, SENAO O
010630* DESCONTO GERAL DO ORCPARM. O CLIENTE SO E RELIDO
010640* QUANDO MUDA DE UMA LINHA PARA A OUTRA.
010650******************************************************
010660 5300-OBTER-DESCONTO.
010670     IF TEM-CLIENTE-DESC
010680        AND WRK-CLIENTE-LINHA = WRK-CLIENTE-DESCONTO
010690         GO TO 5300-EXIT
010700     END-IF.
010710 
010720     MOVE WRK-CLIENTE-LINHA      TO WRK-CLIENTE-DESCONTO.
010730     MOVE WRK-PCT-DESCONTO-GERAL TO WRK-PCT-DESCONTO.
010740     SET TEM-CLIENTE-DESC TO TRUE.
010750     IF WRK-CLIENTE-LINHA = ZEROS
010760        OR NOT CLIMST-OK
010770         GO TO 5300-EXIT
010780     END-IF.
010790 
010800     MOVE WRK-CLIENTE-LINHA TO CLI-CODIGO.
010810     READ ARQ-CLIENTES
010820         INVALID KEY
010830             GO TO 5300-EXIT
010840     END-READ.
010850     IF CLI-PCT-DESCONTO IS NUMERIC
010860        AND CLI-PCT-DESCONTO > ZEROS
010870         MOVE CLI-PCT-DESCONTO TO WRK-PCT-DESCONTO
010880     END-IF.
010890 5300-EXIT.
010900     EXIT.
010910******************************************************
010920* 9000-FINALIZAR
010930* FECHA OS ARQUIVOS ABERTOS ANTES DE TERMINAR.
010940******************************************************
010950 9000-FINALIZAR.
010960     CLOSE ARQ-RELATORIO.
010970     IF PRECMST-OK
010980         CLOSE ARQ-PRECOS
010990     END-IF.
011000     IF CUSMST-OK
011010         CLOSE ARQ-CUSTOS
011020     END-IF.
011030     IF CLIMST-OK
011040         CLOSE ARQ-CLIENTES
011050     END-IF.
011060 9000-EXIT.
011070     EXIT.
