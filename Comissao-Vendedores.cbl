000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "COMISSAO VENDEDORES".
000030 AUTHOR. LUIS FERNANDO LAZANHA.
000040 INSTALLATION. SETOR DE TOPOGRAFIA E ORCAMENTOS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: APURAR A COMISSAO DOS VENDEDORES DO MES
000100* INFORMADO (MMAAAA) SOBRE O VALOR EFETIVAMENTE
000110* RECEBIDO DOS TITULOS (TITMST) DOS SEUS CLIENTES:
000120*  - CADA PAGAMENTO GRAVADO PELA BAIXA DE TITULOS NO
000130*    ARQUIVO DE PAGAMENTOS (PAGMOV) CUJA DATA DE
000140*    PAGAMENTO CAI NO MES ENTRA PELO SEU VALOR, DE
000150*    MODO QUE O PAGAMENTO PARCIAL CONTA NO MES EM QUE
000160*    FOI RECEBIDO;
000170*  - TITULO COM ULTIMO PAGAMENTO (TIT-DATA-PAGAMENTO)
000180*    NO MES E SEM NENHUMA LINHA DO MES NO PAGMOV (BAIXA
000190*    ANTERIOR AO ARQUIVO DE PAGAMENTOS) ENTRA PELO VALOR
000200*    PAGO ACUMULADO (TIT-VALOR-PAGO), MARCADO NO
000210*    EXTRATO COMO ACUMULADO PARA CONFERENCIA.
000220* O VENDEDOR DE CADA RECEBIMENTO E O DONO DO CLIENTE NO
000230* CLIMST (CLI-COD-VENDEDOR) E O PERCENTUAL E O DO
000240* VENMST. O RELATORIO (COMISRPT) TRAZ UM EXTRATO POR
000250* VENDEDOR, EM PAGINA PROPRIA, COM CLIENTE, TITULO,
000260* DATA, VALOR RECEBIDO E COMISSAO DE CADA PAGAMENTO,
000270* OS TOTAIS DO VENDEDOR E AS PROPOSTAS (PROPMST) DOS
000280* SEUS CLIENTES EMITIDAS NO MES, COM A CONVERSAO POR
000290* VALOR (EMITIDAS X ACEITAS, COMO NO RELATORIO DE
000300* PROPOSTAS). O RESUMO PARA A FOLHA DE PAGAMENTO
000310* (COMISFOL) TRAZ UMA LINHA POR VENDEDOR CADASTRADO COM
000320* RECEBIMENTO NO MES. RECEBIMENTO DE CLIENTE SEM
000330* VENDEDOR, OU COM VENDEDOR FORA DO VENMST, SAI NO
000340* EXTRATO SEM COMISSAO E NAO VAI PARA A FOLHA.
000350* CODIGO DE RETORNO: 0 = NORMAL, 4 = HA RECEBIMENTO SEM
000360* VENDEDOR COMISSIONAVEL OU TOMADO PELO ACUMULADO DO
000370* TITMST, 8 = CADASTRO DE CLIENTES OU DE VENDEDORES
000380* INDISPONIVEL OU ERRO NA ABERTURA DAS SAIDAS.
000390*
000400* HISTORICO DE ALTERACOES
000410* DATA       AUTOR   DESCRICAO
000420* 15/10/2026 LFL     VERSAO ORIGINAL - COMISSAO MENSAL
000430*                    DOS VENDEDORES SOBRE OS TITULOS
000440*                    RECEBIDOS, COM EXTRATO POR VENDEDOR,
000450*                    CONVERSAO DAS PROPOSTAS E RESUMO
000460*                    PARA A FOLHA.
000470******************************************************
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SPECIAL-NAMES.
000510     DECIMAL-POINT IS COMMA.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT ARQ-PAGAMENTOS ASSIGN TO "PAGMOV"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-PAGAMENTOS.
000570 
000580     SELECT ARQ-TITULOS ASSIGN TO "TITMST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS TIT-CHAVE
000620         FILE STATUS IS WS-FS-TITULOS.
000630 
000640     SELECT ARQ-PROPOSTAS ASSIGN TO "PROPMST"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS PRO-NUMERO
000680         FILE STATUS IS WS-FS-PROPOSTAS.
000690 
000700     SELECT ARQ-CLIENTES ASSIGN TO "CLIMST"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS CLI-CODIGO
000740         FILE STATUS IS WS-FS-CLIENTES.
000750 
000760     SELECT ARQ-VENDEDORES ASSIGN TO "VENMST"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS VEN-CODIGO
000800         FILE STATUS IS WS-FS-VENDEDORES.
000810 
000820     SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTWK".
000830 
000840     SELECT ARQ-RELATORIO ASSIGN TO "COMISRPT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-FS-RELATORIO.
000870 
000880     SELECT ARQ-FOLHA ASSIGN TO "COMISFOL"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-FS-FOLHA.
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  ARQ-PAGAMENTOS
000940     RECORDING MODE IS F.
000950 01  REG-PAGAMENTO            PIC X(80).
000960 
000970 FD  ARQ-TITULOS.
000980     COPY TITMST.
000990 
001000 FD  ARQ-PROPOSTAS.
001010     COPY PROPMST.
001020 
001030 FD  ARQ-CLIENTES.
001040     COPY CLIMST.
001050 
001060 FD  ARQ-VENDEDORES.
001070     COPY VENMST.
001080 
001090 SD  ARQ-CLASSIFICACAO.
001100 01  REG-CLASSIFICACAO.
001110     05 SRT-VENDEDOR          PIC 9(05).
001120     05 SRT-SECAO             PIC X(01).
001130     05 SRT-CLIENTE           PIC 9(05).
001140     05 SRT-DOCUMENTO         PIC 9(06).
001150     05 SRT-TIPO              PIC X(01).
001160     05 SRT-DATA              PIC 9(08).
001170     05 SRT-VALOR             PIC 9(12)V99.
001180     05 SRT-SITUACAO          PIC X(01).
001190     05 SRT-NOME-CLIENTE      PIC X(20).
001200 
001210 FD  ARQ-RELATORIO
001220     RECORDING MODE IS F.
001230 01  REG-RELATORIO           PIC X(100).
001240 
001250 FD  ARQ-FOLHA
001260     RECORDING MODE IS F.
001270 01  REG-FOLHA.
001280     05 FOL-MES-REFERENCIA    PIC 9(06).
001290     05 FOL-COD-VENDEDOR      PIC 9(05).
001300     05 FOL-NOME-VENDEDOR     PIC X(30).
001310     05 FOL-QTD-PAGAMENTOS    PIC 9(05).
001320     05 FOL-VALOR-RECEBIDO    PIC 9(12)V99.
001330     05 FOL-PCT-COMISSAO      PIC 9(02)V99.
001340     05 FOL-VALOR-COMISSAO    PIC 9(12)V99.
001350     05 FOL-DATA-GERACAO      PIC 9(08).
001360 WORKING-STORAGE SECTION.
001370******************************************************
001380* AREA DE CHAVES (SWITCHES) E CONTADORES - NIVEL 77
001390******************************************************
001400 77  WS-FS-PAGAMENTOS        PIC X(02)    VALUE SPACES.
001410 77  WS-FS-TITULOS           PIC X(02)    VALUE SPACES.
001420 77  WS-FS-PROPOSTAS         PIC X(02)    VALUE SPACES.
001430 77  WS-FS-CLIENTES          PIC X(02)    VALUE SPACES.
001440 77  WS-FS-VENDEDORES        PIC X(02)    VALUE SPACES.
001450 77  WS-FS-RELATORIO         PIC X(02)    VALUE SPACES.
001460 77  WS-FS-FOLHA             PIC X(02)    VALUE SPACES.
001470 77  WS-FIM-ARQUIVO          PIC X(01)    VALUE 'N'.
001480     88 FIM-ARQUIVO                      VALUE 'S'.
001490 77  WS-FIM-CLASSIFICACAO    PIC X(01)    VALUE 'N'.
001500     88 FIM-CLASSIFICACAO                VALUE 'S'.
001510 77  WS-ERRO-FOLHA           PIC X(01)    VALUE 'N'.
001520     88 ERRO-FOLHA                       VALUE 'S'.
001530 77  WS-MES-VALIDO           PIC X(01)    VALUE 'N'.
001540     88 MES-VALIDO                       VALUE 'S'.
001550 77  WS-TITMST-OK            PIC X(01)    VALUE 'N'.
001560     88 TITMST-OK                        VALUE 'S'.
001570 77  WS-PROPMST-OK           PIC X(01)    VALUE 'N'.
001580     88 PROPMST-OK                       VALUE 'S'.
001590 77  WS-PRIMEIRO-REGISTRO    PIC X(01)    VALUE 'S'.
001600     88 PRIMEIRO-REGISTRO                VALUE 'S'.
001610 77  WS-EM-VENDEDOR          PIC X(01)    VALUE 'N'.
001620     88 EM-VENDEDOR                      VALUE 'S'.
001630 77  WS-RECEB-TOTALIZADO     PIC X(01)    VALUE 'N'.
001640     88 RECEB-TOTALIZADO                 VALUE 'S'.
001650 77  WS-SECAO-ATUAL          PIC X(01)    VALUE SPACES.
001660     88 SECAO-RECEBIMENTOS               VALUE '1'.
001670     88 SECAO-PROPOSTAS                  VALUE '2'.
001680 77  WS-QTD-PAGAMENTOS       PIC 9(07)    VALUE ZEROS.
001690 77  WS-QTD-ACUMULADOS       PIC 9(07)    VALUE ZEROS.
001700 77  WS-QTD-SEM-COMISSAO     PIC 9(07)    VALUE ZEROS.
001710 77  WS-QTD-PROPOSTAS        PIC 9(07)    VALUE ZEROS.
001720 77  WS-QTD-VENDEDORES       PIC 9(05)    VALUE ZEROS.
001730 77  WS-QTD-FOLHA            PIC 9(05)    VALUE ZEROS.
001740******************************************************
001750* AREA DO MES DE REFERENCIA
001760******************************************************
001770 77  WRK-MES-RAW             PIC X(06)    VALUE SPACES.
001780 01  WRK-MES-REFERENCIA.
001790     05 WRK-REF-MM           PIC 9(02).
001800     05 WRK-REF-AAAA         PIC 9(04).
001810 01  WRK-REF-AAAAMM.
001820     05 WRK-REF-ANO          PIC 9(04).
001830     05 WRK-REF-MES          PIC 9(02).
001840******************************************************
001850* LINHA DO ARQUIVO DE PAGAMENTOS (LAYOUT COMPARTILHADO
001860* COM A BAIXA DE TITULOS)
001870******************************************************
001880     COPY LINPAG.
001890******************************************************
001900* AREA DO CLIENTE CORRENTE (DONO DO RECEBIMENTO OU DA
001910* PROPOSTA), RELIDO SO QUANDO MUDA
001920******************************************************
001930 77  WS-TEM-CLIENTE          PIC X(01)    VALUE 'N'.
001940     88 TEM-CLIENTE                      VALUE 'S'.
001950 77  WRK-CLIENTE-LIDO        PIC 9(05)    VALUE ZEROS.
001960 77  WRK-CLIENTE-PROCURADO   PIC 9(05)    VALUE ZEROS.
001970 77  WRK-VENDEDOR-CLIENTE    PIC 9(05)    VALUE ZEROS.
001980 77  WRK-NOME-CLIENTE        PIC X(20)    VALUE SPACES.
001990******************************************************
002000* AREA DO VENDEDOR CORRENTE DO EXTRATO
002010******************************************************
002020 77  WRK-VENDEDOR-ANTERIOR   PIC 9(05)    VALUE ZEROS.
002030 77  WRK-NOME-VENDEDOR       PIC X(30)    VALUE SPACES.
002040 77  WRK-PCT-VENDEDOR        PIC 9(02)V99 VALUE ZEROS.
002050 77  WS-SITUACAO-VENDEDOR    PIC X(01)    VALUE SPACES.
002060     88 VENDEDOR-REL-ATIVO               VALUE 'A'.
002070     88 VENDEDOR-REL-INATIVO             VALUE 'I'.
002080     88 VENDEDOR-REL-SEM-CADASTRO        VALUE 'N'.
002090     88 VENDEDOR-REL-NENHUM              VALUE 'Z'.
002100     88 VENDEDOR-COMISSIONAVEL           VALUE 'A' 'I'.
002110 77  WRK-TITULO-COM-MOV      PIC X(11)    VALUE SPACES.
002120 01  WRK-TITULO-CORRENTE.
002130     05 WRK-TIT-CLIENTE      PIC 9(05).
002140     05 WRK-TIT-SEQUENCIA    PIC 9(06).
002150 77  WRK-COMISSAO-LINHA      PIC 9(12)V99 VALUE ZEROS.
002160******************************************************
002170* ACUMULADORES DO VENDEDOR E GERAIS
002180******************************************************
002190 01  WRK-ACUM-VENDEDOR.
002200     05 ACV-QTD-PAGAMENTOS   PIC 9(05).
002210     05 ACV-RECEBIDO         PIC 9(12)V99.
002220     05 ACV-COMISSAO         PIC 9(12)V99.
002230     05 ACV-QTD-EMITIDAS     PIC 9(05).
002240     05 ACV-VAL-EMITIDAS     PIC 9(12)V99.
002250     05 ACV-QTD-ACEITAS      PIC 9(05).
002260     05 ACV-VAL-ACEITAS      PIC 9(12)V99.
002270 77  WRK-PCT-CONVERSAO       PIC 9(03)V99 VALUE ZEROS.
002280 01  WRK-ACUM-GERAL.
002290     05 ACG-RECEBIDO         PIC 9(12)V99 VALUE ZEROS.
002300     05 ACG-COMISSAO         PIC 9(12)V99 VALUE ZEROS.
002310     05 ACG-SEM-COMISSAO     PIC 9(12)V99 VALUE ZEROS.
002320******************************************************
002330* AREA DE CONTROLE DO RELATORIO IMPRESSO
002340******************************************************
002350 77  WS-PAGINA-ATUAL         PIC 9(04)    VALUE ZEROS.
002360 77  WS-LINHA-ATUAL          PIC 9(02)    VALUE ZEROS.
002370 77  WS-MAX-LINHAS-PAGINA    PIC 9(02)    VALUE 40.
002380 77  WS-LINHAS-NECESSARIAS   PIC 9(02)    VALUE ZEROS.
002390 01  WRK-DATA-EXECUCAO.
002400     05 WRK-DATA-AAAA        PIC 9(04).
002410     05 WRK-DATA-MM          PIC 9(02).
002420     05 WRK-DATA-DD          PIC 9(02).
002430 01  WRK-DATA-EXECUCAO-N REDEFINES WRK-DATA-EXECUCAO
002440                             PIC 9(08).
002450 01  WRK-DATA-EXECUCAO-ED.
002460     05 WRK-DATA-ED-DD       PIC 9(02).
002470     05 FILLER               PIC X(01)    VALUE '/'.
002480     05 WRK-DATA-ED-MM       PIC 9(02).
002490     05 FILLER               PIC X(01)    VALUE '/'.
002500     05 WRK-DATA-ED-AAAA     PIC 9(04).
002510 01  WRK-DATA-DOCUMENTO.
002520     05 WRK-DOC-AAAA         PIC 9(04).
002530     05 WRK-DOC-MM           PIC 9(02).
002540     05 WRK-DOC-DD           PIC 9(02).
002550 01  WRK-DATA-DOCUMENTO-ED.
002560     05 WRK-DOC-ED-DD        PIC 9(02).
002570     05 FILLER               PIC X(01)    VALUE '/'.
002580     05 WRK-DOC-ED-MM        PIC 9(02).
002590     05 FILLER               PIC X(01)    VALUE '/'.
002600     05 WRK-DOC-ED-AAAA      PIC 9(04).
002610******************************************************
002620* LINHAS DO RELATORIO
002630******************************************************
002640 01  LINHA-BRANCO            PIC X(01)    VALUE SPACES.
002650 01  LINHA-CABECALHO-1.
002660     05 FILLER               PIC X(20)    VALUE SPACES.
002670     05 FILLER               PIC X(41)
002680        VALUE 'EXTRATO DE COMISSAO DOS VENDEDORES - MES '.
002690     05 LC1-MES              PIC 9(02).
002700     05 FILLER               PIC X(01)    VALUE '/'.
002710     05 LC1-ANO              PIC 9(04).
002720 01  LINHA-CABECALHO-2.
002730     05 FILLER               PIC X(06)    VALUE 'DATA: '.
002740     05 LC2-DATA             PIC X(10).
002750     05 FILLER               PIC X(54)    VALUE SPACES.
002760     05 FILLER               PIC X(08)    VALUE 'PAGINA: '.
002770     05 LC2-PAGINA           PIC ZZZ9.
002780 01  LINHA-VENDEDOR.
002790     05 FILLER               PIC X(09)    VALUE 'VENDEDOR '.
002800     05 LVE-CODIGO           PIC 9(05).
002810     05 FILLER               PIC X(03)    VALUE ' - '.
002820     05 LVE-NOME             PIC X(30).
002830     05 FILLER               PIC X(12)
002840        VALUE '  COMISSAO: '.
002850     05 LVE-PCT              PIC Z9,99.
002860     05 FILLER               PIC X(01)    VALUE '%'.
002870     05 FILLER               PIC X(02)    VALUE SPACES.
002880     05 LVE-SITUACAO         PIC X(30).
002890 01  LINHA-SECAO.
002900     05 FILLER               PIC X(03)    VALUE SPACES.
002910     05 LSE-TITULO           PIC X(60).
002920 01  LINHA-COLUNAS-RECEB.
002930     05 FILLER               PIC X(11)    VALUE '   CLIENTE'.
002940     05 FILLER               PIC X(21)    VALUE 'NOME'.
002950     05 FILLER               PIC X(08)    VALUE 'TITULO'.
002960     05 FILLER               PIC X(11)    VALUE 'DATA PAGTO'.
002970     05 FILLER               PIC X(17)
002980        VALUE '   VALOR RECEBIDO'.
002990     05 FILLER               PIC X(14)
003000        VALUE '      COMISSAO'.
003010     05 FILLER               PIC X(12)
003020        VALUE '  OBSERVACAO'.
003030 01  LINHA-DETALHE-RECEB.
003040     05 FILLER               PIC X(03)    VALUE SPACES.
003050     05 LDR-CLIENTE          PIC 9(05).
003060     05 FILLER               PIC X(03)    VALUE SPACES.
003070     05 LDR-NOME             PIC X(20).
003080     05 FILLER               PIC X(01)    VALUE SPACES.
003090     05 LDR-TITULO           PIC 9(06).
003100     05 FILLER               PIC X(02)    VALUE SPACES.
003110     05 LDR-DATA             PIC X(10).
003120     05 FILLER               PIC X(01)    VALUE SPACES.
003130     05 LDR-RECEBIDO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003140     05 FILLER               PIC X(01)    VALUE SPACES.
003150     05 LDR-COMISSAO         PIC ZZ.ZZZ.ZZ9,99.
003160     05 FILLER               PIC X(02)    VALUE SPACES.
003170     05 LDR-OBSERVACAO       PIC X(10).
003180 01  LINHA-COLUNAS-PROP.
003190     05 FILLER               PIC X(11)    VALUE '   PROPOSTA'.
003200     05 FILLER               PIC X(28)    VALUE 'CLIENTE'.
003210     05 FILLER               PIC X(11)    VALUE 'EMISSAO'.
003220     05 FILLER               PIC X(17)
003230        VALUE '            VALOR'.
003240     05 FILLER               PIC X(12)
003250        VALUE '  SITUACAO'.
003260 01  LINHA-DETALHE-PROP.
003270     05 FILLER               PIC X(03)    VALUE SPACES.
003280     05 LDP-NUMERO           PIC 9(06).
003290     05 FILLER               PIC X(02)    VALUE SPACES.
003300     05 LDP-CLIENTE          PIC 9(05).
003310     05 FILLER               PIC X(01)    VALUE SPACES.
003320     05 LDP-NOME             PIC X(20).
003330     05 FILLER               PIC X(02)    VALUE SPACES.
003340     05 LDP-EMISSAO          PIC X(10).
003350     05 FILLER               PIC X(01)    VALUE SPACES.
003360     05 LDP-VALOR            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003370     05 FILLER               PIC X(02)    VALUE SPACES.
003380     05 LDP-SITUACAO         PIC X(10).
003390 01  LINHA-TOTAL-VALOR.
003400     05 FILLER               PIC X(03)    VALUE SPACES.
003410     05 LTV-ROTULO           PIC X(30).
003420     05 LTV-QTD              PIC ZZZ.ZZ9.
003430     05 FILLER               PIC X(11)    VALUE SPACES.
003440     05 LTV-VALOR            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003450 01  LINHA-COMISSAO.
003460     05 FILLER               PIC X(03)    VALUE SPACES.
003470     05 FILLER               PIC X(18)
003480        VALUE 'COMISSAO A PAGAR ('.
003490     05 LCO-PCT              PIC Z9,99.
003500     05 FILLER               PIC X(02)    VALUE '%)'.
003510     05 FILLER               PIC X(23)    VALUE SPACES.
003520     05 LCO-VALOR            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003530 01  LINHA-CONVERSAO.
003540     05 FILLER               PIC X(03)    VALUE SPACES.
003550     05 FILLER               PIC X(30)
003560        VALUE 'CONVERSAO POR VALOR'.
003570     05 LCV-PCT              PIC ZZ9,99.
003580     05 FILLER               PIC X(01)    VALUE '%'.
003590 01  LINHA-MENSAGEM.
003600     05 FILLER               PIC X(03)    VALUE SPACES.
003610     05 LME-TEXTO            PIC X(80).
003620 01  LINHA-RESUMO-TITULO.
003630     05 FILLER               PIC X(14)
003640        VALUE 'RESUMO DO MES'.
003650 01  LINHA-TOTAL.
003660     05 LTO-ROTULO           PIC X(44).
003670     05 LTO-QTD              PIC Z(06)9.
003680 01  LINHA-TOTAL-GERAL.
003690     05 LTG-ROTULO           PIC X(44).
003700     05 LTG-VALOR            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003710 PROCEDURE DIVISION.
003720******************************************************
003730* 0000-MAINLINE
003740* ROTINA PRINCIPAL DO PROGRAMA
003750******************************************************
003760 0000-MAINLINE.
003770     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003780 
003790     SORT ARQ-CLASSIFICACAO
003800         ON ASCENDING KEY SRT-VENDEDOR
003810         ON ASCENDING KEY SRT-SECAO
003820         ON ASCENDING KEY SRT-CLIENTE
003830         ON ASCENDING KEY SRT-DOCUMENTO
003840         ON ASCENDING KEY SRT-TIPO
003850         ON ASCENDING KEY SRT-DATA
003860         INPUT PROCEDURE IS 2000-SELECIONAR-MOVIMENTOS
003870             THRU 2000-EXIT
003880         OUTPUT PROCEDURE IS 3000-IMPRIMIR-COMISSAO
003890             THRU 3000-EXIT.
003900 
003910     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
003920 
003930     STOP RUN.
003940******************************************************
003950* 1000-INICIALIZAR
003960* OBTEM A DATA DO DIA, SOLICITA O MES DE REFERENCIA E
003970* ABRE OS CADASTROS E AS SAIDAS. SEM O CLIMST NAO HA
003980* COMO SABER O VENDEDOR DE CADA CLIENTE, E SEM O VENMST
003990* NAO HA PERCENTUAL DE COMISSAO: OS DOIS SAO
004000* OBRIGATORIOS. SEM O TITMST O CALCULO FICA SO COM O
004010* PAGMOV, E SEM O PROPMST O EXTRATO SAI SEM PROPOSTAS.
004020******************************************************
004030 1000-INICIALIZAR.
004040     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
004050     MOVE WRK-DATA-DD   TO WRK-DATA-ED-DD.
004060     MOVE WRK-DATA-MM   TO WRK-DATA-ED-MM.
004070     MOVE WRK-DATA-AAAA TO WRK-DATA-ED-AAAA.
004080 
004090     PERFORM 1100-OBTER-MES THRU 1100-EXIT
004100         UNTIL MES-VALIDO.
004110     MOVE WRK-REF-AAAA TO WRK-REF-ANO.
004120     MOVE WRK-REF-MM   TO WRK-REF-MES.
004130 
004140     OPEN INPUT ARQ-CLIENTES.
004150     IF WS-FS-CLIENTES NOT = '00'
004160         DISPLAY 'ERRO FATAL: CADASTRO DE CLIENTES (CLIMST) '
004170             'INDISPONIVEL - SEM ELE NAO HA VENDEDOR DOS '
004180             'CLIENTES. STATUS: ' WS-FS-CLIENTES
004190         MOVE 8 TO RETURN-CODE
004200         STOP RUN
004210     END-IF.
004220     OPEN INPUT ARQ-VENDEDORES.
004230     IF WS-FS-VENDEDORES NOT = '00'
004240         DISPLAY 'ERRO FATAL: CADASTRO DE VENDEDORES '
004250             '(VENMST) INDISPONIVEL. STATUS: '
004260             WS-FS-VENDEDORES
004270         MOVE 8 TO RETURN-CODE
004280         STOP RUN
004290     END-IF.
004300     OPEN INPUT ARQ-TITULOS.
004310     IF WS-FS-TITULOS = '00'
004320         SET TITMST-OK TO TRUE
004330     ELSE
004340         DISPLAY 'AVISO: CADASTRO DE TITULOS (TITMST) '
004350             'INDISPONIVEL - VALEM SO OS PAGAMENTOS DO '
004360             'PAGMOV. STATUS: ' WS-FS-TITULOS
004370     END-IF.
004380     OPEN INPUT ARQ-PROPOSTAS.
004390     IF WS-FS-PROPOSTAS = '00'
004400         SET PROPMST-OK TO TRUE
004410     ELSE
004420         DISPLAY 'AVISO: CADASTRO DE PROPOSTAS (PROPMST) '
004430             'INDISPONIVEL - EXTRATO SEM PROPOSTAS. STATUS: '
004440             WS-FS-PROPOSTAS
004450     END-IF.
004460 
004470     OPEN OUTPUT ARQ-RELATORIO.
004480     IF WS-FS-RELATORIO NOT = '00'
004490         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
004500             'EXTRATO DE COMISSAO (COMISRPT). '
004510             'STATUS: ' WS-FS-RELATORIO
004520         MOVE 8 TO RETURN-CODE
004530         STOP RUN
004540     END-IF.
004550     OPEN OUTPUT ARQ-FOLHA.
004560     IF WS-FS-FOLHA NOT = '00'
004570         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
004580             'RESUMO PARA A FOLHA (COMISFOL). '
004590             'STATUS: ' WS-FS-FOLHA
004600         MOVE 8 TO RETURN-CODE
004610         STOP RUN
004620     END-IF.
004630 1000-EXIT.
004640     EXIT.
004650******************************************************
004660* 1100-OBTER-MES
004670* SOLICITA O MES DE REFERENCIA NO FORMATO MMAAAA E
004680* VALIDA QUE SEJA NUMERICO COM MES ENTRE 01 E 12.
004690******************************************************
004700 1100-OBTER-MES.
004710     DISPLAY 'MES DE REFERENCIA (MMAAAA): '.
004720     MOVE SPACES TO WRK-MES-RAW.
004730     ACCEPT WRK-MES-RAW.
004740 
004750     IF WRK-MES-RAW IS NOT NUMERIC
004760         DISPLAY 'ERRO: INFORME O MES COMO MMAAAA.'
004770         GO TO 1100-EXIT
004780     END-IF.
004790     IF WRK-MES-RAW(1:2) < '01' OR WRK-MES-RAW(1:2) > '12'
004800         DISPLAY 'ERRO: MES DEVE ESTAR ENTRE 01 E 12.'
004810         GO TO 1100-EXIT
004820     END-IF.
004830     MOVE WRK-MES-RAW(1:2) TO WRK-REF-MM.
004840     MOVE WRK-MES-RAW(3:4) TO WRK-REF-AAAA.
004850     SET MES-VALIDO TO TRUE.
004860 1100-EXIT.
004870     EXIT.
004880******************************************************
004890* 2000-SELECIONAR-MOVIMENTOS
004900* PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: ENTREGA OS
004910* PAGAMENTOS DO MES GRAVADOS NO PAGMOV, OS TITULOS DO
004920* TITMST COM ULTIMO PAGAMENTO NO MES (PARA OS QUE NAO
004930* TEM PAGAMENTO NO PAGMOV) E AS PROPOSTAS EMITIDAS NO
004940* MES, CADA UM COM O VENDEDOR DO SEU CLIENTE.
004950******************************************************
004960 2000-SELECIONAR-MOVIMENTOS.
004970     OPEN INPUT ARQ-PAGAMENTOS.
004980     IF WS-FS-PAGAMENTOS = '00'
004990         MOVE 'N' TO WS-FIM-ARQUIVO
005000         PERFORM 2100-LER-PAGAMENTO THRU 2100-EXIT
005010         PERFORM 2150-TRATAR-PAGAMENTO THRU 2150-EXIT
005020             UNTIL FIM-ARQUIVO
005030         CLOSE ARQ-PAGAMENTOS
005040     ELSE
005050         IF WS-FS-PAGAMENTOS = '35'
005060             DISPLAY 'AVISO: ARQUIVO DE PAGAMENTOS (PAGMOV) '
005070                 'NAO ENCONTRADO - VALE O VALOR PAGO '
005080                 'ACUMULADO DOS TITULOS.'
005090         ELSE
005100             DISPLAY 'AVISO: NAO FOI POSSIVEL LER O ARQUIVO '
005110                 'DE PAGAMENTOS (PAGMOV). STATUS: '
005120                 WS-FS-PAGAMENTOS
005130         END-IF
005140     END-IF.
005150 
005160     IF TITMST-OK
005170         MOVE 'N' TO WS-FIM-ARQUIVO
005180         PERFORM 2200-LER-TITULO THRU 2200-EXIT
005190         PERFORM 2250-TRATAR-TITULO THRU 2250-EXIT
005200             UNTIL FIM-ARQUIVO
005210     END-IF.
005220 
005230     IF PROPMST-OK
005240         MOVE 'N' TO WS-FIM-ARQUIVO
005250         PERFORM 2300-LER-PROPOSTA THRU 2300-EXIT
005260         PERFORM 2350-TRATAR-PROPOSTA THRU 2350-EXIT
005270             UNTIL FIM-ARQUIVO
005280     END-IF.
005290 2000-EXIT.
005300     EXIT.
005310******************************************************
005320* 2100-LER-PAGAMENTO
005330* LE A PROXIMA LINHA DO ARQUIVO DE PAGAMENTOS E LIGA O
005340* INDICADOR DE FIM QUANDO NECESSARIO.
005350******************************************************
005360 2100-LER-PAGAMENTO.
005370     READ ARQ-PAGAMENTOS
005380         AT END
005390             SET FIM-ARQUIVO TO TRUE
005400     END-READ.
005410 2100-EXIT.
005420     EXIT.
005430******************************************************
005440* 2150-TRATAR-PAGAMENTO
005450* AVALIA A LINHA CORRENTE DO PAGMOV E LE A PROXIMA.
005460******************************************************
005470 2150-TRATAR-PAGAMENTO.
005480     MOVE REG-PAGAMENTO TO LINHA-PAGAMENTO.
005490     PERFORM 2160-AVALIAR-PAGAMENTO THRU 2160-EXIT.
005500     PERFORM 2100-LER-PAGAMENTO THRU 2100-EXIT.
005510 2150-EXIT.
005520     EXIT.
005530******************************************************
005540* 2160-AVALIAR-PAGAMENTO
005550* UM PAGAMENTO COM DATA DE PAGAMENTO NO MES E VALOR
005560* MAIOR QUE ZERO VAI PARA A CLASSIFICACAO PELO SEU
005570* PROPRIO VALOR (TIPO P). LINHA DANIFICADA E DESPREZADA.
005580******************************************************
005590 2160-AVALIAR-PAGAMENTO.
005600     IF PAG-COD-CLIENTE IS NOT NUMERIC
005610        OR PAG-SEQUENCIA IS NOT NUMERIC
005620        OR PAG-DATA-PAGAMENTO IS NOT NUMERIC
005630        OR PAG-VALOR IS NOT NUMERIC
005640         GO TO 2160-EXIT
005650     END-IF.
005660     IF PAG-DATA-PAGAMENTO(1:6) NOT = WRK-REF-AAAAMM
005670        OR PAG-VALOR = ZEROS
005680         GO TO 2160-EXIT
005690     END-IF.
005700 
005710     MOVE PAG-COD-CLIENTE TO WRK-CLIENTE-PROCURADO.
005720     PERFORM 2500-OBTER-CLIENTE THRU 2500-EXIT.
005730     MOVE WRK-VENDEDOR-CLIENTE TO SRT-VENDEDOR.
005740     MOVE '1'                  TO SRT-SECAO.
005750     MOVE PAG-COD-CLIENTE      TO SRT-CLIENTE.
005760     MOVE PAG-SEQUENCIA        TO SRT-DOCUMENTO.
005770     MOVE 'P'                  TO SRT-TIPO.
005780     MOVE PAG-DATA-PAGAMENTO   TO SRT-DATA.
005790     MOVE PAG-VALOR            TO SRT-VALOR.
005800     MOVE PAG-SITUACAO-TITULO  TO SRT-SITUACAO.
005810     MOVE WRK-NOME-CLIENTE     TO SRT-NOME-CLIENTE.
005820     RELEASE REG-CLASSIFICACAO.
005830 2160-EXIT.
005840     EXIT.
005850******************************************************
005860* 2200-LER-TITULO
005870* LE O PROXIMO TITULO DO TITMST E LIGA O INDICADOR DE
005880* FIM QUANDO NECESSARIO.
005890******************************************************
005900 2200-LER-TITULO.
005910     READ ARQ-TITULOS NEXT RECORD
005920         AT END
005930             SET FIM-ARQUIVO TO TRUE
005940     END-READ.
005950 2200-EXIT.
005960     EXIT.
005970******************************************************
005980* 2250-TRATAR-TITULO
005990* AVALIA O TITULO CORRENTE E LE O PROXIMO.
006000******************************************************
006010 2250-TRATAR-TITULO.
006020     PERFORM 2260-AVALIAR-TITULO THRU 2260-EXIT.
006030     PERFORM 2200-LER-TITULO THRU 2200-EXIT.
006040 2250-EXIT.
006050     EXIT.
006060******************************************************
006070* 2260-AVALIAR-TITULO
006080* UM TITULO COM ULTIMO PAGAMENTO NO MES VAI PARA A
006090* CLASSIFICACAO PELO VALOR PAGO ACUMULADO (TIPO T),
006100* LOGO DEPOIS DOS SEUS PAGAMENTOS DO PAGMOV. NA SAIDA
006110* ELE SO E USADO QUANDO O TITULO NAO TEM NENHUM
006120* PAGAMENTO DO MES NO PAGMOV.
006130******************************************************
006140 2260-AVALIAR-TITULO.
006150     IF TIT-DATA-PAGAMENTO IS NOT NUMERIC
006160        OR TIT-VALOR-PAGO IS NOT NUMERIC
006170         GO TO 2260-EXIT
006180     END-IF.
006190     IF TIT-DATA-PAGAMENTO(1:6) NOT = WRK-REF-AAAAMM
006200        OR TIT-VALOR-PAGO = ZEROS
006210         GO TO 2260-EXIT
006220     END-IF.
006230 
006240     MOVE TIT-COD-CLIENTE TO WRK-CLIENTE-PROCURADO.
006250     PERFORM 2500-OBTER-CLIENTE THRU 2500-EXIT.
006260     MOVE WRK-VENDEDOR-CLIENTE TO SRT-VENDEDOR.
006270     MOVE '1'                  TO SRT-SECAO.
006280     MOVE TIT-COD-CLIENTE      TO SRT-CLIENTE.
006290     MOVE TIT-SEQUENCIA        TO SRT-DOCUMENTO.
006300     MOVE 'T'                  TO SRT-TIPO.
006310     MOVE TIT-DATA-PAGAMENTO   TO SRT-DATA.
006320     MOVE TIT-VALOR-PAGO       TO SRT-VALOR.
006330     MOVE TIT-SITUACAO         TO SRT-SITUACAO.
006340     MOVE WRK-NOME-CLIENTE     TO SRT-NOME-CLIENTE.
006350     RELEASE REG-CLASSIFICACAO.
006360 2260-EXIT.
006370     EXIT.
006380******************************************************
006390* 2300-LER-PROPOSTA
006400* LE A PROXIMA PROPOSTA DO PROPMST E LIGA O INDICADOR
006410* DE FIM QUANDO NECESSARIO.
006420******************************************************
006430 2300-LER-PROPOSTA.
006440     READ ARQ-PROPOSTAS NEXT RECORD
006450         AT END
006460             SET FIM-ARQUIVO TO TRUE
006470     END-READ.
006480 2300-EXIT.
006490     EXIT.
006500******************************************************
006510* 2350-TRATAR-PROPOSTA
006520* AVALIA A PROPOSTA CORRENTE E LE A PROXIMA.
006530******************************************************
006540 2350-TRATAR-PROPOSTA.
006550     PERFORM 2360-AVALIAR-PROPOSTA THRU 2360-EXIT.
006560     PERFORM 2300-LER-PROPOSTA THRU 2300-EXIT.
006570 2350-EXIT.
006580     EXIT.
006590******************************************************
006600* 2360-AVALIAR-PROPOSTA
006610* UMA PROPOSTA EMITIDA NO MES VAI PARA A SECAO DE
006620* PROPOSTAS DO VENDEDOR DO SEU CLIENTE, COM A SITUACAO
006630* ATUAL (A CONVERSAO SEGUE O RELATORIO DE PROPOSTAS:
006640* EMITIDAS NO MES E, DELAS, AS JA ACEITAS).
006650******************************************************
006660 2360-AVALIAR-PROPOSTA.
006670     IF PRO-DATA-EMISSAO IS NOT NUMERIC
006680        OR PRO-COD-CLIENTE IS NOT NUMERIC
006690         GO TO 2360-EXIT
006700     END-IF.
006710     IF PRO-DATA-EMISSAO(1:6) NOT = WRK-REF-AAAAMM
006720         GO TO 2360-EXIT
006730     END-IF.
006740 
006750     MOVE PRO-COD-CLIENTE TO WRK-CLIENTE-PROCURADO.
006760     PERFORM 2500-OBTER-CLIENTE THRU 2500-EXIT.
006770     MOVE WRK-VENDEDOR-CLIENTE TO SRT-VENDEDOR.
006780     MOVE '2'                  TO SRT-SECAO.
006790     MOVE PRO-COD-CLIENTE      TO SRT-CLIENTE.
006800     MOVE PRO-NUMERO           TO SRT-DOCUMENTO.
006810     MOVE 'V'                  TO SRT-TIPO.
006820     MOVE PRO-DATA-EMISSAO     TO SRT-DATA.
006830     IF PRO-VALOR IS NUMERIC
006840         MOVE PRO-VALOR TO SRT-VALOR
006850     ELSE
006860         MOVE ZEROS     TO SRT-VALOR
006870     END-IF.
006880     MOVE PRO-SITUACAO         TO SRT-SITUACAO.
006890     MOVE WRK-NOME-CLIENTE     TO SRT-NOME-CLIENTE.
006900     RELEASE REG-CLASSIFICACAO.
006910 2360-EXIT.
006920     EXIT.
006930******************************************************
006940* 2500-OBTER-CLIENTE
006950* OBTEM NO CLIMST O NOME E O VENDEDOR DO CLIENTE EM
006960* WRK-CLIENTE-PROCURADO. CLIENTE NAO CADASTRADO, OU SEM
006970* CODIGO DE VENDEDOR VALIDO, FICA COM VENDEDOR ZERO. O
006980* CLIENTE SO E RELIDO QUANDO MUDA.
006990******************************************************
007000 2500-OBTER-CLIENTE.
007010     IF TEM-CLIENTE
007020        AND WRK-CLIENTE-PROCURADO = WRK-CLIENTE-LIDO
007030         GO TO 2500-EXIT
007040     END-IF.
007050 
007060     MOVE WRK-CLIENTE-PROCURADO TO WRK-CLIENTE-LIDO.
007070     SET TEM-CLIENTE TO TRUE.
007080     MOVE ZEROS TO WRK-VENDEDOR-CLIENTE.
007090     MOVE WRK-CLIENTE-PROCURADO TO CLI-CODIGO.
007100     READ ARQ-CLIENTES
007110         INVALID KEY
007120             MOVE '(NAO CADASTRADO)' TO WRK-NOME-CLIENTE
007130             GO TO 2500-EXIT
007140     END-READ.
007150     MOVE CLI-NOME TO WRK-NOME-CLIENTE.
007160     IF CLI-COD-VENDEDOR IS NUMERIC
007170         MOVE CLI-COD-VENDEDOR TO WRK-VENDEDOR-CLIENTE
007180     END-IF.
007190 2500-EXIT.
007200     EXIT.
007210******************************************************
007220* 3000-IMPRIMIR-COMISSAO
007230* PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: IMPRIME O
007240* EXTRATO DE CADA VENDEDOR, GRAVA O RESUMO DA FOLHA E
007250* FECHA COM O RESUMO DO MES.
007260******************************************************
007270 3000-IMPRIMIR-COMISSAO.
007280     MOVE 'N' TO WS-FIM-CLASSIFICACAO.
007290     MOVE ZEROS TO ACG-RECEBIDO ACG-COMISSAO
007300                   ACG-SEM-COMISSAO.
007310 
007320     PERFORM 3100-RETORNAR-REGISTRO THRU 3100-EXIT.
007330     IF FIM-CLASSIFICACAO
007340         PERFORM 4000-IMPRIMIR-CABECALHO THRU 4000-EXIT
007350         MOVE 'NENHUM RECEBIMENTO OU PROPOSTA NO MES DE '
007360             TO REG-RELATORIO
007370         MOVE 'REFERENCIA.' TO REG-RELATORIO(42:11)
007380         WRITE REG-RELATORIO
007390         DISPLAY 'NENHUM RECEBIMENTO OU PROPOSTA NO MES DE '
007400             'REFERENCIA.'
007410         GO TO 3000-EXIT
007420     END-IF.
007430 
007440     PERFORM 3200-TRATAR-REGISTRO THRU 3200-EXIT
007450         UNTIL FIM-CLASSIFICACAO.
007460     PERFORM 3400-FECHAR-VENDEDOR THRU 3400-EXIT.
007470 
007480     PERFORM 4500-IMPRIMIR-RESUMO THRU 4500-EXIT.
007490 3000-EXIT.
007500     EXIT.
007510******************************************************
007520* 3100-RETORNAR-REGISTRO
007530* RETORNA O PROXIMO REGISTRO DA CLASSIFICACAO E LIGA O
007540* INDICADOR DE FIM QUANDO NECESSARIO.
007550******************************************************
007560 3100-RETORNAR-REGISTRO.
007570     RETURN ARQ-CLASSIFICACAO
007580         AT END
007590             SET FIM-CLASSIFICACAO TO TRUE
007600     END-RETURN.
007610 3100-EXIT.
007620     EXIT.
007630******************************************************
007640* 3200-TRATAR-REGISTRO
007650* NA MUDANCA DE VENDEDOR FECHA O EXTRATO ANTERIOR E
007660* ABRE O DO NOVO. DEPOIS TRATA O REGISTRO CORRENTE COMO
007670* RECEBIMENTO (SECAO 1) OU PROPOSTA (SECAO 2).
007680******************************************************
007690 3200-TRATAR-REGISTRO.
007700     IF PRIMEIRO-REGISTRO
007710        OR SRT-VENDEDOR NOT = WRK-VENDEDOR-ANTERIOR
007720         PERFORM 3400-FECHAR-VENDEDOR THRU 3400-EXIT
007730         MOVE SRT-VENDEDOR TO WRK-VENDEDOR-ANTERIOR
007740         PERFORM 3300-ABRIR-VENDEDOR THRU 3300-EXIT
007750         MOVE 'N' TO WS-PRIMEIRO-REGISTRO
007760     END-IF.
007770 
007780     IF SRT-SECAO = '1'
007790         PERFORM 3500-TRATAR-RECEBIMENTO THRU 3500-EXIT
007800     ELSE
007810         PERFORM 3600-TRATAR-PROPOSTA THRU 3600-EXIT
007820     END-IF.
007830     PERFORM 3100-RETORNAR-REGISTRO THRU 3100-EXIT.
007840 3200-EXIT.
007850     EXIT.
007860******************************************************
007870* 3300-ABRIR-VENDEDOR
007880* ZERA OS ACUMULADORES DO VENDEDOR, OBTEM NOME,
007890* PERCENTUAL E SITUACAO NO VENMST E ABRE O SEU EXTRATO
007900* EM PAGINA PROPRIA. VENDEDOR ZERO E O GRUPO DOS
007910* CLIENTES SEM VENDEDOR; VENDEDOR FORA DO VENMST NAO
007920* TEM PERCENTUAL. OS DOIS SAEM SEM COMISSAO. VENDEDOR
007930* INATIVO RECEBE A COMISSAO DO QUE ENTROU NO MES.
007940******************************************************
007950 3300-ABRIR-VENDEDOR.
007960     MOVE ZEROS TO ACV-QTD-PAGAMENTOS ACV-RECEBIDO
007970                   ACV-COMISSAO ACV-QTD-EMITIDAS
007980                   ACV-VAL-EMITIDAS ACV-QTD-ACEITAS
007990                   ACV-VAL-ACEITAS.
008000     MOVE SPACES TO WRK-TITULO-COM-MOV.
008010     MOVE 'N' TO WS-RECEB-TOTALIZADO.
008020     SET SECAO-RECEBIMENTOS TO TRUE.
008030     MOVE ZEROS TO WRK-PCT-VENDEDOR.
008040 
008050     IF SRT-VENDEDOR = ZEROS
008060         SET VENDEDOR-REL-NENHUM TO TRUE
008070         MOVE '(CLIENTES SEM VENDEDOR)' TO WRK-NOME-VENDEDOR
008080     ELSE
008090         MOVE SRT-VENDEDOR TO VEN-CODIGO
008100         READ ARQ-VENDEDORES
008110             INVALID KEY
008120                 SET VENDEDOR-REL-SEM-CADASTRO TO TRUE
008130                 MOVE '(NAO CADASTRADO)' TO WRK-NOME-VENDEDOR
008140             NOT INVALID KEY
008150                 MOVE VEN-NOME TO WRK-NOME-VENDEDOR
008160                 IF VEN-PCT-COMISSAO IS NUMERIC
008170                     MOVE VEN-PCT-COMISSAO TO WRK-PCT-VENDEDOR
008180                 END-IF
008190                 IF VENDEDOR-INATIVO
008200                     SET VENDEDOR-REL-INATIVO TO TRUE
008210                 ELSE
008220                     SET VENDEDOR-REL-ATIVO TO TRUE
008230                 END-IF
008240         END-READ
008250     END-IF.
008260 
008270     ADD 1 TO WS-QTD-VENDEDORES.
008280     SET EM-VENDEDOR TO TRUE.
008290     PERFORM 4000-IMPRIMIR-CABECALHO THRU 4000-EXIT.
008300 3300-EXIT.
008310     EXIT.
008320******************************************************
008330* 3400-FECHAR-VENDEDOR
008340* FECHA O EXTRATO DO VENDEDOR CORRENTE (QUANDO HOUVER):
008350* TOTAIS DOS RECEBIMENTOS E DA COMISSAO, CONVERSAO DAS
008360* PROPOSTAS, LINHA DO RESUMO DA FOLHA E SOMA NOS TOTAIS
008370* GERAIS.
008380******************************************************
008390 3400-FECHAR-VENDEDOR.
008400     IF PRIMEIRO-REGISTRO
008410         GO TO 3400-EXIT
008420     END-IF.
008430 
008440     PERFORM 3450-TOTALIZAR-RECEBIMENTOS THRU 3450-EXIT.
008450     PERFORM 3650-TOTALIZAR-PROPOSTAS THRU 3650-EXIT.
008460     PERFORM 3700-GRAVAR-FOLHA THRU 3700-EXIT.
008470 
008480     ADD ACV-RECEBIDO TO ACG-RECEBIDO.
008490     ADD ACV-COMISSAO TO ACG-COMISSAO.
008500     IF NOT VENDEDOR-COMISSIONAVEL
008510         ADD ACV-RECEBIDO TO ACG-SEM-COMISSAO
008520     END-IF.
008530 3400-EXIT.
008540     EXIT.
008550******************************************************
008560* 3450-TOTALIZAR-RECEBIMENTOS
008570* IMPRIME, UMA SO VEZ POR VENDEDOR, O TOTAL RECEBIDO NO
008580* MES E A COMISSAO A PAGAR (OU O MOTIVO DE NAO HAVER
008590* COMISSAO).
008600******************************************************
008610 3450-TOTALIZAR-RECEBIMENTOS.
008620     IF RECEB-TOTALIZADO
008630         GO TO 3450-EXIT
008640     END-IF.
008650     SET RECEB-TOTALIZADO TO TRUE.
008660 
008670     IF WS-LINHA-ATUAL >= WS-MAX-LINHAS-PAGINA - 3
008680         PERFORM 4000-IMPRIMIR-CABECALHO THRU 4000-EXIT
008690     END-IF.
008700     IF ACV-QTD-PAGAMENTOS = ZEROS
008710         MOVE 'NENHUM RECEBIMENTO DOS CLIENTES NO MES.'
008720             TO LME-TEXTO
008730         WRITE REG-RELATORIO FROM LINHA-MENSAGEM
008740         ADD 1 TO WS-LINHA-ATUAL
008750         GO TO 3450-EXIT
008760     END-IF.
008770 
008780     WRITE REG-RELATORIO FROM LINHA-BRANCO.
008790     MOVE 'TOTAL RECEBIDO NO MES' TO LTV-ROTULO.
008800     MOVE ACV-QTD-PAGAMENTOS      TO LTV-QTD.
008810     MOVE ACV-RECEBIDO            TO LTV-VALOR.
008820     WRITE REG-RELATORIO FROM LINHA-TOTAL-VALOR.
008830     EVALUATE TRUE
008840         WHEN VENDEDOR-COMISSIONAVEL
008850             MOVE WRK-PCT-VENDEDOR TO LCO-PCT
008860             MOVE ACV-COMISSAO     TO LCO-VALOR
008870             WRITE REG-RELATORIO FROM LINHA-COMISSAO
008880         WHEN VENDEDOR-REL-NENHUM
008890             MOVE 'CLIENTES SEM VENDEDOR - NAO HA COMISSAO A '
008900                 TO LME-TEXTO
008910             MOVE 'PAGAR.' TO LME-TEXTO(43:6)
008920             WRITE REG-RELATORIO FROM LINHA-MENSAGEM
008930         WHEN OTHER
008940             MOVE 'VENDEDOR NAO CADASTRADO NO VENMST - '
008950                 TO LME-TEXTO
008960             MOVE 'COMISSAO NAO APURADA.' TO LME-TEXTO(37:21)
008970             WRITE REG-RELATORIO FROM LINHA-MENSAGEM
008980     END-EVALUATE.
008990     ADD 3 TO WS-LINHA-ATUAL.
009000 3450-EXIT.
009010     EXIT.
009020******************************************************
009030* 3500-TRATAR-RECEBIMENTO
009040* IMPRIME UM RECEBIMENTO DO VENDEDOR COM A SUA
009050* COMISSAO. O TITULO QUE TEVE PAGAMENTO DO MES NO
009060* PAGMOV (TIPO P) IGNORA O SEU REGISTRO DO TITMST (TIPO
009070* T), QUE VEM LOGO DEPOIS NA CLASSIFICACAO; SEM
009080* PAGAMENTO NO PAGMOV, VALE O VALOR PAGO ACUMULADO DO
009090* TITMST, MARCADO COMO ACUMULADO.
009100******************************************************
009110 3500-TRATAR-RECEBIMENTO.
009120     MOVE SRT-CLIENTE   TO WRK-TIT-CLIENTE.
009130     MOVE SRT-DOCUMENTO TO WRK-TIT-SEQUENCIA.
009140     IF SRT-TIPO = 'T'
009150         IF WRK-TITULO-CORRENTE = WRK-TITULO-COM-MOV
009160             GO TO 3500-EXIT
009170         END-IF
009180         MOVE '*ACUMULADO' TO LDR-OBSERVACAO
009190         ADD 1 TO WS-QTD-ACUMULADOS
009200     ELSE
009210         MOVE WRK-TITULO-CORRENTE TO WRK-TITULO-COM-MOV
009220         MOVE SPACES TO LDR-OBSERVACAO
009230     END-IF.
009240 
009250     IF VENDEDOR-COMISSIONAVEL
009260         COMPUTE WRK-COMISSAO-LINHA ROUNDED =
009270             SRT-VALOR * WRK-PCT-VENDEDOR / 100
009280     ELSE
009290         MOVE ZEROS TO WRK-COMISSAO-LINHA
009300         ADD 1 TO WS-QTD-SEM-COMISSAO
009310     END-IF.
009320 
009330     IF WS-LINHA-ATUAL >= WS-MAX-LINHAS-PAGINA
009340         PERFORM 4000-IMPRIMIR-CABECALHO THRU 4000-EXIT
009350     END-IF.
009360     MOVE SRT-DATA TO WRK-DATA-DOCUMENTO.
009370     PERFORM 4200-EDITAR-DATA THRU 4200-EXIT.
009380     MOVE SRT-CLIENTE           TO LDR-CLIENTE.
009390     MOVE SRT-NOME-CLIENTE      TO LDR-NOME.
009400     MOVE SRT-DOCUMENTO         TO LDR-TITULO.
009410     MOVE WRK-DATA-DOCUMENTO-ED TO LDR-DATA.
009420     MOVE SRT-VALOR             TO LDR-RECEBIDO.
009430     MOVE WRK-COMISSAO-LINHA    TO LDR-COMISSAO.
009440     WRITE REG-RELATORIO FROM LINHA-DETALHE-RECEB.
009450     ADD 1 TO WS-LINHA-ATUAL.
009460 
009470     ADD 1                  TO ACV-QTD-PAGAMENTOS.
009480     ADD SRT-VALOR          TO ACV-RECEBIDO.
009490     ADD WRK-COMISSAO-LINHA TO ACV-COMISSAO.
009500     ADD 1                  TO WS-QTD-PAGAMENTOS.
009510 3500-EXIT.
009520     EXIT.
009530******************************************************
009540* 3600-TRATAR-PROPOSTA
009550* NA PRIMEIRA PROPOSTA DO VENDEDOR FECHA OS
009560* RECEBIMENTOS E ABRE A SECAO DE PROPOSTAS. IMPRIME A
009570* PROPOSTA E A SOMA NAS EMITIDAS E, QUANDO ACEITA, NAS
009580* ACEITAS.
009590******************************************************
009600 3600-TRATAR-PROPOSTA.
009610     IF NOT SECAO-PROPOSTAS
009620         PERFORM 3450-TOTALIZAR-RECEBIMENTOS THRU 3450-EXIT
009630         SET SECAO-PROPOSTAS TO TRUE
009640         IF WS-LINHA-ATUAL >= WS-MAX-LINHAS-PAGINA - 4
009650             PERFORM 4000-IMPRIMIR-CABECALHO THRU 4000-EXIT
009660         ELSE
009670             PERFORM 4100-IMPRIMIR-TITULO-SECAO
009680                 THRU 4100-EXIT
009690         END-IF
009700     END-IF.
009710 
009720     IF WS-LINHA-ATUAL >= WS-MAX-LINHAS-PAGINA
009730         PERFORM 4000-IMPRIMIR-CABECALHO THRU 4000-EXIT
009740     END-IF.
009750     MOVE SRT-DATA TO WRK-DATA-DOCUMENTO.
009760     PERFORM 4200-EDITAR-DATA THRU 4200-EXIT.
009770     MOVE SRT-DOCUMENTO         TO LDP-NUMERO.
009780     MOVE SRT-CLIENTE           TO LDP-CLIENTE.
009790     MOVE SRT-NOME-CLIENTE      TO LDP-NOME.
009800     MOVE WRK-DATA-DOCUMENTO-ED TO LDP-EMISSAO.
009810     MOVE SRT-VALOR             TO LDP-VALOR.
009820     EVALUATE SRT-SITUACAO
009830         WHEN 'E'
009840             MOVE 'EMITIDA'   TO LDP-SITUACAO
009850         WHEN 'A'
009860             MOVE 'ACEITA'    TO LDP-SITUACAO
009870         WHEN 'R'
009880             MOVE 'RECUSADA'  TO LDP-SITUACAO
009890         WHEN 'V'
009900             MOVE 'VENCIDA'   TO LDP-SITUACAO
009910         WHEN OTHER
009920             MOVE SRT-SITUACAO TO LDP-SITUACAO
009930     END-EVALUATE.
009940     WRITE REG-RELATORIO FROM LINHA-DETALHE-PROP.
009950     ADD 1 TO WS-LINHA-ATUAL.
009960 
009970     ADD 1         TO ACV-QTD-EMITIDAS.
009980     ADD SRT-VALOR TO ACV-VAL-EMITIDAS.
009990     IF SRT-SITUACAO = 'A'
010000         ADD 1         TO ACV-QTD-ACEITAS
010010         ADD SRT-VALOR TO ACV-VAL-ACEITAS
010020     END-IF.
010030     ADD 1 TO WS-QTD-PROPOSTAS.
010040 3600-EXIT.
010050     EXIT.
010060******************************************************
010070* 3650-TOTALIZAR-PROPOSTAS
010080* IMPRIME AS PROPOSTAS EMITIDAS E ACEITAS DO VENDEDOR
010090* NO MES E A CONVERSAO POR VALOR (VALOR ACEITO SOBRE O
010100* VALOR EMITIDO).
010110******************************************************
010120 3650-TOTALIZAR-PROPOSTAS.
010130     IF WS-LINHA-ATUAL >= WS-MAX-LINHAS-PAGINA - 4
010140         PERFORM 4000-IMPRIMIR-CABECALHO THRU 4000-EXIT
010150     END-IF.
010160     IF NOT SECAO-PROPOSTAS
010170         WRITE REG-RELATORIO FROM LINHA-BRANCO
010180         MOVE 'NENHUMA PROPOSTA DOS CLIENTES EMITIDA NO MES.'
010190             TO LME-TEXTO
010200         WRITE REG-RELATORIO FROM LINHA-MENSAGEM
010210         ADD 2 TO WS-LINHA-ATUAL
010220         GO TO 3650-EXIT
010230     END-IF.
010240 
010250     IF ACV-VAL-EMITIDAS > ZEROS
010260         COMPUTE WRK-PCT-CONVERSAO ROUNDED =
010270             ACV-VAL-ACEITAS * 100 / ACV-VAL-EMITIDAS
010280     ELSE
010290         MOVE ZEROS TO WRK-PCT-CONVERSAO
010300     END-IF.
010310     WRITE REG-RELATORIO FROM LINHA-BRANCO.
010320     MOVE 'PROPOSTAS EMITIDAS NO MES' TO LTV-ROTULO.
010330     MOVE ACV-QTD-EMITIDAS            TO LTV-QTD.
010340     MOVE ACV-VAL-EMITIDAS            TO LTV-VALOR.
010350     WRITE REG-RELATORIO FROM LINHA-TOTAL-VALOR.
010360     MOVE 'PROPOSTAS ACEITAS'         TO LTV-ROTULO.
010370     MOVE ACV-QTD-ACEITAS             TO LTV-QTD.
010380     MOVE ACV-VAL-ACEITAS             TO LTV-VALOR.
010390     WRITE REG-RELATORIO FROM LINHA-TOTAL-VALOR.
010400     MOVE WRK-PCT-CONVERSAO           TO LCV-PCT.
010410     WRITE REG-RELATORIO FROM LINHA-CONVERSAO.
010420     ADD 4 TO WS-LINHA-ATUAL.
010430 3650-EXIT.
010440     EXIT.
010450******************************************************
010460* 3700-GRAVAR-FOLHA
010470* GRAVA NO RESUMO DA FOLHA (COMISFOL) A LINHA DO
010480* VENDEDOR CADASTRADO QUE TEVE RECEBIMENTO NO MES.
010490******************************************************
010500 3700-GRAVAR-FOLHA.
010510     IF NOT VENDEDOR-COMISSIONAVEL
010520        OR ACV-QTD-PAGAMENTOS = ZEROS
010530         GO TO 3700-EXIT
010540     END-IF.
010550 
010560     MOVE WRK-REF-AAAAMM        TO FOL-MES-REFERENCIA.
010570     MOVE WRK-VENDEDOR-ANTERIOR TO FOL-COD-VENDEDOR.
010580     MOVE WRK-NOME-VENDEDOR     TO FOL-NOME-VENDEDOR.
010590     MOVE ACV-QTD-PAGAMENTOS    TO FOL-QTD-PAGAMENTOS.
010600     MOVE ACV-RECEBIDO          TO FOL-VALOR-RECEBIDO.
010610     MOVE WRK-PCT-VENDEDOR      TO FOL-PCT-COMISSAO.
010620     MOVE ACV-COMISSAO          TO FOL-VALOR-COMISSAO.
010630     MOVE WRK-DATA-EXECUCAO-N   TO FOL-DATA-GERACAO.
010640     WRITE REG-FOLHA.
010650     IF WS-FS-FOLHA NOT = '00'
010660         DISPLAY 'ERRO: FALHA AO GRAVAR O RESUMO DA FOLHA '
010670             '(COMISFOL) DO VENDEDOR ' WRK-VENDEDOR-ANTERIOR
010680             '. STATUS: ' WS-FS-FOLHA
010690         SET ERRO-FOLHA TO TRUE
010700         GO TO 3700-EXIT
010710     END-IF.
010720     ADD 1 TO WS-QTD-FOLHA.
010730 3700-EXIT.
010740     EXIT.
010750******************************************************
010760* 4000-IMPRIMIR-CABECALHO
010770* EMITE O CABECALHO DO RELATORIO (MES, DATA E PAGINA)
010780* E, DENTRO DO EXTRATO DE UM VENDEDOR, A LINHA DO
010790* VENDEDOR E O TITULO DA SECAO CORRENTE. REINICIA O
010800* CONTADOR DE LINHAS DA PAGINA.
010810******************************************************
010820 4000-IMPRIMIR-CABECALHO.
010830     ADD 1 TO WS-PAGINA-ATUAL.
010840     MOVE WRK-REF-MM           TO LC1-MES.
010850     MOVE WRK-REF-AAAA         TO LC1-ANO.
010860     MOVE WRK-DATA-EXECUCAO-ED TO LC2-DATA.
010870     MOVE WS-PAGINA-ATUAL      TO LC2-PAGINA.
010880 
010890     WRITE REG-RELATORIO FROM LINHA-CABECALHO-1.
010900     WRITE REG-RELATORIO FROM LINHA-CABECALHO-2.
010910     WRITE REG-RELATORIO FROM LINHA-BRANCO.
010920     MOVE 3 TO WS-LINHA-ATUAL.
010930     IF NOT EM-VENDEDOR
010940         GO TO 4000-EXIT
010950     END-IF.
010960 
010970     MOVE WRK-VENDEDOR-ANTERIOR TO LVE-CODIGO.
010980     MOVE WRK-NOME-VENDEDOR     TO LVE-NOME.
010990     MOVE WRK-PCT-VENDEDOR      TO LVE-PCT.
011000     EVALUATE TRUE
011010         WHEN VENDEDOR-REL-ATIVO
011020             MOVE SPACES TO LVE-SITUACAO
011030         WHEN VENDEDOR-REL-INATIVO
011040             MOVE '*VENDEDOR INATIVO*' TO LVE-SITUACAO
011050         WHEN VENDEDOR-REL-NENHUM
011060             MOVE '*SEM COMISSAO*' TO LVE-SITUACAO
011070         WHEN OTHER
011080             MOVE '*SEM COMISSAO - FORA DO VENMST*'
011090                 TO LVE-SITUACAO
011100     END-EVALUATE.
011110     WRITE REG-RELATORIO FROM LINHA-VENDEDOR.
011120     ADD 1 TO WS-LINHA-ATUAL.
011130     PERFORM 4100-IMPRIMIR-TITULO-SECAO THRU 4100-EXIT.
011140 4000-EXIT.
011150     EXIT.
011160******************************************************
011170* 4100-IMPRIMIR-TITULO-SECAO
011180* IMPRIME O TITULO E AS COLUNAS DA SECAO CORRENTE DO
011190* EXTRATO (RECEBIMENTOS OU PROPOSTAS).
011200******************************************************
011210 4100-IMPRIMIR-TITULO-SECAO.
011220     WRITE REG-RELATORIO FROM LINHA-BRANCO.
011230     IF SECAO-PROPOSTAS
011240         MOVE 'PROPOSTAS DOS CLIENTES EMITIDAS NO MES'
011250             TO LSE-TITULO
011260         WRITE REG-RELATORIO FROM LINHA-SECAO
011270         WRITE REG-RELATORIO FROM LINHA-COLUNAS-PROP
011280     ELSE
011290         MOVE 'RECEBIMENTOS DOS CLIENTES NO MES'
011300             TO LSE-TITULO
011310         WRITE REG-RELATORIO FROM LINHA-SECAO
011320         WRITE REG-RELATORIO FROM LINHA-COLUNAS-RECEB
011330     END-IF.
011340     ADD 3 TO WS-LINHA-ATUAL.
011350 4100-EXIT.
011360     EXIT.
011370******************************************************
011380* 4200-EDITAR-DATA
011390* EDITA A DATA AAAAMMDD DE WRK-DATA-DOCUMENTO COMO
011400* DD/MM/AAAA EM WRK-DATA-DOCUMENTO-ED.
011410******************************************************
011420 4200-EDITAR-DATA.
011430     MOVE WRK-DOC-DD   TO WRK-DOC-ED-DD.
011440     MOVE WRK-DOC-MM   TO WRK-DOC-ED-MM.
011450     MOVE WRK-DOC-AAAA TO WRK-DOC-ED-AAAA.
011460 4200-EXIT.
011470     EXIT.
011480******************************************************
011490* 4500-IMPRIMIR-RESUMO
011500* IMPRIME, EM PAGINA PROPRIA, O RESUMO DO MES:
011510* VENDEDORES, PAGAMENTOS, PROPOSTAS E OS TOTAIS
011520* RECEBIDO E DE COMISSAO, E DEFINE O CODIGO DE RETORNO.
011530******************************************************
011540 4500-IMPRIMIR-RESUMO.
011550     MOVE 'N' TO WS-EM-VENDEDOR.
011560     PERFORM 4000-IMPRIMIR-CABECALHO THRU 4000-EXIT.
011570     WRITE REG-RELATORIO FROM LINHA-RESUMO-TITULO.
011580     MOVE 'VENDEDORES NO EXTRATO'
011590         TO LTO-ROTULO.
011600     MOVE WS-QTD-VENDEDORES TO LTO-QTD.
011610     WRITE REG-RELATORIO FROM LINHA-TOTAL.
011620     MOVE 'VENDEDORES NO RESUMO DA FOLHA (COMISFOL)'
011630         TO LTO-ROTULO.
011640     MOVE WS-QTD-FOLHA TO LTO-QTD.
011650     WRITE REG-RELATORIO FROM LINHA-TOTAL.
011660     MOVE 'PAGAMENTOS CONSIDERADOS NO MES'
011670         TO LTO-ROTULO.
011680     MOVE WS-QTD-PAGAMENTOS TO LTO-QTD.
011690     WRITE REG-RELATORIO FROM LINHA-TOTAL.
011700     MOVE 'TITULOS PELO VALOR PAGO ACUMULADO'
011710         TO LTO-ROTULO.
011720     MOVE WS-QTD-ACUMULADOS TO LTO-QTD.
011730     WRITE REG-RELATORIO FROM LINHA-TOTAL.
011740     MOVE 'PAGAMENTOS SEM VENDEDOR COMISSIONAVEL'
011750         TO LTO-ROTULO.
011760     MOVE WS-QTD-SEM-COMISSAO TO LTO-QTD.
011770     WRITE REG-RELATORIO FROM LINHA-TOTAL.
011780     MOVE 'PROPOSTAS EMITIDAS NO MES'
011790         TO LTO-ROTULO.
011800     MOVE WS-QTD-PROPOSTAS TO LTO-QTD.
011810     WRITE REG-RELATORIO FROM LINHA-TOTAL.
011820     WRITE REG-RELATORIO FROM LINHA-BRANCO.
011830     MOVE 'TOTAL RECEBIDO NO MES'
011840         TO LTG-ROTULO.
011850     MOVE ACG-RECEBIDO TO LTG-VALOR.
011860     WRITE REG-RELATORIO FROM LINHA-TOTAL-GERAL.
011870     MOVE 'RECEBIDO SEM COMISSAO'
011880         TO LTG-ROTULO.
011890     MOVE ACG-SEM-COMISSAO TO LTG-VALOR.
011900     WRITE REG-RELATORIO FROM LINHA-TOTAL-GERAL.
011910     MOVE 'TOTAL DE COMISSAO A PAGAR'
011920         TO LTG-ROTULO.
011930     MOVE ACG-COMISSAO TO LTG-VALOR.
011940     WRITE REG-RELATORIO FROM LINHA-TOTAL-GERAL.
011950     ADD 11 TO WS-LINHA-ATUAL.
011960 
011970     IF WS-QTD-ACUMULADOS > ZEROS
011980         WRITE REG-RELATORIO FROM LINHA-BRANCO
011990         MOVE '*ACUMULADO: TITULO SEM PAGAMENTO DO MES NO '
012000             TO LME-TEXTO
012010         MOVE 'PAGMOV (VALOR PAGO TOTAL).'
012020             TO LME-TEXTO(44:26)
012030         WRITE REG-RELATORIO FROM LINHA-MENSAGEM
012040         ADD 2 TO WS-LINHA-ATUAL
012050     END-IF.
012060 
012070     EVALUATE TRUE
012080         WHEN ERRO-FOLHA
012090             MOVE 8 TO RETURN-CODE
012100         WHEN WS-QTD-SEM-COMISSAO > ZEROS
012110           OR WS-QTD-ACUMULADOS > ZEROS
012120             MOVE 4 TO RETURN-CODE
012130         WHEN OTHER
012140             CONTINUE
012150     END-EVALUATE.
012160     DISPLAY 'EXTRATO DE COMISSAO GRAVADO EM COMISRPT E '
012170         'RESUMO DA FOLHA EM COMISFOL. VENDEDORES: '
012180         WS-QTD-VENDEDORES ' - PAGAMENTOS: '
012190         WS-QTD-PAGAMENTOS.
012200 4500-EXIT.
012210     EXIT.
012220******************************************************
012230* 9000-FINALIZAR
012240* FECHA OS ARQUIVOS ABERTOS ANTES DE TERMINAR.
012250******************************************************
012260 9000-FINALIZAR.
012270     CLOSE ARQ-RELATORIO.
012280     CLOSE ARQ-FOLHA.
012290     CLOSE ARQ-CLIENTES.
012300     CLOSE ARQ-VENDEDORES.
012310     IF TITMST-OK
012320         CLOSE ARQ-TITULOS
012330     END-IF.
012340     IF PROPMST-OK
012350         CLOSE ARQ-PROPOSTAS
012360     END-IF.
012370 9000-EXIT.
012380     EXIT.
