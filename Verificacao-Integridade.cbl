000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "VERIFICACAO INTEGRIDADE".
000030 AUTHOR. LUIS FERNANDO LAZANHA.
000040 INSTALLATION. SETOR DE TOPOGRAFIA E ORCAMENTOS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: CONFERIR AS REFERENCIAS CRUZADAS ENTRE OS
000100* CADASTROS E ARQUIVOS INDEXADOS, QUE CADA PROGRAMA SO
000110* VALIDA NO ARQUIVO QUE ABRE, E A CONSISTENCIA DA
000120* SITUACAO DE TITULOS, PROPOSTAS E PEDIDOS. CADA
000130* OCORRENCIA E APONTADA NO RELATORIO DE EXCECOES
000140* (INTGRPT), AGRUPADA POR REGRA E COM A QUANTIDADE DE
000150* CADA REGRA, MAIS UM RESUMO DE TODAS AS REGRAS. REGRA
000160* QUE DEPENDE DE ARQUIVO INDISPONIVEL SAI COMO NAO
000170* VERIFICADA. PREVISTO PARA RODAR ANTES DO FECHAMENTO
000180* DO MES (CONSOLIDACAO MENSAL E FECHAMENTO DA
000190* AUDITORIA). A PROPOSTA EMITIDA E APONTADA QUANDO
000200* PASSA DO VENCIMENTO MAIS A CARENCIA (30 DIAS).
000210* CODIGO DE RETORNO: 0 = NENHUMA EXCECAO, 4 = HA
000220* EXCECOES, 8 = ERRO NA ABERTURA DO RELATORIO.
000230*
000240* HISTORICO DE ALTERACOES
000250* DATA       AUTOR   DESCRICAO
000260* 15/10/2026 LFL     VERSAO ORIGINAL - VERIFICACAO DE
000270*                    INTEGRIDADE REFERENCIAL E DE
000280*                    SITUACAO ENTRE OS CADASTROS.
000290******************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330     DECIMAL-POINT IS COMMA.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ARQ-CLIENTES ASSIGN TO "CLIMST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS CLI-CODIGO
000400         FILE STATUS IS WS-FS-CLIENTES.
000410 
000420     SELECT ARQ-PRECOS-NEG ASSIGN TO "CLIPREC"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS CPR-CHAVE
000460         FILE STATUS IS WS-FS-PRECOS-NEG.
000470 
000480     SELECT ARQ-PRECOS ASSIGN TO "PRECMST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS PRE-CHAVE
000520         FILE STATUS IS WS-FS-PRECOS.
000530 
000540     SELECT ARQ-FORNECEDORES ASSIGN TO "FORMST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS FOR-CODIGO
000580         FILE STATUS IS WS-FS-FORNECEDORES.
000590 
000600     SELECT ARQ-TITULOS ASSIGN TO "TITMST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS TIT-CHAVE
000640         FILE STATUS IS WS-FS-TITULOS.
000650 
000660     SELECT ARQ-PROPOSTAS ASSIGN TO "PROPMST"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS PRO-NUMERO
000700         FILE STATUS IS WS-FS-PROPOSTAS.
000710 
000720     SELECT ARQ-ITENS-PROP ASSIGN TO "PROPITM"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS PIT-CHAVE
000760         FILE STATUS IS WS-FS-ITENS-PROP.
000770 
000780     SELECT ARQ-PEDIDOS ASSIGN TO "PEDMST"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS SEQUENTIAL
000810         RECORD KEY IS PED-CHAVE
000820         FILE STATUS IS WS-FS-PEDIDOS.
000830 
000840     SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTWK".
000850 
000860     SELECT ARQ-RELATORIO ASSIGN TO "INTGRPT"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-FS-RELATORIO.
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  ARQ-CLIENTES.
000920     COPY CLIMST.
000930 
000940 FD  ARQ-PRECOS-NEG.
000950     COPY CLIPREC.
000960 
000970 FD  ARQ-PRECOS.
000980     COPY PRECMST.
000990 
001000 FD  ARQ-FORNECEDORES.
001010     COPY FORMST.
001020 
001030 FD  ARQ-TITULOS.
001040     COPY TITMST.
001050 
001060 FD  ARQ-PROPOSTAS.
001070     COPY PROPMST.
001080 
001090 FD  ARQ-ITENS-PROP.
001100     COPY PROPITM.
001110 
001120 FD  ARQ-PEDIDOS.
001130     COPY PEDMST.
001140 
001150 SD  ARQ-CLASSIFICACAO.
001160 01  REG-CLASSIFICACAO.
001170     05 SRT-REGRA             PIC 9(02).
001180     05 SRT-SEQUENCIA         PIC 9(07).
001190     05 SRT-CHAVE             PIC X(30).
001200     05 SRT-DETALHE           PIC X(60).
001210 
001220 FD  ARQ-RELATORIO
001230     RECORDING MODE IS F.
001240 01  REG-RELATORIO           PIC X(100).
001250 WORKING-STORAGE SECTION.
001260******************************************************
001270* AREA DE CHAVES (SWITCHES) E CONTADORES - NIVEL 77
001280******************************************************
001290 77  WS-FS-CLIENTES          PIC X(02)    VALUE SPACES.
001300 77  WS-FS-PRECOS-NEG        PIC X(02)    VALUE SPACES.
001310 77  WS-FS-PRECOS            PIC X(02)    VALUE SPACES.
001320 77  WS-FS-FORNECEDORES      PIC X(02)    VALUE SPACES.
001330 77  WS-FS-TITULOS           PIC X(02)    VALUE SPACES.
001340 77  WS-FS-PROPOSTAS         PIC X(02)    VALUE SPACES.
001350 77  WS-FS-ITENS-PROP        PIC X(02)    VALUE SPACES.
001360 77  WS-FS-PEDIDOS           PIC X(02)    VALUE SPACES.
001370 77  WS-FS-RELATORIO         PIC X(02)    VALUE SPACES.
001380 77  WS-CLIMST-OK            PIC X(01)    VALUE 'N'.
001390     88 CLIMST-OK                        VALUE 'S'.
001400 77  WS-CLIPREC-OK           PIC X(01)    VALUE 'N'.
001410     88 CLIPREC-OK                       VALUE 'S'.
001420 77  WS-PRECMST-OK           PIC X(01)    VALUE 'N'.
001430     88 PRECMST-OK                       VALUE 'S'.
001440 77  WS-FORMST-OK            PIC X(01)    VALUE 'N'.
001450     88 FORMST-OK                        VALUE 'S'.
001460 77  WS-TITMST-OK            PIC X(01)    VALUE 'N'.
001470     88 TITMST-OK                        VALUE 'S'.
001480 77  WS-PROPMST-OK           PIC X(01)    VALUE 'N'.
001490     88 PROPMST-OK                       VALUE 'S'.
001500 77  WS-PROPITM-OK           PIC X(01)    VALUE 'N'.
001510     88 PROPITM-OK                       VALUE 'S'.
001520 77  WS-PEDMST-OK            PIC X(01)    VALUE 'N'.
001530     88 PEDMST-OK                        VALUE 'S'.
001540 77  WS-FIM-ARQUIVO          PIC X(01)    VALUE 'N'.
001550     88 FIM-ARQUIVO                      VALUE 'S'.
001560 77  WS-FIM-CLASSIFICACAO    PIC X(01)    VALUE 'N'.
001570     88 FIM-CLASSIFICACAO                VALUE 'S'.
001580 77  WS-REFERENCIA           PIC X(01)    VALUE 'N'.
001590     88 REFERENCIA-ACHADA                VALUE 'S'.
001600     88 REFERENCIA-INATIVA               VALUE 'I'.
001610     88 REFERENCIA-AUSENTE               VALUE 'N'.
001620 77  WS-QTD-EXCECOES         PIC 9(07)    VALUE ZEROS.
001630 77  WS-QTD-LIDOS            PIC 9(07)    VALUE ZEROS.
001640 77  WS-DIAS-CARENCIA        PIC 9(03)    VALUE 30.
001650******************************************************
001660* TABELA DAS REGRAS VERIFICADAS: DESCRICAO, INDICADOR
001670* DE REGRA VERIFICADA E QUANTIDADE DE EXCECOES
001680******************************************************
001690 01  TABELA-REGRAS-VALORES.
001700     05 FILLER               PIC X(50)    VALUE
001710        'CLIPREC - CLIENTE NAO CADASTRADO NO CLIMST'.
001720     05 FILLER               PIC X(50)    VALUE
001730        'CLIPREC - CLIENTE INATIVO NO CLIMST'.
001740     05 FILLER               PIC X(50)    VALUE
001750        'CLIPREC - MATERIAL NAO CADASTRADO NO PRECMST'.
001760     05 FILLER               PIC X(50)    VALUE
001770        'PRECMST - FORNECEDOR NAO CADASTRADO NO FORMST'.
001780     05 FILLER               PIC X(50)    VALUE
001790        'PRECMST - FORNECEDOR INATIVO NO FORMST'.
001800     05 FILLER               PIC X(50)    VALUE
001810        'TITMST  - CLIENTE NAO CADASTRADO NO CLIMST'.
001820     05 FILLER               PIC X(50)    VALUE
001830        'TITMST  - VALOR PAGO MAIOR QUE O VALOR DO TITULO'.
001840     05 FILLER               PIC X(50)    VALUE
001850        'TITMST  - TITULO PAGO SEM DATA DE PAGAMENTO'.
001860     05 FILLER               PIC X(50)    VALUE
001870        'PROPMST - CLIENTE NAO CADASTRADO NO CLIMST'.
001880     05 FILLER               PIC X(50)    VALUE
001890        'PROPMST - EMITIDA E VENCIDA ALEM DA CARENCIA'.
001900     05 FILLER               PIC X(50)    VALUE
001910        'PROPITM - ITEM SEM PROPOSTA NO PROPMST'.
001920     05 FILLER               PIC X(50)    VALUE
001930        'PEDMST  - FORNECEDOR NAO CADASTRADO NO FORMST'.
001940     05 FILLER               PIC X(50)    VALUE
001950        'PEDMST  - QUANTIDADE RECEBIDA MAIOR QUE A PEDIDA'.
001960 01  TABELA-REGRAS-DESC REDEFINES TABELA-REGRAS-VALORES.
001970     05 TRG-DESCRICAO        PIC X(50)    OCCURS 13 TIMES.
001980 01  TABELA-REGRAS-CONTROLE.
001990     05 TRG-CONTROLE         OCCURS 13 TIMES
002000                             INDEXED BY IX-REGRA.
002010         10 TRG-VERIFICADA   PIC X(01).
002020         10 TRG-QTD          PIC 9(07).
002030 77  WS-QTD-REGRAS           PIC 9(02)    VALUE 13.
002040******************************************************
002050* AREA DA EXCECAO EM GRAVACAO
002060******************************************************
002070 77  WRK-REGRA               PIC 9(02)    VALUE ZEROS.
002080 77  WRK-CHAVE               PIC X(30)    VALUE SPACES.
002090 77  WRK-DETALHE             PIC X(60)    VALUE SPACES.
002100 77  WRK-MATERIAL            PIC X(10)    VALUE SPACES.
002110 77  WRK-REGRA-ANTERIOR      PIC 9(02)    VALUE ZEROS.
002120 77  WRK-QTD-REGRA           PIC 9(07)    VALUE ZEROS.
002130 77  WRK-VALOR-ED            PIC Z(11)9,99 VALUE ZEROS.
002140 77  WRK-VALOR2-ED           PIC Z(11)9,99 VALUE ZEROS.
002150 77  WRK-QTD-ED              PIC Z(08)9   VALUE ZEROS.
002160 77  WRK-QTD2-ED             PIC Z(08)9   VALUE ZEROS.
002170 77  WRK-DIAS-ED             PIC ZZZZ9    VALUE ZEROS.
002180 77  WRK-DATA-ED             PIC X(10)    VALUE SPACES.
002190******************************************************
002200* AREA DO CALCULO DE DIAS APOS O VENCIMENTO (CONVERSAO
002210* DE DATA AAAAMMDD EM NUMERO DE DIAS CORRIDOS)
002220******************************************************
002230 77  WRK-DATA-HOJE           PIC 9(08)    VALUE ZEROS.
002240 77  WRK-DIAS-HOJE           PIC 9(07)    VALUE ZEROS.
002250 77  WRK-DIAS-VENCIDA        PIC S9(07)   VALUE ZEROS.
002260 77  WRK-DATA-CONVERTER      PIC 9(08)    VALUE ZEROS.
002270 77  WRK-DIAS-CONVERTIDOS    PIC 9(07)    VALUE ZEROS.
002280 77  WRK-CONV-AAAA           PIC 9(04)    VALUE ZEROS.
002290 77  WRK-CONV-MM             PIC 9(02)    VALUE ZEROS.
002300 77  WRK-CONV-DD             PIC 9(02)    VALUE ZEROS.
002310 77  WRK-ANO-ANTERIOR        PIC 9(04)    VALUE ZEROS.
002320 77  WRK-QTD-BISSEXTOS       PIC 9(04)    VALUE ZEROS.
002330 77  WRK-QUOC-4              PIC 9(04)    VALUE ZEROS.
002340 77  WRK-QUOC-100            PIC 9(04)    VALUE ZEROS.
002350 77  WRK-QUOC-400            PIC 9(04)    VALUE ZEROS.
002360 77  WRK-QUOCIENTE           PIC 9(04)    VALUE ZEROS.
002370 77  WRK-RESTO-4             PIC 9(04)    VALUE ZEROS.
002380 77  WRK-RESTO-100           PIC 9(04)    VALUE ZEROS.
002390 77  WRK-RESTO-400           PIC 9(04)    VALUE ZEROS.
002400 01  TABELA-DIAS-ACUMULADOS.
002410     05 FILLER               PIC 9(03)    VALUE 000.
002420     05 FILLER               PIC 9(03)    VALUE 031.
002430     05 FILLER               PIC 9(03)    VALUE 059.
002440     05 FILLER               PIC 9(03)    VALUE 090.
002450     05 FILLER               PIC 9(03)    VALUE 120.
002460     05 FILLER               PIC 9(03)    VALUE 151.
002470     05 FILLER               PIC 9(03)    VALUE 181.
002480     05 FILLER               PIC 9(03)    VALUE 212.
002490     05 FILLER               PIC 9(03)    VALUE 243.
002500     05 FILLER               PIC 9(03)    VALUE 273.
002510     05 FILLER               PIC 9(03)    VALUE 304.
002520     05 FILLER               PIC 9(03)    VALUE 334.
002530 01  TABELA-DIAS-ACUM-R REDEFINES TABELA-DIAS-ACUMULADOS.
002540     05 TDA-DIAS             PIC 9(03)    OCCURS 12 TIMES.
002550******************************************************
002560* AREA DE CONTROLE DO RELATORIO IMPRESSO
002570******************************************************
002580 77  WS-PAGINA-ATUAL         PIC 9(04)    VALUE ZEROS.
002590 77  WS-LINHA-ATUAL          PIC 9(02)    VALUE ZEROS.
002600 77  WS-MAX-LINHAS-PAGINA    PIC 9(02)    VALUE 40.
002610 01  WRK-DATA-EXECUCAO.
002620     05 WRK-DATA-AAAA        PIC 9(04).
002630     05 WRK-DATA-MM          PIC 9(02).
002640     05 WRK-DATA-DD          PIC 9(02).
002650 01  WRK-DATA-EXECUCAO-ED.
002660     05 WRK-DATA-ED-DD       PIC 9(02).
002670     05 FILLER               PIC X(01)    VALUE '/'.
002680     05 WRK-DATA-ED-MM       PIC 9(02).
002690     05 FILLER               PIC X(01)    VALUE '/'.
002700     05 WRK-DATA-ED-AAAA     PIC 9(04).
002710******************************************************
002720* LAYOUTS DAS LINHAS DO RELATORIO DE EXCECOES
002730* (INTGRPT)
002740******************************************************
002750 01  LINHA-BRANCO            PIC X(01)    VALUE SPACES.
002760 01  LINHA-CABECALHO-1.
002770     05 FILLER               PIC X(18)    VALUE SPACES.
002780     05 FILLER               PIC X(41)
002790        VALUE 'VERIFICACAO DE INTEGRIDADE DOS CADASTROS'.
002800 01  LINHA-CABECALHO-2.
002810     05 FILLER               PIC X(06)    VALUE 'DATA: '.
002820     05 LC2-DATA             PIC X(10).
002830     05 FILLER               PIC X(20)    VALUE SPACES.
002840     05 FILLER               PIC X(08)    VALUE 'PAGINA: '.
002850     05 LC2-PAGINA           PIC ZZZ9.
002860 01  LINHA-REGRA.
002870     05 FILLER               PIC X(06)    VALUE 'REGRA '.
002880     05 LRG-NUMERO           PIC 9(02).
002890     05 FILLER               PIC X(03)    VALUE ' - '.
002900     05 LRG-DESCRICAO        PIC X(50).
002910 01  LINHA-EXCECAO.
002920     05 FILLER               PIC X(03)    VALUE SPACES.
002930     05 LEX-CHAVE            PIC X(30).
002940     05 FILLER               PIC X(01)    VALUE SPACES.
002950     05 LEX-DETALHE          PIC X(60).
002960 01  LINHA-TOTAL-REGRA.
002970     05 FILLER               PIC X(22)
002980        VALUE '   EXCECOES DA REGRA: '.
002990     05 LTR-QTD              PIC Z(06)9.
003000 01  LINHA-RESUMO-TITULO.
003010     05 FILLER               PIC X(16)
003020        VALUE 'RESUMO POR REGRA'.
003030 01  LINHA-RESUMO.
003040     05 LRS-NUMERO           PIC 9(02).
003050     05 FILLER               PIC X(03)    VALUE ' - '.
003060     05 LRS-DESCRICAO        PIC X(50).
003070     05 FILLER               PIC X(01)    VALUE SPACES.
003080     05 LRS-SITUACAO         PIC X(14).
003090 01  LINHA-TOTAL.
003100     05 LTO-ROTULO           PIC X(30).
003110     05 LTO-QTD              PIC Z(06)9.
003120 PROCEDURE DIVISION.
003130******************************************************
003140* 0000-MAINLINE
003150* ROTINA PRINCIPAL DO PROGRAMA
003160******************************************************
003170 0000-MAINLINE.
003180     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003190 
003200     SORT ARQ-CLASSIFICACAO
003210         ON ASCENDING KEY SRT-REGRA
003220         ON ASCENDING KEY SRT-SEQUENCIA
003230         INPUT PROCEDURE IS 2000-VERIFICAR-CADASTROS
003240             THRU 2000-EXIT
003250         OUTPUT PROCEDURE IS 3000-IMPRIMIR-EXCECOES
003260             THRU 3000-EXIT.
003270 
003280     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
003290 
003300     STOP RUN.
003310******************************************************
003320* 1000-INICIALIZAR
003330* OBTEM A DATA DO DIA, ZERA A TABELA DE REGRAS E ABRE
003340* OS ARQUIVOS. ARQUIVO INDISPONIVEL NAO INTERROMPE A
003350* VERIFICACAO: AS REGRAS QUE DEPENDEM DELE FICAM COMO
003360* NAO VERIFICADAS.
003370******************************************************
003380 1000-INICIALIZAR.
003390     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
003400     MOVE WRK-DATA-DD   TO WRK-DATA-ED-DD.
003410     MOVE WRK-DATA-MM   TO WRK-DATA-ED-MM.
003420     MOVE WRK-DATA-AAAA TO WRK-DATA-ED-AAAA.
003430     MOVE WRK-DATA-EXECUCAO TO WRK-DATA-HOJE.
003440 
003450     MOVE WRK-DATA-HOJE TO WRK-DATA-CONVERTER.
003460     PERFORM 7000-DATA-PARA-DIAS THRU 7000-EXIT.
003470     MOVE WRK-DIAS-CONVERTIDOS TO WRK-DIAS-HOJE.
003480 
003490     PERFORM 1050-ZERAR-REGRA THRU 1050-EXIT
003500         VARYING IX-REGRA FROM 1 BY 1
003510         UNTIL IX-REGRA > WS-QTD-REGRAS.
003520 
003530     OPEN OUTPUT ARQ-RELATORIO.
003540     IF WS-FS-RELATORIO NOT = '00'
003550         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
003560             'RELATORIO DE INTEGRIDADE (INTGRPT). '
003570             'STATUS: ' WS-FS-RELATORIO
003580         MOVE 8 TO RETURN-CODE
003590         STOP RUN
003600     END-IF.
003610 
003620     OPEN INPUT ARQ-CLIENTES.
003630     IF WS-FS-CLIENTES = '00'
003640         SET CLIMST-OK TO TRUE
003650     ELSE
003660         DISPLAY 'AVISO: CADASTRO DE CLIENTES (CLIMST) '
003670             'INDISPONIVEL. STATUS: ' WS-FS-CLIENTES
003680     END-IF.
003690     OPEN INPUT ARQ-PRECOS-NEG.
003700     IF WS-FS-PRECOS-NEG = '00'
003710         SET CLIPREC-OK TO TRUE
003720     ELSE
003730         DISPLAY 'AVISO: PRECOS NEGOCIADOS (CLIPREC) '
003740             'INDISPONIVEL. STATUS: ' WS-FS-PRECOS-NEG
003750     END-IF.
003760     OPEN INPUT ARQ-PRECOS.
003770     IF WS-FS-PRECOS = '00'
003780         SET PRECMST-OK TO TRUE
003790     ELSE
003800         DISPLAY 'AVISO: CADASTRO DE PRECOS (PRECMST) '
003810             'INDISPONIVEL. STATUS: ' WS-FS-PRECOS
003820     END-IF.
003830     OPEN INPUT ARQ-FORNECEDORES.
003840     IF WS-FS-FORNECEDORES = '00'
003850         SET FORMST-OK TO TRUE
003860     ELSE
003870         DISPLAY 'AVISO: CADASTRO DE FORNECEDORES (FORMST) '
003880             'INDISPONIVEL. STATUS: ' WS-FS-FORNECEDORES
003890     END-IF.
003900     OPEN INPUT ARQ-TITULOS.
003910     IF WS-FS-TITULOS = '00'
003920         SET TITMST-OK TO TRUE
003930     ELSE
003940         DISPLAY 'AVISO: ARQUIVO DE TITULOS (TITMST) '
003950             'INDISPONIVEL. STATUS: ' WS-FS-TITULOS
003960     END-IF.
003970     OPEN INPUT ARQ-PROPOSTAS.
003980     IF WS-FS-PROPOSTAS = '00'
003990         SET PROPMST-OK TO TRUE
004000     ELSE
004010         DISPLAY 'AVISO: ARQUIVO DE PROPOSTAS (PROPMST) '
004020             'INDISPONIVEL. STATUS: ' WS-FS-PROPOSTAS
004030     END-IF.
004040     OPEN INPUT ARQ-ITENS-PROP.
004050     IF WS-FS-ITENS-PROP = '00'
004060         SET PROPITM-OK TO TRUE
004070     ELSE
004080         DISPLAY 'AVISO: ITENS DE PROPOSTA (PROPITM) '
004090             'INDISPONIVEL. STATUS: ' WS-FS-ITENS-PROP
004100     END-IF.
004110     OPEN INPUT ARQ-PEDIDOS.
004120     IF WS-FS-PEDIDOS = '00'
004130         SET PEDMST-OK TO TRUE
004140     ELSE
004150         DISPLAY 'AVISO: ARQUIVO DE PEDIDOS (PEDMST) '
004160             'INDISPONIVEL. STATUS: ' WS-FS-PEDIDOS
004170     END-IF.
004180 1000-EXIT.
004190     EXIT.
004200******************************************************
004210* 1050-ZERAR-REGRA
004220* MARCA A REGRA COMO NAO VERIFICADA E ZERA A SUA
004230* QUANTIDADE DE EXCECOES.
004240******************************************************
004250 1050-ZERAR-REGRA.
004260     MOVE 'N'   TO TRG-VERIFICADA(IX-REGRA).
004270     MOVE ZEROS TO TRG-QTD(IX-REGRA).
004280 1050-EXIT.
004290     EXIT.
004300******************************************************
004310* 2000-VERIFICAR-CADASTROS
004320* PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: PERCORRE
004330* CADA ARQUIVO DISPONIVEL E LIBERA AS EXCECOES
004340* ENCONTRADAS. O PRECMST E O PROPMST SAO LIDOS EM
004350* SEQUENCIA ANTES DE SEREM CONSULTADOS POR CHAVE NA
004360* VERIFICACAO DO CLIPREC E DO PROPITM.
004370******************************************************
004380 2000-VERIFICAR-CADASTROS.
004390     IF PRECMST-OK
004400         PERFORM 2200-VERIFICAR-PRECMST THRU 2200-EXIT
004410     END-IF.
004420     IF CLIPREC-OK
004430         PERFORM 2100-VERIFICAR-CLIPREC THRU 2100-EXIT
004440     END-IF.
004450     IF TITMST-OK
004460         PERFORM 2300-VERIFICAR-TITMST THRU 2300-EXIT
004470     END-IF.
004480     IF PROPMST-OK
004490         PERFORM 2400-VERIFICAR-PROPMST THRU 2400-EXIT
004500     END-IF.
004510     IF PROPITM-OK
004520         PERFORM 2500-VERIFICAR-PROPITM THRU 2500-EXIT
004530     END-IF.
004540     IF PEDMST-OK
004550         PERFORM 2600-VERIFICAR-PEDMST THRU 2600-EXIT
004560     END-IF.
004570 2000-EXIT.
004580     EXIT.
004590******************************************************
004600* 2100-VERIFICAR-CLIPREC
004610* REGRAS 01 A 03: CADA PRECO NEGOCIADO PRECISA DE
004620* CLIENTE ATIVO NO CLIMST E DE MATERIAL NO PRECMST.
004630******************************************************
004640 2100-VERIFICAR-CLIPREC.
004650     IF CLIMST-OK
004660         MOVE 'S' TO TRG-VERIFICADA(1)
004670         MOVE 'S' TO TRG-VERIFICADA(2)
004680     END-IF.
004690     IF PRECMST-OK
004700         MOVE 'S' TO TRG-VERIFICADA(3)
004710     END-IF.
004720 
004730     MOVE 'N' TO WS-FIM-ARQUIVO.
004740     PERFORM 2110-LER-CLIPREC THRU 2110-EXIT.
004750     PERFORM 2150-CHECAR-CLIPREC THRU 2150-EXIT
004760         UNTIL FIM-ARQUIVO.
004770 2100-EXIT.
004780     EXIT.
004790******************************************************
004800* 2110-LER-CLIPREC
004810* LE O PROXIMO PRECO NEGOCIADO.
004820******************************************************
004830 2110-LER-CLIPREC.
004840     READ ARQ-PRECOS-NEG NEXT RECORD
004850         AT END
004860             SET FIM-ARQUIVO TO TRUE
004870     END-READ.
004880 2110-EXIT.
004890     EXIT.
004900******************************************************
004910* 2150-CHECAR-CLIPREC
004920* CONFERE O CLIENTE E O MATERIAL DO PRECO NEGOCIADO
004930* CORRENTE E LE O PROXIMO.
004940******************************************************
004950 2150-CHECAR-CLIPREC.
004960     ADD 1 TO WS-QTD-LIDOS.
004970     MOVE SPACES TO WRK-CHAVE.
004980     STRING 'CLIENTE ' CPR-COD-CLIENTE ' MAT '
004990            CPR-MATERIAL DELIMITED BY SIZE
005000         INTO WRK-CHAVE.
005010 
005020     IF CLIMST-OK
005030         MOVE CPR-COD-CLIENTE TO CLI-CODIGO
005040         PERFORM 5000-LOCALIZAR-CLIENTE THRU 5000-EXIT
005050         IF REFERENCIA-AUSENTE
005060             MOVE 01 TO WRK-REGRA
005070             MOVE 'CLIENTE NAO ENCONTRADO NO CADASTRO'
005080                 TO WRK-DETALHE
005090             PERFORM 8000-REGISTRAR-EXCECAO THRU 8000-EXIT
005100         END-IF
005110         IF REFERENCIA-INATIVA
005120             MOVE 02 TO WRK-REGRA
005130             MOVE SPACES TO WRK-DETALHE
005140             STRING 'CLIENTE INATIVO: ' CLI-NOME
005150                 DELIMITED BY SIZE INTO WRK-DETALHE
005160             PERFORM 8000-REGISTRAR-EXCECAO THRU 8000-EXIT
005170         END-IF
005180     END-IF.
005190 
005200     IF PRECMST-OK
005210         MOVE CPR-MATERIAL TO PRE-MATERIAL
005220         PERFORM 5200-LOCALIZAR-MATERIAL THRU 5200-EXIT
005230         IF REFERENCIA-AUSENTE
005240             MOVE 03 TO WRK-REGRA
005250             MOVE 'MATERIAL SEM NENHUM PRECO NO PRECMST'
005260                 TO WRK-DETALHE
005270             PERFORM 8000-REGISTRAR-EXCECAO THRU 8000-EXIT
005280         END-IF
005290     END-IF.
005300 
005310     PERFORM 2110-LER-CLIPREC THRU 2110-EXIT.
005320 2150-EXIT.
005330     EXIT.
005340******************************************************
005350* 2200-VERIFICAR-PRECMST
005360* REGRAS 04 E 05: CADA PRECO PRECISA DE FORNECEDOR
005370* ATIVO NO FORMST.
005380******************************************************
005390 2200-VERIFICAR-PRECMST.
005400     IF NOT FORMST-OK
005410         GO TO 2200-EXIT
005420     END-IF.
005430     MOVE 'S' TO TRG-VERIFICADA(4).
005440     MOVE 'S' TO TRG-VERIFICADA(5).
005450 
005460     MOVE 'N' TO WS-FIM-ARQUIVO.
005470     PERFORM 2210-LER-PRECMST THRU 2210-EXIT.
005480     PERFORM 2250-CHECAR-PRECMST THRU 2250-EXIT
005490         UNTIL FIM-ARQUIVO.
005500 2200-EXIT.
005510     EXIT.
005520******************************************************
005530* 2210-LER-PRECMST
005540* LE O PROXIMO PRECO DO CADASTRO, NA ORDEM DA CHAVE.
005550******************************************************
005560 2210-LER-PRECMST.
005570     READ ARQ-PRECOS NEXT RECORD
005580         AT END
005590             SET FIM-ARQUIVO TO TRUE
005600     END-READ.
005610 2210-EXIT.
005620     EXIT.
005630******************************************************
005640* 2250-CHECAR-PRECMST
005650* CONFERE O FORNECEDOR DO PRECO CORRENTE E LE O
005660* PROXIMO.
005670******************************************************
005680 2250-CHECAR-PRECMST.
005690     ADD 1 TO WS-QTD-LIDOS.
005700     MOVE SPACES TO WRK-CHAVE.
005710     STRING 'MAT ' PRE-MATERIAL ' VIG ' PRE-DATA-VIGENCIA
005720            DELIMITED BY SIZE
005730         INTO WRK-CHAVE.
005740 
005750     MOVE PRE-COD-FORNECEDOR TO FOR-CODIGO.
005760     PERFORM 5100-LOCALIZAR-FORNECEDOR THRU 5100-EXIT.
005770     IF REFERENCIA-AUSENTE
005780         MOVE 04 TO WRK-REGRA
005790         MOVE SPACES TO WRK-DETALHE
005800         STRING 'FORNECEDOR ' PRE-COD-FORNECEDOR
005810                ' NAO ENCONTRADO NO CADASTRO'
005820                DELIMITED BY SIZE INTO WRK-DETALHE
005830         PERFORM 8000-REGISTRAR-EXCECAO THRU 8000-EXIT
005840     END-IF.
005850     IF REFERENCIA-INATIVA
005860         MOVE 05 TO WRK-REGRA
005870         MOVE SPACES TO WRK-DETALHE
005880         STRING 'FORNECEDOR ' PRE-COD-FORNECEDOR
005890                ' INATIVO: ' FOR-NOME
005900                DELIMITED BY SIZE INTO WRK-DETALHE
005910         PERFORM 8000-REGISTRAR-EXCECAO THRU 8000-EXIT
005920     END-IF.
005930 
005940     PERFORM 2210-LER-PRECMST THRU 2210-EXIT.
005950 2250-EXIT.
005960     EXIT.
005970******************************************************
005980* 2300-VERIFICAR-TITMST
005990* REGRAS 06 A 08: CADA TITULO PRECISA DE CLIENTE NO
006000* CLIMST, VALOR PAGO ATE O VALOR DO TITULO E DATA DE
006010* PAGAMENTO QUANDO ESTA PAGO.
006020******************************************************
006030 2300-VERIFICAR-TITMST.
006040     IF CLIMST-OK
006050         MOVE 'S' TO TRG-VERIFICADA(6)
006060     END-IF.
006070     MOVE 'S' TO TRG-VERIFICADA(7).
006080     MOVE 'S' TO TRG-VERIFICADA(8).
006090 
006100     MOVE 'N' TO WS-FIM-ARQUIVO.
006110     PERFORM 2310-LER-TITMST THRU 2310-EXIT.
006120     PERFORM 2350-CHECAR-TITMST THRU 2350-EXIT
006130         UNTIL FIM-ARQUIVO.
006140 2300-EXIT.
006150     EXIT.
006160******************************************************
006170* 2310-LER-TITMST
006180* LE O PROXIMO TITULO.
006190******************************************************
006200 2310-LER-TITMST.
006210     READ ARQ-TITULOS NEXT RECORD
006220         AT END
006230             SET FIM-ARQUIVO TO TRUE
006240     END-READ.
006250 2310-EXIT.
006260     EXIT.
006270******************************************************
006280* 2350-CHECAR-TITMST
006290* CONFERE O CLIENTE, O VALOR PAGO E A DATA DE
006300* PAGAMENTO DO TITULO CORRENTE E LE O PROXIMO.
006310******************************************************
006320 2350-CHECAR-TITMST.
006330     ADD 1 TO WS-QTD-LIDOS.
006340     MOVE SPACES TO WRK-CHAVE.
006350     STRING 'CLIENTE ' TIT-COD-CLIENTE ' TITULO '
006360            TIT-SEQUENCIA DELIMITED BY SIZE
006370         INTO WRK-CHAVE.
006380 
006390     IF CLIMST-OK
006400         MOVE TIT-COD-CLIENTE TO CLI-CODIGO
006410         PERFORM 5000-LOCALIZAR-CLIENTE THRU 5000-EXIT
006420         IF REFERENCIA-AUSENTE
006430             MOVE 06 TO WRK-REGRA
006440             MOVE 'CLIENTE NAO ENCONTRADO NO CADASTRO'
006450                 TO WRK-DETALHE
006460             PERFORM 8000-REGISTRAR-EXCECAO THRU 8000-EXIT
006470         END-IF
006480     END-IF.
006490 
006500     IF TIT-VALOR IS NUMERIC
006510        AND TIT-VALOR-PAGO IS NUMERIC
006520        AND TIT-VALOR-PAGO > TIT-VALOR
006530         MOVE 07 TO WRK-REGRA
006540         MOVE TIT-VALOR      TO WRK-VALOR-ED
006550         MOVE TIT-VALOR-PAGO TO WRK-VALOR2-ED
006560         MOVE SPACES TO WRK-DETALHE
006570         STRING 'VALOR ' WRK-VALOR-ED ' PAGO ' WRK-VALOR2-ED
006580                DELIMITED BY SIZE INTO WRK-DETALHE
006590         PERFORM 8000-REGISTRAR-EXCECAO THRU 8000-EXIT
006600     END-IF.
006610 
006620     IF TITULO-PAGO
006630         IF TIT-DATA-PAGAMENTO IS NOT NUMERIC
006640            OR TIT-DATA-PAGAMENTO = ZEROS
006650             MOVE 08 TO WRK-REGRA
006660             MOVE 'SITUACAO P SEM DATA DE PAGAMENTO'
006670                 TO WRK-DETALHE
006680             PERFORM 8000-REGISTRAR-EXCECAO THRU 8000-EXIT
006690         END-IF
006700     END-IF.
006710 
006720     PERFORM 2310-LER-TITMST THRU 2310-EXIT.
006730 2350-EXIT.
006740     EXIT.
006750******************************************************
006760* 2400-VERIFICAR-PROPMST
006770* REGRAS 09 E 10: CADA PROPOSTA PRECISA DE CLIENTE NO
006780* CLIMST, E A PROPOSTA AINDA EMITIDA NAO PODE ESTAR
006790* VENCIDA HA MAIS DIAS QUE A CARENCIA.
006800******************************************************
006810 2400-VERIFICAR-PROPMST.
006820     IF CLIMST-OK
006830         MOVE 'S' TO TRG-VERIFICADA(9)
006840     END-IF.
006850     MOVE 'S' TO TRG-VERIFICADA(10).
006860 
006870     MOVE 'N' TO WS-FIM-ARQUIVO.
006880     PERFORM 2410-LER-PROPMST THRU 2410-EXIT.
006890     PERFORM 2450-CHECAR-PROPMST THRU 2450-EXIT
006900         UNTIL FIM-ARQUIVO.
006910 2400-EXIT.
006920     EXIT.
006930******************************************************
006940* 2410-LER-PROPMST
006950* LE A PROXIMA PROPOSTA, NA ORDEM DO NUMERO.
006960******************************************************
006970 2410-LER-PROPMST.
006980     READ ARQ-PROPOSTAS NEXT RECORD
006990         AT END
007000             SET FIM-ARQUIVO TO TRUE
007010     END-READ.
007020 2410-EXIT.
007030     EXIT.
007040******************************************************
007050* 2450-CHECAR-PROPMST
007060* CONFERE O CLIENTE E O VENCIMENTO DA PROPOSTA
007070* CORRENTE E LE A PROXIMA.
007080******************************************************
007090 2450-CHECAR-PROPMST.
007100     ADD 1 TO WS-QTD-LIDOS.
007110     MOVE SPACES TO WRK-CHAVE.
007120     STRING 'PROPOSTA ' PRO-NUMERO ' CLIENTE '
007130            PRO-COD-CLIENTE DELIMITED BY SIZE
007140         INTO WRK-CHAVE.
007150 
007160     IF CLIMST-OK
007170         MOVE PRO-COD-CLIENTE TO CLI-CODIGO
007180         PERFORM 5000-LOCALIZAR-CLIENTE THRU 5000-EXIT
007190         IF REFERENCIA-AUSENTE
007200             MOVE 09 TO WRK-REGRA
007210             MOVE 'CLIENTE NAO ENCONTRADO NO CADASTRO'
007220                 TO WRK-DETALHE
007230             PERFORM 8000-REGISTRAR-EXCECAO THRU 8000-EXIT
007240         END-IF
007250     END-IF.
007260 
007270     IF PROPOSTA-EMITIDA
007280        AND PRO-DATA-VENCIMENTO IS NUMERIC
007290        AND PRO-DATA-VENCIMENTO > ZEROS
007300         MOVE PRO-DATA-VENCIMENTO TO WRK-DATA-CONVERTER
007310         PERFORM 7000-DATA-PARA-DIAS THRU 7000-EXIT
007320         COMPUTE WRK-DIAS-VENCIDA =
007330             WRK-DIAS-HOJE - WRK-DIAS-CONVERTIDOS
007340         IF WRK-DIAS-VENCIDA > WS-DIAS-CARENCIA
007350             MOVE 10 TO WRK-REGRA
007360             PERFORM 7100-FORMATAR-VENCIMENTO THRU 7100-EXIT
007370             MOVE WRK-DIAS-VENCIDA TO WRK-DIAS-ED
007380             MOVE SPACES TO WRK-DETALHE
007390             STRING 'SITUACAO E - VENCIMENTO ' WRK-DATA-ED
007400                    ' - DIAS VENCIDA: ' WRK-DIAS-ED
007410                    DELIMITED BY SIZE INTO WRK-DETALHE
007420             PERFORM 8000-REGISTRAR-EXCECAO THRU 8000-EXIT
007430         END-IF
007440     END-IF.
007450 
007460     PERFORM 2410-LER-PROPMST THRU 2410-EXIT.
007470 2450-EXIT.
007480     EXIT.
007490******************************************************
007500* 2500-VERIFICAR-PROPITM
007510* REGRA 11: CADA ITEM DE PROPOSTA PRECISA DA PROPOSTA
007520* NO PROPMST.
007530******************************************************
007540 2500-VERIFICAR-PROPITM.
007550     IF NOT PROPMST-OK
007560         GO TO 2500-EXIT
007570     END-IF.
007580     MOVE 'S' TO TRG-VERIFICADA(11).
007590 
007600     MOVE 'N' TO WS-FIM-ARQUIVO.
007610     PERFORM 2510-LER-PROPITM THRU 2510-EXIT.
007620     PERFORM 2550-CHECAR-PROPITM THRU 2550-EXIT
007630         UNTIL FIM-ARQUIVO.
007640 2500-EXIT.
007650     EXIT.
007660******************************************************
007670* 2510-LER-PROPITM
007680* LE O PROXIMO ITEM DE PROPOSTA.
007690******************************************************
007700 2510-LER-PROPITM.
007710     READ ARQ-ITENS-PROP NEXT RECORD
007720         AT END
007730             SET FIM-ARQUIVO TO TRUE
007740     END-READ.
007750 2510-EXIT.
007760     EXIT.
007770******************************************************
007780* 2550-CHECAR-PROPITM
007790* CONFERE QUE A PROPOSTA DO ITEM CORRENTE EXISTE E LE
007800* O PROXIMO.
007810******************************************************
007820 2550-CHECAR-PROPITM.
007830     ADD 1 TO WS-QTD-LIDOS.
007840     MOVE PIT-NUM-PROPOSTA TO PRO-NUMERO.
007850     READ ARQ-PROPOSTAS
007860         INVALID KEY
007870             MOVE 11 TO WRK-REGRA
007880             MOVE SPACES TO WRK-CHAVE
007890             STRING 'PROPOSTA ' PIT-NUM-PROPOSTA ' ITEM '
007900                    PIT-ITEM DELIMITED BY SIZE
007910                 INTO WRK-CHAVE
007920             MOVE SPACES TO WRK-DETALHE
007930             STRING 'LOTE ' PIT-NUM-LOTE ' CLIENTE '
007940                    PIT-COD-CLIENTE ' SEM PROPOSTA'
007950                    DELIMITED BY SIZE INTO WRK-DETALHE
007960             PERFORM 8000-REGISTRAR-EXCECAO THRU 8000-EXIT
007970     END-READ.
007980 
007990     PERFORM 2510-LER-PROPITM THRU 2510-EXIT.
008000 2550-EXIT.
008010     EXIT.
008020******************************************************
008030* 2600-VERIFICAR-PEDMST
008040* REGRAS 12 E 13: CADA ITEM DE PEDIDO DE COMPRA PRECISA
008050* DE FORNECEDOR NO FORMST E NAO PODE TER RECEBIDO MAIS
008060* QUE O PEDIDO.
008070******************************************************
008080 2600-VERIFICAR-PEDMST.
008090     IF FORMST-OK
008100         MOVE 'S' TO TRG-VERIFICADA(12)
008110     END-IF.
008120     MOVE 'S' TO TRG-VERIFICADA(13).
008130 
008140     MOVE 'N' TO WS-FIM-ARQUIVO.
008150     PERFORM 2610-LER-PEDMST THRU 2610-EXIT.
008160     PERFORM 2650-CHECAR-PEDMST THRU 2650-EXIT
008170         UNTIL FIM-ARQUIVO.
008180 2600-EXIT.
008190     EXIT.
008200******************************************************
008210* 2610-LER-PEDMST
008220* LE O PROXIMO ITEM DE PEDIDO DE COMPRA.
008230******************************************************
008240 2610-LER-PEDMST.
008250     READ ARQ-PEDIDOS NEXT RECORD
008260         AT END
008270             SET FIM-ARQUIVO TO TRUE
008280     END-READ.
008290 2610-EXIT.
008300     EXIT.
008310******************************************************
008320* 2650-CHECAR-PEDMST
008330* CONFERE O FORNECEDOR E A QUANTIDADE RECEBIDA DO ITEM
008340* DE PEDIDO CORRENTE E LE O PROXIMO.
008350******************************************************
008360 2650-CHECAR-PEDMST.
008370     ADD 1 TO WS-QTD-LIDOS.
008380     MOVE SPACES TO WRK-CHAVE.
008390     STRING 'PEDIDO ' PED-NUMERO ' ITEM ' PED-ITEM
008400            DELIMITED BY SIZE
008410         INTO WRK-CHAVE.
008420 
008430     IF FORMST-OK
008440         MOVE PED-COD-FORNECEDOR TO FOR-CODIGO
008450         PERFORM 5100-LOCALIZAR-FORNECEDOR THRU 5100-EXIT
008460         IF REFERENCIA-AUSENTE
008470             MOVE 12 TO WRK-REGRA
008480             MOVE SPACES TO WRK-DETALHE
008490             STRING 'FORNECEDOR ' PED-COD-FORNECEDOR
008500                    ' NAO ENCONTRADO NO CADASTRO'
008510                    DELIMITED BY SIZE INTO WRK-DETALHE
008520             PERFORM 8000-REGISTRAR-EXCECAO THRU 8000-EXIT
008530         END-IF
008540     END-IF.
008550 
008560     IF PED-QTD IS NUMERIC
008570        AND PED-QTD-RECEBIDA IS NUMERIC
008580        AND PED-QTD-RECEBIDA > PED-QTD
008590         MOVE 13 TO WRK-REGRA
008600         MOVE PED-QTD          TO WRK-QTD-ED
008610         MOVE PED-QTD-RECEBIDA TO WRK-QTD2-ED
008620         MOVE SPACES TO WRK-DETALHE
008630         STRING 'MATERIAL ' PED-MATERIAL ' PEDIDA '
008640                WRK-QTD-ED ' RECEBIDA ' WRK-QTD2-ED
008650                DELIMITED BY SIZE INTO WRK-DETALHE
008660         PERFORM 8000-REGISTRAR-EXCECAO THRU 8000-EXIT
008670     END-IF.
008680 
008690     PERFORM 2610-LER-PEDMST THRU 2610-EXIT.
008700 2650-EXIT.
008710     EXIT.
008720******************************************************
008730* 3000-IMPRIMIR-EXCECOES
008740* PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: RECEBE AS
008750* EXCECOES AGRUPADAS POR REGRA E IMPRIME CADA GRUPO COM
008760* A SUA QUANTIDADE.
008770******************************************************
008780 3000-IMPRIMIR-EXCECOES.
008790     MOVE ZEROS TO WRK-REGRA-ANTERIOR
008800                   WRK-QTD-REGRA.
008810     MOVE 'N'   TO WS-FIM-CLASSIFICACAO.
008820     PERFORM 4000-IMPRIMIR-CABECALHO THRU 4000-EXIT.
008830 
008840     PERFORM 3100-RETORNAR-EXCECAO THRU 3100-EXIT.
008850     PERFORM 3200-TRATAR-EXCECAO THRU 3200-EXIT
008860         UNTIL FIM-CLASSIFICACAO.
008870     PERFORM 4300-TOTAL-REGRA THRU 4300-EXIT.
008880 3000-EXIT.
008890     EXIT.
008900******************************************************
008910* 3100-RETORNAR-EXCECAO
008920* RETORNA A PROXIMA EXCECAO DA CLASSIFICACAO E LIGA O
008930* INDICADOR DE FIM QUANDO NECESSARIO.
008940******************************************************
008950 3100-RETORNAR-EXCECAO.
008960     RETURN ARQ-CLASSIFICACAO
008970         AT END
008980             SET FIM-CLASSIFICACAO TO TRUE
008990     END-RETURN.
009000 3100-EXIT.
009010     EXIT.
009020******************************************************
009030* 3200-TRATAR-EXCECAO
009040* NA MUDANCA DE REGRA, IMPRIME O TOTAL DA ANTERIOR E O
009050* TITULO DA NOVA; DEPOIS IMPRIME A LINHA DA EXCECAO.
009060******************************************************
009070 3200-TRATAR-EXCECAO.
009080     IF SRT-REGRA NOT = WRK-REGRA-ANTERIOR
009090         PERFORM 4300-TOTAL-REGRA THRU 4300-EXIT
009100         PERFORM 4150-IMPRIMIR-REGRA THRU 4150-EXIT
009110         MOVE SRT-REGRA TO WRK-REGRA-ANTERIOR
009120         MOVE ZEROS TO WRK-QTD-REGRA
009130     END-IF.
009140 
009150     ADD 1 TO WRK-QTD-REGRA.
009160     PERFORM 4100-IMPRIMIR-EXCECAO THRU 4100-EXIT.
009170     PERFORM 3100-RETORNAR-EXCECAO THRU 3100-EXIT.
009180 3200-EXIT.
009190     EXIT.
009200******************************************************
009210* 4000-IMPRIMIR-CABECALHO
009220* EMITE O CABECALHO DO RELATORIO (DATA E PAGINA) E
009230* REINICIA O CONTADOR DE LINHAS DA PAGINA.
009240******************************************************
009250 4000-IMPRIMIR-CABECALHO.
009260     ADD 1 TO WS-PAGINA-ATUAL.
009270     MOVE WRK-DATA-EXECUCAO-ED TO LC2-DATA.
009280     MOVE WS-PAGINA-ATUAL      TO LC2-PAGINA.
009290 
009300     WRITE REG-RELATORIO FROM LINHA-CABECALHO-1.
009310     WRITE REG-RELATORIO FROM LINHA-CABECALHO-2.
009320     WRITE REG-RELATORIO FROM LINHA-BRANCO.
009330 
009340     MOVE 3 TO WS-LINHA-ATUAL.
009350 4000-EXIT.
009360     EXIT.
009370******************************************************
009380* 4100-IMPRIMIR-EXCECAO
009390* IMPRIME A LINHA DA EXCECAO CORRENTE, QUEBRANDO A
009400* PAGINA QUANDO NECESSARIO.
009410******************************************************
009420 4100-IMPRIMIR-EXCECAO.
009430     IF WS-LINHA-ATUAL >= WS-MAX-LINHAS-PAGINA
009440         PERFORM 4000-IMPRIMIR-CABECALHO THRU 4000-EXIT
009450         WRITE REG-RELATORIO FROM LINHA-REGRA
009460         ADD 1 TO WS-LINHA-ATUAL
009470     END-IF.
009480 
009490     MOVE SRT-CHAVE   TO LEX-CHAVE.
009500     MOVE SRT-DETALHE TO LEX-DETALHE.
009510     WRITE REG-RELATORIO FROM LINHA-EXCECAO.
009520     ADD 1 TO WS-LINHA-ATUAL.
009530 4100-EXIT.
009540     EXIT.
009550******************************************************
009560* 4150-IMPRIMIR-REGRA
009570* IMPRIME O TITULO DO GRUPO DA REGRA (NUMERO E
009580* DESCRICAO).
009590******************************************************
009600 4150-IMPRIMIR-REGRA.
009610     IF WS-LINHA-ATUAL >= WS-MAX-LINHAS-PAGINA - 3
009620         PERFORM 4000-IMPRIMIR-CABECALHO THRU 4000-EXIT
009630     END-IF.
009640 
009650     MOVE SRT-REGRA                TO LRG-NUMERO.
009660     MOVE TRG-DESCRICAO(SRT-REGRA) TO LRG-DESCRICAO.
009670     WRITE REG-RELATORIO FROM LINHA-BRANCO.
009680     WRITE REG-RELATORIO FROM LINHA-REGRA.
009690     ADD 2 TO WS-LINHA-ATUAL.
009700 4150-EXIT.
009710     EXIT.
009720******************************************************
009730* 4300-TOTAL-REGRA
009740* IMPRIME A QUANTIDADE DE EXCECOES DA REGRA CUJO GRUPO
009750* ACABOU DE SER IMPRESSO, QUANDO HOUVER.
009760******************************************************
009770 4300-TOTAL-REGRA.
009780     IF WRK-REGRA-ANTERIOR = ZEROS
009790         GO TO 4300-EXIT
009800     END-IF.
009810     MOVE WRK-QTD-REGRA TO LTR-QTD.
009820     WRITE REG-RELATORIO FROM LINHA-TOTAL-REGRA.
009830     ADD 1 TO WS-LINHA-ATUAL.
009840 4300-EXIT.
009850     EXIT.
009860******************************************************
009870* 4500-IMPRIMIR-RESUMO
009880* IMPRIME A LINHA DO RESUMO DE UMA REGRA: QUANTIDADE DE
009890* EXCECOES OU A INDICACAO DE REGRA NAO VERIFICADA.
009900******************************************************
009910 4500-IMPRIMIR-RESUMO.
009920     IF WS-LINHA-ATUAL >= WS-MAX-LINHAS-PAGINA
009930         PERFORM 4000-IMPRIMIR-CABECALHO THRU 4000-EXIT
009940     END-IF.
009950 
009960     SET LRS-NUMERO TO IX-REGRA.
009970     MOVE TRG-DESCRICAO(IX-REGRA) TO LRS-DESCRICAO.
009980     IF TRG-VERIFICADA(IX-REGRA) = 'S'
009990         MOVE TRG-QTD(IX-REGRA) TO WRK-QTD-ED
010000         MOVE WRK-QTD-ED TO LRS-SITUACAO
010010     ELSE
010020         MOVE 'NAO VERIFICADA' TO LRS-SITUACAO
010030     END-IF.
010040     WRITE REG-RELATORIO FROM LINHA-RESUMO.
010050     ADD 1 TO WS-LINHA-ATUAL.
010060 4500-EXIT.
010070     EXIT.
010080******************************************************
010090* 5000-LOCALIZAR-CLIENTE
010100* LOCALIZA NO CLIMST O CLIENTE DE CODIGO CLI-CODIGO E
010110* INDICA SE ELE EXISTE E ESTA ATIVO.
010120******************************************************
010130 5000-LOCALIZAR-CLIENTE.
010140     READ ARQ-CLIENTES
010150         INVALID KEY
010160             SET REFERENCIA-AUSENTE TO TRUE
010170         NOT INVALID KEY
010180             IF CLIENTE-INATIVO
010190                 SET REFERENCIA-INATIVA TO TRUE
010200             ELSE
010210                 SET REFERENCIA-ACHADA TO TRUE
010220             END-IF
010230     END-READ.
010240 5000-EXIT.
010250     EXIT.
010260******************************************************
010270* 5100-LOCALIZAR-FORNECEDOR
010280* LOCALIZA NO FORMST O FORNECEDOR DE CODIGO FOR-CODIGO
010290* E INDICA SE ELE EXISTE E ESTA ATIVO.
010300******************************************************
010310 5100-LOCALIZAR-FORNECEDOR.
010320     READ ARQ-FORNECEDORES
010330         INVALID KEY
010340             SET REFERENCIA-AUSENTE TO TRUE
010350         NOT INVALID KEY
010360             IF FORNECEDOR-INATIVO
010370                 SET REFERENCIA-INATIVA TO TRUE
010380             ELSE
010390                 SET REFERENCIA-ACHADA TO TRUE
010400             END-IF
010410     END-READ.
010420 5100-EXIT.
010430     EXIT.
010440******************************************************
010450* 5200-LOCALIZAR-MATERIAL
010460* INDICA SE O MATERIAL PRE-MATERIAL TEM AO MENOS UM
010470* PRECO NO PRECMST, POSICIONANDO NA PRIMEIRA VIGENCIA
010480* DO MATERIAL.
010490******************************************************
010500 5200-LOCALIZAR-MATERIAL.
010510     MOVE ZEROS TO PRE-DATA-VIGENCIA.
010520     MOVE PRE-MATERIAL TO WRK-MATERIAL.
010530     SET REFERENCIA-AUSENTE TO TRUE.
010540     START ARQ-PRECOS KEY IS NOT LESS THAN PRE-CHAVE
010550         INVALID KEY
010560             GO TO 5200-EXIT
010570     END-START.
010580     READ ARQ-PRECOS NEXT RECORD
010590         AT END
010600             GO TO 5200-EXIT
010610     END-READ.
010620     IF PRE-MATERIAL = WRK-MATERIAL
010630         SET REFERENCIA-ACHADA TO TRUE
010640     END-IF.
010650 5200-EXIT.
010660     EXIT.
010670******************************************************
010680* 7000-DATA-PARA-DIAS
010690* CONVERTE A DATA WRK-DATA-CONVERTER (AAAAMMDD) EM
010700* NUMERO DE DIAS CORRIDOS DESDE O ANO 1, PARA CALCULO
010710* DE DIFERENCA ENTRE DATAS, CONSIDERANDO OS ANOS
010720* BISSEXTOS.
010730******************************************************
010740 7000-DATA-PARA-DIAS.
010750     MOVE WRK-DATA-CONVERTER(1:4) TO WRK-CONV-AAAA.
010760     MOVE WRK-DATA-CONVERTER(5:2) TO WRK-CONV-MM.
010770     MOVE WRK-DATA-CONVERTER(7:2) TO WRK-CONV-DD.
010780 
010790     COMPUTE WRK-ANO-ANTERIOR = WRK-CONV-AAAA - 1.
010800     DIVIDE WRK-ANO-ANTERIOR BY 4
010810         GIVING WRK-QUOC-4.
010820     DIVIDE WRK-ANO-ANTERIOR BY 100
010830         GIVING WRK-QUOC-100.
010840     DIVIDE WRK-ANO-ANTERIOR BY 400
010850         GIVING WRK-QUOC-400.
010860     COMPUTE WRK-QTD-BISSEXTOS =
010870         WRK-QUOC-4 - WRK-QUOC-100 + WRK-QUOC-400.
010880 
010890     COMPUTE WRK-DIAS-CONVERTIDOS =
010900         (WRK-ANO-ANTERIOR * 365) + WRK-QTD-BISSEXTOS
010910         + TDA-DIAS(WRK-CONV-MM) + WRK-CONV-DD.
010920 
010930     IF WRK-CONV-MM > 2
010940         DIVIDE WRK-CONV-AAAA BY 4
010950             GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-4
010960         DIVIDE WRK-CONV-AAAA BY 100
010970             GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-100
010980         DIVIDE WRK-CONV-AAAA BY 400
010990             GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-400
011000         IF (WRK-RESTO-4 = ZEROS
011010            AND WRK-RESTO-100 NOT = ZEROS)
011020            OR WRK-RESTO-400 = ZEROS
011030             ADD 1 TO WRK-DIAS-CONVERTIDOS
011040         END-IF
011050     END-IF.
011060 7000-EXIT.
011070     EXIT.
011080******************************************************
011090* 7100-FORMATAR-VENCIMENTO
011100* FORMATA O VENCIMENTO DA PROPOSTA COMO DD/MM/AAAA.
011110******************************************************
011120 7100-FORMATAR-VENCIMENTO.
011130     MOVE SPACES TO WRK-DATA-ED.
011140     MOVE PRO-DATA-VENCIMENTO(7:2) TO WRK-DATA-ED(1:2).
011150     MOVE '/' TO WRK-DATA-ED(3:1).
011160     MOVE PRO-DATA-VENCIMENTO(5:2) TO WRK-DATA-ED(4:2).
011170     MOVE '/' TO WRK-DATA-ED(6:1).
011180     MOVE PRO-DATA-VENCIMENTO(1:4) TO WRK-DATA-ED(7:4).
011190 7100-EXIT.
011200     EXIT.
011210******************************************************
011220* 8000-REGISTRAR-EXCECAO
011230* CONTA A EXCECAO NA SUA REGRA E A LIBERA PARA A
011240* CLASSIFICACAO, NA ORDEM EM QUE FOI ENCONTRADA.
011250******************************************************
011260 8000-REGISTRAR-EXCECAO.
011270     ADD 1 TO WS-QTD-EXCECOES.
011280     ADD 1 TO TRG-QTD(WRK-REGRA).
011290     MOVE WRK-REGRA       TO SRT-REGRA.
011300     MOVE WS-QTD-EXCECOES TO SRT-SEQUENCIA.
011310     MOVE WRK-CHAVE       TO SRT-CHAVE.
011320     MOVE WRK-DETALHE     TO SRT-DETALHE.
011330     RELEASE REG-CLASSIFICACAO.
011340 8000-EXIT.
011350     EXIT.
011360******************************************************
011370* 9000-FINALIZAR
011380* IMPRIME O RESUMO POR REGRA E OS TOTAIS, FECHA OS
011390* ARQUIVOS E DEVOLVE O CODIGO DE RETORNO: 4 QUANDO HA
011400* QUALQUER EXCECAO.
011410******************************************************
011420 9000-FINALIZAR.
011430     IF WS-QTD-EXCECOES = ZEROS
011440         WRITE REG-RELATORIO FROM LINHA-BRANCO
011450         MOVE 'NENHUMA EXCECAO ENCONTRADA.' TO LTO-ROTULO
011460         WRITE REG-RELATORIO FROM LTO-ROTULO
011470         ADD 2 TO WS-LINHA-ATUAL
011480     END-IF.
011490 
011500     IF WS-LINHA-ATUAL >= WS-MAX-LINHAS-PAGINA - 3
011510         PERFORM 4000-IMPRIMIR-CABECALHO THRU 4000-EXIT
011520     END-IF.
011530     WRITE REG-RELATORIO FROM LINHA-BRANCO.
011540     WRITE REG-RELATORIO FROM LINHA-RESUMO-TITULO.
011550     ADD 2 TO WS-LINHA-ATUAL.
011560     PERFORM 4500-IMPRIMIR-RESUMO THRU 4500-EXIT
011570         VARYING IX-REGRA FROM 1 BY 1
011580         UNTIL IX-REGRA > WS-QTD-REGRAS.
011590 
011600     WRITE REG-RELATORIO FROM LINHA-BRANCO.
011610     MOVE 'REGISTROS VERIFICADOS.......: ' TO LTO-ROTULO.
011620     MOVE WS-QTD-LIDOS    TO LTO-QTD.
011630     WRITE REG-RELATORIO FROM LINHA-TOTAL.
011640     MOVE 'TOTAL DE EXCECOES...........: ' TO LTO-ROTULO.
011650     MOVE WS-QTD-EXCECOES TO LTO-QTD.
011660     WRITE REG-RELATORIO FROM LINHA-TOTAL.
011670 
011680     DISPLAY 'VERIFICACAO DE INTEGRIDADE GRAVADA EM INTGRPT. '
011690         'REGISTROS: ' WS-QTD-LIDOS
011700         ' - EXCECOES: ' WS-QTD-EXCECOES.
011710 
011720     IF CLIMST-OK
011730         CLOSE ARQ-CLIENTES
011740     END-IF.
011750     IF CLIPREC-OK
011760         CLOSE ARQ-PRECOS-NEG
011770     END-IF.
011780     IF PRECMST-OK
011790         CLOSE ARQ-PRECOS
011800     END-IF.
011810     IF FORMST-OK
011820         CLOSE ARQ-FORNECEDORES
011830     END-IF.
011840     IF TITMST-OK
011850         CLOSE ARQ-TITULOS
011860     END-IF.
011870     IF PROPMST-OK
011880         CLOSE ARQ-PROPOSTAS
011890     END-IF.
011900     IF PROPITM-OK
011910         CLOSE ARQ-ITENS-PROP
011920     END-IF.
011930     IF PEDMST-OK
011940         CLOSE ARQ-PEDIDOS
011950     END-IF.
011960     CLOSE ARQ-RELATORIO.
011970 
011980     IF WS-QTD-EXCECOES > ZEROS
011990         MOVE 4 TO RETURN-CODE
012000         DISPLAY 'VERIFICACAO ENCERRADA COM EXCECOES - '
012010             'CODIGO DE RETORNO 4.'
012020     END-IF.
012030 9000-EXIT.
012040     EXIT.
