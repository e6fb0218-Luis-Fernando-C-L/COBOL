000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "COPIA CADASTROS".
000030 AUTHOR. LUIS FERNANDO LAZANHA.
000040 INSTALLATION. SETOR DE TOPOGRAFIA E ORCAMENTOS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: DESCARREGAR TODA NOITE CADA CADASTRO
000100* INDEXADO DO SISTEMA (CLIMST, CLIPREC, PRECMST,
000110* FORMST, OPEMST, PROPMST, TITMST, PEDMST, PROPITM,
000120* ESTMST, CUSMST E VENMST) EM UMA COPIA DE SEGURANCA
000130* SEQUENCIAL (LAYOUT LINCOP), COM CABECALHO DATADO E
000140* TRAILER DE CONFERENCIA (QUANTIDADE DE REGISTROS E
000150* TOTAIS HASH DA CHAVE E DOS DADOS). CADA CADASTRO
000160* GUARDA AS ULTIMAS NN GERACOES (ARQUIVOS
000170* <CADASTRO>.G01 A <CADASTRO>.GNN, REAPROVEITADOS EM
000180* RODIZIO - A MAIS ANTIGA E SUBSTITUIDA), NN LIDO DO
000190* ARQUIVO DE PARAMETROS COPPARM (PADRAO 7, MAXIMO 30).
000200* UMA NOVA COPIA NO MESMO DIA SUBSTITUI A GERACAO DO
000210* DIA. O CATALOGO DAS GERACOES (COPCAT, LAYOUT LINCAT)
000220* E REGRAVADO NO FINAL E E POR ELE QUE O PROGRAMA DE
000230* RECARGA DE CADASTRO LOCALIZA A COPIA PELA DATA.
000240* CODIGO DE RETORNO: 0 = TODOS OS CADASTROS COPIADOS,
000250* 4 = ALGUM CADASTRO NAO DISPONIVEL (NAO COPIADO),
000260* 8 = ERRO DE LEITURA OU GRAVACAO (A GERACAO COM ERRO
000270* FICA FORA DO CATALOGO).
000280*
000290* HISTORICO DE ALTERACOES
000300* DATA       AUTOR   DESCRICAO
000310* 15/10/2026 LFL     VERSAO ORIGINAL - COPIA DE
000320*                    SEGURANCA DOS CADASTROS INDEXADOS
000330*                    EM GERACOES COM TRAILER DE
000340*                    CONFERENCIA.
000350* 15/10/2026 LFL     INCLUIDO O CADASTRO DE CUSTOS DE
000360*                    AQUISICAO (CUSMST) NA COPIA.
000370* 15/10/2026 LFL     INCLUIDO O CADASTRO DE VENDEDORES
000380*                    (VENMST) NA COPIA.
000390******************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SPECIAL-NAMES.
000430     DECIMAL-POINT IS COMMA.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT ARQ-CLIENTES ASSIGN TO "CLIMST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS CLI-CODIGO
000500         FILE STATUS IS WS-FS-CADASTRO.
000510 
000520     SELECT ARQ-PRECOS-NEG ASSIGN TO "CLIPREC"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS CPR-CHAVE
000560         FILE STATUS IS WS-FS-CADASTRO.
000570 
000580     SELECT ARQ-PRECOS ASSIGN TO "PRECMST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS PRE-CHAVE
000620         FILE STATUS IS WS-FS-CADASTRO.
000630 
000640     SELECT ARQ-FORNECEDORES ASSIGN TO "FORMST"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS FOR-CODIGO
000680         FILE STATUS IS WS-FS-CADASTRO.
000690 
000700     SELECT ARQ-OPERADORES ASSIGN TO "OPEMST"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS SEQUENTIAL
000730         RECORD KEY IS OPE-CODIGO
000740         FILE STATUS IS WS-FS-CADASTRO.
000750 
000760     SELECT ARQ-PROPOSTAS ASSIGN TO "PROPMST"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS SEQUENTIAL
000790         RECORD KEY IS PRO-NUMERO
000800         FILE STATUS IS WS-FS-CADASTRO.
000810 
000820     SELECT ARQ-TITULOS ASSIGN TO "TITMST"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS SEQUENTIAL
000850         RECORD KEY IS TIT-CHAVE
000860         FILE STATUS IS WS-FS-CADASTRO.
000870 
000880     SELECT ARQ-PEDIDOS ASSIGN TO "PEDMST"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS SEQUENTIAL
000910         RECORD KEY IS PED-CHAVE
000920         FILE STATUS IS WS-FS-CADASTRO.
000930 
000940     SELECT ARQ-ITENS-PROP ASSIGN TO "PROPITM"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS SEQUENTIAL
000970         RECORD KEY IS PIT-CHAVE
000980         FILE STATUS IS WS-FS-CADASTRO.
000990 
001000     SELECT ARQ-ESTOQUE ASSIGN TO "ESTMST"
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS SEQUENTIAL
001030         RECORD KEY IS EST-MATERIAL
001040         FILE STATUS IS WS-FS-CADASTRO.
001050 
001060     SELECT ARQ-CUSTOS ASSIGN TO "CUSMST"
001070         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS SEQUENTIAL
001090         RECORD KEY IS CUS-CHAVE
001100         FILE STATUS IS WS-FS-CADASTRO.
001110 
001120     SELECT ARQ-VENDEDORES ASSIGN TO "VENMST"
001130         ORGANIZATION IS INDEXED
001140         ACCESS MODE IS SEQUENTIAL
001150         RECORD KEY IS VEN-CODIGO
001160         FILE STATUS IS WS-FS-CADASTRO.
001170 
001180     SELECT ARQ-COPIA ASSIGN TO WRK-NOME-COPIA
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-FS-COPIA.
001210 
001220     SELECT OPTIONAL ARQ-CATALOGO ASSIGN TO "COPCAT"
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WS-FS-CATALOGO.
001250 
001260     SELECT OPTIONAL ARQ-PARAMETRO ASSIGN TO "COPPARM"
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WS-FS-PARAMETRO.
001290 DATA DIVISION.
001300 FILE SECTION.
001310 FD  ARQ-CLIENTES.
001320     COPY CLIMST.
001330 
001340 FD  ARQ-PRECOS-NEG.
001350     COPY CLIPREC.
001360 
001370 FD  ARQ-PRECOS.
001380     COPY PRECMST.
001390 
001400 FD  ARQ-FORNECEDORES.
001410     COPY FORMST.
001420 
001430 FD  ARQ-OPERADORES.
001440     COPY OPEMST.
001450 
001460 FD  ARQ-PROPOSTAS.
001470     COPY PROPMST.
001480 
001490 FD  ARQ-TITULOS.
001500     COPY TITMST.
001510 
001520 FD  ARQ-PEDIDOS.
001530     COPY PEDMST.
001540 
001550 FD  ARQ-ITENS-PROP.
001560     COPY PROPITM.
001570 
001580 FD  ARQ-ESTOQUE.
001590     COPY ESTMST.
001600 
001610 FD  ARQ-CUSTOS.
001620     COPY CUSMST.
001630 
001640 FD  ARQ-VENDEDORES.
001650     COPY VENMST.
001660 
001670 FD  ARQ-COPIA
001680     RECORDING MODE IS F.
001690 01  REG-COPIA               PIC X(121).
001700 
001710 FD  ARQ-CATALOGO
001720     RECORDING MODE IS F.
001730 01  REG-CATALOGO            PIC X(80).
001740 
001750 FD  ARQ-PARAMETRO
001760     RECORDING MODE IS F.
001770 01  REG-PARAMETRO.
001780     05 PAR-QTD-GERACOES     PIC 9(02).
001790 WORKING-STORAGE SECTION.
001800******************************************************
001810* AREA DE CHAVES (SWITCHES) E CONTADORES - NIVEL 77
001820******************************************************
001830 77  WS-FS-CADASTRO          PIC X(02)    VALUE SPACES.
001840 77  WS-FS-COPIA             PIC X(02)    VALUE SPACES.
001850 77  WS-FS-CATALOGO          PIC X(02)    VALUE SPACES.
001860 77  WS-FS-PARAMETRO         PIC X(02)    VALUE SPACES.
001870 77  WS-FIM-CADASTRO         PIC X(01)    VALUE 'N'.
001880     88 FIM-CADASTRO                     VALUE 'S'.
001890 77  WS-FIM-CATALOGO         PIC X(01)    VALUE 'N'.
001900     88 FIM-CATALOGO                     VALUE 'S'.
001910 77  WS-ERRO-COPIA           PIC X(01)    VALUE 'N'.
001920     88 ERRO-COPIA                       VALUE 'S'.
001930 77  WS-ENTRADA-ACHADA       PIC X(01)    VALUE 'N'.
001940     88 ENTRADA-ACHADA                   VALUE 'S'.
001950 77  WS-IND-CADASTRO         PIC 9(02)    VALUE ZEROS.
001960 77  WS-QTD-COPIADOS         PIC 9(02)    VALUE ZEROS.
001970 77  WS-QTD-NAO-COPIADOS     PIC 9(02)    VALUE ZEROS.
001980 77  WS-QTD-ERROS            PIC 9(02)    VALUE ZEROS.
001990 77  WS-POSICAO              PIC 9(03) COMP VALUE ZEROS.
002000******************************************************
002010* AREA DA EXECUCAO E DA GERACAO EM GRAVACAO
002020******************************************************
002030 77  WRK-DATA-EXECUCAO       PIC 9(08)    VALUE ZEROS.
002040 77  WRK-HORA-EXECUCAO       PIC 9(08)    VALUE ZEROS.
002050 77  WRK-QTD-GERACOES        PIC 9(02)    VALUE 7.
002060 77  WRK-CADASTRO            PIC X(07)    VALUE SPACES.
002070 77  WRK-GERACAO             PIC 9(02)    VALUE ZEROS.
002080 77  WRK-NOME-COPIA          PIC X(12)    VALUE SPACES.
002090 77  WRK-ULT-GERACAO         PIC 9(02)    VALUE ZEROS.
002100 77  WRK-ULT-DATA            PIC 9(08)    VALUE ZEROS.
002110 77  WRK-ULT-HORA            PIC 9(06)    VALUE ZEROS.
002120 77  WRK-TAM-REGISTRO        PIC 9(03)    VALUE ZEROS.
002130 77  WRK-TAM-CHAVE           PIC 9(03)    VALUE ZEROS.
002140******************************************************
002150* TABELA DOS CADASTROS COPIADOS, NA ORDEM DA COPIA
002160******************************************************
002170 01  TABELA-CADASTROS-VALORES.
002180     05 FILLER               PIC X(07)    VALUE 'CLIMST '.
002190     05 FILLER               PIC X(07)    VALUE 'CLIPREC'.
002200     05 FILLER               PIC X(07)    VALUE 'PRECMST'.
002210     05 FILLER               PIC X(07)    VALUE 'FORMST '.
002220     05 FILLER               PIC X(07)    VALUE 'OPEMST '.
002230     05 FILLER               PIC X(07)    VALUE 'PROPMST'.
002240     05 FILLER               PIC X(07)    VALUE 'TITMST '.
002250     05 FILLER               PIC X(07)    VALUE 'PEDMST '.
002260     05 FILLER               PIC X(07)    VALUE 'PROPITM'.
002270     05 FILLER               PIC X(07)    VALUE 'ESTMST '.
002280     05 FILLER               PIC X(07)    VALUE 'CUSMST '.
002290     05 FILLER               PIC X(07)    VALUE 'VENMST '.
002300 01  TABELA-CADASTROS REDEFINES TABELA-CADASTROS-VALORES.
002310     05 TCD-NOME             PIC X(07)    OCCURS 12 TIMES
002320                             INDEXED BY IX-CAD.
002330******************************************************
002340* TABELA DO CATALOGO DAS GERACOES (COPCAT), CARREGADA
002350* NA INICIALIZACAO E REGRAVADA NO FINAL. ENTRADA COM
002360* CADASTRO EM BRANCO ESTA LIVRE PARA REAPROVEITAMENTO.
002370******************************************************
002380 01  TABELA-CATALOGO.
002390     05 TCA-QTD-ENTRADAS     PIC 9(03) COMP VALUE ZEROS.
002400     05 TCA-ITEM             OCCURS 300 TIMES
002410                             INDEXED BY IX-CAT.
002420         10 TCA-LINHA        PIC X(80).
002430******************************************************
002440* LINHA DO CATALOGO E LINHA DA COPIA (LAYOUTS
002450* COMPARTILHADOS COM A RECARGA DE CADASTRO)
002460******************************************************
002470     COPY LINCAT.
002480     COPY LINCOP.
002490******************************************************
002500* AREA DO REGISTRO COPIADO E DOS TOTAIS DE CONFERENCIA:
002510* CADA POSICAO DO REGISTRO ENTRA NO TOTAL MULTIPLICADA
002520* PELA SUA POSICAO - AS POSICOES DA CHAVE NO TOTAL DA
002530* CHAVE E AS DEMAIS NO TOTAL DOS DADOS.
002540******************************************************
002550 01  WRK-REGISTRO-GRP.
002560     05 WRK-REGISTRO         PIC X(120).
002570     05 WRK-REGISTRO-POS REDEFINES WRK-REGISTRO.
002580         10 WRK-BYTE-REG     PIC X(01)    OCCURS 120 TIMES.
002590 01  WRK-BYTE-GRP.
002600     05 WRK-BYTE-VALOR       PIC 9(04) COMP VALUE ZEROS.
002610 01  WRK-BYTE-X REDEFINES WRK-BYTE-GRP.
002620     05 FILLER               PIC X(01).
002630     05 WRK-BYTE-CARACTER    PIC X(01).
002640 77  WRK-PARCELA             PIC 9(09)    VALUE ZEROS.
002650 77  WRK-QTD-REGISTROS       PIC 9(09)    VALUE ZEROS.
002660 77  WRK-HASH-CHAVE          PIC 9(15)    VALUE ZEROS.
002670 77  WRK-HASH-DADOS          PIC 9(15)    VALUE ZEROS.
002680 77  WRK-QTD-ED              PIC Z(08)9   VALUE ZEROS.
002690 PROCEDURE DIVISION.
002700******************************************************
002710* 0000-MAINLINE
002720* ROTINA PRINCIPAL DO PROGRAMA
002730******************************************************
002740 0000-MAINLINE.
002750     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002760 
002770     PERFORM 2000-COPIAR-CADASTRO THRU 2000-EXIT
002780         VARYING IX-CAD FROM 1 BY 1
002790         UNTIL IX-CAD > 12.
002800 
002810     PERFORM 8000-GRAVAR-CATALOGO THRU 8000-EXIT.
002820     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002830 
002840     STOP RUN.
002850******************************************************
002860* 1000-INICIALIZAR
002870* OBTEM A DATA E HORA DA COPIA, A QUANTIDADE DE
002880* GERACOES A GUARDAR E O CATALOGO DAS GERACOES JA
002890* GRAVADAS.
002900******************************************************
002910 1000-INICIALIZAR.
002920     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
002930     ACCEPT WRK-HORA-EXECUCAO FROM TIME.
002940 
002950     PERFORM 1100-LER-PARAMETRO THRU 1100-EXIT.
002960     PERFORM 1200-CARREGAR-CATALOGO THRU 1200-EXIT.
002970 
002980     DISPLAY 'COPIA DE SEGURANCA DOS CADASTROS - GERACOES '
002990         'GUARDADAS: ' WRK-QTD-GERACOES.
003000 1000-EXIT.
003010     EXIT.
003020******************************************************
003030* 1100-LER-PARAMETRO
003040* LE A QUANTIDADE DE GERACOES A GUARDAR NO ARQUIVO DE
003050* PARAMETROS (COPPARM). QUANDO O ARQUIVO NAO EXISTE OU
003060* O VALOR NAO ESTA ENTRE 01 E 30, VALE O PADRAO (7).
003070******************************************************
003080 1100-LER-PARAMETRO.
003090     OPEN INPUT ARQ-PARAMETRO.
003100     IF WS-FS-PARAMETRO = '00'
003110         READ ARQ-PARAMETRO
003120             NOT AT END
003130                 IF PAR-QTD-GERACOES IS NUMERIC
003140                    AND PAR-QTD-GERACOES > ZEROS
003150                    AND PAR-QTD-GERACOES NOT > 30
003160                     MOVE PAR-QTD-GERACOES
003170                         TO WRK-QTD-GERACOES
003180                 ELSE
003190                     DISPLAY 'AVISO: QUANTIDADE DE GERACOES '
003200                         'INVALIDA NO COPPARM - ASSUMIDO '
003210                         WRK-QTD-GERACOES '.'
003220                 END-IF
003230         END-READ
003240     END-IF.
003250     CLOSE ARQ-PARAMETRO.
003260 1100-EXIT.
003270     EXIT.
003280******************************************************
003290* 1200-CARREGAR-CATALOGO
003300* CARREGA NA TABELA EM MEMORIA AS LINHAS DO CATALOGO
003310* DAS GERACOES (COPCAT). NA PRIMEIRA EXECUCAO O
003320* CATALOGO AINDA NAO EXISTE E A TABELA FICA VAZIA.
003330******************************************************
003340 1200-CARREGAR-CATALOGO.
003350     OPEN INPUT ARQ-CATALOGO.
003360     IF WS-FS-CATALOGO NOT = '00'
003370         CLOSE ARQ-CATALOGO
003380         GO TO 1200-EXIT
003390     END-IF.
003400 
003410     PERFORM 1250-LER-CATALOGO THRU 1250-EXIT
003420         UNTIL FIM-CATALOGO.
003430     CLOSE ARQ-CATALOGO.
003440 1200-EXIT.
003450     EXIT.
003460******************************************************
003470* 1250-LER-CATALOGO
003480* LE UMA LINHA DO CATALOGO E A GUARDA NA TABELA.
003490******************************************************
003500 1250-LER-CATALOGO.
003510     READ ARQ-CATALOGO
003520         AT END
003530             SET FIM-CATALOGO TO TRUE
003540         NOT AT END
003550             IF TCA-QTD-ENTRADAS < 300
003560                 ADD 1 TO TCA-QTD-ENTRADAS
003570                 SET IX-CAT TO TCA-QTD-ENTRADAS
003580                 MOVE REG-CATALOGO TO TCA-LINHA(IX-CAT)
003590             END-IF
003600     END-READ.
003610 1250-EXIT.
003620     EXIT.
003630******************************************************
003640* 2000-COPIAR-CADASTRO
003650* COPIA UM CADASTRO PARA A PROXIMA GERACAO DO RODIZIO:
003660* CABECALHO, UM REGISTRO DE DADOS POR REGISTRO LIDO NA
003670* ORDEM DA CHAVE E O TRAILER COM A QUANTIDADE E OS
003680* TOTAIS. CADASTRO AUSENTE E APONTADO E NAO APAGA
003690* NENHUMA GERACAO; COPIA COM ERRO NAO ENTRA NO
003700* CATALOGO.
003710******************************************************
003720 2000-COPIAR-CADASTRO.
003730     MOVE TCD-NOME(IX-CAD) TO WRK-CADASTRO.
003740     SET WS-IND-CADASTRO TO IX-CAD.
003750     MOVE 'N' TO WS-FIM-CADASTRO.
003760     MOVE 'N' TO WS-ERRO-COPIA.
003770 
003780     PERFORM 2100-ABRIR-CADASTRO THRU 2100-EXIT.
003790     IF WS-FS-CADASTRO NOT = '00'
003800         DISPLAY 'AVISO: CADASTRO ' WRK-CADASTRO
003810             ' NAO DISPONIVEL - NAO COPIADO. STATUS: '
003820             WS-FS-CADASTRO
003830         ADD 1 TO WS-QTD-NAO-COPIADOS
003840         GO TO 2000-EXIT
003850     END-IF.
003860 
003870     PERFORM 2200-ESCOLHER-GERACAO THRU 2200-EXIT.
003880     PERFORM 2250-LIBERAR-GERACAO THRU 2250-EXIT.
003890 
003900     OPEN OUTPUT ARQ-COPIA.
003910     IF WS-FS-COPIA NOT = '00'
003920         DISPLAY 'ERRO: NAO FOI POSSIVEL CRIAR A COPIA '
003930             WRK-NOME-COPIA '. STATUS: ' WS-FS-COPIA
003940         ADD 1 TO WS-QTD-ERROS
003950         PERFORM 2600-FECHAR-CADASTRO THRU 2600-EXIT
003960         GO TO 2000-EXIT
003970     END-IF.
003980 
003990     MOVE ZEROS TO WRK-QTD-REGISTROS
004000                   WRK-HASH-CHAVE
004010                   WRK-HASH-DADOS.
004020     MOVE SPACES            TO LINHA-COPIA.
004030     SET COPIA-CABECALHO    TO TRUE.
004040     MOVE WRK-CADASTRO      TO COP-HDR-CADASTRO.
004050     MOVE WRK-GERACAO       TO COP-HDR-GERACAO.
004060     MOVE WRK-DATA-EXECUCAO TO COP-HDR-DATA.
004070     MOVE WRK-HORA-EXECUCAO(1:6) TO COP-HDR-HORA.
004080     MOVE WRK-TAM-REGISTRO  TO COP-HDR-TAM-REG.
004090     WRITE REG-COPIA FROM LINHA-COPIA.
004100     IF WS-FS-COPIA NOT = '00'
004110         SET ERRO-COPIA TO TRUE
004120         SET FIM-CADASTRO TO TRUE
004130     END-IF.
004140 
004150     IF NOT FIM-CADASTRO
004160         PERFORM 2300-LER-CADASTRO THRU 2300-EXIT
004170     END-IF.
004180     PERFORM 2400-COPIAR-REGISTRO THRU 2400-EXIT
004190         UNTIL FIM-CADASTRO.
004200 
004210     IF NOT ERRO-COPIA
004220         MOVE SPACES            TO LINHA-COPIA
004230         SET COPIA-TRAILER      TO TRUE
004240         MOVE WRK-CADASTRO      TO COP-TRL-CADASTRO
004250         MOVE WRK-QTD-REGISTROS TO COP-TRL-QTD
004260         MOVE WRK-HASH-CHAVE    TO COP-TRL-HASH-CHAVE
004270         MOVE WRK-HASH-DADOS    TO COP-TRL-HASH-DADOS
004280         WRITE REG-COPIA FROM LINHA-COPIA
004290         IF WS-FS-COPIA NOT = '00'
004300             SET ERRO-COPIA TO TRUE
004310         END-IF
004320     END-IF.
004330 
004340     CLOSE ARQ-COPIA.
004350     PERFORM 2600-FECHAR-CADASTRO THRU 2600-EXIT.
004360 
004370     IF ERRO-COPIA
004380         DISPLAY 'ERRO: COPIA DO CADASTRO ' WRK-CADASTRO
004390             ' EM ' WRK-NOME-COPIA ' NAO CONCLUIDA. STATUS '
004400             'CADASTRO: ' WS-FS-CADASTRO ' COPIA: '
004410             WS-FS-COPIA
004420         ADD 1 TO WS-QTD-ERROS
004430         GO TO 2000-EXIT
004440     END-IF.
004450 
004460     PERFORM 2700-REGISTRAR-GERACAO THRU 2700-EXIT.
004470     ADD 1 TO WS-QTD-COPIADOS.
004480     MOVE WRK-QTD-REGISTROS TO WRK-QTD-ED.
004490     DISPLAY 'CADASTRO ' WRK-CADASTRO ' COPIADO PARA '
004500         WRK-NOME-COPIA ' - REGISTROS: ' WRK-QTD-ED.
004510 2000-EXIT.
004520     EXIT.
004530******************************************************
004540* 2100-ABRIR-CADASTRO
004550* ABRE PARA LEITURA O CADASTRO DA VEZ E GUARDA O
004560* TAMANHO DO SEU REGISTRO E DA SUA CHAVE.
004570******************************************************
004580 2100-ABRIR-CADASTRO.
004590     EVALUATE WS-IND-CADASTRO
004600         WHEN 1
004610             OPEN INPUT ARQ-CLIENTES
004620             MOVE LENGTH OF REG-CLIENTE TO WRK-TAM-REGISTRO
004630             MOVE LENGTH OF CLI-CODIGO  TO WRK-TAM-CHAVE
004640         WHEN 2
004650             OPEN INPUT ARQ-PRECOS-NEG
004660             MOVE LENGTH OF REG-PRECO-CLIENTE
004670                 TO WRK-TAM-REGISTRO
004680             MOVE LENGTH OF CPR-CHAVE   TO WRK-TAM-CHAVE
004690         WHEN 3
004700             OPEN INPUT ARQ-PRECOS
004710             MOVE LENGTH OF REG-PRECO   TO WRK-TAM-REGISTRO
004720             MOVE LENGTH OF PRE-CHAVE   TO WRK-TAM-CHAVE
004730         WHEN 4
004740             OPEN INPUT ARQ-FORNECEDORES
004750             MOVE LENGTH OF REG-FORNECEDOR
004760                 TO WRK-TAM-REGISTRO
004770             MOVE LENGTH OF FOR-CODIGO  TO WRK-TAM-CHAVE
004780         WHEN 5
004790             OPEN INPUT ARQ-OPERADORES
004800             MOVE LENGTH OF REG-OPERADOR TO WRK-TAM-REGISTRO
004810             MOVE LENGTH OF OPE-CODIGO  TO WRK-TAM-CHAVE
004820         WHEN 6
004830             OPEN INPUT ARQ-PROPOSTAS
004840             MOVE LENGTH OF REG-PROPOSTA TO WRK-TAM-REGISTRO
004850             MOVE LENGTH OF PRO-NUMERO  TO WRK-TAM-CHAVE
004860         WHEN 7
004870             OPEN INPUT ARQ-TITULOS
004880             MOVE LENGTH OF REG-TITULO  TO WRK-TAM-REGISTRO
004890             MOVE LENGTH OF TIT-CHAVE   TO WRK-TAM-CHAVE
004900         WHEN 8
004910             OPEN INPUT ARQ-PEDIDOS
004920             MOVE LENGTH OF REG-PEDIDO  TO WRK-TAM-REGISTRO
004930             MOVE LENGTH OF PED-CHAVE   TO WRK-TAM-CHAVE
004940         WHEN 9
004950             OPEN INPUT ARQ-ITENS-PROP
004960             MOVE LENGTH OF REG-ITEM-PROPOSTA
004970                 TO WRK-TAM-REGISTRO
004980             MOVE LENGTH OF PIT-CHAVE   TO WRK-TAM-CHAVE
004990         WHEN 10
005000             OPEN INPUT ARQ-ESTOQUE
005010             MOVE LENGTH OF REG-ESTOQUE TO WRK-TAM-REGISTRO
005020             MOVE LENGTH OF EST-MATERIAL TO WRK-TAM-CHAVE
005030         WHEN 11
005040             OPEN INPUT ARQ-CUSTOS
005050             MOVE LENGTH OF REG-CUSTO   TO WRK-TAM-REGISTRO
005060             MOVE LENGTH OF CUS-CHAVE   TO WRK-TAM-CHAVE
005070         WHEN 12
005080             OPEN INPUT ARQ-VENDEDORES
005090             MOVE LENGTH OF REG-VENDEDOR TO WRK-TAM-REGISTRO
005100             MOVE LENGTH OF VEN-CODIGO  TO WRK-TAM-CHAVE
005110     END-EVALUATE.
005120 2100-EXIT.
005130     EXIT.
005140******************************************************
005150* 2200-ESCOLHER-GERACAO
005160* ESCOLHE A GERACAO A GRAVAR: A SEGUINTE A MAIS RECENTE
005170* DO CATALOGO (VOLTANDO A 01 DEPOIS DA ULTIMA), OU A
005180* PROPRIA MAIS RECENTE QUANDO ELA E DE HOJE. MONTA O
005190* NOME DO ARQUIVO DA COPIA (<CADASTRO>.GNN).
005200******************************************************
005210 2200-ESCOLHER-GERACAO.
005220     MOVE ZEROS TO WRK-ULT-GERACAO
005230                   WRK-ULT-DATA
005240                   WRK-ULT-HORA.
005250     IF TCA-QTD-ENTRADAS > ZEROS
005260         PERFORM 2210-VERIFICAR-GERACAO THRU 2210-EXIT
005270             VARYING IX-CAT FROM 1 BY 1
005280             UNTIL IX-CAT > TCA-QTD-ENTRADAS
005290     END-IF.
005300 
005310     IF WRK-ULT-GERACAO > ZEROS
005320        AND WRK-ULT-DATA = WRK-DATA-EXECUCAO
005330        AND WRK-ULT-GERACAO NOT > WRK-QTD-GERACOES
005340         MOVE WRK-ULT-GERACAO TO WRK-GERACAO
005350     ELSE
005360         ADD 1 TO WRK-ULT-GERACAO GIVING WRK-GERACAO
005370         IF WRK-GERACAO > WRK-QTD-GERACOES
005380             MOVE 1 TO WRK-GERACAO
005390         END-IF
005400     END-IF.
005410 
005420     MOVE SPACES TO WRK-NOME-COPIA.
005430     STRING WRK-CADASTRO DELIMITED BY SPACE
005440            '.G'         DELIMITED BY SIZE
005450            WRK-GERACAO  DELIMITED BY SIZE
005460         INTO WRK-NOME-COPIA.
005470 2200-EXIT.
005480     EXIT.
005490******************************************************
005500* 2210-VERIFICAR-GERACAO
005510* GUARDA A GERACAO DO CADASTRO DA VEZ QUANDO ELA E MAIS
005520* RECENTE QUE A MAIS RECENTE JA ENCONTRADA.
005530******************************************************
005540 2210-VERIFICAR-GERACAO.
005550     MOVE TCA-LINHA(IX-CAT) TO LINHA-CATALOGO.
005560     IF CAT-CADASTRO NOT = WRK-CADASTRO
005570         GO TO 2210-EXIT
005580     END-IF.
005590     IF CAT-DATA > WRK-ULT-DATA
005600        OR (CAT-DATA = WRK-ULT-DATA
005610            AND CAT-HORA > WRK-ULT-HORA)
005620         MOVE CAT-GERACAO TO WRK-ULT-GERACAO
005630         MOVE CAT-DATA    TO WRK-ULT-DATA
005640         MOVE CAT-HORA    TO WRK-ULT-HORA
005650     END-IF.
005660 2210-EXIT.
005670     EXIT.
005680******************************************************
005690* 2250-LIBERAR-GERACAO
005700* RETIRA DO CATALOGO A GERACAO QUE VAI SER REGRAVADA E
005710* AS GERACOES ACIMA DA QUANTIDADE A GUARDAR (QUANDO O
005720* PARAMETRO FOI REDUZIDO).
005730******************************************************
005740 2250-LIBERAR-GERACAO.
005750     IF TCA-QTD-ENTRADAS > ZEROS
005760         PERFORM 2260-LIBERAR-ENTRADA THRU 2260-EXIT
005770             VARYING IX-CAT FROM 1 BY 1
005780             UNTIL IX-CAT > TCA-QTD-ENTRADAS
005790     END-IF.
005800 2250-EXIT.
005810     EXIT.
005820******************************************************
005830* 2260-LIBERAR-ENTRADA
005840* LIBERA UMA ENTRADA DO CATALOGO QUANDO ELA E DA
005850* GERACAO EM GRAVACAO OU ESTA FORA DO RODIZIO.
005860******************************************************
005870 2260-LIBERAR-ENTRADA.
005880     MOVE TCA-LINHA(IX-CAT) TO LINHA-CATALOGO.
005890     IF CAT-CADASTRO = WRK-CADASTRO
005900        AND (CAT-GERACAO = WRK-GERACAO
005910             OR CAT-GERACAO > WRK-QTD-GERACOES)
005920         MOVE SPACES TO TCA-LINHA(IX-CAT)
005930     END-IF.
005940 2260-EXIT.
005950     EXIT.
005960******************************************************
005970* 2300-LER-CADASTRO
005980* LE O PROXIMO REGISTRO DO CADASTRO DA VEZ, NA ORDEM DA
005990* CHAVE, PARA A AREA DO REGISTRO COPIADO. ERRO DE
006000* LEITURA ENCERRA A COPIA DO CADASTRO COMO ERRO.
006010******************************************************
006020 2300-LER-CADASTRO.
006030     MOVE SPACES TO WRK-REGISTRO.
006040     EVALUATE WS-IND-CADASTRO
006050         WHEN 1
006060             READ ARQ-CLIENTES NEXT RECORD INTO WRK-REGISTRO
006070                 AT END
006080                     SET FIM-CADASTRO TO TRUE
006090             END-READ
006100         WHEN 2
006110             READ ARQ-PRECOS-NEG NEXT RECORD
006120                 INTO WRK-REGISTRO
006130                 AT END
006140                     SET FIM-CADASTRO TO TRUE
006150             END-READ
006160         WHEN 3
006170             READ ARQ-PRECOS NEXT RECORD INTO WRK-REGISTRO
006180                 AT END
006190                     SET FIM-CADASTRO TO TRUE
006200             END-READ
006210         WHEN 4
006220             READ ARQ-FORNECEDORES NEXT RECORD
006230                 INTO WRK-REGISTRO
006240                 AT END
006250                     SET FIM-CADASTRO TO TRUE
006260             END-READ
006270         WHEN 5
006280             READ ARQ-OPERADORES NEXT RECORD
006290                 INTO WRK-REGISTRO
006300                 AT END
006310                     SET FIM-CADASTRO TO TRUE
006320             END-READ
006330         WHEN 6
006340             READ ARQ-PROPOSTAS NEXT RECORD INTO WRK-REGISTRO
006350                 AT END
006360                     SET FIM-CADASTRO TO TRUE
006370             END-READ
006380         WHEN 7
006390             READ ARQ-TITULOS NEXT RECORD INTO WRK-REGISTRO
006400                 AT END
006410                     SET FIM-CADASTRO TO TRUE
006420             END-READ
006430         WHEN 8
006440             READ ARQ-PEDIDOS NEXT RECORD INTO WRK-REGISTRO
006450                 AT END
006460                     SET FIM-CADASTRO TO TRUE
006470             END-READ
006480         WHEN 9
006490             READ ARQ-ITENS-PROP NEXT RECORD
006500                 INTO WRK-REGISTRO
006510                 AT END
006520                     SET FIM-CADASTRO TO TRUE
006530             END-READ
006540         WHEN 10
006550             READ ARQ-ESTOQUE NEXT RECORD INTO WRK-REGISTRO
006560                 AT END
006570                     SET FIM-CADASTRO TO TRUE
006580             END-READ
006590         WHEN 11
006600             READ ARQ-CUSTOS NEXT RECORD INTO WRK-REGISTRO
006610                 AT END
006620                     SET FIM-CADASTRO TO TRUE
006630             END-READ
006640         WHEN 12
006650             READ ARQ-VENDEDORES NEXT RECORD
006660                 INTO WRK-REGISTRO
006670                 AT END
006680                     SET FIM-CADASTRO TO TRUE
006690             END-READ
006700     END-EVALUATE.
006710 
006720     IF WS-FS-CADASTRO(1:1) NOT = '0'
006730        AND WS-FS-CADASTRO NOT = '10'
006740         SET ERRO-COPIA TO TRUE
006750         SET FIM-CADASTRO TO TRUE
006760     END-IF.
006770 2300-EXIT.
006780     EXIT.
006790******************************************************
006800* 2400-COPIAR-REGISTRO
006810* ACUMULA O REGISTRO LIDO NOS TOTAIS DE CONFERENCIA,
006820* GRAVA O REGISTRO DE DADOS NA COPIA E LE O PROXIMO.
006830******************************************************
006840 2400-COPIAR-REGISTRO.
006850     PERFORM 2500-CALCULAR-HASH THRU 2500-EXIT.
006860 
006870     MOVE SPACES       TO LINHA-COPIA.
006880     SET COPIA-DADOS   TO TRUE.
006890     MOVE WRK-REGISTRO TO COP-DADOS.
006900     WRITE REG-COPIA FROM LINHA-COPIA.
006910     IF WS-FS-COPIA NOT = '00'
006920         SET ERRO-COPIA TO TRUE
006930         SET FIM-CADASTRO TO TRUE
006940         GO TO 2400-EXIT
006950     END-IF.
006960     ADD 1 TO WRK-QTD-REGISTROS.
006970 
006980     PERFORM 2300-LER-CADASTRO THRU 2300-EXIT.
006990 2400-EXIT.
007000     EXIT.
007010******************************************************
007020* 2500-CALCULAR-HASH
007030* SOMA O REGISTRO NOS TOTAIS DE CONFERENCIA DA CHAVE E
007040* DOS DADOS, POSICAO A POSICAO.
007050******************************************************
007060 2500-CALCULAR-HASH.
007070     PERFORM 2550-SOMAR-POSICAO THRU 2550-EXIT
007080         VARYING WS-POSICAO FROM 1 BY 1
007090         UNTIL WS-POSICAO > 120.
007100 2500-EXIT.
007110     EXIT.
007120******************************************************
007130* 2550-SOMAR-POSICAO
007140* CONVERTE O CARACTER DA POSICAO NO SEU VALOR BINARIO
007150* E O SOMA, MULTIPLICADO PELA POSICAO, NO TOTAL DA
007160* CHAVE OU NO TOTAL DOS DADOS.
007170******************************************************
007180 2550-SOMAR-POSICAO.
007190     MOVE ZEROS TO WRK-BYTE-VALOR.
007200     MOVE WRK-BYTE-REG(WS-POSICAO) TO WRK-BYTE-CARACTER.
007210     COMPUTE WRK-PARCELA = WRK-BYTE-VALOR * WS-POSICAO.
007220     IF WS-POSICAO > WRK-TAM-CHAVE
007230         ADD WRK-PARCELA TO WRK-HASH-DADOS
007240     ELSE
007250         ADD WRK-PARCELA TO WRK-HASH-CHAVE
007260     END-IF.
007270 2550-EXIT.
007280     EXIT.
007290******************************************************
007300* 2600-FECHAR-CADASTRO
007310* FECHA O CADASTRO DA VEZ.
007320******************************************************
007330 2600-FECHAR-CADASTRO.
007340     EVALUATE WS-IND-CADASTRO
007350         WHEN 1
007360             CLOSE ARQ-CLIENTES
007370         WHEN 2
007380             CLOSE ARQ-PRECOS-NEG
007390         WHEN 3
007400             CLOSE ARQ-PRECOS
007410         WHEN 4
007420             CLOSE ARQ-FORNECEDORES
007430         WHEN 5
007440             CLOSE ARQ-OPERADORES
007450         WHEN 6
007460             CLOSE ARQ-PROPOSTAS
007470         WHEN 7
007480             CLOSE ARQ-TITULOS
007490         WHEN 8
007500             CLOSE ARQ-PEDIDOS
007510         WHEN 9
007520             CLOSE ARQ-ITENS-PROP
007530         WHEN 10
007540             CLOSE ARQ-ESTOQUE
007550         WHEN 11
007560             CLOSE ARQ-CUSTOS
007570         WHEN 12
007580             CLOSE ARQ-VENDEDORES
007590     END-EVALUATE.
007600 2600-EXIT.
007610     EXIT.
007620******************************************************
007630* 2700-REGISTRAR-GERACAO
007640* REGISTRA A GERACAO GRAVADA NO CATALOGO, NA PRIMEIRA
007650* ENTRADA LIVRE DA TABELA OU NO FINAL DELA.
007660******************************************************
007670 2700-REGISTRAR-GERACAO.
007680     MOVE SPACES            TO LINHA-CATALOGO.
007690     MOVE WRK-CADASTRO      TO CAT-CADASTRO.
007700     MOVE WRK-GERACAO       TO CAT-GERACAO.
007710     MOVE WRK-DATA-EXECUCAO TO CAT-DATA.
007720     MOVE WRK-HORA-EXECUCAO(1:6) TO CAT-HORA.
007730     MOVE WRK-NOME-COPIA    TO CAT-NOME-COPIA.
007740     MOVE WRK-QTD-REGISTROS TO CAT-QTD.
007750     MOVE WRK-HASH-CHAVE    TO CAT-HASH-CHAVE.
007760     MOVE WRK-HASH-DADOS    TO CAT-HASH-DADOS.
007770 
007780     MOVE 'N' TO WS-ENTRADA-ACHADA.
007790     IF TCA-QTD-ENTRADAS > ZEROS
007800         PERFORM 2710-PROCURAR-LIVRE THRU 2710-EXIT
007810             VARYING IX-CAT FROM 1 BY 1
007820             UNTIL IX-CAT > TCA-QTD-ENTRADAS
007830                OR ENTRADA-ACHADA
007840     END-IF.
007850     IF ENTRADA-ACHADA
007860         GO TO 2700-EXIT
007870     END-IF.
007880 
007890     IF TCA-QTD-ENTRADAS < 300
007900         ADD 1 TO TCA-QTD-ENTRADAS
007910         SET IX-CAT TO TCA-QTD-ENTRADAS
007920         MOVE LINHA-CATALOGO TO TCA-LINHA(IX-CAT)
007930     ELSE
007940         DISPLAY 'AVISO: CATALOGO DAS COPIAS CHEIO - '
007950             WRK-NOME-COPIA ' NAO CATALOGADA.'
007960         ADD 1 TO WS-QTD-ERROS
007970     END-IF.
007980 2700-EXIT.
007990     EXIT.
008000******************************************************
008010* 2710-PROCURAR-LIVRE
008020* OCUPA A ENTRADA DO CATALOGO QUANDO ELA ESTA LIVRE.
008030******************************************************
008040 2710-PROCURAR-LIVRE.
008050     IF TCA-LINHA(IX-CAT) = SPACES
008060         MOVE LINHA-CATALOGO TO TCA-LINHA(IX-CAT)
008070         SET ENTRADA-ACHADA TO TRUE
008080     END-IF.
008090 2710-EXIT.
008100     EXIT.
008110******************************************************
008120* 8000-GRAVAR-CATALOGO
008130* REGRAVA O CATALOGO DAS GERACOES COM AS ENTRADAS
008140* OCUPADAS DA TABELA.
008150******************************************************
008160 8000-GRAVAR-CATALOGO.
008170     OPEN OUTPUT ARQ-CATALOGO.
008180     IF WS-FS-CATALOGO NOT = '00'
008190         DISPLAY 'ERRO: NAO FOI POSSIVEL REGRAVAR O '
008200             'CATALOGO DAS COPIAS (COPCAT). STATUS: '
008210             WS-FS-CATALOGO
008220         ADD 1 TO WS-QTD-ERROS
008230         GO TO 8000-EXIT
008240     END-IF.
008250 
008260     IF TCA-QTD-ENTRADAS > ZEROS
008270         PERFORM 8100-GRAVAR-ENTRADA THRU 8100-EXIT
008280             VARYING IX-CAT FROM 1 BY 1
008290             UNTIL IX-CAT > TCA-QTD-ENTRADAS
008300     END-IF.
008310     CLOSE ARQ-CATALOGO.
008320 8000-EXIT.
008330     EXIT.
008340******************************************************
008350* 8100-GRAVAR-ENTRADA
008360* GRAVA NO CATALOGO UMA ENTRADA OCUPADA DA TABELA.
008370******************************************************
008380 8100-GRAVAR-ENTRADA.
008390     IF TCA-LINHA(IX-CAT) NOT = SPACES
008400         WRITE REG-CATALOGO FROM TCA-LINHA(IX-CAT)
008410     END-IF.
008420 8100-EXIT.
008430     EXIT.
008440******************************************************
008450* 9000-FINALIZAR
008460* EXIBE O RESULTADO DA COPIA E DEVOLVE O CODIGO DE
008470* RETORNO PARA O AGENDADOR DA NOITE.
008480******************************************************
008490 9000-FINALIZAR.
008500     DISPLAY 'CADASTROS COPIADOS: ' WS-QTD-COPIADOS.
008510     DISPLAY 'CADASTROS NAO DISPONIVEIS: '
008520         WS-QTD-NAO-COPIADOS.
008530     DISPLAY 'COPIAS COM ERRO: ' WS-QTD-ERROS.
008540 
008550     IF WS-QTD-ERROS > ZEROS
008560         MOVE 8 TO RETURN-CODE
008570         DISPLAY 'COPIA ENCERRADA COM ERRO - CODIGO DE '
008580             'RETORNO 8.'
008590     ELSE
008600         IF WS-QTD-NAO-COPIADOS > ZEROS
008610             MOVE 4 TO RETURN-CODE
008620             DISPLAY 'COPIA ENCERRADA COM CADASTRO NAO '
008630                 'COPIADO - CODIGO DE RETORNO 4.'
008640         END-IF
008650     END-IF.
008660 9000-EXIT.
008670     EXIT.
