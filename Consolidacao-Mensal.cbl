000190* MES INFORMADO PELO OPERADOR E IMPRIMIR O RESUMO
000200* GERENCIAL DO MES (CONSRPT): CALCULOS POR DIA, TOTAIS
000210* E MEDIA DE AREA, TOTAIS POR MATERIAL E POR FIGURA
000220* (RET/CIR/TRI/POL) E OS TOTAIS GERAIS DO MES. PROGRAMA
000230* PREVISTO PARA RODAR NO PRIMEIRO DIA UTIL DE CADA MES.
000240*
000250* HISTORICO DE ALTERACOES
000270* 22/08/2026 LFL     VERSAO ORIGINAL - CONSOLIDACAO MENSAL
000280*                    DO ARQUIVO DE AUDITORIA POR DIA,
000290*                    MATERIAL E FIGURA.
000300* 15/10/2026 LFL     REGISTROS DOS ARQUIVOS DE AUDITORIA
000310*                    AMPLIADOS PARA 110 POSICOES: A LINHA
000320*                    DO LINAUD GANHOU O CODIGO DO CLIENTE.
000330* 15/10/2026 LFL     INCLUIDA A FIGURA POLIGONAL (POL) NOS
000340*                    TOTAIS POR FIGURA - LOTES CALCULADOS
000350*                    PELAS COORDENADAS DOS VERTICES.
000360******************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SPECIAL-NAMES.
000400     DECIMAL-POINT IS COMMA.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ARQ-AUDITORIA ASSIGN TO "LOTEAUD"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-FS-AUDITORIA.
000460
000470     SELECT ARQ-RESUMO ASSIGN TO "CONSRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-FS-RESUMO.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  ARQ-AUDITORIA
000530     RECORDING MODE IS F.
000540 01  REG-AUDITORIA            PIC X(110).
000550
000560 FD  ARQ-RESUMO
000570     RECORDING MODE IS F.
000580 01  REG-RESUMO               PIC X(100).
000590 WORKING-STORAGE SECTION.
000600******************************************************
000610* AREA DE CHAVES (SWITCHES) E CONTADORES - NIVEL 77
000620******************************************************
000630 77  WS-FS-AUDITORIA         PIC X(02)    VALUE SPACES.
000640 77  WS-FS-RESUMO            PIC X(02)    VALUE SPACES.
000650 77  WS-FIM-ARQUIVO          PIC X(01)    VALUE 'N'.
000660     88 FIM-ARQUIVO                      VALUE 'S'.
000670 77  WS-MES-VALIDO           PIC X(01)    VALUE 'N'.
000680     88 MES-VALIDO                       VALUE 'S'.
000690 77  WS-MATERIAL-ACHADO      PIC X(01)    VALUE 'N'.
000700     88 MATERIAL-ACHADO                  VALUE 'S'.
000710 77  WRK-MES-RAW             PIC X(06)    VALUE SPACES.
000720 01  WRK-MES-REFERENCIA.
000730     05 WRK-REF-MM           PIC 9(02).
000740     05 WRK-REF-AAAA         PIC 9(04).
000750 77  WRK-DIA-CORRENTE        PIC 9(02)    VALUE ZEROS.
000760******************************************************
000770* LINHA DE AUDITORIA LIDA (LAYOUT COMPARTILHADO)
000780******************************************************
000790     COPY LINAUD.
000800******************************************************
000810* CAMPOS NUMERICOS EXTRAIDOS DA LINHA DE AUDITORIA
000820******************************************************
000830 77  WRK-AREA-LIDA           PIC 9(07)V99 VALUE ZEROS.
000840 77  WRK-VALOR-LIDO          PIC 9(10)V99 VALUE ZEROS.
000850******************************************************
000860* ACUMULADORES DO MES: POR DIA, POR MATERIAL, POR
000870* FIGURA E TOTAIS GERAIS
000880******************************************************
000890 01  TABELA-DIAS.
000900     05 TAB-DIA-ITEM         OCCURS 31 TIMES
000910                             INDEXED BY IX-DIA.
000920         10 TD-QTD           PIC 9(06).
000930         10 TD-AREA          PIC 9(09)V99.
000940 01  TABELA-MATERIAIS.
000950     05 TMA-QTD-MATERIAIS    PIC 9(03) COMP VALUE ZEROS.
000960     05 TMA-ITEM             OCCURS 50 TIMES
000970                             INDEXED BY IX-MAT.
000980         10 TMA-MATERIAL     PIC X(10).
000990         10 TMA-QTD          PIC 9(06).
001000         10 TMA-AREA         PIC 9(09)V99.
001010         10 TMA-VALOR        PIC 9(12)V99.
001020 01  TABELA-FIGURAS.
001030     05 TAB-FIG-ITEM         OCCURS 4 TIMES
001040                             INDEXED BY IX-FIG.
001050         10 TF-FIGURA        PIC X(03).
001060         10 TF-QTD           PIC 9(06).
001070         10 TF-AREA          PIC 9(09)V99.
001080 77  WRK-QTD-MES             PIC 9(06)    VALUE ZEROS.
001090 77  WRK-AREA-MES            PIC 9(11)V99 VALUE ZEROS.
001100 77  WRK-VALOR-MES           PIC 9(13)V99 VALUE ZEROS.
001110 77  WRK-AREA-MEDIA          PIC 9(07)V99 VALUE ZEROS.
001120******************************************************
001130* LAYOUTS DAS LINHAS DO RESUMO MENSAL (CONSRPT)
001140******************************************************
001150 01  LINHA-BRANCO            PIC X(01)    VALUE SPACES.
001160 01  LINHA-TITULO.
001170     05 FILLER               PIC X(26)
001180        VALUE 'RESUMO MENSAL DE CALCULOS '.
001190     05 LT-MES               PIC 9(02).
001200     05 FILLER               PIC X(01)    VALUE '/'.
001210     05 LT-ANO               PIC 9(04).
001220 01  LINHA-SECAO             PIC X(40)    VALUE SPACES.
001230 01  LINHA-DIA.
001240     05 FILLER               PIC X(04)    VALUE 'DIA '.
001250     05 LDI-DIA              PIC 9(02).
001260     05 FILLER               PIC X(02)    VALUE ': '.
001270     05 LDI-QTD              PIC ZZZZZ9.
001280     05 FILLER               PIC X(10)
001290        VALUE ' CALCULOS '.
001300     05 FILLER               PIC X(06)    VALUE 'AREA: '.
001310     05 LDI-AREA             PIC Z(08)9,99.
001320 01  LINHA-MATERIAL.
001330     05 LMA-MATERIAL         PIC X(10).
001340     05 FILLER               PIC X(02)    VALUE SPACES.
001350     05 LMA-QTD              PIC ZZZZZ9.
001360     05 FILLER               PIC X(07)    VALUE ' CALC. '.
001370     05 FILLER               PIC X(06)    VALUE 'AREA: '.
001380     05 LMA-AREA             PIC Z(08)9,99.
001390     05 FILLER               PIC X(08)
001400        VALUE ' VALOR: '.
001410     05 LMA-VALOR            PIC Z(11)9,99.
001420 01  LINHA-FIGURA.
001430     05 LFI-FIGURA           PIC X(03).
001440     05 FILLER               PIC X(09)    VALUE SPACES.
001450     05 LFI-QTD              PIC ZZZZZ9.
001460     05 FILLER               PIC X(07)    VALUE ' CALC. '.
001470     05 FILLER               PIC X(06)    VALUE 'AREA: '.
001480     05 LFI-AREA             PIC Z(08)9,99.
001490 01  LINHA-TOTAL-QTD.
001500     05 FILLER               PIC X(26)
001510        VALUE 'TOTAL DE CALCULOS NO MES: '.
001520     05 LTQ-QTD              PIC ZZZZZ9.
001530 01  LINHA-TOTAL-AREA.
001540     05 FILLER               PIC X(26)
001550        VALUE 'AREA TOTAL DO MES.......: '.
001560     05 LTA-AREA             PIC Z(10)9,99.
001570 01  LINHA-MEDIA-AREA.
001580     05 FILLER               PIC X(26)
001590        VALUE 'AREA MEDIA POR CALCULO..: '.
001600     05 LME-AREA             PIC Z(06)9,99.
001610 01  LINHA-TOTAL-VALOR.
001620     05 FILLER               PIC X(26)
001630        VALUE 'VALOR TOTAL DO MES......: '.
001640     05 LTV-VALOR            PIC Z(12)9,99.
001650 PROCEDURE DIVISION.
001660******************************************************
001670* 0000-MAINLINE
001680* ROTINA PRINCIPAL DO PROGRAMA
001690******************************************************
001700 0000-MAINLINE.
001710     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001720
001730     PERFORM 2000-PROCESSAR-LINHA THRU 2000-EXIT
001740         UNTIL FIM-ARQUIVO.
001750
001760     PERFORM 8000-EMITIR-RESUMO THRU 8000-EXIT.
001770     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001780
001790     STOP RUN.
001800******************************************************
001810* 1000-INICIALIZAR
001820* SOLICITA O MES DE REFERENCIA (MMAAAA), ZERA OS
001830* ACUMULADORES E ABRE O ARQUIVO DE AUDITORIA E O
001840* RELATORIO DE RESUMO.
001850******************************************************
001860 1000-INICIALIZAR.
001870     PERFORM 1100-OBTER-MES THRU 1100-EXIT
001880         UNTIL MES-VALIDO.
001890
001900     PERFORM 1200-ZERAR-DIA THRU 1200-EXIT
001910         VARYING IX-DIA FROM 1 BY 1 UNTIL IX-DIA > 31.
001920     MOVE 'RET' TO TF-FIGURA(1).
001930     MOVE 'CIR' TO TF-FIGURA(2).
001940     MOVE 'TRI' TO TF-FIGURA(3).
001950     MOVE 'POL' TO TF-FIGURA(4).
001960     PERFORM 1300-ZERAR-FIGURA THRU 1300-EXIT
001970         VARYING IX-FIG FROM 1 BY 1 UNTIL IX-FIG > 4.
001980
001990     OPEN INPUT ARQ-AUDITORIA.
002000     IF WS-FS-AUDITORIA NOT = '00'
002010         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
002020             'ARQUIVO DE AUDITORIA (LOTEAUD). STATUS: '
002030             WS-FS-AUDITORIA
002040         STOP RUN
002050     END-IF.
002060
002070     OPEN OUTPUT ARQ-RESUMO.
002080     IF WS-FS-RESUMO NOT = '00'
002090         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
002100             'RELATORIO DE RESUMO (CONSRPT). STATUS: '
002110             WS-FS-RESUMO
002120         STOP RUN
002130     END-IF.
002140
002150     PERFORM 2100-LER-LINHA THRU 2100-EXIT.
002160 1000-EXIT.
002170     EXIT.
002180******************************************************
002190* 1100-OBTER-MES
002200* SOLICITA O MES DE REFERENCIA NO FORMATO MMAAAA E
002210* VALIDA QUE SEJA NUMERICO COM MES ENTRE 01 E 12.
002220******************************************************
002230 1100-OBTER-MES.
002240     DISPLAY 'MES DE REFERENCIA (MMAAAA): '.
002250     MOVE SPACES TO WRK-MES-RAW.
002260     ACCEPT WRK-MES-RAW.
002270
002280     IF WRK-MES-RAW IS NOT NUMERIC
002290         DISPLAY 'ERRO: INFORME O MES COMO MMAAAA.'
002300         GO TO 1100-EXIT
002310     END-IF.
002320     IF WRK-MES-RAW(1:2) < '01' OR WRK-MES-RAW(1:2) > '12'
002330         DISPLAY 'ERRO: MES DEVE ESTAR ENTRE 01 E 12.'
002340         GO TO 1100-EXIT
002350     END-IF.
002360     MOVE WRK-MES-RAW(1:2) TO WRK-REF-MM.
002370     MOVE WRK-MES-RAW(3:4) TO WRK-REF-AAAA.
002380     SET MES-VALIDO TO TRUE.
002390 1100-EXIT.
002400     EXIT.
002410******************************************************
002420* 1200-ZERAR-DIA
002430* ZERA OS ACUMULADORES DO DIA CORRENTE DA TABELA.
002440******************************************************
002450 1200-ZERAR-DIA.
002460     MOVE ZEROS TO TD-QTD(IX-DIA) TD-AREA(IX-DIA).
002470 1200-EXIT.
002480     EXIT.
002490******************************************************
002500* 1300-ZERAR-FIGURA
002510* ZERA OS ACUMULADORES DA FIGURA CORRENTE DA TABELA.
002520******************************************************
002530 1300-ZERAR-FIGURA.
002540     MOVE ZEROS TO TF-QTD(IX-FIG) TF-AREA(IX-FIG).
002550 1300-EXIT.
002560     EXIT.
002570******************************************************
002580* 2000-PROCESSAR-LINHA
002590* PARA CADA LINHA DE AUDITORIA DO MES DE REFERENCIA,
002600* EXTRAI OS CAMPOS NUMERICOS E ACUMULA NOS TOTAIS POR
002610* DIA, MATERIAL E FIGURA E NOS TOTAIS GERAIS. LINHAS
002620* DE OUTROS MESES SAO DESPREZADAS.
002630******************************************************
002640 2000-PROCESSAR-LINHA.
002650     MOVE REG-AUDITORIA TO LINHA-AUDITORIA.
002660
002670     IF LA-DATA(4:2) NOT = WRK-REF-MM(1:2)
002680        OR LA-DATA(7:4) NOT = WRK-REF-AAAA(1:4)
002690         GO TO 2000-LER
002700     END-IF.
002710
002720     IF LA-DATA(1:2) IS NOT NUMERIC
002730        OR LA-DATA(1:2) < '01'
002740        OR LA-DATA(1:2) > '31'
002750         DISPLAY 'AVISO: LINHA DE AUDITORIA COM DIA '
002760             'INVALIDO DESPREZADA: ' LA-DATA
002770         GO TO 2000-LER
002780     END-IF.
002790
002800     MOVE ZEROS TO WRK-AREA-LIDA WRK-VALOR-LIDO.
002810     IF LA-AREA NOT = SPACES
002820         MOVE LA-AREA TO WRK-AREA-LIDA
002830     END-IF.
002840     IF LA-VALOR NOT = SPACES
002850         MOVE LA-VALOR TO WRK-VALOR-LIDO
002860     END-IF.
002870
002880     MOVE LA-DATA(1:2) TO WRK-DIA-CORRENTE.
002890     SET IX-DIA TO WRK-DIA-CORRENTE.
002900     ADD 1 TO TD-QTD(IX-DIA).
002910     ADD WRK-AREA-LIDA TO TD-AREA(IX-DIA).
002920
002930     PERFORM 3000-ACUMULAR-MATERIAL THRU 3000-EXIT.
002940     PERFORM 4000-ACUMULAR-FIGURA THRU 4000-EXIT.
002950
002960     ADD 1 TO WRK-QTD-MES.
002970     ADD WRK-AREA-LIDA  TO WRK-AREA-MES.
002980     ADD WRK-VALOR-LIDO TO WRK-VALOR-MES.
002990
003000 2000-LER.
003010     PERFORM 2100-LER-LINHA THRU 2100-EXIT.
003020 2000-EXIT.
003030     EXIT.
003040******************************************************
003050* 2100-LER-LINHA
003060* LE A PROXIMA LINHA DO ARQUIVO DE AUDITORIA E LIGA O
003070* INDICADOR DE FIM DE ARQUIVO QUANDO NECESSARIO.
003080******************************************************
003090 2100-LER-LINHA.
003100     READ ARQ-AUDITORIA
003110         AT END
003120             SET FIM-ARQUIVO TO TRUE
003130     END-READ.
003140 2100-EXIT.
003150     EXIT.
003160******************************************************
003170* 3000-ACUMULAR-MATERIAL
003180* ACUMULA A LINHA CORRENTE NOS TOTAIS DO MATERIAL,
003190* ACRESCENTANDO O MATERIAL A TABELA NA PRIMEIRA
003200* OCORRENCIA DO MES. LINHA ANTIGA SEM MATERIAL E
003210* ACUMULADA SOB O ROTULO (ANTIGO).
003220******************************************************
003230 3000-ACUMULAR-MATERIAL.
003240     IF LA-MATERIAL = SPACES
003250         MOVE '(ANTIGO)' TO LA-MATERIAL
003260     END-IF.
003270
003280     MOVE 'N' TO WS-MATERIAL-ACHADO.
003290     IF TMA-QTD-MATERIAIS > ZEROS
003300         PERFORM 3100-PROCURAR-MATERIAL THRU 3100-EXIT
003310             VARYING IX-MAT FROM 1 BY 1
003320             UNTIL IX-MAT > TMA-QTD-MATERIAIS
003330                OR MATERIAL-ACHADO
003340     END-IF.
003350
003360     IF NOT MATERIAL-ACHADO
003370         IF TMA-QTD-MATERIAIS < 50
003380             ADD 1 TO TMA-QTD-MATERIAIS
003390             SET IX-MAT TO TMA-QTD-MATERIAIS
003400             MOVE LA-MATERIAL TO TMA-MATERIAL(IX-MAT)
003410             MOVE ZEROS TO TMA-QTD(IX-MAT)
003420                           TMA-AREA(IX-MAT)
003430                           TMA-VALOR(IX-MAT)
003440             PERFORM 3200-SOMAR-MATERIAL THRU 3200-EXIT
003450         ELSE
003460             DISPLAY 'AVISO: TABELA DE MATERIAIS CHEIA - '
003470                 'MATERIAL IGNORADO: ' LA-MATERIAL
003480         END-IF
003490     END-IF.
003500 3000-EXIT.
003510     EXIT.
003520******************************************************
003530* 3100-PROCURAR-MATERIAL
003540* QUANDO A ENTRADA CORRENTE DA TABELA FOR DO MATERIAL
003550* DA LINHA LIDA, ACUMULA OS TOTAIS E SINALIZA QUE O
003560* MATERIAL JA ESTA NA TABELA.
003570******************************************************
003580 3100-PROCURAR-MATERIAL.
003590     IF TMA-MATERIAL(IX-MAT) = LA-MATERIAL
003600         PERFORM 3200-SOMAR-MATERIAL THRU 3200-EXIT
003610         SET MATERIAL-ACHADO TO TRUE
003620     END-IF.
003630 3100-EXIT.
003640     EXIT.
003650******************************************************
003660* 3200-SOMAR-MATERIAL
003670* SOMA A LINHA CORRENTE NOS ACUMULADORES DA ENTRADA DE
003680* MATERIAL APONTADA PELO INDICE.
003690******************************************************
003700 3200-SOMAR-MATERIAL.
003710     ADD 1 TO TMA-QTD(IX-MAT).
003720     ADD WRK-AREA-LIDA  TO TMA-AREA(IX-MAT).
003730     ADD WRK-VALOR-LIDO TO TMA-VALOR(IX-MAT).
003740 3200-EXIT.
003750     EXIT.
003760******************************************************
003770* 4000-ACUMULAR-FIGURA
003780* ACUMULA A LINHA CORRENTE NOS TOTAIS DA FIGURA
003790* (RET/CIR/TRI/POL). LINHA COM FIGURA DESCONHECIDA OU EM
003800* BRANCO (AUDITORIA ANTIGA) FICA FORA DOS TOTAIS POR
003810* FIGURA.
003820******************************************************
003830 4000-ACUMULAR-FIGURA.
003840     PERFORM 4100-SOMAR-FIGURA THRU 4100-EXIT
003850         VARYING IX-FIG FROM 1 BY 1 UNTIL IX-FIG > 4.
003860 4000-EXIT.
003870     EXIT.
003880******************************************************
003890* 4100-SOMAR-FIGURA
003900* SOMA A LINHA CORRENTE NA ENTRADA DA TABELA DE FIGURAS
003910* CORRESPONDENTE A FIGURA DA LINHA.
003920******************************************************
003930 4100-SOMAR-FIGURA.
003940     IF TF-FIGURA(IX-FIG) = LA-FIGURA
003950         ADD 1 TO TF-QTD(IX-FIG)
003960         ADD WRK-AREA-LIDA TO TF-AREA(IX-FIG)
003970     END-IF.
003980 4100-EXIT.
003990     EXIT.
004000******************************************************
004010* 8000-EMITIR-RESUMO
004020* IMPRIME O RESUMO GERENCIAL DO MES: CALCULOS POR DIA,
004030* TOTAIS POR MATERIAL, TOTAIS POR FIGURA E TOTAIS
004040* GERAIS COM A AREA MEDIA POR CALCULO.
004050******************************************************
004060 8000-EMITIR-RESUMO.
004070     MOVE WRK-REF-MM   TO LT-MES.
004080     MOVE WRK-REF-AAAA TO LT-ANO.
004090     WRITE REG-RESUMO FROM LINHA-TITULO.
004100     WRITE REG-RESUMO FROM LINHA-BRANCO.
004110
004120     IF WRK-QTD-MES = ZEROS
004130         MOVE 'NENHUM CALCULO NO MES DE REFERENCIA.'
004140             TO LINHA-SECAO
004150         WRITE REG-RESUMO FROM LINHA-SECAO
004160         DISPLAY 'NENHUM CALCULO NO MES DE REFERENCIA.'
004170         GO TO 8000-EXIT
004180     END-IF.
004190
004200     MOVE 'CALCULOS POR DIA' TO LINHA-SECAO.
004210     WRITE REG-RESUMO FROM LINHA-SECAO.
004220     PERFORM 8100-EMITIR-DIA THRU 8100-EXIT
004230         VARYING IX-DIA FROM 1 BY 1 UNTIL IX-DIA > 31.
004240     WRITE REG-RESUMO FROM LINHA-BRANCO.
004250
004260     MOVE 'TOTAIS POR MATERIAL' TO LINHA-SECAO.
004270     WRITE REG-RESUMO FROM LINHA-SECAO.
004280     PERFORM 8200-EMITIR-MATERIAL THRU 8200-EXIT
004290         VARYING IX-MAT FROM 1 BY 1
004300         UNTIL IX-MAT > TMA-QTD-MATERIAIS.
004310     WRITE REG-RESUMO FROM LINHA-BRANCO.
004320
004330     MOVE 'TOTAIS POR FIGURA' TO LINHA-SECAO.
004340     WRITE REG-RESUMO FROM LINHA-SECAO.
004350     PERFORM 8300-EMITIR-FIGURA THRU 8300-EXIT
004360         VARYING IX-FIG FROM 1 BY 1 UNTIL IX-FIG > 4.
004370     WRITE REG-RESUMO FROM LINHA-BRANCO.
004380
004390     COMPUTE WRK-AREA-MEDIA ROUNDED =
004400         WRK-AREA-MES / WRK-QTD-MES.
004410     MOVE WRK-QTD-MES    TO LTQ-QTD.
004420     MOVE WRK-AREA-MES   TO LTA-AREA.
004430     MOVE WRK-AREA-MEDIA TO LME-AREA.
004440     MOVE WRK-VALOR-MES  TO LTV-VALOR.
004450     WRITE REG-RESUMO FROM LINHA-TOTAL-QTD.
004460     WRITE REG-RESUMO FROM LINHA-TOTAL-AREA.
004470     WRITE REG-RESUMO FROM LINHA-MEDIA-AREA.
004480     WRITE REG-RESUMO FROM LINHA-TOTAL-VALOR.
004490
004500     DISPLAY 'RESUMO MENSAL GRAVADO EM CONSRPT. '
004510         'CALCULOS NO MES: ' WRK-QTD-MES.
004520 8000-EXIT.
004530     EXIT.
004540******************************************************
004550* 8100-EMITIR-DIA
004560* EMITE A LINHA DO DIA CORRENTE DA TABELA, QUANDO HOUVE
004570* CALCULO NO DIA.
004580******************************************************
004590 8100-EMITIR-DIA.
004600     IF TD-QTD(IX-DIA) > ZEROS
004610         SET LDI-DIA TO IX-DIA
004620         MOVE TD-QTD(IX-DIA)  TO LDI-QTD
004630         MOVE TD-AREA(IX-DIA) TO LDI-AREA
004640         WRITE REG-RESUMO FROM LINHA-DIA
004650     END-IF.
004660 8100-EXIT.
004670     EXIT.
004680******************************************************
004690* 8200-EMITIR-MATERIAL
004700* EMITE A LINHA DE TOTAIS DO MATERIAL CORRENTE.
004710******************************************************
004720 8200-EMITIR-MATERIAL.
004730     MOVE TMA-MATERIAL(IX-MAT) TO LMA-MATERIAL.
004740     MOVE TMA-QTD(IX-MAT)      TO LMA-QTD.
004750     MOVE TMA-AREA(IX-MAT)     TO LMA-AREA.
004760     MOVE TMA-VALOR(IX-MAT)    TO LMA-VALOR.
004770     WRITE REG-RESUMO FROM LINHA-MATERIAL.
004780 8200-EXIT.
004790     EXIT.
004800******************************************************
004810* 8300-EMITIR-FIGURA
004820* EMITE A LINHA DE TOTAIS DA FIGURA CORRENTE.
004830******************************************************
004840 8300-EMITIR-FIGURA.
004850     MOVE TF-FIGURA(IX-FIG) TO LFI-FIGURA.
004860     MOVE TF-QTD(IX-FIG)    TO LFI-QTD.
004870     MOVE TF-AREA(IX-FIG)   TO LFI-AREA.
004880     WRITE REG-RESUMO FROM LINHA-FIGURA.
004890 8300-EXIT.
004900     EXIT.
004910******************************************************
004920* 9000-FINALIZAR
004930* FECHA OS ARQUIVOS ABERTOS ANTES DE TERMINAR.
004940******************************************************
004950 9000-FINALIZAR.
004960     CLOSE ARQ-AUDITORIA.
004970     CLOSE ARQ-RESUMO.
004980 9000-EXIT.
004990     EXIT.
