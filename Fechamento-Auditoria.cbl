000260*                    COMPETENCIA DO ARQUIVO DE
000270*                    AUDITORIA COM TOTAIS DE
000280*                    CONFERENCIA.
000290* 15/10/2026 LFL     REGISTROS DOS ARQUIVOS DE AUDITORIA
000300*                    AMPLIADOS PARA 110 POSICOES: A LINHA
000310*                    DO LINAUD GANHOU O CODIGO DO CLIENTE.
000320******************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SPECIAL-NAMES.
000360     DECIMAL-POINT IS COMMA.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ARQ-AUDITORIA ASSIGN TO "LOTEAUD"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-FS-AUDITORIA.
000420 
000430     SELECT ARQ-COMPETENCIA ASSIGN TO WRK-NOME-COMPETENCIA
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-FS-COMPETENCIA.
000460 
000470     SELECT ARQ-AUD-NOVO ASSIGN TO "LOTEAUDN"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-FS-AUD-NOVO.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  ARQ-AUDITORIA
000530     RECORDING MODE IS F.
000540 01  REG-AUDITORIA            PIC X(110).
000550 
000560 FD  ARQ-COMPETENCIA
000570     RECORDING MODE IS F.
000580 01  REG-COMPETENCIA          PIC X(110).
000590 
000600 FD  ARQ-AUD-NOVO
000610     RECORDING MODE IS F.
000620 01  REG-AUD-NOVO             PIC X(110).
000630 WORKING-STORAGE SECTION.
000640******************************************************
000650* AREA DE CHAVES (SWITCHES) E CONTADORES - NIVEL 77
000660******************************************************
000670 77  WS-FS-AUDITORIA         PIC X(02)    VALUE SPACES.
000680 77  WS-FS-COMPETENCIA       PIC X(02)    VALUE SPACES.
000690 77  WS-FS-AUD-NOVO          PIC X(02)    VALUE SPACES.
000700 77  WS-FIM-ARQUIVO          PIC X(01)    VALUE 'N'.
000710     88 FIM-ARQUIVO                      VALUE 'S'.
000720 77  WS-MES-VALIDO           PIC X(01)    VALUE 'N'.
000730     88 MES-VALIDO                       VALUE 'S'.
000740 77  WS-QTD-MOVIDAS          PIC 9(06)    VALUE ZEROS.
000750 77  WS-QTD-MANTIDAS         PIC 9(06)    VALUE ZEROS.
000760 77  WRK-RESPOSTA            PIC X(01)    VALUE SPACES.
000770******************************************************
000780* AREA DO MES DE COMPETENCIA E DO NOME DO ARQUIVO
000790* FECHADO (AUDAAAAMM)
000800******************************************************
000810 77  WRK-MES-RAW             PIC X(06)    VALUE SPACES.
000820 01  WRK-MES-REFERENCIA.
000830     05 WRK-REF-MM           PIC 9(02).
000840     05 WRK-REF-AAAA         PIC 9(04).
000850 77  WRK-NOME-COMPETENCIA    PIC X(12)    VALUE SPACES.
000860 77  WRK-DATA-HOJE           PIC 9(08)    VALUE ZEROS.
000870******************************************************
000880* LINHA DE AUDITORIA LIDA (LAYOUT COMPARTILHADO)
000890******************************************************
000900     COPY LINAUD.
000910******************************************************
000920* TOTAIS DE CONFERENCIA DA COMPETENCIA FECHADA
000930******************************************************
000940 77  WRK-AREA-LIDA           PIC 9(07)V99 VALUE ZEROS.
000950 77  WRK-VALOR-LIDO          PIC 9(10)V99 VALUE ZEROS.
000960 77  WRK-AREA-TOTAL          PIC 9(11)V99 VALUE ZEROS.
000970 77  WRK-VALOR-TOTAL         PIC 9(13)V99 VALUE ZEROS.
000980 01  LINHA-TOTAIS.
000990     05 FILLER               PIC X(07)    VALUE 'TOTAIS '.
001000     05 LTO-MES              PIC 9(02).
001010     05 FILLER               PIC X(01)    VALUE '/'.
001020     05 LTO-ANO              PIC 9(04).
001030     05 FILLER               PIC X(05)    VALUE ' QTD '.
001040     05 LTO-QTD              PIC 9(06).
001050     05 FILLER               PIC X(06)    VALUE ' AREA '.
001060     05 LTO-AREA             PIC 9(11),99.
001070     05 FILLER               PIC X(07)    VALUE ' VALOR '.
001080     05 LTO-VALOR            PIC 9(13),99.
001090 PROCEDURE DIVISION.
001100******************************************************
001110* 0000-MAINLINE
001120* ROTINA PRINCIPAL DO PROGRAMA
001130******************************************************
001140 0000-MAINLINE.
001150     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001160 
001170     PERFORM 2000-PROCESSAR-LINHA THRU 2000-EXIT
001180         UNTIL FIM-ARQUIVO.
001190 
001200     PERFORM 8000-GRAVAR-TOTAIS THRU 8000-EXIT.
001210     PERFORM 8500-REGRAVAR-CORRENTE THRU 8500-EXIT.
001220     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001230 
001240     STOP RUN.
001250******************************************************
001260* 1000-INICIALIZAR
001270* SOLICITA O MES A FECHAR, MONTA O NOME DO ARQUIVO DE
001280* COMPETENCIA E ABRE OS ARQUIVOS. FECHAR O MES
001290* CORRENTE (AINDA ABERTO) EXIGE CONFIRMACAO DO
001300* OPERADOR.
001310******************************************************
001320 1000-INICIALIZAR.
001330     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
001340 
001350     PERFORM 1100-OBTER-MES THRU 1100-EXIT
001360         UNTIL MES-VALIDO.
001370 
001380     IF WRK-REF-AAAA = WRK-DATA-HOJE(1:4)
001390        AND WRK-REF-MM = WRK-DATA-HOJE(5:2)
001400         DISPLAY 'ATENCAO: O MES INFORMADO E O MES CORRENTE, '
001410             'AINDA EM ABERTO.'
001420         DISPLAY 'CONFIRMA O FECHAMENTO (S/N): '
001430         MOVE SPACES TO WRK-RESPOSTA
001440         ACCEPT WRK-RESPOSTA
001450         IF WRK-RESPOSTA NOT = 'S' AND WRK-RESPOSTA NOT = 's'
001460             DISPLAY 'FECHAMENTO CANCELADO PELO OPERADOR.'
001470             MOVE 8 TO RETURN-CODE
001480             STOP RUN
001490         END-IF
001500     END-IF.
001510 
001520     MOVE SPACES TO WRK-NOME-COMPETENCIA.
001530     MOVE 'AUD' TO WRK-NOME-COMPETENCIA(1:3).
001540     MOVE WRK-REF-AAAA TO WRK-NOME-COMPETENCIA(4:4).
001550     MOVE WRK-REF-MM   TO WRK-NOME-COMPETENCIA(8:2).
001560 
001570     OPEN INPUT ARQ-AUDITORIA.
001580     IF WS-FS-AUDITORIA NOT = '00'
001590         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
001600             'ARQUIVO DE AUDITORIA (LOTEAUD). STATUS: '
001610             WS-FS-AUDITORIA
001620         MOVE 8 TO RETURN-CODE
001630         STOP RUN
001640     END-IF.
001650 
001660     OPEN EXTEND ARQ-COMPETENCIA.
001670     IF WS-FS-COMPETENCIA = '05' OR WS-FS-COMPETENCIA = '35'
001680         OPEN OUTPUT ARQ-COMPETENCIA
001690     END-IF.
001700     IF WS-FS-COMPETENCIA NOT = '00'
001710         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
001720             'ARQUIVO DE COMPETENCIA ' WRK-NOME-COMPETENCIA
001730             '. STATUS: ' WS-FS-COMPETENCIA
001740         MOVE 8 TO RETURN-CODE
001750         STOP RUN
001760     END-IF.
001770 
001780     OPEN OUTPUT ARQ-AUD-NOVO.
001790     IF WS-FS-AUD-NOVO NOT = '00'
001800         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
001810             'ARQUIVO DE TRABALHO (LOTEAUDN). STATUS: '
001820             WS-FS-AUD-NOVO
001830         MOVE 8 TO RETURN-CODE
001840         STOP RUN
001850     END-IF.
001860 
001870     PERFORM 2100-LER-LINHA THRU 2100-EXIT.
001880 1000-EXIT.
001890     EXIT.
001900******************************************************
001910* 1100-OBTER-MES
001920* SOLICITA O MES A FECHAR NO FORMATO MMAAAA E VALIDA
001930* QUE SEJA NUMERICO COM MES ENTRE 01 E 12.
001940******************************************************
001950 1100-OBTER-MES.
001960     DISPLAY 'MES A FECHAR (MMAAAA): '.
001970     MOVE SPACES TO WRK-MES-RAW.
001980     ACCEPT WRK-MES-RAW.
001990 
002000     IF WRK-MES-RAW IS NOT NUMERIC
002010         DISPLAY 'ERRO: INFORME O MES COMO MMAAAA.'
002020         GO TO 1100-EXIT
002030     END-IF.
002040     IF WRK-MES-RAW(1:2) < '01' OR WRK-MES-RAW(1:2) > '12'
002050         DISPLAY 'ERRO: MES DEVE ESTAR ENTRE 01 E 12.'
002060         GO TO 1100-EXIT
002070     END-IF.
002080     MOVE WRK-MES-RAW(1:2) TO WRK-REF-MM.
002090     MOVE WRK-MES-RAW(3:4) TO WRK-REF-AAAA.
002100     SET MES-VALIDO TO TRUE.
002110 1100-EXIT.
002120     EXIT.
002130******************************************************
002140* 2000-PROCESSAR-LINHA
002150* ENCAMINHA CADA LINHA DO LOTEAUD: LINHA DO MES A
002160* FECHAR VAI PARA O ARQUIVO DE COMPETENCIA (ACUMULANDO
002170* OS TOTAIS DE CONFERENCIA) E QUALQUER OUTRA LINHA E
002180* MANTIDA NO ARQUIVO DE TRABALHO DO LOTEAUD CORRENTE.
002190******************************************************
002200 2000-PROCESSAR-LINHA.
002210     MOVE REG-AUDITORIA TO LINHA-AUDITORIA.
002220 
002230     IF LA-DATA(4:2) IS NUMERIC
002240        AND LA-DATA(7:4) IS NUMERIC
002250        AND LA-DATA(4:2) = WRK-REF-MM(1:2)
002260        AND LA-DATA(7:4) = WRK-REF-AAAA(1:4)
002270         WRITE REG-COMPETENCIA FROM REG-AUDITORIA
002280         ADD 1 TO WS-QTD-MOVIDAS
002290         MOVE ZEROS TO WRK-AREA-LIDA WRK-VALOR-LIDO
002300         IF LA-AREA NOT = SPACES
002310             MOVE LA-AREA TO WRK-AREA-LIDA
002320         END-IF
002330         IF LA-VALOR NOT = SPACES
002340             MOVE LA-VALOR TO WRK-VALOR-LIDO
002350         END-IF
002360         ADD WRK-AREA-LIDA  TO WRK-AREA-TOTAL
002370         ADD WRK-VALOR-LIDO TO WRK-VALOR-TOTAL
002380     ELSE
002390         WRITE REG-AUD-NOVO FROM REG-AUDITORIA
002400         ADD 1 TO WS-QTD-MANTIDAS
002410     END-IF.
002420 
002430     PERFORM 2100-LER-LINHA THRU 2100-EXIT.
002440 2000-EXIT.
002450     EXIT.
002460******************************************************
002470* 2100-LER-LINHA
002480* LE A PROXIMA LINHA DO ARQUIVO DE AUDITORIA E LIGA O
002490* INDICADOR DE FIM DE ARQUIVO QUANDO NECESSARIO.
002500******************************************************
002510 2100-LER-LINHA.
002520     READ ARQ-AUDITORIA
002530         AT END
002540             SET FIM-ARQUIVO TO TRUE
002550     END-READ.
002560 2100-EXIT.
002570     EXIT.
002580******************************************************
002590* 8000-GRAVAR-TOTAIS
002600* GRAVA O REGISTRO DE TOTAIS DE CONFERENCIA NO FINAL
002610* DO ARQUIVO DE COMPETENCIA (QUANTIDADE DE LINHAS,
002620* AREA E VALOR DO MES FECHADO).
002630******************************************************
002640 8000-GRAVAR-TOTAIS.
002650     MOVE WRK-REF-MM      TO LTO-MES.
002660     MOVE WRK-REF-AAAA    TO LTO-ANO.
002670     MOVE WS-QTD-MOVIDAS  TO LTO-QTD.
002680     MOVE WRK-AREA-TOTAL  TO LTO-AREA.
002690     MOVE WRK-VALOR-TOTAL TO LTO-VALOR.
002700     WRITE REG-COMPETENCIA FROM LINHA-TOTAIS.
002710 8000-EXIT.
002720     EXIT.
002730******************************************************
002740* 8500-REGRAVAR-CORRENTE
002750* REGRAVA O LOTEAUD CORRENTE A PARTIR DO ARQUIVO DE
002760* TRABALHO, DEIXANDO NELE APENAS AS LINHAS DOS MESES
002770* AINDA ABERTOS.
002780******************************************************
002790 8500-REGRAVAR-CORRENTE.
002800     CLOSE ARQ-AUDITORIA.
002810     CLOSE ARQ-AUD-NOVO.
002820 
002830     OPEN INPUT ARQ-AUD-NOVO.
002840     IF WS-FS-AUD-NOVO NOT = '00'
002850         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL RELER O '
002860             'ARQUIVO DE TRABALHO (LOTEAUDN). STATUS: '
002870             WS-FS-AUD-NOVO
002880         MOVE 8 TO RETURN-CODE
002890         STOP RUN
002900     END-IF.
002910     OPEN OUTPUT ARQ-AUDITORIA.
002920     IF WS-FS-AUDITORIA NOT = '00'
002930         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL REGRAVAR O '
002940             'ARQUIVO DE AUDITORIA (LOTEAUD). STATUS: '
002950             WS-FS-AUDITORIA
002960         MOVE 8 TO RETURN-CODE
002970         STOP RUN
002980     END-IF.
002990 
003000     MOVE 'N' TO WS-FIM-ARQUIVO.
003010     PERFORM 8600-COPIAR-LINHA THRU 8600-EXIT
003020         UNTIL FIM-ARQUIVO.
003030 
003040     CLOSE ARQ-AUD-NOVO.
003050     CLOSE ARQ-AUDITORIA.
003060 8500-EXIT.
003070     EXIT.
003080******************************************************
003090* 8600-COPIAR-LINHA
003100* COPIA UMA LINHA DO ARQUIVO DE TRABALHO DE VOLTA PARA
003110* O LOTEAUD CORRENTE.
003120******************************************************
003130 8600-COPIAR-LINHA.
003140     READ ARQ-AUD-NOVO
003150         AT END
003160             SET FIM-ARQUIVO TO TRUE
003170         NOT AT END
003180             WRITE REG-AUDITORIA FROM REG-AUD-NOVO
003190     END-READ.
003200 8600-EXIT.
003210     EXIT.
003220******************************************************
003230* 9000-FINALIZAR
003240* FECHA O ARQUIVO DE COMPETENCIA E EXIBE O RESULTADO
003250* DO FECHAMENTO.
003260******************************************************
003270 9000-FINALIZAR.
003280     CLOSE ARQ-COMPETENCIA.
003290 
003300     DISPLAY 'FECHAMENTO DA COMPETENCIA ' WRK-REF-MM '/'
003310         WRK-REF-AAAA ' CONCLUIDO.'.
003320     DISPLAY 'LINHAS MOVIDAS PARA ' WRK-NOME-COMPETENCIA
003330         ': ' WS-QTD-MOVIDAS.
003340     DISPLAY 'LINHAS MANTIDAS NO LOTEAUD: ' WS-QTD-MANTIDAS.
003350 
003360     IF WS-QTD-MOVIDAS = ZEROS
003370         DISPLAY 'AVISO: NENHUMA LINHA DO MES INFORMADO NO '
003380             'LOTEAUD.'
003390         MOVE 4 TO RETURN-CODE
003400     END-IF.
003410 9000-EXIT.
003420     EXIT.
