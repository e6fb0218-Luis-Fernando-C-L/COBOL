000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "CONVERTE TRILHA".
000030 AUTHOR. LUIS FERNANDO LAZANHA.
000040 INSTALLATION. SETOR DE TOPOGRAFIA E ORCAMENTOS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: CONVERTER, UMA UNICA VEZ, A TRILHA DE
000100* ALTERACOES DOS CADASTROS (TRILHA) DO LAYOUT ANTIGO DA
000110* LINHA (IMAGENS ANTES/DEPOIS DE 92 POSICOES, LINHA DE
000120* 214) PARA O LAYOUT ATUAL DO BOOK LINTRIL (IMAGENS DE
000130* 120, LINHA DE 270). CADA LINHA ANTIGA E REGRAVADA COM
000140* AS IMAGENS NAS NOVAS POSICOES, NA MESMA ORDEM, NO
000150* ARQUIVO TRILNOV, QUE DEPOIS SUBSTITUI A TRILHA. DEVE
000160* SER EXECUTADO ANTES DE QUALQUER PROGRAMA DA VERSAO
000170* NOVA GRAVAR NA TRILHA: A LINHA NOVA CURTA (BRANCOS NO
000180* FINAL NAO SAO GRAVADOS) NAO SE DISTINGUE DA ANTIGA.
000190* LINHA COM MAIS DE 214 POSICOES JA ESTA NO LAYOUT NOVO
000200* E E COPIADA SEM ALTERACAO. LINHA EM BRANCO E
000210* DESPREZADA. A TRILHA ORIGINAL NAO E ALTERADA.
000220* CODIGO DE RETORNO: 0 = TRILHA CONVERTIDA, 8 = ERRO DE
000230* ABERTURA OU GRAVACAO (O TRILNOV NAO DEVE SER USADO).
000240*
000250* HISTORICO DE ALTERACOES
000260* DATA       AUTOR   DESCRICAO
000270* 15/10/2026 LFL     VERSAO ORIGINAL - CONVERSAO DA
000280*                    TRILHA PARA AS IMAGENS DE 120
000290*                    POSICOES.
000300******************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SPECIAL-NAMES.
000340     DECIMAL-POINT IS COMMA.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ARQ-TRILHA ASSIGN TO "TRILHA"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-FS-TRILHA.
000400 
000410     SELECT ARQ-TRILHA-NOVA ASSIGN TO "TRILNOV"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-FS-TRILHA-NOVA.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  ARQ-TRILHA
000470     RECORDING MODE IS V
000480     RECORD VARYING IN SIZE FROM 1 TO 270 CHARACTERS
000490         DEPENDING ON WRK-TAM-LINHA.
000500 01  REG-TRILHA              PIC X(270).
000510 
000520 FD  ARQ-TRILHA-NOVA
000530     RECORDING MODE IS F.
000540 01  REG-TRILHA-NOVA         PIC X(270).
000550 WORKING-STORAGE SECTION.
000560******************************************************
000570* AREA DE CHAVES (SWITCHES) E CONTADORES - NIVEL 77
000580******************************************************
000590 77  WS-FS-TRILHA            PIC X(02)    VALUE SPACES.
000600 77  WS-FS-TRILHA-NOVA       PIC X(02)    VALUE SPACES.
000610 77  WS-FIM-ARQUIVO          PIC X(01)    VALUE 'N'.
000620     88 FIM-ARQUIVO                      VALUE 'S'.
000630 77  WS-ERRO-GRAVACAO        PIC X(01)    VALUE 'N'.
000640     88 ERRO-GRAVACAO                    VALUE 'S'.
000650 77  WS-QTD-LIDAS            PIC 9(08)    VALUE ZEROS.
000660 77  WS-QTD-CONVERTIDAS      PIC 9(08)    VALUE ZEROS.
000670 77  WS-QTD-COPIADAS         PIC 9(08)    VALUE ZEROS.
000680 77  WS-QTD-EM-BRANCO        PIC 9(08)    VALUE ZEROS.
000690 77  WRK-TAM-LINHA           PIC 9(04)    COMP VALUE ZEROS.
000700******************************************************
000710* LINHA DA TRILHA NO LAYOUT ANTIGO (IMAGENS DE 92)
000720******************************************************
000730 01  LINHA-TRILHA-ANTIGA.
000740     05 TRA-DATA             PIC X(08).
000750     05 TRA-HORA             PIC X(06).
000760     05 TRA-OPERADOR         PIC X(08).
000770     05 TRA-ARQUIVO          PIC X(07).
000780     05 TRA-OPERACAO         PIC X(01).
000790     05 TRA-ANTES            PIC X(92).
000800     05 TRA-DEPOIS           PIC X(92).
000810******************************************************
000820* LINHA DA TRILHA NO LAYOUT ATUAL (LAYOUT COMPARTILHADO)
000830******************************************************
000840     COPY LINTRIL.
000850 01  LINHA-TRILHA-X REDEFINES LINHA-TRILHA.
000860     05 TRX-DATA             PIC X(08).
000870     05 TRX-HORA             PIC X(06).
000880     05 FILLER               PIC X(256).
000890 PROCEDURE DIVISION.
000900******************************************************
000910* 0000-MAINLINE
000920* ROTINA PRINCIPAL DO PROGRAMA
000930******************************************************
000940 0000-MAINLINE.
000950     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
000960 
000970     PERFORM 2000-CONVERTER-LINHA THRU 2000-EXIT
000980         UNTIL FIM-ARQUIVO
000990            OR ERRO-GRAVACAO.
001000 
001010     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001020 
001030     STOP RUN.
001040******************************************************
001050* 1000-INICIALIZAR
001060* ABRE A TRILHA ATUAL E O ARQUIVO CONVERTIDO E LE A
001070* PRIMEIRA LINHA.
001080******************************************************
001090 1000-INICIALIZAR.
001100     OPEN INPUT ARQ-TRILHA.
001110     IF WS-FS-TRILHA NOT = '00'
001120         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR A '
001130             'TRILHA DE ALTERACOES (TRILHA). STATUS: '
001140             WS-FS-TRILHA
001150         MOVE 8 TO RETURN-CODE
001160         STOP RUN
001170     END-IF.
001180 
001190     OPEN OUTPUT ARQ-TRILHA-NOVA.
001200     IF WS-FS-TRILHA-NOVA NOT = '00'
001210         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR A '
001220             'TRILHA CONVERTIDA (TRILNOV). STATUS: '
001230             WS-FS-TRILHA-NOVA
001240         CLOSE ARQ-TRILHA
001250         MOVE 8 TO RETURN-CODE
001260         STOP RUN
001270     END-IF.
001280 
001290     PERFORM 2100-LER-LINHA THRU 2100-EXIT.
001300 1000-EXIT.
001310     EXIT.
001320******************************************************
001330* 2000-CONVERTER-LINHA
001340* REGRAVA A LINHA LIDA NO LAYOUT ATUAL: A LINHA ANTIGA
001350* (ATE 214 POSICOES) TEM OS CAMPOS DE CONTROLE COPIADOS
001360* E AS IMAGENS ANTES/DEPOIS MOVIDAS PARA OS CAMPOS DE
001370* 120; A LINHA JA NO LAYOUT NOVO E COPIADA COMO ESTA.
001380******************************************************
001390 2000-CONVERTER-LINHA.
001400     IF WRK-TAM-LINHA = ZEROS
001410         ADD 1 TO WS-QTD-EM-BRANCO
001420         GO TO 2000-LER
001430     END-IF.
001440     IF REG-TRILHA(1:WRK-TAM-LINHA) = SPACES
001450         ADD 1 TO WS-QTD-EM-BRANCO
001460         GO TO 2000-LER
001470     END-IF.
001480 
001490     IF WRK-TAM-LINHA > 214
001500         MOVE SPACES TO REG-TRILHA-NOVA
001510         MOVE REG-TRILHA(1:WRK-TAM-LINHA) TO REG-TRILHA-NOVA
001520         ADD 1 TO WS-QTD-COPIADAS
001530         GO TO 2000-GRAVAR
001540     END-IF.
001550 
001560     MOVE SPACES TO LINHA-TRILHA-ANTIGA.
001570     MOVE REG-TRILHA(1:WRK-TAM-LINHA) TO LINHA-TRILHA-ANTIGA.
001580     MOVE SPACES       TO LINHA-TRILHA.
001590     MOVE TRA-DATA     TO TRX-DATA.
001600     MOVE TRA-HORA     TO TRX-HORA.
001610     MOVE TRA-OPERADOR TO TRI-OPERADOR.
001620     MOVE TRA-ARQUIVO  TO TRI-ARQUIVO.
001630     MOVE TRA-OPERACAO TO TRI-OPERACAO.
001640     MOVE TRA-ANTES    TO TRI-ANTES.
001650     MOVE TRA-DEPOIS   TO TRI-DEPOIS.
001660     MOVE LINHA-TRILHA TO REG-TRILHA-NOVA.
001670     ADD 1 TO WS-QTD-CONVERTIDAS.
001680 
001690 2000-GRAVAR.
001700     WRITE REG-TRILHA-NOVA.
001710     IF WS-FS-TRILHA-NOVA NOT = '00'
001720         DISPLAY 'ERRO AO GRAVAR A TRILHA CONVERTIDA '
001730             '(TRILNOV). STATUS: ' WS-FS-TRILHA-NOVA
001740         SET ERRO-GRAVACAO TO TRUE
001750         GO TO 2000-EXIT
001760     END-IF.
001770 
001780 2000-LER.
001790     PERFORM 2100-LER-LINHA THRU 2100-EXIT.
001800 2000-EXIT.
001810     EXIT.
001820******************************************************
001830* 2100-LER-LINHA
001840* LE A PROXIMA LINHA DA TRILHA E LIGA O INDICADOR DE
001850* FIM DE ARQUIVO QUANDO NECESSARIO.
001860******************************************************
001870 2100-LER-LINHA.
001880     READ ARQ-TRILHA
001890         AT END
001900             SET FIM-ARQUIVO TO TRUE
001910         NOT AT END
001920             ADD 1 TO WS-QTD-LIDAS
001930     END-READ.
001940 2100-EXIT.
001950     EXIT.
001960******************************************************
001970* 9000-FINALIZAR
001980* EXIBE AS QUANTIDADES DA CONVERSAO, FECHA OS ARQUIVOS E
001990* DEVOLVE O CODIGO DE RETORNO.
002000******************************************************
002010 9000-FINALIZAR.
002020     CLOSE ARQ-TRILHA.
002030     CLOSE ARQ-TRILHA-NOVA.
002040 
002050     DISPLAY 'LINHAS LIDAS DA TRILHA........: ' WS-QTD-LIDAS.
002060     DISPLAY 'LINHAS CONVERTIDAS............: '
002070         WS-QTD-CONVERTIDAS.
002080     DISPLAY 'LINHAS JA NO LAYOUT NOVO......: '
002090         WS-QTD-COPIADAS.
002100     DISPLAY 'LINHAS EM BRANCO DESPREZADAS..: '
002110         WS-QTD-EM-BRANCO.
002120 
002130     IF ERRO-GRAVACAO
002140         DISPLAY 'CONVERSAO INTERROMPIDA - O TRILNOV NAO DEVE '
002150             'SUBSTITUIR A TRILHA.'
002160         MOVE 8 TO RETURN-CODE
002170     ELSE
002180         DISPLAY 'TRILHA CONVERTIDA EM TRILNOV - SUBSTITUIR '
002190             'A TRILHA PELO TRILNOV.'
002200         MOVE 0 TO RETURN-CODE
002210     END-IF.
002220 9000-EXIT.
002230     EXIT.
