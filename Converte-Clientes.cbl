000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "CONVERTE CLIENTES".
000030 AUTHOR. LUIS FERNANDO LAZANHA.
000040 INSTALLATION. SETOR DE TOPOGRAFIA E ORCAMENTOS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: CONVERTER, UMA UNICA VEZ, O CADASTRO DE
000100* CLIENTES (CLIMST) DO LAYOUT ANTIGO DO REGISTRO (92
000110* POSICOES, ATE O PERCENTUAL DE DESCONTO) PARA O LAYOUT
000120* ATUAL DO BOOK CLIMST (COM O LIMITE DE CREDITO E O
000130* CODIGO DO VENDEDOR). CADA REGISTRO ANTIGO E REGRAVADO
000140* COM OS MESMOS DADOS, NA ORDEM DA CHAVE, NO ARQUIVO
000150* CLINOV, QUE DEPOIS SUBSTITUI O CLIMST. OS CAMPOS
000160* NOVOS SAO GRAVADOS COM ZEROS (SEM LIMITE DE CREDITO
000170* E SEM VENDEDOR). DEVE SER EXECUTADO ANTES DE QUALQUER
000180* PROGRAMA DA VERSAO NOVA ABRIR O CLIMST. O CLIMST
000190* ORIGINAL NAO E ALTERADO.
000200* CODIGO DE RETORNO: 0 = CADASTRO CONVERTIDO, 8 = ERRO
000210* DE ABERTURA, LEITURA OU GRAVACAO (O CLINOV NAO DEVE
000220* SER USADO).
000230*
000240* HISTORICO DE ALTERACOES
000250* DATA       AUTOR   DESCRICAO
000260* 15/10/2026 LFL     VERSAO ORIGINAL - CONVERSAO DO
000270*                    CLIMST PARA O REGISTRO COM LIMITE
000280*                    DE CREDITO E VENDEDOR.
000290******************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330     DECIMAL-POINT IS COMMA.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ARQ-CLIENTES ASSIGN TO "CLIMST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS CLA-CODIGO
000400         FILE STATUS IS WS-FS-CLIENTES.
000410 
000420     SELECT ARQ-CLIENTES-NOVO ASSIGN TO "CLINOV"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS CLI-CODIGO
000460         FILE STATUS IS WS-FS-CLIENTES-NOVO.
000470 DATA DIVISION.
000480 FILE SECTION.
000490******************************************************
000500* REGISTRO DO CLIMST NO LAYOUT ANTIGO (92 POSICOES)
000510******************************************************
000520 FD  ARQ-CLIENTES.
000530 01  REG-CLIENTE-ANTIGO.
000540     05 CLA-CODIGO           PIC 9(05).
000550     05 CLA-NOME             PIC X(30).
000560     05 CLA-ENDERECO         PIC X(40).
000570     05 CLA-TELEFONE         PIC X(12).
000580     05 CLA-SITUACAO         PIC X(01).
000590     05 CLA-PCT-DESCONTO     PIC 9(02)V99.
000600 
000610 FD  ARQ-CLIENTES-NOVO.
000620     COPY CLIMST.
000630 WORKING-STORAGE SECTION.
000640******************************************************
000650* AREA DE CHAVES (SWITCHES) E CONTADORES - NIVEL 77
000660******************************************************
000670 77  WS-FS-CLIENTES          PIC X(02)    VALUE SPACES.
000680 77  WS-FS-CLIENTES-NOVO     PIC X(02)    VALUE SPACES.
000690 77  WS-FIM-ARQUIVO          PIC X(01)    VALUE 'N'.
000700     88 FIM-ARQUIVO                      VALUE 'S'.
000710 77  WS-ERRO-GRAVACAO        PIC X(01)    VALUE 'N'.
000720     88 ERRO-GRAVACAO                    VALUE 'S'.
000730 77  WS-ERRO-LEITURA         PIC X(01)    VALUE 'N'.
000740     88 ERRO-LEITURA                     VALUE 'S'.
000750 77  WS-QTD-LIDOS            PIC 9(08)    VALUE ZEROS.
000760 77  WS-QTD-CONVERTIDOS      PIC 9(08)    VALUE ZEROS.
000770 PROCEDURE DIVISION.
000780******************************************************
000790* 0000-MAINLINE
000800* ROTINA PRINCIPAL DO PROGRAMA
000810******************************************************
000820 0000-MAINLINE.
000830     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
000840 
000850     PERFORM 2000-CONVERTER-REGISTRO THRU 2000-EXIT
000860         UNTIL FIM-ARQUIVO
000870            OR ERRO-GRAVACAO
000880            OR ERRO-LEITURA.
000890 
000900     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
000910 
000920     STOP RUN.
000930******************************************************
000940* 1000-INICIALIZAR
000950* ABRE O CADASTRO ATUAL E O ARQUIVO CONVERTIDO E LE O
000960* PRIMEIRO REGISTRO.
000970******************************************************
000980 1000-INICIALIZAR.
000990     OPEN INPUT ARQ-CLIENTES.
001000     IF WS-FS-CLIENTES NOT = '00'
001010         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
001020             'CADASTRO DE CLIENTES (CLIMST). STATUS: '
001030             WS-FS-CLIENTES
001040         MOVE 8 TO RETURN-CODE
001050         STOP RUN
001060     END-IF.
001070 
001080     OPEN OUTPUT ARQ-CLIENTES-NOVO.
001090     IF WS-FS-CLIENTES-NOVO NOT = '00'
001100         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
001110             'CADASTRO CONVERTIDO (CLINOV). STATUS: '
001120             WS-FS-CLIENTES-NOVO
001130         CLOSE ARQ-CLIENTES
001140         MOVE 8 TO RETURN-CODE
001150         STOP RUN
001160     END-IF.
001170 
001180     PERFORM 2100-LER-REGISTRO THRU 2100-EXIT.
001190 1000-EXIT.
001200     EXIT.
001210******************************************************
001220* 2000-CONVERTER-REGISTRO
001230* REGRAVA O REGISTRO LIDO NO LAYOUT ATUAL: OS CAMPOS
001240* ANTIGOS SAO COPIADOS E O LIMITE DE CREDITO E O CODIGO
001250* DO VENDEDOR FICAM COM ZEROS.
001260******************************************************
001270 2000-CONVERTER-REGISTRO.
001280     MOVE SPACES             TO REG-CLIENTE.
001290     MOVE CLA-CODIGO         TO CLI-CODIGO.
001300     MOVE CLA-NOME           TO CLI-NOME.
001310     MOVE CLA-ENDERECO       TO CLI-ENDERECO.
001320     MOVE CLA-TELEFONE       TO CLI-TELEFONE.
001330     MOVE CLA-SITUACAO       TO CLI-SITUACAO.
001340     MOVE CLA-PCT-DESCONTO   TO CLI-PCT-DESCONTO.
001350     MOVE ZEROS              TO CLI-LIMITE-CREDITO.
001360     MOVE ZEROS              TO CLI-COD-VENDEDOR.
001370 
001380     WRITE REG-CLIENTE.
001390     IF WS-FS-CLIENTES-NOVO NOT = '00'
001400         DISPLAY 'ERRO AO GRAVAR O CLIENTE ' CLI-CODIGO
001410             ' NO CADASTRO CONVERTIDO (CLINOV). STATUS: '
001420             WS-FS-CLIENTES-NOVO
001430         SET ERRO-GRAVACAO TO TRUE
001440         GO TO 2000-EXIT
001450     END-IF.
001460     ADD 1 TO WS-QTD-CONVERTIDOS.
001470 
001480     PERFORM 2100-LER-REGISTRO THRU 2100-EXIT.
001490 2000-EXIT.
001500     EXIT.
001510******************************************************
001520* 2100-LER-REGISTRO
001530* LE O PROXIMO REGISTRO DO CLIMST, NA ORDEM DA CHAVE, E
001540* LIGA O INDICADOR DE FIM DE ARQUIVO QUANDO NECESSARIO.
001550* REGISTRO COM TAMANHO DIFERENTE DO ANTIGO (CADASTRO JA
001560* CONVERTIDO) OU ERRO DE LEITURA INTERROMPE A CONVERSAO.
001570******************************************************
001580 2100-LER-REGISTRO.
001590     READ ARQ-CLIENTES
001600         AT END
001610             SET FIM-ARQUIVO TO TRUE
001620             GO TO 2100-EXIT
001630     END-READ.
001640     IF WS-FS-CLIENTES NOT = '00'
001650         DISPLAY 'ERRO NA LEITURA DO CADASTRO DE CLIENTES '
001660             '(CLIMST). STATUS: ' WS-FS-CLIENTES
001670         SET ERRO-LEITURA TO TRUE
001680         GO TO 2100-EXIT
001690     END-IF.
001700     ADD 1 TO WS-QTD-LIDOS.
001710 2100-EXIT.
001720     EXIT.
001730******************************************************
001740* 9000-FINALIZAR
001750* EXIBE AS QUANTIDADES DA CONVERSAO, FECHA OS ARQUIVOS E
001760* DEVOLVE O CODIGO DE RETORNO.
001770******************************************************
001780 9000-FINALIZAR.
001790     CLOSE ARQ-CLIENTES.
001800     CLOSE ARQ-CLIENTES-NOVO.
001810 
001820     DISPLAY 'REGISTROS LIDOS DO CLIMST.....: ' WS-QTD-LIDOS.
001830     DISPLAY 'REGISTROS GRAVADOS NO CLINOV..: '
001840         WS-QTD-CONVERTIDOS.
001850 
001860     IF ERRO-GRAVACAO OR ERRO-LEITURA
001870         DISPLAY 'CONVERSAO INTERROMPIDA - O CLINOV NAO DEVE '
001880             'SUBSTITUIR O CLIMST.'
001890         MOVE 8 TO RETURN-CODE
001900     ELSE
001910         DISPLAY 'CLIMST CONVERTIDO EM CLINOV - SUBSTITUIR '
001920             'O CLIMST PELO CLINOV.'
001930         MOVE 0 TO RETURN-CODE
001940     END-IF.
001950 9000-EXIT.
001960     EXIT.
