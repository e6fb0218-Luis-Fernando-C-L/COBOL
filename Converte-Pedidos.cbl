000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "CONVERTE PEDIDOS".
000030 AUTHOR. LUIS FERNANDO LAZANHA.
000040 INSTALLATION. SETOR DE TOPOGRAFIA E ORCAMENTOS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: CONVERTER, UMA UNICA VEZ, O ARQUIVO DE
000100* PEDIDOS DE COMPRA (PEDMST) DO LAYOUT ANTIGO DO
000110* REGISTRO (51 POSICOES, ATE A UNIDADE DE COMPRA) PARA
000120* O LAYOUT ATUAL DO BOOK PEDMST (COM O RECEBIMENTO, O
000130* CUSTO E O VALOR DO ITEM). CADA REGISTRO ANTIGO E
000140* REGRAVADO COM OS MESMOS DADOS, NA ORDEM DA CHAVE, NO
000150* ARQUIVO PEDNOV, QUE DEPOIS SUBSTITUI O PEDMST. OS
000160* CAMPOS NUMERICOS NOVOS SAO GRAVADOS COM ZEROS (NADA
000170* RECEBIDO, ITEM SEM CUSTO) E O ITEM FICA EM ABERTO.
000180* DEVE SER EXECUTADO ANTES DE QUALQUER PROGRAMA DA
000190* VERSAO NOVA ABRIR O PEDMST. O PEDMST ORIGINAL NAO E
000200* ALTERADO.
000210* CODIGO DE RETORNO: 0 = ARQUIVO CONVERTIDO, 8 = ERRO
000220* DE ABERTURA, LEITURA OU GRAVACAO (O PEDNOV NAO DEVE
000230* SER USADO).
000240*
000250* HISTORICO DE ALTERACOES
000260* DATA       AUTOR   DESCRICAO
000270* 15/10/2026 LFL     VERSAO ORIGINAL - CONVERSAO DO
000280*                    PEDMST PARA O REGISTRO COM
000290*                    RECEBIMENTO, CUSTO E VALOR.
000300******************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SPECIAL-NAMES.
000340     DECIMAL-POINT IS COMMA.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ARQ-PEDIDOS ASSIGN TO "PEDMST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS PEA-CHAVE
000410         FILE STATUS IS WS-FS-PEDIDOS.
000420 
000430     SELECT ARQ-PEDIDOS-NOVO ASSIGN TO "PEDNOV"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS PED-CHAVE
000470         FILE STATUS IS WS-FS-PEDIDOS-NOVO.
000480 DATA DIVISION.
000490 FILE SECTION.
000500******************************************************
000510* REGISTRO DO PEDMST NO LAYOUT ANTIGO (51 POSICOES)
000520******************************************************
000530 FD  ARQ-PEDIDOS.
000540 01  REG-PEDIDO-ANTIGO.
000550     05 PEA-CHAVE.
000560        10 PEA-NUMERO        PIC 9(06).
000570        10 PEA-ITEM          PIC 9(03).
000580     05 PEA-COD-FORNECEDOR   PIC 9(05).
000590     05 PEA-DATA-EMISSAO     PIC 9(08).
000600     05 PEA-MATERIAL         PIC X(10).
000610     05 PEA-QTD              PIC 9(09).
000620     05 PEA-UNID-COMPRA      PIC X(10).
000630 
000640 FD  ARQ-PEDIDOS-NOVO.
000650     COPY PEDMST.
000660 WORKING-STORAGE SECTION.
000670******************************************************
000680* AREA DE CHAVES (SWITCHES) E CONTADORES - NIVEL 77
000690******************************************************
000700 77  WS-FS-PEDIDOS           PIC X(02)    VALUE SPACES.
000710 77  WS-FS-PEDIDOS-NOVO      PIC X(02)    VALUE SPACES.
000720 77  WS-FIM-ARQUIVO          PIC X(01)    VALUE 'N'.
000730     88 FIM-ARQUIVO                      VALUE 'S'.
000740 77  WS-ERRO-GRAVACAO        PIC X(01)    VALUE 'N'.
000750     88 ERRO-GRAVACAO                    VALUE 'S'.
000760 77  WS-ERRO-LEITURA         PIC X(01)    VALUE 'N'.
000770     88 ERRO-LEITURA                     VALUE 'S'.
000780 77  WS-QTD-LIDOS            PIC 9(08)    VALUE ZEROS.
000790 77  WS-QTD-CONVERTIDOS      PIC 9(08)    VALUE ZEROS.
000800 PROCEDURE DIVISION.
000810******************************************************
000820* 0000-MAINLINE
000830* ROTINA PRINCIPAL DO PROGRAMA
000840******************************************************
000850 0000-MAINLINE.
000860     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
000870 
000880     PERFORM 2000-CONVERTER-REGISTRO THRU 2000-EXIT
000890         UNTIL FIM-ARQUIVO
000900            OR ERRO-GRAVACAO
000910            OR ERRO-LEITURA.
000920 
000930     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
000940 
000950     STOP RUN.
000960******************************************************
000970* 1000-INICIALIZAR
000980* ABRE O ARQUIVO ATUAL E O ARQUIVO CONVERTIDO E LE O
000990* PRIMEIRO REGISTRO.
001000******************************************************
001010 1000-INICIALIZAR.
001020     OPEN INPUT ARQ-PEDIDOS.
001030     IF WS-FS-PEDIDOS NOT = '00'
001040         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
001050             'ARQUIVO DE PEDIDOS (PEDMST). STATUS: '
001060             WS-FS-PEDIDOS
001070         MOVE 8 TO RETURN-CODE
001080         STOP RUN
001090     END-IF.
001100 
001110     OPEN OUTPUT ARQ-PEDIDOS-NOVO.
001120     IF WS-FS-PEDIDOS-NOVO NOT = '00'
001130         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
001140             'ARQUIVO CONVERTIDO (PEDNOV). STATUS: '
001150             WS-FS-PEDIDOS-NOVO
001160         CLOSE ARQ-PEDIDOS
001170         MOVE 8 TO RETURN-CODE
001180         STOP RUN
001190     END-IF.
001200 
001210     PERFORM 2100-LER-REGISTRO THRU 2100-EXIT.
001220 1000-EXIT.
001230     EXIT.
001240******************************************************
001250* 2000-CONVERTER-REGISTRO
001260* REGRAVA O REGISTRO LIDO NO LAYOUT ATUAL: OS CAMPOS
001270* ANTIGOS SAO COPIADOS, OS CAMPOS NUMERICOS NOVOS
001280* (RECEBIMENTO, CUSTO E VALOR) FICAM COM ZEROS E O ITEM
001290* FICA EM ABERTO.
001300******************************************************
001310 2000-CONVERTER-REGISTRO.
001320     MOVE SPACES             TO REG-PEDIDO.
001330     MOVE PEA-NUMERO         TO PED-NUMERO.
001340     MOVE PEA-ITEM           TO PED-ITEM.
001350     MOVE PEA-COD-FORNECEDOR TO PED-COD-FORNECEDOR.
001360     MOVE PEA-DATA-EMISSAO   TO PED-DATA-EMISSAO.
001370     MOVE PEA-MATERIAL       TO PED-MATERIAL.
001380     MOVE PEA-QTD            TO PED-QTD.
001390     MOVE PEA-UNID-COMPRA    TO PED-UNID-COMPRA.
001400     MOVE ZEROS              TO PED-QTD-RECEBIDA.
001410     MOVE ZEROS              TO PED-DATA-ULT-RECEB.
001420     MOVE 'A'                TO PED-SITUACAO.
001430     MOVE ZEROS              TO PED-CUSTO-UNIT.
001440     MOVE ZEROS              TO PED-VALOR.
001450 
001460     WRITE REG-PEDIDO.
001470     IF WS-FS-PEDIDOS-NOVO NOT = '00'
001480         DISPLAY 'ERRO AO GRAVAR O PEDIDO ' PED-CHAVE
001490             ' NO ARQUIVO CONVERTIDO (PEDNOV). STATUS: '
001500             WS-FS-PEDIDOS-NOVO
001510         SET ERRO-GRAVACAO TO TRUE
001520         GO TO 2000-EXIT
001530     END-IF.
001540     ADD 1 TO WS-QTD-CONVERTIDOS.
001550 
001560     PERFORM 2100-LER-REGISTRO THRU 2100-EXIT.
001570 2000-EXIT.
001580     EXIT.
001590******************************************************
001600* 2100-LER-REGISTRO
001610* LE O PROXIMO REGISTRO DO PEDMST, NA ORDEM DA CHAVE, E
001620* LIGA O INDICADOR DE FIM DE ARQUIVO QUANDO NECESSARIO.
001630* REGISTRO COM TAMANHO DIFERENTE DO ANTIGO (ARQUIVO JA
001640* CONVERTIDO) OU ERRO DE LEITURA INTERROMPE A CONVERSAO.
001650******************************************************
001660 2100-LER-REGISTRO.
001670     READ ARQ-PEDIDOS
001680         AT END
001690             SET FIM-ARQUIVO TO TRUE
001700             GO TO 2100-EXIT
001710     END-READ.
001720     IF WS-FS-PEDIDOS NOT = '00'
001730         DISPLAY 'ERRO NA LEITURA DO ARQUIVO DE PEDIDOS '
001740             '(PEDMST). STATUS: ' WS-FS-PEDIDOS
001750         SET ERRO-LEITURA TO TRUE
001760         GO TO 2100-EXIT
001770     END-IF.
001780     ADD 1 TO WS-QTD-LIDOS.
001790 2100-EXIT.
001800     EXIT.
001810******************************************************
001820* 9000-FINALIZAR
001830* EXIBE AS QUANTIDADES DA CONVERSAO, FECHA OS ARQUIVOS E
001840* DEVOLVE O CODIGO DE RETORNO.
001850******************************************************
001860 9000-FINALIZAR.
001870     CLOSE ARQ-PEDIDOS.
001880     CLOSE ARQ-PEDIDOS-NOVO.
001890 
001900     DISPLAY 'REGISTROS LIDOS DO PEDMST.....: ' WS-QTD-LIDOS.
001910     DISPLAY 'REGISTROS GRAVADOS NO PEDNOV..: '
001920         WS-QTD-CONVERTIDOS.
001930 
001940     IF ERRO-GRAVACAO OR ERRO-LEITURA
001950         DISPLAY 'CONVERSAO INTERROMPIDA - O PEDNOV NAO DEVE '
001960             'SUBSTITUIR O PEDMST.'
001970         MOVE 8 TO RETURN-CODE
001980     ELSE
001990         DISPLAY 'PEDMST CONVERTIDO EM PEDNOV - SUBSTITUIR '
002000             'O PEDMST PELO PEDNOV.'
002010         MOVE 0 TO RETURN-CODE
002020     END-IF.
002030 9000-EXIT.
002040     EXIT.
