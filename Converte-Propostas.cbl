000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "CONVERTE PROPOSTAS".
000030 AUTHOR. LUIS FERNANDO LAZANHA.
000040 INSTALLATION. SETOR DE TOPOGRAFIA E ORCAMENTOS.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070******************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: CONVERTER, UMA UNICA VEZ, O MESTRE DE
000100* PROPOSTAS (PROPMST) DO LAYOUT ANTIGO DO REGISTRO (42
000110* POSICOES, ATE A SITUACAO) PARA O LAYOUT ATUAL DO BOOK
000120* PROPMST (COM AS CONDICOES DO ORCAMENTO, A QUANTIDADE
000130* DE ITENS E A SEQUENCIA DO LOTEFAT). CADA REGISTRO
000140* ANTIGO E REGRAVADO COM OS MESMOS DADOS, NA ORDEM DA
000150* CHAVE, NO ARQUIVO PROPNOV, QUE DEPOIS SUBSTITUI O
000160* PROPMST. OS CAMPOS NOVOS SAO GRAVADOS COM ZEROS (SEM
000170* CONDICOES GUARDADAS, SEM ITENS NO PROPITM E AINDA NAO
000180* FATURADA). DEVE SER EXECUTADO ANTES DE QUALQUER
000190* PROGRAMA DA VERSAO NOVA ABRIR O PROPMST. O PROPMST
000200* ORIGINAL NAO E ALTERADO.
000210* CODIGO DE RETORNO: 0 = MESTRE CONVERTIDO, 8 = ERRO
000220* DE ABERTURA, LEITURA OU GRAVACAO (O PROPNOV NAO DEVE
000230* SER USADO).
000240*
000250* HISTORICO DE ALTERACOES
000260* DATA       AUTOR   DESCRICAO
000270* 15/10/2026 LFL     VERSAO ORIGINAL - CONVERSAO DO
000280*                    PROPMST PARA O REGISTRO COM AS
000290*                    CONDICOES DO ORCAMENTO E O
000300*                    FATURAMENTO.
000310******************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ARQ-PROPOSTAS ASSIGN TO "PROPMST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS PRA-NUMERO
000420         FILE STATUS IS WS-FS-PROPOSTAS.
000430 
000440     SELECT ARQ-PROPOSTAS-NOVO ASSIGN TO "PROPNOV"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS PRO-NUMERO
000480         FILE STATUS IS WS-FS-PROPOSTAS-NOVO.
000490 DATA DIVISION.
000500 FILE SECTION.
000510******************************************************
000520* REGISTRO DO PROPMST NO LAYOUT ANTIGO (42 POSICOES)
000530******************************************************
000540 FD  ARQ-PROPOSTAS.
000550 01  REG-PROPOSTA-ANTIGA.
000560     05 PRA-NUMERO           PIC 9(06).
000570     05 PRA-COD-CLIENTE      PIC 9(05).
000580     05 PRA-DATA-EMISSAO     PIC 9(08).
000590     05 PRA-DATA-VENCIMENTO  PIC 9(08).
000600     05 PRA-VALOR            PIC 9(12)V99.
000610     05 PRA-SITUACAO         PIC X(01).
000620 
000630 FD  ARQ-PROPOSTAS-NOVO.
000640     COPY PROPMST.
000650 WORKING-STORAGE SECTION.
000660******************************************************
000670* AREA DE CHAVES (SWITCHES) E CONTADORES - NIVEL 77
000680******************************************************
000690 77  WS-FS-PROPOSTAS         PIC X(02)    VALUE SPACES.
000700 77  WS-FS-PROPOSTAS-NOVO    PIC X(02)    VALUE SPACES.
000710 77  WS-FIM-ARQUIVO          PIC X(01)    VALUE 'N'.
000720     88 FIM-ARQUIVO                      VALUE 'S'.
000730 77  WS-ERRO-GRAVACAO        PIC X(01)    VALUE 'N'.
000740     88 ERRO-GRAVACAO                    VALUE 'S'.
000750 77  WS-ERRO-LEITURA         PIC X(01)    VALUE 'N'.
000760     88 ERRO-LEITURA                     VALUE 'S'.
000770 77  WS-QTD-LIDOS            PIC 9(08)    VALUE ZEROS.
000780 77  WS-QTD-CONVERTIDOS      PIC 9(08)    VALUE ZEROS.
000790 PROCEDURE DIVISION.
000800******************************************************
000810* 0000-MAINLINE
000820* ROTINA PRINCIPAL DO PROGRAMA
000830******************************************************
000840 0000-MAINLINE.
000850     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
000860 
000870     PERFORM 2000-CONVERTER-REGISTRO THRU 2000-EXIT
000880         UNTIL FIM-ARQUIVO
000890            OR ERRO-GRAVACAO
000900            OR ERRO-LEITURA.
000910 
000920     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
000930 
000940     STOP RUN.
000950******************************************************
000960* 1000-INICIALIZAR
000970* ABRE O MESTRE ATUAL E O ARQUIVO CONVERTIDO E LE O
000980* PRIMEIRO REGISTRO.
000990******************************************************
001000 1000-INICIALIZAR.
001010     OPEN INPUT ARQ-PROPOSTAS.
001020     IF WS-FS-PROPOSTAS NOT = '00'
001030         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
001040             'MESTRE DE PROPOSTAS (PROPMST). STATUS: '
001050             WS-FS-PROPOSTAS
001060         MOVE 8 TO RETURN-CODE
001070         STOP RUN
001080     END-IF.
001090 
001100     OPEN OUTPUT ARQ-PROPOSTAS-NOVO.
001110     IF WS-FS-PROPOSTAS-NOVO NOT = '00'
001120         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
001130             'MESTRE CONVERTIDO (PROPNOV). STATUS: '
001140             WS-FS-PROPOSTAS-NOVO
001150         CLOSE ARQ-PROPOSTAS
001160         MOVE 8 TO RETURN-CODE
001170         STOP RUN
001180     END-IF.
001190 
001200     PERFORM 2100-LER-REGISTRO THRU 2100-EXIT.
001210 1000-EXIT.
001220     EXIT.
001230******************************************************
001240* 2000-CONVERTER-REGISTRO
001250* REGRAVA O REGISTRO LIDO NO LAYOUT ATUAL: OS CAMPOS
001260* ANTIGOS SAO COPIADOS E OS CAMPOS NOVOS (CONDICOES DO
001270* ORCAMENTO, QUANTIDADE DE ITENS E SEQUENCIA DO
001280* LOTEFAT) FICAM COM ZEROS.
001290******************************************************
001300 2000-CONVERTER-REGISTRO.
001310     MOVE SPACES             TO REG-PROPOSTA.
001320     MOVE PRA-NUMERO         TO PRO-NUMERO.
001330     MOVE PRA-COD-CLIENTE    TO PRO-COD-CLIENTE.
001340     MOVE PRA-DATA-EMISSAO   TO PRO-DATA-EMISSAO.
001350     MOVE PRA-DATA-VENCIMENTO TO PRO-DATA-VENCIMENTO.
001360     MOVE PRA-VALOR          TO PRO-VALOR.
001370     MOVE PRA-SITUACAO       TO PRO-SITUACAO.
001380     MOVE ZEROS              TO PRO-VALOR-MATERIAIS.
001390     MOVE ZEROS              TO PRO-PCT-MAO-OBRA.
001400     MOVE ZEROS              TO PRO-PCT-DESCONTO.
001410     MOVE ZEROS              TO PRO-PCT-IMPOSTO.
001420     MOVE ZEROS              TO PRO-DIAS-VALIDADE.
001430     MOVE ZEROS              TO PRO-QTD-ITENS.
001440     MOVE ZEROS              TO PRO-SEQ-FAT.
001450 
001460     WRITE REG-PROPOSTA.
001470     IF WS-FS-PROPOSTAS-NOVO NOT = '00'
001480         DISPLAY 'ERRO AO GRAVAR A PROPOSTA ' PRO-NUMERO
001490             ' NO MESTRE CONVERTIDO (PROPNOV). STATUS: '
001500             WS-FS-PROPOSTAS-NOVO
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
001610* LE O PROXIMO REGISTRO DO PROPMST, NA ORDEM DA CHAVE, E
001620* LIGA O INDICADOR DE FIM DE ARQUIVO QUANDO NECESSARIO.
001630* REGISTRO COM TAMANHO DIFERENTE DO ANTIGO (MESTRE JA
001640* CONVERTIDO) OU ERRO DE LEITURA INTERROMPE A CONVERSAO.
001650******************************************************
001660 2100-LER-REGISTRO.
001670     READ ARQ-PROPOSTAS
001680         AT END
001690             SET FIM-ARQUIVO TO TRUE
001700             GO TO 2100-EXIT
001710     END-READ.
001720     IF WS-FS-PROPOSTAS NOT = '00'
001730         DISPLAY 'ERRO NA LEITURA DO MESTRE DE PROPOSTAS '
001740             '(PROPMST). STATUS: ' WS-FS-PROPOSTAS
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
001870     CLOSE ARQ-PROPOSTAS.
001880     CLOSE ARQ-PROPOSTAS-NOVO.
001890 
001900     DISPLAY 'REGISTROS LIDOS DO PROPMST....: ' WS-QTD-LIDOS.
001910     DISPLAY 'REGISTROS GRAVADOS NO PROPNOV.: '
001920         WS-QTD-CONVERTIDOS.
001930 
001940     IF ERRO-GRAVACAO OR ERRO-LEITURA
001950         DISPLAY 'CONVERSAO INTERROMPIDA - O PROPNOV NAO DEVE '
001960             'SUBSTITUIR O PROPMST.'
001970         MOVE 8 TO RETURN-CODE
001980     ELSE
001990         DISPLAY 'PROPMST CONVERTIDO EM PROPNOV - SUBSTITUIR '
002000             'O PROPMST PELO PROPNOV.'
002010         MOVE 0 TO RETURN-CODE
002020     END-IF.
002030 9000-EXIT.
002040     EXIT.
