000130* PROPOSTA PELO NUMERO E A MARCA COMO ACEITA, RECUSADA
000140* OU VENCIDA, COM CONSULTA POR NUMERO, VIA MENU DE
000150* CONSOLE. SO PROPOSTA NA SITUACAO EMITIDA PODE TER A
000160* SITUACAO ALTERADA. EMITE TAMBEM A SEGUNDA VIA DE
000170* QUALQUER ORCAMENTO JA EMITIDO (ORCSEG), MONTADA COM
000180* OS DADOS DO PROPMST, OS ITENS DO PROPITM E O CADASTRO
000190* DE CLIENTES (CLIMST).
000200*
000210* HISTORICO DE ALTERACOES
000220* DATA       AUTOR   DESCRICAO
000230* 02/09/2026 LFL     VERSAO ORIGINAL - MARCACAO DE
000240*                    PROPOSTAS COMO ACEITAS, RECUSADAS
000250*                    OU VENCIDAS E CONSULTA POR NUMERO.
000260* 15/10/2026 LFL     SEGUNDA VIA DO ORCAMENTO (OPCAO 5)
000270*                    A PARTIR DO PROPMST E DOS ITENS DO
000280*                    PROPITM. A PROPOSTA ACEITA PASSA A
000290*                    SER FATURADA PELO FATURAMENTO DE
000300*                    PROPOSTAS; A CONSULTA MOSTRA A
000310*                    SEQUENCIA DO FATURAMENTO.
000320******************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SPECIAL-NAMES.
000360     DECIMAL-POINT IS COMMA.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ARQ-PROPOSTAS ASSIGN TO "PROPMST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS PRO-NUMERO
000430         FILE STATUS IS WS-FS-PROPOSTAS.
000440 
000450     SELECT ARQ-ITENS-PROP ASSIGN TO "PROPITM"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS PIT-CHAVE
000490         FILE STATUS IS WS-FS-ITENS-PROP.
000500 
000510     SELECT ARQ-CLIENTES ASSIGN TO "CLIMST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS CLI-CODIGO
000550         FILE STATUS IS WS-FS-CLIENTES.
000560 
000570     SELECT ARQ-SEGUNDA-VIA ASSIGN TO "ORCSEG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FS-SEGUNDA-VIA.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  ARQ-PROPOSTAS.
000630     COPY PROPMST.
000640 
000650 FD  ARQ-ITENS-PROP.
000660     COPY PROPITM.
000670 
000680 FD  ARQ-CLIENTES.
000690     COPY CLIMST.
000700 
000710 FD  ARQ-SEGUNDA-VIA
000720     RECORDING MODE IS F.
000730 01  REG-SEGUNDA-VIA          PIC X(100).
000740 WORKING-STORAGE SECTION.
000750******************************************************
000760* AREA DE CHAVES (SWITCHES) E CONTADORES - NIVEL 77
000770******************************************************
000780 77  WS-FS-PROPOSTAS         PIC X(02)    VALUE SPACES.
000790 77  WS-FIM-PROGRAMA         PIC X(01)    VALUE 'N'.
000800     88 FIM-PROGRAMA                     VALUE 'S'.
000810 77  WS-PROPOSTA-LIDA        PIC X(01)    VALUE 'N'.
000820     88 PROPOSTA-LIDA                    VALUE 'S'.
000830 77  WRK-OPCAO-MENU          PIC X(01)    VALUE SPACES.
000840     88 OPCAO-ACEITAR                    VALUE '1'.
000850     88 OPCAO-RECUSAR                    VALUE '2'.
000860     88 OPCAO-VENCER                     VALUE '3'.
000870     88 OPCAO-CONSULTAR                  VALUE '4'.
000880     88 OPCAO-SEGUNDA-VIA                VALUE '5'.
000890     88 OPCAO-SAIR                       VALUE '9'.
000900 77  WRK-RESPOSTA            PIC X(01)    VALUE SPACES.
000910 77  WRK-NUMERO-RAW          PIC X(06)    VALUE SPACES.
000920 77  WRK-NUMERO-PROPOSTA     PIC 9(06)    VALUE ZEROS.
000930 77  WRK-SITUACAO-NOVA       PIC X(01)    VALUE SPACES.
000940 77  WRK-ROTULO-SITUACAO     PIC X(08)    VALUE SPACES.
000950 77  WRK-VALOR-ED            PIC Z(11)9,99 VALUE ZEROS.
000960******************************************************
000970* AREA DA SEGUNDA VIA DO ORCAMENTO (ORCSEG)
000980******************************************************
000990 77  WS-FS-ITENS-PROP        PIC X(02)    VALUE SPACES.
001000 77  WS-FS-CLIENTES          PIC X(02)    VALUE SPACES.
001010 77  WS-FS-SEGUNDA-VIA       PIC X(02)    VALUE SPACES.
001020 77  WS-FIM-ITENS            PIC X(01)    VALUE 'N'.
001030     88 FIM-ITENS                        VALUE 'S'.
001040 77  WRK-QTD-ITENS           PIC 9(03)    VALUE ZEROS.
001050 77  WRK-VALOR-ITENS         PIC 9(12)V99 VALUE ZEROS.
001060 77  WRK-VAL-MAO-OBRA        PIC 9(12)V99 VALUE ZEROS.
001070 77  WRK-VAL-DESCONTO        PIC 9(12)V99 VALUE ZEROS.
001080 77  WRK-VAL-LIQUIDO         PIC 9(12)V99 VALUE ZEROS.
001090 77  WRK-VAL-IMPOSTO         PIC 9(12)V99 VALUE ZEROS.
001100 01  WRK-DATA-AAAAMMDD.
001110     05 WRK-DATA-AAAA        PIC 9(04).
001120     05 WRK-DATA-MM          PIC 9(02).
001130     05 WRK-DATA-DD          PIC 9(02).
001140 01  WRK-DATA-NUM REDEFINES WRK-DATA-AAAAMMDD
001150                             PIC 9(08).
001160 01  WRK-DATA-ED.
001170     05 WRK-DATA-ED-DD       PIC 9(02).
001180     05 FILLER               PIC X(01)    VALUE '/'.
001190     05 WRK-DATA-ED-MM       PIC 9(02).
001200     05 FILLER               PIC X(01)    VALUE '/'.
001210     05 WRK-DATA-ED-AAAA     PIC 9(04).
001220******************************************************
001230* LAYOUTS DAS LINHAS DA SEGUNDA VIA (MESMAS LINHAS DO
001240* DOCUMENTO DE ORCAMENTO DO PROGRAMA DE CALCULO DE
001250* AREAS, COM A MARCA DE SEGUNDA VIA)
001260******************************************************
001270 01  LINHA-BRANCO            PIC X(01)    VALUE SPACES.
001280 01  LINHA-ORC-SEPARADOR     PIC X(60)    VALUE ALL '='.
001290 01  LINHA-ORC-SEGUNDA-VIA.
001300     05 FILLER               PIC X(32)
001310        VALUE '*** SEGUNDA VIA *** EMITIDA EM: '.
001320     05 LSV-DATA             PIC X(10).
001330 01  LINHA-ORC-TITULO.
001340     05 FILLER               PIC X(13)
001350        VALUE 'ORCAMENTO N. '.
001360     05 LOT-NUMERO           PIC ZZZZZ9.
001370     05 FILLER               PIC X(08)    VALUE '  DATA: '.
001380     05 LOT-DATA             PIC X(10).
001390 01  LINHA-ORC-CLIENTE.
001400     05 FILLER               PIC X(09)    VALUE 'CLIENTE: '.
001410     05 LOC-CODIGO           PIC ZZZZ9.
001420     05 FILLER               PIC X(03)    VALUE ' - '.
001430     05 LOC-NOME             PIC X(30).
001440 01  LINHA-ORC-ENDERECO.
001450     05 FILLER               PIC X(10)   VALUE 'ENDERECO: '.
001460     05 LOE-ENDERECO         PIC X(40).
001470 01  LINHA-ORC-TELEFONE.
001480     05 FILLER               PIC X(10)   VALUE 'TELEFONE: '.
001490     05 LOF-TELEFONE         PIC X(12).
001500 01  LINHA-ORC-COLUNAS.
001510     05 FILLER               PIC X(08)    VALUE 'LOTE'.
001520     05 FILLER               PIC X(05)    VALUE 'FIG'.
001530     05 FILLER               PIC X(09)    VALUE 'LARGURA'.
001540     05 FILLER               PIC X(09)    VALUE 'COMPRIM.'.
001550     05 FILLER               PIC X(12)    VALUE 'MATERIAL'.
001560     05 FILLER               PIC X(12)    VALUE 'VALOR'.
001570     05 FILLER               PIC X(04)    VALUE ' SEG'.
001580 01  LINHA-ORC-ITEM.
001590     05 LOI-NUM-LOTE         PIC ZZZZZ9.
001600     05 FILLER               PIC X(02)    VALUE SPACES.
001610     05 LOI-FIGURA           PIC X(03).
001620     05 FILLER               PIC X(02)    VALUE SPACES.
001630     05 LOI-LARGURA          PIC ZZ9,99.
001640     05 FILLER               PIC X(03)    VALUE SPACES.
001650     05 LOI-COMPRIMENTO      PIC ZZ9,99.
001660     05 FILLER               PIC X(03)    VALUE SPACES.
001670     05 LOI-MATERIAL         PIC X(10).
001680     05 FILLER               PIC X(02)    VALUE SPACES.
001690     05 LOI-VALOR            PIC Z(09)9,99.
001700     05 FILLER               PIC X(01)    VALUE SPACES.
001710     05 LOI-SEGMENTOS        PIC ZZ9.
001720 01  LINHA-ORC-SEM-ITENS.
001730     05 FILLER               PIC X(32)
001740        VALUE 'ITENS NAO DISPONIVEIS NO PROPITM'.
001750 01  LINHA-ORC-VALOR.
001760     05 LOV-ROTULO           PIC X(22).
001770     05 LOV-PCT              PIC Z9,99.
001780     05 FILLER               PIC X(03)    VALUE '%) '.
001790     05 LOV-VALOR            PIC Z(11)9,99.
001800 01  LINHA-ORC-SUBTOTAL.
001810     05 FILLER               PIC X(30)
001820        VALUE 'SUBTOTAL DOS MATERIAIS......: '.
001830     05 LOS-VALOR            PIC Z(11)9,99.
001840 01  LINHA-ORC-TOTAL.
001850     05 FILLER               PIC X(30)
001860        VALUE 'TOTAL DO ORCAMENTO..........: '.
001870     05 LOTT-VALOR           PIC Z(11)9,99.
001880 01  LINHA-ORC-VALIDADE.
001890     05 FILLER               PIC X(20)
001900        VALUE 'PROPOSTA VALIDA POR '.
001910     05 LOV-DIAS             PIC ZZ9.
001920     05 FILLER               PIC X(06)    VALUE ' DIAS.'.
001930 PROCEDURE DIVISION.
001940******************************************************
001950* 0000-MAINLINE
001960* ROTINA PRINCIPAL DO PROGRAMA
001970******************************************************
001980 0000-MAINLINE.
001990     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002000 
002010     PERFORM 2000-PROCESSAR-MENU THRU 2000-EXIT
002020         UNTIL FIM-PROGRAMA.
002030 
002040     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002050 
002060     STOP RUN.
002070******************************************************
002080* 1000-INICIALIZAR
002090* ABRE O MESTRE DE PROPOSTAS PARA ATUALIZACAO.
002100******************************************************
002110 1000-INICIALIZAR.
002120     OPEN I-O ARQ-PROPOSTAS.
002130     IF WS-FS-PROPOSTAS NOT = '00'
002140         DISPLAY 'ERRO FATAL: NAO FOI POSSIVEL ABRIR O '
002150             'MESTRE DE PROPOSTAS (PROPMST). STATUS: '
002160             WS-FS-PROPOSTAS
002170         STOP RUN
002180     END-IF.
002190 1000-EXIT.
002200     EXIT.
002210******************************************************
002220* 2000-PROCESSAR-MENU
002230* EXIBE O MENU DE OPCOES E ENCAMINHA A OPCAO ESCOLHIDA
002240* PARA A ROTINA CORRESPONDENTE, ATE O OPERADOR PEDIR
002250* PARA SAIR.
002260******************************************************
002270 2000-PROCESSAR-MENU.
002280     DISPLAY ' '.
002290     DISPLAY 'MANUTENCAO DE PROPOSTAS'.
002300     DISPLAY '1-MARCAR ACEITA  2-MARCAR RECUSADA'.
002310     DISPLAY '3-MARCAR VENCIDA  4-CONSULTAR'.
002320     DISPLAY '5-SEGUNDA VIA DO ORCAMENTO  9-SAIR'.
002330     DISPLAY 'OPCAO DESEJADA: '.
002340     MOVE SPACES TO WRK-OPCAO-MENU.
002350     ACCEPT WRK-OPCAO-MENU.
002360 
002370     EVALUATE TRUE
002380         WHEN OPCAO-ACEITAR
002390             MOVE 'A' TO WRK-SITUACAO-NOVA
002400             MOVE 'ACEITA  ' TO WRK-ROTULO-SITUACAO
002410             PERFORM 3000-MARCAR-PROPOSTA THRU 3000-EXIT
002420         WHEN OPCAO-RECUSAR
002430             MOVE 'R' TO WRK-SITUACAO-NOVA
002440             MOVE 'RECUSADA' TO WRK-ROTULO-SITUACAO
002450             PERFORM 3000-MARCAR-PROPOSTA THRU 3000-EXIT
002460         WHEN OPCAO-VENCER
002470             MOVE 'V' TO WRK-SITUACAO-NOVA
002480             MOVE 'VENCIDA ' TO WRK-ROTULO-SITUACAO
002490             PERFORM 3000-MARCAR-PROPOSTA THRU 3000-EXIT
002500         WHEN OPCAO-CONSULTAR
002510             PERFORM 4000-CONSULTAR-PROPOSTA THRU 4000-EXIT
002520         WHEN OPCAO-SEGUNDA-VIA
002530             PERFORM 5000-REEMITIR-ORCAMENTO THRU 5000-EXIT
002540         WHEN OPCAO-SAIR
002550             SET FIM-PROGRAMA TO TRUE
002560         WHEN OTHER
002570             DISPLAY 'ERRO: INFORME 1, 2, 3, 4, 5 OU 9.'
002580     END-EVALUATE.
002590 2000-EXIT.
002600     EXIT.
002610******************************************************
002620* 3000-MARCAR-PROPOSTA
002630* LOCALIZA A PROPOSTA PELO NUMERO, EXIBE OS DADOS E,
002640* APOS CONFIRMACAO DO OPERADOR, GRAVA A NOVA SITUACAO.
002650* SO PROPOSTA NA SITUACAO EMITIDA PODE SER MARCADA.
002660******************************************************
002670 3000-MARCAR-PROPOSTA.
002680     PERFORM 7000-LER-PROPOSTA THRU 7000-EXIT.
002690     IF NOT PROPOSTA-LIDA
002700         GO TO 3000-EXIT
002710     END-IF.
002720 
002730     IF NOT PROPOSTA-EMITIDA
002740         DISPLAY 'ERRO: A PROPOSTA NAO ESTA MAIS NA '
002750             'SITUACAO EMITIDA.'
002760         PERFORM 7500-EXIBIR-PROPOSTA THRU 7500-EXIT
002770         GO TO 3000-EXIT
002780     END-IF.
002790 
002800     PERFORM 7500-EXIBIR-PROPOSTA THRU 7500-EXIT.
002810     DISPLAY 'CONFIRMA MARCAR COMO ' WRK-ROTULO-SITUACAO
002820         ' (S/N): '.
002830     MOVE SPACES TO WRK-RESPOSTA.
002840     ACCEPT WRK-RESPOSTA.
002850     IF WRK-RESPOSTA NOT = 'S' AND WRK-RESPOSTA NOT = 's'
002860         DISPLAY 'MARCACAO CANCELADA.'
002870         GO TO 3000-EXIT
002880     END-IF.
002890 
002900     MOVE WRK-SITUACAO-NOVA TO PRO-SITUACAO.
002910     REWRITE REG-PROPOSTA
002920         INVALID KEY
002930             DISPLAY 'ERRO AO REGRAVAR PROPOSTA. STATUS: '
002940                 WS-FS-PROPOSTAS
002950         NOT INVALID KEY
002960             DISPLAY 'PROPOSTA MARCADA COMO '
002970                 WRK-ROTULO-SITUACAO '.'
002980             IF PROPOSTA-ACEITA
002990                 DISPLAY 'A PROPOSTA SERA FATURADA NA PROXIMA '
003000                     'EXECUCAO DO FATURAMENTO DE PROPOSTAS.'
003010             END-IF
003020     END-REWRITE.
003030 3000-EXIT.
003040     EXIT.
003050******************************************************
003060* 4000-CONSULTAR-PROPOSTA
003070* LOCALIZA A PROPOSTA PELO NUMERO E EXIBE OS DADOS E A
003080* SITUACAO ATUAL.
003090******************************************************
003100 4000-CONSULTAR-PROPOSTA.
003110     PERFORM 7000-LER-PROPOSTA THRU 7000-EXIT.
003120     IF NOT PROPOSTA-LIDA
003130         GO TO 4000-EXIT
003140     END-IF.
003150 
003160     PERFORM 7500-EXIBIR-PROPOSTA THRU 7500-EXIT.
003170 4000-EXIT.
003180     EXIT.
003190******************************************************
003200* 5000-REEMITIR-ORCAMENTO
003210* LOCALIZA A PROPOSTA PELO NUMERO E GRAVA A SEGUNDA VIA
003220* DO ORCAMENTO NO ORCSEG: CABECALHO COM OS DADOS DO
003230* CLIENTE, UM ITEM POR REGISTRO DO PROPITM E O BLOCO
003240* DE TOTAIS REFEITO COM OS PERCENTUAIS GUARDADOS NA
003250* PROPOSTA. O TOTAL IMPRESSO E O VALOR DA PROPOSTA.
003260******************************************************
003270 5000-REEMITIR-ORCAMENTO.
003280     PERFORM 7000-LER-PROPOSTA THRU 7000-EXIT.
003290     IF NOT PROPOSTA-LIDA
003300         GO TO 5000-EXIT
003310     END-IF.
003320 
003330     OPEN INPUT ARQ-ITENS-PROP.
003340     IF WS-FS-ITENS-PROP NOT = '00'
003350         DISPLAY 'ERRO: NAO FOI POSSIVEL ABRIR O ARQUIVO DE '
003360             'ITENS DAS PROPOSTAS (PROPITM). STATUS: '
003370             WS-FS-ITENS-PROP
003380         GO TO 5000-EXIT
003390     END-IF.
003400 
003410     OPEN EXTEND ARQ-SEGUNDA-VIA.
003420     IF WS-FS-SEGUNDA-VIA = '05' OR WS-FS-SEGUNDA-VIA = '35'
003430         OPEN OUTPUT ARQ-SEGUNDA-VIA
003440     END-IF.
003450     IF WS-FS-SEGUNDA-VIA NOT = '00'
003460         DISPLAY 'ERRO: NAO FOI POSSIVEL ABRIR A SEGUNDA VIA '
003470             'DO ORCAMENTO (ORCSEG). STATUS: '
003480             WS-FS-SEGUNDA-VIA
003490         CLOSE ARQ-ITENS-PROP
003500         GO TO 5000-EXIT
003510     END-IF.
003520 
003530     PERFORM 5100-CABECALHO-SEGUNDA-VIA THRU 5100-EXIT.
003540 
003550     MOVE ZEROS           TO WRK-QTD-ITENS WRK-VALOR-ITENS.
003560     MOVE 'N'             TO WS-FIM-ITENS.
003570     MOVE PRO-NUMERO      TO PIT-NUM-PROPOSTA.
003580     MOVE ZEROS           TO PIT-ITEM.
003590     START ARQ-ITENS-PROP KEY IS NOT LESS THAN PIT-CHAVE
003600         INVALID KEY
003610             SET FIM-ITENS TO TRUE
003620     END-START.
003630     IF NOT FIM-ITENS
003640         PERFORM 5200-LER-ITEM THRU 5200-EXIT
003650     END-IF.
003660     PERFORM 5300-IMPRIMIR-ITEM THRU 5300-EXIT
003670         UNTIL FIM-ITENS.
003680 
003690     IF WRK-QTD-ITENS = ZEROS
003700         WRITE REG-SEGUNDA-VIA FROM LINHA-ORC-SEM-ITENS
003710     END-IF.
003720 
003730     PERFORM 5400-TOTAIS-SEGUNDA-VIA THRU 5400-EXIT.
003740 
003750     CLOSE ARQ-ITENS-PROP
003760           ARQ-SEGUNDA-VIA.
003770     DISPLAY 'SEGUNDA VIA DA PROPOSTA ' PRO-NUMERO
003780         ' GRAVADA NO ORCSEG (' WRK-QTD-ITENS ' ITENS).'.
003790 5000-EXIT.
003800     EXIT.
003810******************************************************
003820* 5100-CABECALHO-SEGUNDA-VIA
003830* EMITE O CABECALHO DA SEGUNDA VIA: MARCA DE SEGUNDA
003840* VIA COM A DATA DE HOJE, NUMERO E DATA DE EMISSAO DA
003850* PROPOSTA E DADOS DO CLIENTE. SEM O CADASTRO DE
003860* CLIENTES, SAI SO O CODIGO.
003870******************************************************
003880 5100-CABECALHO-SEGUNDA-VIA.
003890     ACCEPT WRK-DATA-AAAAMMDD FROM DATE YYYYMMDD.
003900     PERFORM 7700-EDITAR-DATA THRU 7700-EXIT.
003910     MOVE WRK-DATA-ED      TO LSV-DATA.
003920 
003930     MOVE PRO-DATA-EMISSAO TO WRK-DATA-NUM.
003940     PERFORM 7700-EDITAR-DATA THRU 7700-EXIT.
003950     MOVE PRO-NUMERO       TO LOT-NUMERO.
003960     MOVE WRK-DATA-ED      TO LOT-DATA.
003970 
003980     MOVE PRO-COD-CLIENTE  TO LOC-CODIGO.
003990     MOVE SPACES           TO LOC-NOME LOE-ENDERECO
004000                              LOF-TELEFONE.
004010     OPEN INPUT ARQ-CLIENTES.
004020     IF WS-FS-CLIENTES = '00'
004030         MOVE PRO-COD-CLIENTE TO CLI-CODIGO
004040         READ ARQ-CLIENTES
004050             INVALID KEY
004060                 MOVE 'CLIENTE NAO CADASTRADO' TO LOC-NOME
004070             NOT INVALID KEY
004080                 MOVE CLI-NOME     TO LOC-NOME
004090                 MOVE CLI-ENDERECO TO LOE-ENDERECO
004100                 MOVE CLI-TELEFONE TO LOF-TELEFONE
004110         END-READ
004120         CLOSE ARQ-CLIENTES
004130     END-IF.
004140 
004150     WRITE REG-SEGUNDA-VIA FROM LINHA-ORC-SEPARADOR.
004160     WRITE REG-SEGUNDA-VIA FROM LINHA-ORC-SEGUNDA-VIA.
004170     WRITE REG-SEGUNDA-VIA FROM LINHA-ORC-TITULO.
004180     WRITE REG-SEGUNDA-VIA FROM LINHA-ORC-CLIENTE.
004190     WRITE REG-SEGUNDA-VIA FROM LINHA-ORC-ENDERECO.
004200     WRITE REG-SEGUNDA-VIA FROM LINHA-ORC-TELEFONE.
004210     WRITE REG-SEGUNDA-VIA FROM LINHA-BRANCO.
004220     WRITE REG-SEGUNDA-VIA FROM LINHA-ORC-COLUNAS.
004230 5100-EXIT.
004240     EXIT.
004250******************************************************
004260* 5200-LER-ITEM
004270* LE O PROXIMO ITEM DO PROPITM E LIGA O INDICADOR DE
004280* FIM AO CHEGAR AO FIM DO ARQUIVO OU AO PRIMEIRO ITEM
004290* DE OUTRA PROPOSTA.
004300******************************************************
004310 5200-LER-ITEM.
004320     READ ARQ-ITENS-PROP NEXT RECORD
004330         AT END
004340             SET FIM-ITENS TO TRUE
004350     END-READ.
004360 
004370     IF NOT FIM-ITENS
004380        AND PIT-NUM-PROPOSTA NOT = PRO-NUMERO
004390         SET FIM-ITENS TO TRUE
004400     END-IF.
004410 5200-EXIT.
004420     EXIT.
004430******************************************************
004440* 5300-IMPRIMIR-ITEM
004450* EMITE A LINHA DO ITEM CORRENTE DA PROPOSTA, ACUMULA
004460* O VALOR DOS MATERIAIS E LE O ITEM SEGUINTE.
004470******************************************************
004480 5300-IMPRIMIR-ITEM.
004490     MOVE PIT-NUM-LOTE      TO LOI-NUM-LOTE.
004500     MOVE PIT-FIGURA        TO LOI-FIGURA.
004510     MOVE PIT-LARGURA       TO LOI-LARGURA.
004520     MOVE PIT-COMPRIMENTO   TO LOI-COMPRIMENTO.
004530     MOVE PIT-MATERIAL      TO LOI-MATERIAL.
004540     MOVE PIT-VALOR         TO LOI-VALOR.
004550     MOVE PIT-QTD-SEGMENTOS TO LOI-SEGMENTOS.
004560     WRITE REG-SEGUNDA-VIA FROM LINHA-ORC-ITEM.
004570 
004580     ADD 1         TO WRK-QTD-ITENS.
004590     ADD PIT-VALOR TO WRK-VALOR-ITENS.
004600 
004610     PERFORM 5200-LER-ITEM THRU 5200-EXIT.
004620 5300-EXIT.
004630     EXIT.
004640******************************************************
004650* 5400-TOTAIS-SEGUNDA-VIA
004660* EMITE O BLOCO DE TOTAIS DA SEGUNDA VIA. MAO DE OBRA,
004670* DESCONTO E IMPOSTO SAO REFEITOS SOBRE O VALOR DOS
004680* MATERIAIS COM OS PERCENTUAIS GUARDADOS NA PROPOSTA,
004690* PELAS MESMAS FORMULAS DO FECHAMENTO DO ORCAMENTO.
004700* PROPOSTA GRAVADA ANTES DE HAVER ESSES PERCENTUAIS
004710* SAI SO COM O SUBTOTAL DOS ITENS E O TOTAL.
004720******************************************************
004730 5400-TOTAIS-SEGUNDA-VIA.
004740     WRITE REG-SEGUNDA-VIA FROM LINHA-BRANCO.
004750     IF PRO-VALOR-MATERIAIS IS NUMERIC
004760         MOVE PRO-VALOR-MATERIAIS TO WRK-VALOR-ITENS
004770     END-IF.
004780     MOVE WRK-VALOR-ITENS TO LOS-VALOR.
004790     WRITE REG-SEGUNDA-VIA FROM LINHA-ORC-SUBTOTAL.
004800 
004810     IF PRO-PCT-MAO-OBRA IS NUMERIC
004820        AND PRO-PCT-DESCONTO IS NUMERIC
004830        AND PRO-PCT-IMPOSTO IS NUMERIC
004840         PERFORM 5450-VALORES-SEGUNDA-VIA THRU 5450-EXIT
004850     END-IF.
004860 
004870     MOVE PRO-VALOR TO LOTT-VALOR.
004880     WRITE REG-SEGUNDA-VIA FROM LINHA-ORC-TOTAL.
004890 
004900     WRITE REG-SEGUNDA-VIA FROM LINHA-BRANCO.
004910     IF PRO-DIAS-VALIDADE IS NUMERIC
004920         MOVE PRO-DIAS-VALIDADE TO LOV-DIAS
004930         WRITE REG-SEGUNDA-VIA FROM LINHA-ORC-VALIDADE
004940     END-IF.
004950     WRITE REG-SEGUNDA-VIA FROM LINHA-ORC-SEPARADOR.
004960     WRITE REG-SEGUNDA-VIA FROM LINHA-BRANCO.
004970 5400-EXIT.
004980     EXIT.
004990******************************************************
005000* 5450-VALORES-SEGUNDA-VIA
005010* REFAZ MAO DE OBRA, DESCONTO E IMPOSTO SOBRE O VALOR
005020* DOS MATERIAIS E EMITE AS LINHAS CORRESPONDENTES.
005030******************************************************
005040 5450-VALORES-SEGUNDA-VIA.
005050     COMPUTE WRK-VAL-MAO-OBRA ROUNDED =
005060         WRK-VALOR-ITENS * PRO-PCT-MAO-OBRA / 100.
005070     COMPUTE WRK-VAL-DESCONTO ROUNDED =
005080         (WRK-VALOR-ITENS + WRK-VAL-MAO-OBRA)
005090         * PRO-PCT-DESCONTO / 100.
005100     COMPUTE WRK-VAL-LIQUIDO =
005110         WRK-VALOR-ITENS + WRK-VAL-MAO-OBRA
005120         - WRK-VAL-DESCONTO.
005130     COMPUTE WRK-VAL-IMPOSTO ROUNDED =
005140         WRK-VAL-LIQUIDO * PRO-PCT-IMPOSTO / 100.
005150 
005160     MOVE 'MAO DE OBRA..........(' TO LOV-ROTULO.
005170     MOVE PRO-PCT-MAO-OBRA  TO LOV-PCT.
005180     MOVE WRK-VAL-MAO-OBRA  TO LOV-VALOR.
005190     WRITE REG-SEGUNDA-VIA FROM LINHA-ORC-VALOR.
005200 
005210     MOVE 'DESCONTO.............(' TO LOV-ROTULO.
005220     MOVE PRO-PCT-DESCONTO  TO LOV-PCT.
005230     MOVE WRK-VAL-DESCONTO  TO LOV-VALOR.
005240     WRITE REG-SEGUNDA-VIA FROM LINHA-ORC-VALOR.
005250 
005260     MOVE 'IMPOSTOS.............(' TO LOV-ROTULO.
005270     MOVE PRO-PCT-IMPOSTO   TO LOV-PCT.
005280     MOVE WRK-VAL-IMPOSTO   TO LOV-VALOR.
005290     WRITE REG-SEGUNDA-VIA FROM LINHA-ORC-VALOR.
005300 5450-EXIT.
005310     EXIT.
005320******************************************************
005330* 7000-LER-PROPOSTA
005340* SOLICITA O NUMERO DA PROPOSTA E LE O REGISTRO
005350* CORRESPONDENTE NO MESTRE, SINALIZANDO PARA A ROTINA
005360* CHAMADORA SE A PROPOSTA FOI ENCONTRADA.
005370******************************************************
005380 7000-LER-PROPOSTA.
005390     MOVE 'N' TO WS-PROPOSTA-LIDA.
005400     DISPLAY 'NUMERO DA PROPOSTA (6 DIGITOS): '.
005410     MOVE SPACES TO WRK-NUMERO-RAW.
005420     ACCEPT WRK-NUMERO-RAW.
005430     IF WRK-NUMERO-RAW IS NOT NUMERIC
005440         DISPLAY 'ERRO: NUMERO DE PROPOSTA INVALIDO.'
005450         GO TO 7000-EXIT
005460     END-IF.
005470     MOVE WRK-NUMERO-RAW TO WRK-NUMERO-PROPOSTA.
005480 
005490     MOVE WRK-NUMERO-PROPOSTA TO PRO-NUMERO.
005500     READ ARQ-PROPOSTAS
005510         INVALID KEY
005520             DISPLAY 'ERRO: PROPOSTA NAO ENCONTRADA.'
005530         NOT INVALID KEY
005540             SET PROPOSTA-LIDA TO TRUE
005550     END-READ.
005560 7000-EXIT.
005570     EXIT.
005580******************************************************
005590* 7500-EXIBIR-PROPOSTA
005600* EXIBE OS DADOS DA PROPOSTA CORRENTE.
005610******************************************************
005620 7500-EXIBIR-PROPOSTA.
005630     DISPLAY 'PROPOSTA...: ' PRO-NUMERO.
005640     DISPLAY 'CLIENTE....: ' PRO-COD-CLIENTE.
005650     DISPLAY 'EMISSAO....: ' PRO-DATA-EMISSAO.
005660     DISPLAY 'VALIDADE...: ' PRO-DATA-VENCIMENTO.
005670     MOVE PRO-VALOR TO WRK-VALOR-ED.
005680     DISPLAY 'VALOR......: ' WRK-VALOR-ED.
005690     EVALUATE TRUE
005700         WHEN PROPOSTA-ACEITA
005710             DISPLAY 'SITUACAO...: ACEITA'
005720         WHEN PROPOSTA-RECUSADA
005730             DISPLAY 'SITUACAO...: RECUSADA'
005740         WHEN PROPOSTA-VENCIDA
005750             DISPLAY 'SITUACAO...: VENCIDA'
005760         WHEN OTHER
005770             DISPLAY 'SITUACAO...: EMITIDA'
005780     END-EVALUATE.
005790     IF PRO-SEQ-FAT IS NUMERIC
005800        AND PRO-SEQ-FAT > ZEROS
005810         DISPLAY 'FATURADA...: SEQUENCIA ' PRO-SEQ-FAT
005820     ELSE
005830         IF PROPOSTA-ACEITA
005840             DISPLAY 'FATURADA...: AGUARDANDO O FATURAMENTO'
005850         END-IF
005860     END-IF.
005870 7500-EXIT.
005880     EXIT.
005890******************************************************
005900* 7700-EDITAR-DATA
005910* EDITA A DATA AAAAMMDD DA AREA DE TRABALHO NO FORMATO
005920* DD/MM/AAAA.
005930******************************************************
005940 7700-EDITAR-DATA.
005950     MOVE WRK-DATA-DD   TO WRK-DATA-ED-DD.
005960     MOVE WRK-DATA-MM   TO WRK-DATA-ED-MM.
005970     MOVE WRK-DATA-AAAA TO WRK-DATA-ED-AAAA.
005980 7700-EXIT.
005990     EXIT.
006000******************************************************
006010* 9000-FINALIZAR
006020* FECHA O MESTRE DE PROPOSTAS ANTES DE TERMINAR.
006030******************************************************
006040 9000-FINALIZAR.
006050     CLOSE ARQ-PROPOSTAS.
006060 9000-EXIT.
006070     EXIT.
