000010******************************************************
000020* LINMOV - LAYOUT DA LINHA DO ARQUIVO DE MOVIMENTOS DE
000030* ESTOQUE (ESTMOV): DATA E HORA, OPERADOR, MATERIAL,
000040* TIPO DO MOVIMENTO (E = ENTRADA POR RECEBIMENTO DE
000050* PEDIDO, S = SAIDA PARA A EXECUCAO DA OBRA, A = AJUSTE
000060* DE INVENTARIO), QUANTIDADE COM SINAL, SALDO ANTES E
000070* DEPOIS DO MOVIMENTO E, NAS ENTRADAS, O PEDIDO E O
000080* ITEM RECEBIDOS.
000081* NO RECEBIMENTO, A ENTRADA E SEGUIDA DA SAIDA DA MESMA
000082* QUANTIDADE PARA A EXECUCAO (COM O MESMO PEDIDO E
000083* ITEM): O PEDIDO SO COMPRA O QUE O ESTOQUE NAO
000084* ATENDEU, ENTAO O SALDO DO MATERIAL TERMINA IGUAL.
000090* GRAVADO (EM EXTENSAO) PELOS PROGRAMAS DE RECEBIMENTO
000100* DE MATERIAIS E DE PEDIDO DE COMPRA.
000110******************************************************
000120 01  LINHA-MOVIMENTO.
000130     05 MOV-DATA             PIC 9(08).
000140     05 MOV-HORA             PIC 9(06).
000150     05 MOV-OPERADOR         PIC X(08).
000160     05 MOV-MATERIAL         PIC X(10).
000170     05 MOV-TIPO             PIC X(01).
000180        88 MOVIMENTO-ENTRADA             VALUE 'E'.
000190        88 MOVIMENTO-SAIDA               VALUE 'S'.
000200        88 MOVIMENTO-AJUSTE              VALUE 'A'.
000210     05 MOV-SINAL            PIC X(01).
000220     05 MOV-QTD              PIC 9(09).
000230     05 MOV-SALDO-ANTERIOR   PIC 9(09).
000240     05 MOV-SALDO-ATUAL      PIC 9(09).
000250     05 MOV-PED-NUMERO       PIC 9(06).
000260     05 MOV-PED-ITEM         PIC 9(03).
000270     05 FILLER               PIC X(10).
