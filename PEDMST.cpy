000050* PEDNUM, NOS MOLDES DO ORCNUM), O FORNECEDOR, A DATA
000060* DE EMISSAO, O MATERIAL, A QUANTIDADE E A UNIDADE DE
000070* COMPRA.
000071* GUARDA TAMBEM A QUANTIDADE JA RECEBIDA (ENTREGAS
000072* PARCIAIS SE ACUMULAM), A DATA DO ULTIMO RECEBIMENTO E
000073* A SITUACAO DO ITEM (ABERTO, PARCIAL OU RECEBIDO). EM
000074* REGISTRO ANTIGO, RECEBIDA NAO NUMERICA VALE ZERO.
000075* GUARDA AINDA O CUSTO UNITARIO DE AQUISICAO VIGENTE NA
000076* EMISSAO (CUSMST, DO FORNECEDOR DO PEDIDO) E O VALOR DO
000077* ITEM (QUANTIDADE X CUSTO). ITEM SEM CUSTO CADASTRADO
000078* FICA COM ZEROS; EM REGISTRO ANTIGO OS CAMPOS NAO SAO
000079* NUMERICOS E O ITEM E TRATADO COMO SEM CUSTO.
000080* ARQUIVO INDEXADO - CHAVE: PED-CHAVE (NUMERO + ITEM)
000090* GRAVADO E CONSULTADO PELO PROGRAMA DE PEDIDO DE
000100* COMPRA. ATUALIZADO PELO RECEBIMENTO DE MATERIAIS E
000101* LIDO PELOS RELATORIOS DE ESTOQUE E DE PEDIDOS EM
000102* ABERTO POR FORNECEDOR.
000103* O PEDMST GRAVADO NO LAYOUT ANTERIOR (ATE A UNIDADE DE
000104* COMPRA) E CONVERTIDO UMA VEZ PELO PROGRAMA DE
000105* CONVERSAO DOS PEDIDOS DE COMPRA (PEDNOV).
000110******************************************************
000120 01  REG-PEDIDO.
000130     05 PED-CHAVE.
000180     05 PED-MATERIAL         PIC X(10).
000190     05 PED-QTD              PIC 9(09).
000200     05 PED-UNID-COMPRA      PIC X(10).
000210     05 PED-QTD-RECEBIDA     PIC 9(09).
000220     05 PED-DATA-ULT-RECEB   PIC 9(08).
000230     05 PED-SITUACAO         PIC X(01).
000240        88 PEDIDO-ABERTO                 VALUE 'A' ' '.
000250        88 PEDIDO-PARCIAL                VALUE 'P'.
000260        88 PEDIDO-RECEBIDO               VALUE 'R'.
000270     05 PED-CUSTO-UNIT       PIC 9(05)V99.
000280     05 PED-VALOR            PIC 9(10)V99.
