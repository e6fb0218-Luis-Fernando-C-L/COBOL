000010******************************************************
000020* PROPITM - REGISTRO DO ARQUIVO DE ITENS DAS PROPOSTAS
000030* (UM REGISTRO POR LOTE ORCADO): CLIENTE, LOTE, FIGURA,
000040* MEDIDAS E AREA, MATERIAL, PRECO UNITARIO APLICADO
000050* (PRECMST OU PRECO NEGOCIADO DO CLIENTE), VALOR E
000060* QUANTIDADE DE SEGMENTOS DO LOTE.
000070* ARQUIVO INDEXADO - CHAVE: PIT-CHAVE (PROPOSTA + ITEM)
000080* GRAVADO PELO PROGRAMA DE CALCULO DE AREAS JUNTO COM
000090* CADA ITEM DO ORCAMENTO. LIDO PELO PROGRAMA DE
000100* FATURAMENTO DE PROPOSTAS (SO PROPOSTAS ACEITAS) E
000110* PELA SEGUNDA VIA DO ORCAMENTO NA MANUTENCAO DE
000120* PROPOSTAS.
000130******************************************************
000140 01  REG-ITEM-PROPOSTA.
000150     05 PIT-CHAVE.
000160        10 PIT-NUM-PROPOSTA  PIC 9(06).
000170        10 PIT-ITEM          PIC 9(03).
000180     05 PIT-COD-CLIENTE      PIC 9(05).
000190     05 PIT-NUM-LOTE         PIC 9(06).
000200     05 PIT-FIGURA           PIC X(03).
000210     05 PIT-LARGURA          PIC 9(03)V99.
000220     05 PIT-COMPRIMENTO      PIC 9(03)V99.
000230     05 PIT-AREA             PIC 9(07)V99.
000240     05 PIT-MATERIAL         PIC X(10).
000250     05 PIT-PRECO-UNIT       PIC 9(03)V99.
000260     05 PIT-VALOR            PIC 9(10)V99.
000270     05 PIT-QTD-SEGMENTOS    PIC 9(03).
