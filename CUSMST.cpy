000010******************************************************
000020* CUSMST - REGISTRO DO CADASTRO DE CUSTOS DE AQUISICAO
000030* DOS MATERIAIS: CUSTO UNITARIO DA UNIDADE DE COMPRA
000040* POR MATERIAL E FORNECEDOR (CODIGO DO FORMST), COM
000050* DATA DE INICIO DE VIGENCIA (INCLUSIVE FUTURA), NOS
000060* MOLDES DO PRECMST. O CUSTO VIGENTE NUMA DATA E O DE
000070* MAIOR VIGENCIA NAO POSTERIOR A ELA.
000080* ARQUIVO INDEXADO - CHAVE: CUS-CHAVE (MATERIAL +
000090* FORNECEDOR + DATA)
000100* MANTIDO PELO PROGRAMA DE MANUTENCAO DE CUSTOS E LIDO
000110* PELO PEDIDO DE COMPRA (VALORIZACAO DOS ITENS) E PELO
000120* RELATORIO DE MARGEM POR CLIENTE E MATERIAL.
000130******************************************************
000140 01  REG-CUSTO.
000150     05 CUS-CHAVE.
000160        10 CUS-MATERIAL      PIC X(10).
000170        10 CUS-FORNECEDOR    PIC 9(05).
000180        10 CUS-DATA-VIGENCIA PIC 9(08).
000190     05 CUS-CUSTO-UNIT       PIC 9(05)V99.
000200     05 CUS-UNID-COMPRA      PIC X(10).
