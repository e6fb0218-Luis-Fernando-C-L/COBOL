000010******************************************************
000020* ESTMST - REGISTRO DO CADASTRO DE ESTOQUE DE
000030* MATERIAIS: UM REGISTRO POR MATERIAL, COM O SALDO
000040* DISPONIVEL NA UNIDADE DE COMPRA DO PRECMST, O PONTO
000050* DE PEDIDO (SALDO ABAIXO DO QUAL O MATERIAL DEVE SER
000060* REPOSTO, ZERO = SEM PONTO DE PEDIDO) E A DATA DA
000070* ULTIMA MOVIMENTACAO.
000080* ARQUIVO INDEXADO - CHAVE: EST-MATERIAL
000090* ATUALIZADO PELO PROGRAMA DE RECEBIMENTO DE MATERIAIS
000100* (ENTRADAS, INVENTARIO E PONTO DE PEDIDO) E PELO
000110* PROGRAMA DE PEDIDO DE COMPRA (SAIDA DO MATERIAL
000120* ATENDIDO PELO ESTOQUE). CADA MOVIMENTO DO SALDO E
000130* REGISTRADO NO ARQUIVO ESTMOV (LAYOUT LINMOV).
000131* O RECEBIMENTO DE PEDIDO NAO ALTERA O SALDO: O PEDIDO
000132* DE COMPRA SO ENCOMENDA O QUE O SALDO NAO ATENDEU, E O
000133* MATERIAL RECEBIDO E REGISTRADO COMO ENTRADA SEGUIDA
000134* DA SAIDA PARA A EXECUCAO.
000140******************************************************
000150 01  REG-ESTOQUE.
000160     05 EST-MATERIAL         PIC X(10).
000170     05 EST-UNID-COMPRA      PIC X(10).
000180     05 EST-SALDO            PIC 9(09).
000190     05 EST-PONTO-PEDIDO     PIC 9(09).
000200     05 EST-DATA-ULT-MOV     PIC 9(08).
