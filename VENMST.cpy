000010******************************************************
000020* VENMST - REGISTRO DO CADASTRO DE VENDEDORES: CODIGO,
000030* NOME, PERCENTUAL DE COMISSAO SOBRE O VALOR RECEBIDO
000040* DOS TITULOS E SITUACAO. CADA CLIENTE DO CLIMST E
000050* AMARRADO AO SEU VENDEDOR PELO CODIGO DESTE CADASTRO
000060* (CLI-COD-VENDEDOR).
000070* ARQUIVO INDEXADO - CHAVE: VEN-CODIGO
000080* MANTIDO PELO PROGRAMA DE MANUTENCAO DE VENDEDORES E
000090* LIDO PELA MANUTENCAO DE CLIENTES E PELO CALCULO DE
000100* COMISSAO DOS VENDEDORES.
000110******************************************************
000120 01  REG-VENDEDOR.
000130     05 VEN-CODIGO           PIC 9(05).
000140     05 VEN-NOME             PIC X(30).
000150     05 VEN-PCT-COMISSAO     PIC 9(02)V99.
000160     05 VEN-SITUACAO         PIC X(01).
000170        88 VENDEDOR-ATIVO                VALUE 'A'.
000180        88 VENDEDOR-INATIVO              VALUE 'I'.
