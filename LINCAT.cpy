000010******************************************************
000020* LINCAT - LAYOUT DA LINHA DO CATALOGO DAS COPIAS DE
000030* SEGURANCA DOS CADASTROS (COPCAT): UMA LINHA POR
000040* GERACAO GUARDADA DE CADA CADASTRO, COM O NUMERO DA
000050* GERACAO (01 A NN, REAPROVEITADO EM RODIZIO), A DATA
000060* E HORA DA COPIA, O NOME DO ARQUIVO DA COPIA E OS
000070* MESMOS TOTAIS GRAVADOS NO TRAILER DA COPIA.
000080* REGRAVADO PELO PROGRAMA DE COPIA DOS CADASTROS E
000090* LIDO PELO PROGRAMA DE RECARGA DE CADASTRO.
000100******************************************************
000110 01  LINHA-CATALOGO.
000120     05 CAT-CADASTRO         PIC X(07).
000130     05 CAT-GERACAO          PIC 9(02).
000140     05 CAT-DATA             PIC 9(08).
000150     05 CAT-HORA             PIC 9(06).
000160     05 CAT-NOME-COPIA       PIC X(12).
000170     05 CAT-QTD              PIC 9(09).
000180     05 CAT-HASH-CHAVE       PIC 9(15).
000190     05 CAT-HASH-DADOS       PIC 9(15).
000200     05 FILLER               PIC X(06).
