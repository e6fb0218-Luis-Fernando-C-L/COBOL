000010******************************************************
000020* LINCOP - LAYOUT DA LINHA DA COPIA DE SEGURANCA DE UM
000030* CADASTRO INDEXADO (ARQUIVO <CADASTRO>.GNN, UMA
000040* GERACAO POR ARQUIVO): UM REGISTRO DE CABECALHO (H)
000050* COM O CADASTRO, A GERACAO, A DATA/HORA DA COPIA E O
000060* TAMANHO DO REGISTRO, UM REGISTRO DE DADOS (D) POR
000070* REGISTRO DO CADASTRO, NA ORDEM DA CHAVE, E UM
000080* TRAILER (T) COM A QUANTIDADE DE REGISTROS E OS
000090* TOTAIS DE CONFERENCIA (HASH) DA CHAVE E DOS DADOS.
000100* GRAVADO PELO PROGRAMA DE COPIA DOS CADASTROS E LIDO
000110* PELO PROGRAMA DE RECARGA DE CADASTRO.
000120******************************************************
000130 01  LINHA-COPIA.
000140     05 COP-TIPO             PIC X(01).
000150        88 COPIA-CABECALHO               VALUE 'H'.
000160        88 COPIA-DADOS                   VALUE 'D'.
000170        88 COPIA-TRAILER                 VALUE 'T'.
000180     05 COP-DADOS            PIC X(120).
000190     05 COP-CABECALHO REDEFINES COP-DADOS.
000200        10 COP-HDR-CADASTRO   PIC X(07).
000210        10 COP-HDR-GERACAO    PIC 9(02).
000220        10 COP-HDR-DATA       PIC 9(08).
000230        10 COP-HDR-HORA       PIC 9(06).
000240        10 COP-HDR-TAM-REG    PIC 9(03).
000250        10 FILLER             PIC X(94).
000260     05 COP-TRAILER REDEFINES COP-DADOS.
000270        10 COP-TRL-CADASTRO   PIC X(07).
000280        10 COP-TRL-QTD        PIC 9(09).
000290        10 COP-TRL-HASH-CHAVE PIC 9(15).
000300        10 COP-TRL-HASH-DADOS PIC 9(15).
000310        10 FILLER             PIC X(74).
