000010******************************************************
000020* LINPAG - LAYOUT DA LINHA DO ARQUIVO DE PAGAMENTOS DE
000030* TITULOS (PAGMOV): UMA LINHA POR PAGAMENTO REGISTRADO
000040* NA BAIXA DE TITULOS, COM A DATA E HORA DO REGISTRO, A
000050* CHAVE DO TITULO (CLIENTE + SEQUENCIA), A DATA E O
000060* VALOR DAQUELE PAGAMENTO, O VALOR PAGO ACUMULADO DO
000070* TITULO DEPOIS DELE E A SITUACAO EM QUE O TITULO
000080* FICOU. O TITMST SO GUARDA O ACUMULADO E A DATA DO
000090* ULTIMO PAGAMENTO; ESTE ARQUIVO GUARDA CADA UM.
000100* GRAVADO (EM EXTENSAO) PELA BAIXA DE TITULOS E LIDO
000110* PELO CALCULO DE COMISSAO DOS VENDEDORES.
000120******************************************************
000130 01  LINHA-PAGAMENTO.
000140     05 PAG-DATA-REGISTRO    PIC 9(08).
000150     05 PAG-HORA-REGISTRO    PIC 9(06).
000160     05 PAG-COD-CLIENTE      PIC 9(05).
000170     05 PAG-SEQUENCIA        PIC 9(06).
000180     05 PAG-DATA-PAGAMENTO   PIC 9(08).
000190     05 PAG-VALOR            PIC 9(12)V99.
000200     05 PAG-VALOR-PAGO-ACUM  PIC 9(12)V99.
000210     05 PAG-SITUACAO-TITULO  PIC X(01).
000220     05 FILLER               PIC X(18).
