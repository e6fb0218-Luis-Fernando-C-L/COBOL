000030* TOS EMITIDOS): NUMERO DA PROPOSTA, CLIENTE, DATAS DE
000040* EMISSAO E DE VENCIMENTO DA VALIDADE, VALOR TOTAL E
000050* SITUACAO (EMITIDA, ACEITA, RECUSADA OU VENCIDA).
000051* GUARDA TAMBEM AS CONDICOES DO ORCAMENTO (VALOR DOS
000052* MATERIAIS, PERCENTUAIS DE MAO DE OBRA, DESCONTO E
000053* IMPOSTO, PRAZO DE VALIDADE E QUANTIDADE DE ITENS DO
000054* PROPITM), PARA A SEGUNDA VIA, E A SEQUENCIA DO
000055* LOTEFAT EM QUE A PROPOSTA ACEITA FOI FATURADA (ZERO =
000056* AINDA NAO FATURADA).
000060* ARQUIVO INDEXADO - CHAVE: PRO-NUMERO
000070* GRAVADO PELO PROGRAMA DE CALCULO DE AREAS NO
000080* FECHAMENTO DE CADA ORCAMENTO E MANTIDO PELOS
000090* PROGRAMAS DE MANUTENCAO E DE RELATORIO DE PROPOSTAS.
000091* O FATURAMENTO DE PROPOSTAS GRAVA A SEQUENCIA DO
000092* LOTEFAT.
000093* O PROPMST GRAVADO NO LAYOUT ANTERIOR (ATE A SITUACAO)
000094* E CONVERTIDO UMA VEZ PELO PROGRAMA DE CONVERSAO DO
000095* MESTRE DE PROPOSTAS (PROPNOV).
000100******************************************************
000110 01  REG-PROPOSTA.
000120     05 PRO-NUMERO           PIC 9(06).
000190        88 PROPOSTA-ACEITA               VALUE 'A'.
000200        88 PROPOSTA-RECUSADA             VALUE 'R'.
000210        88 PROPOSTA-VENCIDA              VALUE 'V'.
000211     05 PRO-VALOR-MATERIAIS  PIC 9(12)V99.
000212     05 PRO-PCT-MAO-OBRA     PIC 9(02)V99.
000213     05 PRO-PCT-DESCONTO     PIC 9(02)V99.
000214     05 PRO-PCT-IMPOSTO      PIC 9(02)V99.
000215     05 PRO-DIAS-VALIDADE    PIC 9(03).
000216     05 PRO-QTD-ITENS        PIC 9(03).
000217     05 PRO-SEQ-FAT          PIC 9(06).
