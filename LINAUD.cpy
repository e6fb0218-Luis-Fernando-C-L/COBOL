000131* QUANTIDADE DE SEGMENTOS DO LOTE (MAIOR QUE 1 NOS
000132* LOTES DE FIGURA COMPOSTA) E OPERADOR IDENTIFICADO
000133* NA EXECUCAO DO CALCULO.
000134* NO FINAL, O CODIGO DO CLIENTE DO LOTE (USADO NO
000135* RELATORIO DE MARGEM). EM LINHA ANTIGA ESSE CAMPO
000136* VEM EM BRANCO E DEVE SER TESTADO COMO NUMERICO. O
000137* REGISTRO DOS ARQUIVOS DE AUDITORIA TEM 110 POSICOES.
000140* USADO PELO PROGRAMA DE CALCULO DE AREAS (GRAVACAO) E
000150* PELOS PROGRAMAS DE CONSOLIDACAO MENSAL E DE CONSULTA
000160* DE AUDITORIA, DE FECHAMENTO DE AUDITORIA E DE
000161* RELATORIO DE MARGEM (LEITURA).
000170******************************************************
000180 01  LINHA-AUDITORIA.
000190     05 LA-DATA              PIC X(10).
000350     05 LA-SEGMENTOS         PIC ZZ9.
000360     05 FILLER               PIC X(02)    VALUE SPACES.
000370     05 LA-OPERADOR          PIC X(08).
000380     05 FILLER               PIC X(02)    VALUE SPACES.
000390     05 LA-CLIENTE           PIC 9(05).
