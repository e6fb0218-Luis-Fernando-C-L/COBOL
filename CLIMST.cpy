000141* O PERCENTUAL DE DESCONTO PROPRIO DO CLIENTE, QUANDO
000142* MAIOR QUE ZERO, PREVALECE SOBRE O PERCENTUAL GERAL
000143* DO ORCPARM NO FECHAMENTO DO ORCAMENTO.
000144* O LIMITE DE CREDITO (SO SUPERVISOR ALTERA) E O SALDO
000145* MAXIMO DE TITULOS EM ABERTO NO TITMST ACEITO PARA O
000146* CLIENTE RECEBER ORCAMENTO NO MODO LOTE. ZERO (OU NAO
000147* NUMERICO, EM REGISTRO ANTIGO) = SEM LIMITE.
000148* O CODIGO DO VENDEDOR (VENMST) DONO DO CLIENTE DEFINE
000149* QUEM RECEBE A COMISSAO SOBRE OS TITULOS PAGOS E QUEM
000150* ACOMPANHA AS PROPOSTAS DO CLIENTE. ZERO (OU NAO
000151* NUMERICO, EM REGISTRO ANTIGO) = SEM VENDEDOR.
000152* O CLIMST GRAVADO NO LAYOUT ANTERIOR (SEM O LIMITE DE
000153* CREDITO E O VENDEDOR) E CONVERTIDO UMA VEZ PELO
000154* PROGRAMA DE CONVERSAO DO CADASTRO DE CLIENTES
000155* (CLINOV).
000156******************************************************
000160 01  REG-CLIENTE.
000170     05 CLI-CODIGO           PIC 9(05).
000180     05 CLI-NOME             PIC X(30).
000220        88 CLIENTE-ATIVO                 VALUE 'A'.
000230        88 CLIENTE-INATIVO               VALUE 'I'.
000240     05 CLI-PCT-DESCONTO     PIC 9(02)V99.
000250     05 CLI-LIMITE-CREDITO   PIC 9(10)V99.
000260     05 CLI-COD-VENDEDOR     PIC 9(05).
