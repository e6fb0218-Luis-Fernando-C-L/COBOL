000050* OPERACAO (I = INCLUSAO, A = ALTERACAO, X =
000060* INATIVACAO/EXCLUSAO) E A IMAGEM DO REGISTRO ANTES E
000070* DEPOIS DA OPERACAO.
000071* AS IMAGENS ANTES/DEPOIS TEM 120 POSICOES (ERAM 92),
000072* PARA CABER O CADASTRO DE CLIENTES COM O LIMITE DE
000073* CREDITO.
000074* OPERACAO R = RECARGA DO CADASTRO INTEIRO A PARTIR DA
000075* COPIA DE SEGURANCA (ANTES = QUANTIDADE DE REGISTROS
000076* ANTERIOR, DEPOIS = COPIA USADA E QUANTIDADES).
000080* GRAVADO PELOS PROGRAMAS DE MANUTENCAO E DE CARGA DOS
000090* CADASTROS, PELO CALCULO DE AREAS (PROSPECTO
000091* CADASTRADO NO ORCAMENTO DE BALCAO) E LIDO PELO
000092* RELATORIO DE TRILHA.
000093* A TRILHA GRAVADA NO LAYOUT ANTERIOR E CONVERTIDA UMA
000094* VEZ PELO PROGRAMA DE CONVERSAO DA TRILHA (TRILNOV).
000100******************************************************
000110 01  LINHA-TRILHA.
000120     05 TRI-DATA             PIC 9(08).
000170        88 TRILHA-INCLUSAO               VALUE 'I'.
000180        88 TRILHA-ALTERACAO              VALUE 'A'.
000190        88 TRILHA-INATIVACAO             VALUE 'X'.
000195        88 TRILHA-RECARGA                VALUE 'R'.
000200     05 TRI-ANTES            PIC X(120).
000210     05 TRI-DEPOIS           PIC X(120).
