      *
      * DADOS DA EMPRESA USADOS NOS ARQUIVOS DE COBRANCA BANCARIA
      * E NA EMISSAO DA NOTA FISCAL. MANTIDOS NO CADEMP (SGP034) E
      * CARREGADOS NO INICIO DE CADA PROGRAMA PELO CALL "LEREMP"
      * USING DADOS-EMPRESA. OS VALORES ABAIXO SO VALEM ENQUANTO O
      * REGISTRO DO CADEMP NAO FOR GRAVADO
      *
       01 DADOS-EMPRESA.
          03 EMP-RAZAO       PIC X(30) VALUE
             "COMERCIAL CRUZ LTDA".
          03 EMP-CNPJ        PIC 9(14) VALUE 12345678000195.
          03 EMP-IE          PIC X(14) VALUE "110042490114".
          03 EMP-LOGRAD      PIC X(40) VALUE
             "RUA DO COMERCIO, 100".
          03 EMP-CIDADE      PIC X(12) VALUE "SAO PAULO".
          03 EMP-UF          PIC X(02) VALUE "SP".
          03 EMP-CEP         PIC 9(08) VALUE 01001000.
          03 EMP-BANCO       PIC 9(03) VALUE 341.
          03 EMP-NOME-BANCO  PIC X(15) VALUE "BANCO ITAU SA".
          03 EMP-AGENCIA     PIC 9(04) VALUE 0001.
          03 EMP-CONTA       PIC 9(05) VALUE 12345.
          03 EMP-DAC         PIC 9(01) VALUE 6.
          03 EMP-CARTEIRA    PIC 9(03) VALUE 109.
      *
      * CFOP DA VENDA DE MERCADORIA: DENTRO DO ESTADO (CLIENTE NA
      * MESMA UF DA EMPRESA) E INTERESTADUAL
      *
          03 EMP-CFOP-INTERNA   PIC 9(04) VALUE 5102.
          03 EMP-CFOP-INTEREST  PIC 9(04) VALUE 6102.
