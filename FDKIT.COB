       FD CADKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADKIT.DAT".
      *
      * ESTRUTURA DE KIT: UM REGISTRO POR COMPONENTE DO PRODUTO
      * PAI (KIT-QTDE = QUANTIDADE DO COMPONENTE EM UMA UNIDADE
      * DO KIT). PRODUTO COM REGISTRO AQUI E KIT E NAO TEM
      * ESTOQUE PROPRIO - A BAIXA E FEITA NOS COMPONENTES
      *
       01 REGKIT.
                03 KIT-CHAVE.
                   05 KIT-PAI         PIC 9(05).
                   05 KIT-COMP        PIC 9(05).
                03 KIT-QTDE           PIC 9(05).
