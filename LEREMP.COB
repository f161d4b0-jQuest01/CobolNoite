       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEREMP.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * SUBROTINA DE CARGA DOS DADOS DA    *
      * EMPRESA (RAZAO, CNPJ, IE,          *
      * ENDERECO, BANCO DE COBRANCA E      *
      * CFOP) DO REGISTRO UNICO DO CADEMP  *
      * MANTIDO NO SGP034. SEM O ARQUIVO   *
      * OU SEM O REGISTRO A AREA RECEBIDA  *
      * FICA COMO ESTA (VALORES PADRAO DO  *
      * WSEMP)                             *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELEMP.COB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDEMP.COB.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-EMP       PIC X(02) VALUE "00".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-EMPRESA    PIC X(159).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-EMPRESA.
       LEREMP-INICIO.
           OPEN INPUT CADEMP
           IF ST-EMP NOT = "00"
               GOBACK.
       LEREMP-LER.
           MOVE "1" TO EMC-CHAVE
           READ CADEMP
               INVALID KEY
                   MOVE "23" TO ST-EMP.
           IF ST-EMP = "00"
               MOVE EMC-DADOS TO LK-EMPRESA.
       LEREMP-FIM.
           CLOSE CADEMP
           GOBACK.
