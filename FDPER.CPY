      ******************************************************************
      * COPY: FDPER
      * PURPOSE: FD E LAYOUT DA FOTOGRAFIA DE FECHAMENTO POR PERIODO,
      *          SKU E LOCAL (PROG037-PER.DAT). PER-QTD E O SALDO DO
      *          LOCAL NO ULTIMO DIA DO PERIODO, PER-VALOR-CUSTO O
      *          VALOR-CUSTO DO CADASTRO NO FECHAMENTO E PER-VALOR O
      *          PRODUTO DOS DOIS. OS CAMPOS PER-QTD-xxx SAO AS
      *          QUANTIDADES APLICADAS NO PERIODO POR TIPO DE
      *          MOVIMENTO (AJUSTES E TRANSFERENCIAS PELO LIQUIDO, COM
      *          SINAL); PER-VALOR-ENTRADAS E O VALOR DAS ENTRADAS A
      *          MOV-CUSTO-UNIT.
      ******************************************************************
       FD ARQUIVO-PER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PROG037-PER.DAT".

           01 PERIODO-ESTOQUE.
               05 PER-CHAVE.
                   10 PER-PERIODO     PIC 9(06).
                   10 PER-SKU         PIC 9(04).
                   10 PER-LOCAL       PIC X(01).
               05 PER-QTD             PIC 9(04).
               05 PER-VALOR-CUSTO     PIC 9(04)V99.
               05 PER-VALOR           PIC 9(09)V99.
               05 PER-QTD-ENTRADAS    PIC 9(05).
               05 PER-VALOR-ENTRADAS  PIC 9(09)V99.
               05 PER-QTD-SAIDAS      PIC 9(05).
               05 PER-QTD-PERDAS      PIC 9(05).
               05 PER-QTD-AJUSTES     PIC S9(05).
               05 PER-QTD-DEVOLUCOES  PIC 9(05).
               05 PER-QTD-TRANSF      PIC S9(05).
