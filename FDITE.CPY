      *          CADA RECEBIMENTO NO PROG024; A COMPARACAO COM
      *          ITEM-QTD-PEDIDA DA A VISAO DE FALTA OU EXCESSO DE
      *          ENTREGA POR FORNECEDOR.
      *          ITEM-CUSTO-RECEBIDO E O CUSTO UNITARIO MEDIO DAS
      *          QUANTIDADES RECEBIDAS (PROG024) E ITEM-QTD-FATURADA
      *          A QUANTIDADE JA COBRADA EM NOTAS LIBERADAS (PROG034),
      *          BASES DA CONFERENCIA DAS NOTAS DO FORNECEDOR.
      ******************************************************************
       FD ARQUIVO-ITEM
           LABEL RECORDS ARE STANDARD
                   10 ITEM-SKU        PIC 9(04).
               05 ITEM-QTD-PEDIDA     PIC 9(04).
               05 ITEM-QTD-RECEBIDA   PIC 9(04).
               05 ITEM-CUSTO-RECEBIDO PIC 9(04)V99.
               05 ITEM-QTD-FATURADA   PIC 9(04).
