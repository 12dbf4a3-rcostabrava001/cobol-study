      *          SAO OS VALORES UNITARIOS DO CADASTRO NO MOMENTO DA
      *          BAIXA, PARA QUE O CALCULO DE MARGEM NAO MUDE QUANDO O
      *          PRECO DO PRODUTO MUDAR DEPOIS.
      *          DEVOLUCOES DO PDV ENTRAM COM HIS-QTD NEGATIVO, OS
      *          VALORES DA VENDA ORIGINAL E O MOTIVO EM HIS-MOTIVO
      *          (EM BRANCO NAS VENDAS).
      ******************************************************************
       FD ARQUIVO-HIST
           LABEL RECORDS ARE STANDARD

           01 REGISTRO-HIST.
               05 HIS-SKU             PIC 9(04).
               05 HIS-QTD             PIC S9(04).
               05 HIS-DATA            PIC 9(08).
               05 HIS-HORA            PIC 9(08).
               05 HIS-VALOR-VENDA     PIC 9(04)V99.
               05 HIS-VALOR-CUSTO     PIC 9(04)V99.
               05 HIS-FORNECEDOR      PIC 9(04).
               05 HIS-MOTIVO          PIC X(03).
