      ******************************************************************
      * COPY: FDNFI
      * PURPOSE: FD E LAYOUT DA LINHA DE NOTA FISCAL DE FORNECEDOR
      *          (PROG033-NFITEM.DAT). NFI-OCORRENCIA E PREENCHIDA NA
      *          CONFERENCIA DO PROG034:
      *              BRANCO = LINHA CONFERE
      *              Q = QUANTIDADE FATURADA NAO RECEBIDA
      *              C = CUSTO UNITARIO ACIMA DO CUSTO DO RECEBIMENTO
      *              A = AMBOS (Q E C)
      *              N = SKU FORA DO PEDIDO
      ******************************************************************
       FD ARQUIVO-NFITEM
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PROG033-NFITEM.DAT".

           01 NF-ITEM.
               05 NFI-CHAVE.
                   10 NFI-FORNECEDOR  PIC 9(04).
                   10 NFI-NUMERO      PIC 9(09).
                   10 NFI-SKU         PIC 9(04).
               05 NFI-QTD             PIC 9(04).
               05 NFI-CUSTO-UNIT      PIC 9(04)V99.
               05 NFI-OCORRENCIA      PIC X(01).
