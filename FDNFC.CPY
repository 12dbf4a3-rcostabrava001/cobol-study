      ******************************************************************
      * COPY: FDNFC
      * PURPOSE: FD E LAYOUT DO CABECALHO DE NOTA FISCAL DE
      *          FORNECEDOR (PROG033-NF.DAT). AS LINHAS FICAM EM
      *          PROG033-NFITEM.DAT (COPY FDNFI). NF-VALOR-TOTAL E A
      *          SOMA DAS LINHAS (QTD X CUSTO UNITARIO). SITUACAO:
      *              D = DIGITADA (AGUARDANDO CONFERENCIA)
      *              L = LIBERADA PARA PAGAMENTO
      *              R = RETIDA NA CONFERENCIA (VER PROG034.LST)
      *              P = PAGA
      ******************************************************************
       FD ARQUIVO-NF
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PROG033-NF.DAT".

           01 NOTA-FISCAL.
               05 NF-CHAVE.
                   10 NF-FORNECEDOR   PIC 9(04).
                   10 NF-NUMERO       PIC 9(09).
               05 NF-PEDIDO           PIC 9(06).
               05 NF-DATA-EMISSAO     PIC 9(08).
               05 NF-DATA-VENCIMENTO  PIC 9(08).
               05 NF-VALOR-TOTAL      PIC 9(07)V99.
               05 NF-OPERADOR         PIC X(08).
               05 NF-SITUACAO         PIC X(01).
               05 NF-DATA-CONFERENCIA PIC 9(08).
               05 NF-DATA-PAGAMENTO   PIC 9(08).
