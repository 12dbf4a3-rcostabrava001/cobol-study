      ******************************************************************
      * COPY: FDFEC
      * PURPOSE: FD E LAYOUT DO CONTROLE DE PERIODOS FECHADOS
      *          (PROG037-FECH.DAT). FEC-PERIODO (AAAAMM) E A CHAVE;
      *          OS TOTAIS SAO OS DA FOTOGRAFIA GRAVADA NO FECHAMENTO
      *          (PROG037-PER.DAT).
      ******************************************************************
       FD ARQUIVO-FECH
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PROG037-FECH.DAT".

           01 REGISTRO-FECHAMENTO.
               05 FEC-PERIODO         PIC 9(06).
               05 FEC-DATA-FECHAMENTO PIC 9(08).
               05 FEC-HORA-FECHAMENTO PIC 9(08).
               05 FEC-OPERADOR        PIC X(08).
               05 FEC-QTD-REGISTROS   PIC 9(05).
               05 FEC-VALOR-TOTAL     PIC 9(11)V99.
