      ******************************************************************
      * COPY: FDPRZ
      * PURPOSE: FD E LAYOUT DO REGISTRO DE REVISAO DE PRAZO DE
      *          ENTREGA (PROG043-PRAZO.DAT). PRZ-PERIODO (AAAAMM) E O
      *          MES AVALIADO; PRZ-MEDIDO E O PRAZO MEDIO APURADO NOS
      *          RECEBIMENTOS DO MES, EM DIAS COM UMA DECIMAL, SOBRE
      *          PRZ-RECEBIMENTOS ENTREGAS.
      ******************************************************************
       FD ARQUIVO-PRZ
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PROG043-PRAZO.DAT".

           01 REGISTRO-PRZ.
               05 PRZ-FORNECEDOR      PIC 9(04).
               05 PRZ-PERIODO         PIC 9(06).
               05 PRZ-PRAZO-ANTIGO    PIC 9(03).
               05 PRZ-PRAZO-NOVO      PIC 9(03).
               05 PRZ-MEDIDO          PIC 9(03)V9.
               05 PRZ-RECEBIMENTOS    PIC 9(05).
               05 PRZ-DATA            PIC 9(08).
               05 PRZ-HORA            PIC 9(08).
               05 PRZ-OPERADOR        PIC X(08).
