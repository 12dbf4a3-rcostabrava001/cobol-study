      ******************************************************************
      * COPY: FDCTB
      * PURPOSE: FD E LAYOUT DO CONTROLE DA EXPORTACAO CONTABIL
      *          (PROG036-CTL.DAT). CTB-DATA E O DIA DOS MOVIMENTOS
      *          EXPORTADOS (CHAVE); A EXISTENCIA DO REGISTRO IMPEDE
      *          EXPORTAR O MESMO DIA DUAS VEZES. OS TOTAIS SAO OS
      *          MESMOS DO REGISTRO DE CONTROLE DO DIARIO GERADO.
      ******************************************************************
       FD ARQUIVO-CTB
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PROG036-CTL.DAT".

           01 REGISTRO-CTB.
               05 CTB-DATA            PIC 9(08).
               05 CTB-DATA-EXPORTACAO PIC 9(08).
               05 CTB-HORA-EXPORTACAO PIC 9(08).
               05 CTB-QTD-MOVIMENTOS  PIC 9(07).
               05 CTB-QTD-LANCAMENTOS PIC 9(05).
               05 CTB-TOTAL-DEBITO    PIC 9(11)V99.
               05 CTB-TOTAL-CREDITO   PIC 9(11)V99.
