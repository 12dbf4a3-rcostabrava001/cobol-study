      ******************************************************************
      * COPY: FDSEP
      * PURPOSE: FD E LAYOUT DA SEPARACAO DE REPOSICAO DA LOJA
      *          (PROG040-SEP.DAT). SEP-DATA/SEP-HORA IDENTIFICAM O
      *          MOVIMENTO "T" (MOTIVO "REP", DEPOSITO PARA LOJA)
      *          GRAVADO PENDENTE NO LEDGER PELO PROG040.
      *          SEP-QTD-NECESSARIA E O QUE FALTA PARA A CAPACIDADE;
      *          SEP-QTD-SUGERIDA E O QUE O DEPOSITO COBRE (VAI NO
      *          MOVIMENTO); SEP-QTD-SEPARADA E O QUE A EQUIPE DO
      *          DEPOSITO CONFIRMOU NO PROG041. SITUACAO:
      *          A = AGUARDANDO SEPARACAO, C = CONFIRMADA.
      ******************************************************************
       FD ARQUIVO-SEP
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PROG040-SEP.DAT".

           01 SEPARACAO-REPOSICAO.
               05 SEP-SKU             PIC 9(04).
               05 SEP-DATA            PIC 9(08).
               05 SEP-HORA            PIC 9(08).
               05 SEP-QTD-NECESSARIA  PIC 9(04).
               05 SEP-QTD-SUGERIDA    PIC 9(04).
               05 SEP-QTD-SEPARADA    PIC 9(04).
               05 SEP-SITUACAO        PIC X(01).
               05 SEP-OPERADOR        PIC X(08).
