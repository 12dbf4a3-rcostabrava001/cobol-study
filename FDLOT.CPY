      ******************************************************************
      * COPY: FDLOT
      * PURPOSE: FD E LAYOUT DO LOTE DE ESTOQUE (PROG009-LOTE.DAT).
      *          A CHAVE E SKU + LOCAL + VALIDADE (AAAAMMDD) + NUMERO
      *          DO LOTE, DE FORMA QUE A LEITURA SEQUENCIAL A PARTIR
      *          DE SKU/LOCAL JA DEVOLVE OS LOTES NA ORDEM DE
      *          VENCIMENTO: AS SAIDAS, PERDAS E TRANSFERENCIAS
      *          CONSOMEM SEMPRE O LOTE QUE VENCE PRIMEIRO (FEFO).
      *          LOTE ZERADO E EXCLUIDO DO ARQUIVO. QUANDO O ARQUIVO E
      *          CRIADO PELA PRIMEIRA VEZ CADA SALDO POR LOCAL VIRA UM
      *          LOTE "INICIAL" COM A VALIDADE DO CADASTRO; ENTRADAS
      *          SEM LOTE INFORMADO CAEM NO LOTE "SEM LOTE".
      ******************************************************************
       FD ARQUIVO-LOTE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PROG009-LOTE.DAT".

           01 REGISTRO-LOTE.
               05 LOT-CHAVE.
                   10 LOT-SKU         PIC 9(04).
                   10 LOT-LOCAL       PIC X(01).
                   10 LOT-VALIDADE    PIC 9(08).
                   10 LOT-NUMERO      PIC X(10).
               05 LOT-QTD             PIC 9(04).
               05 LOT-DATA-ENTRADA    PIC 9(08).
