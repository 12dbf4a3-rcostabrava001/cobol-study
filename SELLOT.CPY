      ******************************************************************
      * COPY: SELLOT
      * PURPOSE: SELECT CLAUSE PADRAO PARA O ARQUIVO INDEXADO DE
      *          LOTES DE ESTOQUE (ARQUIVO-LOTE). UM REGISTRO POR SKU,
      *          LOCAL (L = LOJA, D = DEPOSITO), VALIDADE E NUMERO DO
      *          LOTE, MANTIDO PELOS PROGRAMAS QUE APLICAM MOVIMENTOS
      *          (PROG009, PROG010, PROG014, PROG021). A SOMA DOS
      *          LOTES DE UM SKU E LOCAL DEVE SER O SALDO DO LOCAL EM
      *          PROG009-SALDO.DAT (CONFERIDO PELO PROG031).
      *          O PROGRAMA QUE USAR ESTE COPY DEVE DECLARAR
      *          WS-STATUS-LOTE PIC X(02) NA WORKING-STORAGE.
      ******************************************************************
           SELECT ARQUIVO-LOTE ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS LOT-CHAVE
           FILE STATUS             IS WS-STATUS-LOTE.
