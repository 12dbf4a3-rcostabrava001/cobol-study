      ******************************************************************
      * COPY: SELSEP
      * PURPOSE: SELECT CLAUSE PADRAO PARA O ARQUIVO INDEXADO DE
      *          SEPARACOES DE REPOSICAO DA LOJA (ARQUIVO-SEP). UM
      *          REGISTRO POR SKU COM A ULTIMA SEPARACAO GERADA PELO
      *          PROG040, CONFIRMADA PELO PROG041. O PROG009 SO APLICA
      *          A TRANSFERENCIA DE REPOSICAO DEPOIS DA CONFIRMACAO.
      *          O PROGRAMA QUE USAR ESTE COPY DEVE DECLARAR
      *          WS-STATUS-SEP PIC X(02) NA WORKING-STORAGE.
      ******************************************************************
           SELECT ARQUIVO-SEP ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS SEP-SKU
           FILE STATUS             IS WS-STATUS-SEP.
