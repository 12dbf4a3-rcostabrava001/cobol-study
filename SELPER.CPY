      ******************************************************************
      * COPY: SELPER
      * PURPOSE: SELECT CLAUSE PADRAO PARA O ARQUIVO INDEXADO DE
      *          HISTORICO DE FECHAMENTOS (ARQUIVO-PER): A FOTOGRAFIA
      *          DO ESTOQUE DE CADA SKU E LOCAL NO FIM DE CADA PERIODO
      *          FECHADO PELO PROG037, BASE DO COMPARATIVO MENSAL DO
      *          PROG038.
      *          O PROGRAMA QUE USAR ESTE COPY DEVE DECLARAR
      *          WS-STATUS-PER PIC X(02) NA WORKING-STORAGE.
      ******************************************************************
           SELECT ARQUIVO-PER ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS PER-CHAVE
           FILE STATUS             IS WS-STATUS-PER.
