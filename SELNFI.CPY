      ******************************************************************
      * COPY: SELNFI
      * PURPOSE: SELECT CLAUSE PADRAO PARA O ARQUIVO INDEXADO DE
      *          LINHAS DE NOTA FISCAL DE FORNECEDOR (ARQUIVO-NFITEM).
      *          UM REGISTRO POR NOTA E SKU, GRAVADO PELO PROG033 E
      *          MARCADO NA CONFERENCIA DO PROG034.
      *          O PROGRAMA QUE USAR ESTE COPY DEVE DECLARAR
      *          WS-STATUS-NFITEM PIC X(02) NA WORKING-STORAGE.
      ******************************************************************
           SELECT ARQUIVO-NFITEM ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS NFI-CHAVE
           FILE STATUS             IS WS-STATUS-NFITEM.
