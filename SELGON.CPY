      ******************************************************************
      * COPY: SELGON
      * PURPOSE: SELECT CLAUSE PADRAO PARA O ARQUIVO INDEXADO DE
      *          PARAMETROS DE GONDOLA DA LOJA (ARQUIVO-GON): MINIMO
      *          E CAPACIDADE DE PRATELEIRA DE CADA SKU E O ENDERECO
      *          DE SEPARACAO NO DEPOSITO. MANTIDO PELO PROG039 E
      *          USADO NA REPOSICAO DA LOJA (PROG040).
      *          O PROGRAMA QUE USAR ESTE COPY DEVE DECLARAR
      *          WS-STATUS-GON PIC X(02) NA WORKING-STORAGE.
      ******************************************************************
           SELECT ARQUIVO-GON ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS GON-SKU
           FILE STATUS             IS WS-STATUS-GON.
