      ******************************************************************
      * COPY: SELDEP
      * PURPOSE: SELECT CLAUSE PADRAO PARA O ARQUIVO INDEXADO DE
      *          DEPARTAMENTOS (ARQUIVO-DEP). CADA PRODUTO APONTA PARA
      *          UM DEPARTAMENTO PELO COD-DEPARTAMENTO; MANTIDO PELO
      *          PROG042 E USADO NOS SUBTOTAIS POR DEPARTAMENTO DOS
      *          RELATORIOS E NA EXPORTACAO DO CATALOGO (PROG006).
      *          O PROGRAMA QUE USAR ESTE COPY DEVE DECLARAR
      *          WS-STATUS-DEP PIC X(02) NA WORKING-STORAGE.
      ******************************************************************
           SELECT ARQUIVO-DEP ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS DEP-CODIGO
           FILE STATUS             IS WS-STATUS-DEP.
