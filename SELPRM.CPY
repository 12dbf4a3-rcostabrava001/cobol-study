      ******************************************************************
      * COPY: SELPRM
      * PURPOSE: SELECT CLAUSE PADRAO PARA O ARQUIVO INDEXADO DE
      *          PERMISSOES DE PROGRAMA (ARQUIVO-PERM). MANTIDO PELO
      *          SUPERVISOR NO PROG017 E CONSULTADO PELO MENU PRINCIPAL
      *          (PROG044) PARA MONTAR A LISTA DE PROGRAMAS DE CADA
      *          OPERADOR.
      *          O PROGRAMA QUE USAR ESTE COPY DEVE DECLARAR
      *          WS-STATUS-PERM PIC X(02) NA WORKING-STORAGE.
      ******************************************************************
           SELECT ARQUIVO-PERM ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS PRM-CHAVE
           FILE STATUS             IS WS-STATUS-PERM.
