      ******************************************************************
      * COPY: SELNFC
      * PURPOSE: SELECT CLAUSE PADRAO PARA O ARQUIVO INDEXADO DE
      *          CABECALHOS DE NOTA FISCAL DE FORNECEDOR (ARQUIVO-NF).
      *          AS NOTAS SAO DIGITADAS PELO PROG033 CONTRA UM PEDIDO
      *          DE COMPRA, CONFERIDAS PELO PROG034 E LISTADAS NO
      *          CONTAS A PAGAR DO PROG035.
      *          O PROGRAMA QUE USAR ESTE COPY DEVE DECLARAR
      *          WS-STATUS-NF PIC X(02) NA WORKING-STORAGE.
      ******************************************************************
           SELECT ARQUIVO-NF ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS NF-CHAVE
           FILE STATUS             IS WS-STATUS-NF.
