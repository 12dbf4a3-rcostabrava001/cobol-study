      ******************************************************************
      * COPY: SELPRZ
      * PURPOSE: SELECT CLAUSE PADRAO PARA O HISTORICO DE REVISOES DO
      *          PRAZO DE ENTREGA DOS FORNECEDORES (ARQUIVO-PRZ). CADA
      *          REGISTRO E UM ANTES/DEPOIS DE FORN-PRAZO-ENTREGA
      *          GRAVADO PELA AVALIACAO MENSAL DE FORNECEDORES.
      *          O PROGRAMA QUE USAR ESTE COPY DEVE DECLARAR
      *          WS-STATUS-PRZ PIC X(02) NA WORKING-STORAGE.
      ******************************************************************
           SELECT ARQUIVO-PRZ ASSIGN TO DISK
           ORGANIZATION            IS SEQUENTIAL
           ACCESS MODE             IS SEQUENTIAL
           FILE STATUS             IS WS-STATUS-PRZ.
