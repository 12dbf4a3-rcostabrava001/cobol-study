      ******************************************************************
      * COPY: SELCTB
      * PURPOSE: SELECT CLAUSE PADRAO PARA O ARQUIVO INDEXADO DE
      *          CONTROLE DA EXPORTACAO CONTABIL (ARQUIVO-CTB). UM
      *          REGISTRO POR DIA DE MOVIMENTO JA EXPORTADO PELO
      *          PROG036, COM OS TOTAIS DE CONTROLE DO DIARIO GERADO.
      *          O PROGRAMA QUE USAR ESTE COPY DEVE DECLARAR
      *          WS-STATUS-CTB PIC X(02) NA WORKING-STORAGE.
      ******************************************************************
           SELECT ARQUIVO-CTB ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS CTB-DATA
           FILE STATUS             IS WS-STATUS-CTB.
