      ******************************************************************
      * COPY: SELFEC
      * PURPOSE: SELECT CLAUSE PADRAO PARA O ARQUIVO INDEXADO DE
      *          PERIODOS FECHADOS (ARQUIVO-FECH). UM REGISTRO POR MES
      *          FECHADO PELO PROG037; OS PROGRAMAS DE LANCAMENTO
      *          (PROG008, PROG021, PROG024) RECUSAM DATAS DE UM
      *          PERIODO QUE TENHA REGISTRO NESTE ARQUIVO.
      *          O PROGRAMA QUE USAR ESTE COPY DEVE DECLARAR
      *          WS-STATUS-FECH PIC X(02) NA WORKING-STORAGE.
      ******************************************************************
           SELECT ARQUIVO-FECH ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS FEC-PERIODO
           FILE STATUS             IS WS-STATUS-FECH.
