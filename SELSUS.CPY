      ******************************************************************
      * COPY: SELSUS
      * PURPOSE: SELECT CLAUSE PADRAO PARA O ARQUIVO INDEXADO DE
      *          SUSPENSO DE VENDAS DO PDV (ARQUIVO-SUSPENSO). CADA
      *          LINHA REJEITADA PELO PROG010 FICA GUARDADA AQUI, NOITE
      *          APOS NOITE, ATE SER CORRIGIDA E LIBERADA OU DESCARTADA
      *          NO PROG045; AS LINHAS LIBERADAS SAO REPROCESSADAS NA
      *          PROXIMA EXECUCAO DO PROG010.
      *          O PROGRAMA QUE USAR ESTE COPY DEVE DECLARAR
      *          WS-STATUS-SUSPENSO PIC X(02) NA WORKING-STORAGE.
      ******************************************************************
           SELECT ARQUIVO-SUSPENSO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS SUS-CHAVE
           FILE STATUS             IS WS-STATUS-SUSPENSO.
