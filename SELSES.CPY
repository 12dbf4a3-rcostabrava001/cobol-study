      ******************************************************************
      * COPY: SELSES
      * PURPOSE: SELECT CLAUSE PADRAO PARA O ARQUIVO INDEXADO DE
      *          SESSOES DO MENU PRINCIPAL (ARQUIVO-SESSAO). O PROG044
      *          ABRE A SESSAO NO ACESSO E A ENCERRA NA SAIDA; OS
      *          PROGRAMAS QUE VALIDAM OPERADOR CONTRA ARQUIVO-OPER SO
      *          ACEITAM O OPERADOR RECEBIDO DO MENU SE HA SESSAO
      *          ATIVA DELE NO DIA.
      *          O PROGRAMA QUE USAR ESTE COPY DEVE DECLARAR
      *          WS-STATUS-SESSAO PIC X(02) NA WORKING-STORAGE.
      ******************************************************************
           SELECT ARQUIVO-SESSAO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS SES-OPERADOR
           FILE STATUS             IS WS-STATUS-SESSAO.
