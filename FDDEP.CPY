      ******************************************************************
      * COPY: FDDEP
      * PURPOSE: FD E LAYOUT DO REGISTRO DEPARTAMENTO DO ARQUIVO
      *          INDEXADO (PROG042-DEP.DAT): CODIGO E NOME DO
      *          DEPARTAMENTO/CATEGORIA (EX.: LATICINIOS, LIMPEZA).
      ******************************************************************
       FD ARQUIVO-DEP
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PROG042-DEP.DAT".

           01 DEPARTAMENTO.
               05 DEP-CODIGO          PIC 9(03).
               05 DEP-NOME            PIC X(20).
