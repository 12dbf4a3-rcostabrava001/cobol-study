      ******************************************************************
      * COPY: FDPRM
      * PURPOSE: FD E LAYOUT DO REGISTRO DE PERMISSAO DO ARQUIVO
      *          INDEXADO (PROG017-PERM.DAT). CADA REGISTRO CONCEDE UM
      *          PROGRAMA (PRM-PROGRAMA, EX.: "PROG008 ") A:
      *              PRM-TIPO "O" = UM OPERADOR (PRM-ALVO = OPE-CODIGO)
      *              PRM-TIPO "N" = UM NIVEL (PRM-ALVO = "1", "2" OU
      *                             "3"), VALENDO PARA OS OPERADORES
      *                             DAQUELE NIVEL OU ACIMA
      *          PRM-CONCEDIDO-POR/PRM-DATA GUARDAM O SUPERVISOR QUE
      *          GRAVOU A PERMISSAO E QUANDO.
      ******************************************************************
       FD ARQUIVO-PERM
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PROG017-PERM.DAT".

           01 PERMISSAO-REG.
               05 PRM-CHAVE.
                   10 PRM-PROGRAMA    PIC X(08).
                   10 PRM-TIPO        PIC X(01).
                   10 PRM-ALVO        PIC X(08).
               05 PRM-CONCEDIDO-POR   PIC X(08).
               05 PRM-DATA            PIC 9(08).
