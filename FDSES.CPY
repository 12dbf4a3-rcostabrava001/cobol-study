      ******************************************************************
      * COPY: FDSES
      * PURPOSE: FD E LAYOUT DO REGISTRO DE SESSAO DO MENU PRINCIPAL
      *          (PROG044-SESSAO.DAT), UM POR OPERADOR. SITUACAO:
      *              A = SESSAO ATIVA (OPERADOR NO MENU)
      *              E = SESSAO ENCERRADA
      *          SES-DATA/SES-HORA SAO O MOMENTO DO ACESSO; SESSAO DE
      *          OUTRO DIA NAO VALE, MESMO QUE AINDA CONSTE ATIVA.
      *          SES-TOKEN E A CHAVE SORTEADA PELO PROG044 A CADA
      *          ACESSO E PASSADA NA LINHA DE COMANDO JUNTO COM O
      *          OPERADOR; SEM A MESMA CHAVE O PROGRAMA PEDE A SENHA.
      ******************************************************************
       FD ARQUIVO-SESSAO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PROG044-SESSAO.DAT".

           01 SESSAO-REG.
               05 SES-OPERADOR        PIC X(08).
               05 SES-DATA            PIC 9(08).
               05 SES-HORA            PIC 9(08).
               05 SES-SITUACAO        PIC X(01).
               05 SES-TOKEN           PIC X(08).
