      ******************************************************************
      * AUTHOR: RODRIGO COSTABRAVA
      * PURPOSE: CONDUTOR DA CADEIA NOTURNA: EXECUTA PROG010 (VENDAS),
      *          PROG016 (PRECOS), PROG014 (VENCIDOS), PROG036 (DIARIO
      *          CONTABIL, DEPOIS DE TODOS OS MOVIMENTOS DO DIA),
      *          PROG006 (EXPORTACAO) E PROG022 BACKUP NA ORDEM DE
      *          DEPENDENCIA, PULANDO OS PASSOS JA CONCLUIDOS NO DIA
      *          (RUN-SITUACAO "C" EM RUNCTL.DAT, PARA REEXECUTAR COM
      *          SEGURANCA UMA NOITE INTERROMPIDA), PARANDO A CADEIA
               88 WS-CADEIA-PARADA    VALUE "S".

           77 WS-IND                  PIC 9(02) COMP VALUE ZEROS.
           77 WS-MAX-PASSOS           PIC 9(02) COMP VALUE 6.
           77 WS-COMANDO              PIC X(20) VALUE SPACES.
           77 WS-RETORNO-SISTEMA      PIC S9(04) COMP VALUE ZEROS.

               05 FILLER               PIC X(20) VALUE "./PROG014".
               05 FILLER               PIC X(20)
                   VALUE "BAIXA DE VENCIDOS".
               05 FILLER               PIC X(08) VALUE "PROG036 ".
               05 FILLER               PIC X(20) VALUE "./PROG036".
               05 FILLER               PIC X(20)
                   VALUE "DIARIO CONTABIL".
               05 FILLER               PIC X(08) VALUE "PROG006 ".
               05 FILLER               PIC X(20) VALUE "./PROG006".
               05 FILLER               PIC X(20)
                   VALUE "BACKUP DO CADASTRO".

           01 WS-TABELA-CADEIA REDEFINES WS-CADEIA-VALORES.
               05 WS-PASSO OCCURS 6 TIMES.
                   10 WS-PS-PROGRAMA   PIC X(08).
                   10 WS-PS-COMANDO    PIC X(20).
                   10 WS-PS-DESCRICAO  PIC X(20).

           01 WS-TABELA-RESULTADOS.
               05 WS-RESULTADO OCCURS 6 TIMES.
                   10 WS-RS-SITUACAO   PIC X(12).
                   10 WS-RS-INICIO     PIC 9(08).
                   10 WS-RS-FIM        PIC 9(08).
