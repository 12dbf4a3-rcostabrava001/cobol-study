      ******************************************************************
      * AUTHOR: RODRIGO COSTABRAVA
      * PURPOSE: CONFIRMACAO DA SEPARACAO DE REPOSICAO DA LOJA
      *          (PROG040-SEP.DAT): PARA CADA SEPARACAO AGUARDANDO
      *          CONFIRMACAO O OPERADOR INFORMA SE A LISTA FOI SEPARADA
      *          POR INTEIRO OU A QUANTIDADE DE FATO SEPARADA. A
      *          SEPARACAO CONFIRMADA LIBERA A TRANSFERENCIA "REP"
      *          PENDENTE NO LEDGER (PROG008-MOV.DAT) PARA O PROG009;
      *          NA SEPARACAO A MENOR A QUANTIDADE DO MOVIMENTO E
      *          REDUZIDA AO SEPARADO (SEM NADA SEPARADO O MOVIMENTO E
      *          REJEITADO) E O SKU SAI NA LISTA DE EXCECOES DE
      *          SEPARACAO A MENOR EM PROG041.LST
      ******************************************************************

       IDENTIFICATION DIVISION.
           PROGRAM-ID. PROG041.
           AUTHOR. RODRIGO COSTABRAVA

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELARQ.
           COPY SELMOV.
           COPY SELSEP.
           COPY SELOPE.
           COPY SELSGN.
           COPY SELSES.
           COPY SELPRM.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
           COPY FDARQ.
           COPY FDMOV.
           COPY FDSEP.
           COPY FDOPE.
           COPY FDSGN.
           COPY FDSES.
           COPY FDPRM.

       FD RELATORIO
           LABEL RECORDS ARE STANDARD.
           01 LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO       PIC X(02).
           77 WS-STATUS-MOV           PIC X(02).
           77 WS-STATUS-SEP           PIC X(02).
           77 WS-STATUS-RELATORIO     PIC X(02).
           77 WS-FIM-SEP              PIC X(01) VALUE "N".
               88 WS-FIM-DO-SEP       VALUE "S".
           77 WS-FIM-MOV              PIC X(01) VALUE "N".
               88 WS-FIM-DO-MOV       VALUE "S".
           77 WS-ARQUIVO-DISPONIVEL   PIC X(01) VALUE "N".
               88 WS-ARQUIVO-ABERTO   VALUE "S".
           77 WS-LEDGER-OK            PIC X(01) VALUE "N".
               88 WS-LEDGER-ABERTO    VALUE "S".
           77 WS-RESPOSTA             PIC X(01) VALUE SPACE.
           77 WS-OPERADOR             PIC X(08) VALUE SPACES.
           77 WS-PARAMETRO            PIC X(20) VALUE SPACES.
           77 WS-PARM-OPERADOR        PIC X(08) VALUE SPACES.
           77 WS-PARM-TOKEN           PIC X(08) VALUE SPACES.
           77 WS-STATUS-PERM          PIC X(02).
           77 WS-NIVEL-PERM           PIC 9(01) VALUE ZERO.
           77 WS-PERMITIDO            PIC X(01) VALUE "N".
               88 WS-PROGRAMA-PERMITIDO VALUE "S".
           77 WS-STATUS-OPER          PIC X(02).
           77 WS-STATUS-SESSAO        PIC X(02).
           77 WS-STATUS-SIGNON        PIC X(02).
           77 WS-OPERADOR-SENHA       PIC X(08) VALUE SPACES.
           77 WS-NIVEL-OPERADOR       PIC 9(01) VALUE ZERO.
           77 WS-OPER-DISPONIVEL      PIC X(01) VALUE "N".
               88 WS-OPER-ABERTO      VALUE "S".
           77 WS-ACESSO-OK            PIC X(01) VALUE "N".
               88 WS-ACESSO-LIBERADO  VALUE "S".
           77 WS-TENTATIVAS-ACESSO    PIC 9(01) VALUE ZEROS.
           77 WS-ACHOU                PIC X(01) VALUE "N".
               88 WS-REGISTRO-ACHOU   VALUE "S".
           77 WS-SGN-RESULTADO        PIC X(01) VALUE SPACE.
           77 WS-VALIDADE-SENHA       PIC 9(03) VALUE 90.
           77 WS-DIAS-SENHA           PIC S9(05) VALUE ZEROS.
           77 WS-INTEIRO-HOJE         PIC S9(09) COMP VALUE ZEROS.
           77 WS-INTEIRO-SENHA        PIC S9(09) COMP VALUE ZEROS.
           77 WS-NOVA-SENHA           PIC X(08) VALUE SPACES.
           77 WS-NOVA-SENHA2          PIC X(08) VALUE SPACES.
           77 WS-TROCA-OK             PIC X(01) VALUE "N".
               88 WS-TROCA-FEITA      VALUE "S".
           77 WS-NOME-SKU             PIC X(30) VALUE SPACES.
           77 WS-QTD-SEPARADA         PIC 9(04) VALUE ZEROS.
           77 WS-HOJE-AAAAMMDD        PIC 9(08) VALUE ZEROS.

           77 WS-TOTAL-AGUARDANDO     PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-CONFIRMADAS    PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-A-MENOR        PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-UNID-FALTA     PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-MOV-REDUZIDOS  PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-MOV-REJEITADOS PIC 9(05) VALUE ZEROS.

           01 WS-LINHA-TITULO.
               05 FILLER PIC X(40) VALUE
                   "EXCECOES - SEPARACAO A MENOR NA REPOSICA".
               05 FILLER PIC X(09) VALUE "O  DATA: ".
               05 WS-TI-DATA           PIC 9(08).

           01 WS-LINHA-CABECALHO.
               05 FILLER PIC X(40) VALUE
                   "SKU  NOME                            LIS".
               05 FILLER PIC X(19) VALUE
                   "TA  SEPARADA  FALTA".

           01 WS-LINHA-DETALHE.
               05 WS-LD-SKU            PIC 9(04).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-NOME           PIC X(30).
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-LD-LISTA          PIC ZZZ9.
               05 FILLER               PIC X(06) VALUE SPACES.
               05 WS-LD-SEPARADA       PIC ZZZ9.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-LD-FALTA          PIC ZZZ9.

           01 WS-LINHA-RODAPE1.
               05 FILLER PIC X(30) VALUE
                   "SEPARACOES CONFIRMADAS......: ".
               05 WS-LR-CONFIRMADAS    PIC ZZZZ9.

           01 WS-LINHA-RODAPE2.
               05 FILLER PIC X(30) VALUE
                   "SEPARADAS A MENOR...........: ".
               05 WS-LR-A-MENOR        PIC ZZZZ9.

           01 WS-LINHA-RODAPE3.
               05 FILLER PIC X(30) VALUE
                   "UNIDADES NAO SEPARADAS......: ".
               05 WS-LR-UNID-FALTA     PIC ZZZZZZ9.

       PROCEDURE DIVISION.

      ******************************************************************
      * PARAGRAFOS PRINCIPAIS
      ******************************************************************

       P-ABERTURA.
           DISPLAY "PROG041 - CONFIRMACAO DA SEPARACAO DE REPOSICAO"
           PERFORM P-SIGNON THRU P-SIGNON-FIM
           IF WS-OPER-ABERTO AND NOT WS-ACESSO-LIBERADO
               GO TO P-FIM-STOP-RUN
           END-IF
           IF WS-OPER-ABERTO
               PERFORM P-VERIFICAR-PERMISSAO
                   THRU P-VERIFICAR-PERMISSAO-FIM
               IF NOT WS-PROGRAMA-PERMITIDO
                   GO TO P-FIM-STOP-RUN
               END-IF
           END-IF
           ACCEPT WS-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           OPEN I-O ARQUIVO-SEP
           IF WS-STATUS-SEP NOT = "00"
               DISPLAY "NENHUMA SEPARACAO GERADA. "
                   "EXECUTE O PROG040. STATUS: " WS-STATUS-SEP
               GO TO P-FIM-STOP-RUN
           END-IF
           PERFORM P-CONTAR-AGUARDANDO
           IF WS-TOTAL-AGUARDANDO = ZEROS
               DISPLAY "NENHUMA SEPARACAO AGUARDANDO CONFIRMACAO."
               CLOSE ARQUIVO-SEP
               GO TO P-FIM-STOP-RUN
           END-IF
           DISPLAY "SEPARACOES AGUARDANDO CONFIRMACAO: "
               WS-TOTAL-AGUARDANDO
           OPEN I-O ARQUIVO-MOV
           IF WS-STATUS-MOV NOT = "00"
               DISPLAY "ERRO AO ABRIR MOVIMENTOS. STATUS: "
                   WS-STATUS-MOV
               CLOSE ARQUIVO-SEP
               GO TO P-FIM-STOP-RUN
           END-IF
           MOVE "S" TO WS-LEDGER-OK
           OPEN INPUT ARQUIVO
           IF WS-STATUS-ARQUIVO = "00"
               MOVE "S" TO WS-ARQUIVO-DISPONIVEL
           END-IF
           OPEN OUTPUT RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO CRIAR RELATORIO. STATUS: "
                   WS-STATUS-RELATORIO
               CLOSE ARQUIVO-SEP
               CLOSE ARQUIVO-MOV
               GO TO P-FIM-STOP-RUN
           END-IF
           MOVE WS-HOJE-AAAAMMDD TO WS-TI-DATA
           MOVE WS-LINHA-TITULO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-PRINCIPAL.
           MOVE ZEROS TO SEP-SKU
           START ARQUIVO-SEP KEY IS NOT LESS THAN SEP-SKU
               INVALID KEY
                   MOVE "S" TO WS-FIM-SEP
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-SEP
           END-START
           PERFORM UNTIL WS-FIM-DO-SEP
               READ ARQUIVO-SEP NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SEP
                   NOT AT END
                       IF SEP-SITUACAO = "A"
                           PERFORM P-CONFIRMAR-SEPARACAO
                               THRU P-CONFIRMAR-FIM
                       END-IF
               END-READ
           END-PERFORM
           PERFORM P-IMPRIMIR-RODAPE
           CLOSE ARQUIVO-SEP
           IF WS-LEDGER-ABERTO
               CLOSE ARQUIVO-MOV
           END-IF
           IF WS-ARQUIVO-ABERTO
               CLOSE ARQUIVO
           END-IF
           CLOSE RELATORIO
           DISPLAY "RELATORIO GERADO: PROG041.LST"
           DISPLAY "SEPARACOES CONFIRMADAS....: " WS-TOTAL-CONFIRMADAS
           DISPLAY "SEPARADAS A MENOR.........: " WS-TOTAL-A-MENOR
           DISPLAY "MOVIMENTOS REDUZIDOS......: " WS-TOTAL-MOV-REDUZIDOS
           DISPLAY "MOVIMENTOS REJEITADOS.....: "
               WS-TOTAL-MOV-REJEITADOS
           GO TO P-FIM-STOP-RUN.

       P-CONTAR-AGUARDANDO.
           MOVE "N" TO WS-FIM-SEP
           PERFORM UNTIL WS-FIM-DO-SEP
               READ ARQUIVO-SEP NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SEP
                   NOT AT END
                       IF SEP-SITUACAO = "A"
                           ADD 1 TO WS-TOTAL-AGUARDANDO
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * PARAGRAFOS DE CONFIRMACAO
      ******************************************************************

       P-CONFIRMAR-SEPARACAO.
           MOVE SPACES TO WS-NOME-SKU
           IF WS-ARQUIVO-ABERTO
               MOVE SEP-SKU TO SKU
               READ ARQUIVO KEY IS SKU
                   INVALID KEY
                       MOVE "NAO CADASTRADO" TO WS-NOME-SKU
                   NOT INVALID KEY
                       MOVE NOME TO WS-NOME-SKU
               END-READ
           END-IF
           DISPLAY " "
           DISPLAY "SKU " SEP-SKU " " WS-NOME-SKU
           DISPLAY "QUANTIDADE DA LISTA: " SEP-QTD-SUGERIDA
               " (GERADA EM " SEP-DATA ")"
           DISPLAY "SEPARADO POR INTEIRO (S/N, P=PULAR)? "
           ACCEPT WS-RESPOSTA FROM CONSOLE
           IF WS-RESPOSTA = "P" OR WS-RESPOSTA = "p"
               DISPLAY "SEPARACAO MANTIDA AGUARDANDO CONFIRMACAO."
               GO TO P-CONFIRMAR-FIM
           END-IF
           IF WS-RESPOSTA = "S" OR WS-RESPOSTA = "s"
               MOVE SEP-QTD-SUGERIDA TO WS-QTD-SEPARADA
           ELSE
               DISPLAY "QUANTIDADE DE FATO SEPARADA: "
               ACCEPT WS-QTD-SEPARADA FROM CONSOLE
               IF WS-QTD-SEPARADA > SEP-QTD-SUGERIDA
                   DISPLAY "QUANTIDADE MAIOR QUE A LISTA. "
                       "CONSIDERADA A QUANTIDADE DA LISTA."
                   MOVE SEP-QTD-SUGERIDA TO WS-QTD-SEPARADA
               END-IF
           END-IF
           IF WS-QTD-SEPARADA < SEP-QTD-SUGERIDA
               PERFORM P-AJUSTAR-LEDGER
               IF NOT WS-LEDGER-ABERTO
                   DISPLAY "SEPARACAO MANTIDA AGUARDANDO CONFIRMACAO."
                   GO TO P-CONFIRMAR-FIM
               END-IF
           END-IF
           MOVE WS-QTD-SEPARADA TO SEP-QTD-SEPARADA
           MOVE "C"             TO SEP-SITUACAO
           MOVE WS-OPERADOR     TO SEP-OPERADOR
           REWRITE SEPARACAO-REPOSICAO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR SEPARACAO DO SKU "
                       SEP-SKU " STATUS: " WS-STATUS-SEP
                   GO TO P-CONFIRMAR-FIM
           END-REWRITE
           ADD 1 TO WS-TOTAL-CONFIRMADAS
           IF WS-QTD-SEPARADA < SEP-QTD-SUGERIDA
               PERFORM P-IMPRIMIR-A-MENOR
           END-IF.

       P-CONFIRMAR-FIM.
           EXIT.

       P-IMPRIMIR-A-MENOR.
           ADD 1 TO WS-TOTAL-A-MENOR
           MOVE SEP-SKU          TO WS-LD-SKU
           MOVE WS-NOME-SKU      TO WS-LD-NOME
           MOVE SEP-QTD-SUGERIDA TO WS-LD-LISTA
           MOVE WS-QTD-SEPARADA  TO WS-LD-SEPARADA
           COMPUTE WS-LD-FALTA = SEP-QTD-SUGERIDA - WS-QTD-SEPARADA
           COMPUTE WS-TOTAL-UNID-FALTA = WS-TOTAL-UNID-FALTA
               + SEP-QTD-SUGERIDA - WS-QTD-SEPARADA
           MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      ******************************************************************
      * PARAGRAFOS DE AJUSTE DO LEDGER
      ******************************************************************

      * A TRANSFERENCIA DA SEPARACAO E A "T"/"REP" PENDENTE COM A
      * MESMA DATA E HORA GRAVADAS NA SEPARACAO PELO PROG040. O LEDGER
      * E SEQUENCIAL E E RELIDO DO INICIO PARA CADA SEPARACAO A MENOR,
      * ANTES DE ELA SER CONFIRMADA: SE O AJUSTE NAO PUDER SER FEITO A
      * SEPARACAO CONTINUA AGUARDANDO E A PROXIMA EXECUCAO O REFAZ.
       P-AJUSTAR-LEDGER.
           CLOSE ARQUIVO-MOV
           MOVE "N" TO WS-LEDGER-OK
           OPEN I-O ARQUIVO-MOV
           IF WS-STATUS-MOV NOT = "00"
               DISPLAY "ERRO AO REABRIR MOVIMENTOS. STATUS: "
                   WS-STATUS-MOV
           ELSE
               MOVE "S" TO WS-LEDGER-OK
               PERFORM P-LER-LEDGER
           END-IF.

       P-LER-LEDGER.
           MOVE "N" TO WS-FIM-MOV
           PERFORM UNTIL WS-FIM-DO-MOV
               READ ARQUIVO-MOV NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-MOV
                   NOT AT END
                       IF MOV-SITUACAO = "P" AND MOV-TIPO = "T"
                           AND MOV-MOTIVO = "REP"
                           PERFORM P-AJUSTAR-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM.

       P-AJUSTAR-MOVIMENTO.
           IF MOV-SKU = SEP-SKU AND MOV-DATA = SEP-DATA
               AND MOV-HORA = SEP-HORA
               AND WS-QTD-SEPARADA < MOV-QTD
               IF WS-QTD-SEPARADA = ZEROS
                   MOVE "R" TO MOV-SITUACAO
                   ADD 1 TO WS-TOTAL-MOV-REJEITADOS
               ELSE
                   MOVE WS-QTD-SEPARADA TO MOV-QTD
                   ADD 1 TO WS-TOTAL-MOV-REDUZIDOS
               END-IF
               REWRITE REGISTRO-MOV
           END-IF.

      ******************************************************************
      * PARAGRAFOS DE RELATORIO
      ******************************************************************

       P-IMPRIMIR-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-CONFIRMADAS TO WS-LR-CONFIRMADAS
           MOVE WS-LINHA-RODAPE1 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-A-MENOR TO WS-LR-A-MENOR
           MOVE WS-LINHA-RODAPE2 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-UNID-FALTA TO WS-LR-UNID-FALTA
           MOVE WS-LINHA-RODAPE3 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      ******************************************************************
      * PARAGRAFOS DE ACESSO
      ******************************************************************

      * O CADASTRO DE OPERADORES E ABERTO EM I-O PARA PERSISTIR O
      * CONTADOR DE FALHAS, O BLOQUEIO E A TROCA DE SENHA EXPIRADA.
       P-SIGNON.
           ACCEPT WS-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-OPERADOR WS-PARM-TOKEN
           UNSTRING WS-PARAMETRO DELIMITED BY ALL SPACE
               INTO WS-PARM-OPERADOR WS-PARM-TOKEN
           END-UNSTRING
           MOVE "N" TO WS-OPER-DISPONIVEL
           OPEN I-O ARQUIVO-OPER
           IF WS-STATUS-OPER = "00"
               MOVE "S" TO WS-OPER-DISPONIVEL
           ELSE
               DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL. "
                   "ACESSO SEM VALIDACAO - CADASTRE NO PROG017."
               IF WS-PARAMETRO NOT = SPACES
                   MOVE WS-PARM-OPERADOR TO WS-OPERADOR
               ELSE
                   DISPLAY "INFORME O CODIGO DO OPERADOR (PARA LOG): "
                   ACCEPT WS-OPERADOR FROM CONSOLE
               END-IF
               GO TO P-SIGNON-FIM
           END-IF
           MOVE ZEROS TO WS-TENTATIVAS-ACESSO
           MOVE "N" TO WS-ACESSO-OK
           IF WS-PARAMETRO NOT = SPACES
               PERFORM P-VALIDAR-SESSAO THRU P-VALIDAR-SESSAO-FIM
           END-IF
           PERFORM UNTIL WS-ACESSO-LIBERADO
                   OR WS-TENTATIVAS-ACESSO >= 3
               ADD 1 TO WS-TENTATIVAS-ACESSO
               DISPLAY "INFORME O CODIGO DO OPERADOR: "
               ACCEPT WS-OPERADOR FROM CONSOLE
               DISPLAY "INFORME A SENHA: "
               ACCEPT WS-OPERADOR-SENHA FROM CONSOLE
               PERFORM P-VALIDAR-ACESSO THRU P-VALIDAR-ACESSO-FIM
           END-PERFORM
           CLOSE ARQUIVO-OPER
           IF NOT WS-ACESSO-LIBERADO
               DISPLAY "TENTATIVAS ESGOTADAS. PROGRAMA ENCERRADO."
           END-IF.

       P-SIGNON-FIM.
           EXIT.

      * OPERADOR RECEBIDO DO MENU PRINCIPAL (PROG044) JUNTO COM A CHAVE
      * DA SESSAO: VALE SEM NOVA SENHA SE ESTA CADASTRADO, NAO ESTA
      * BLOQUEADO E TEM SESSAO ATIVA DE HOJE EM PROG044-SESSAO.DAT COM
      * A MESMA CHAVE. CASO CONTRARIO SEGUE O ACESSO COM SENHA.
       P-VALIDAR-SESSAO.
           MOVE WS-PARM-OPERADOR TO WS-OPERADOR
           MOVE "N" TO WS-ACHOU
           MOVE WS-OPERADOR TO OPE-CODIGO
           READ ARQUIVO-OPER KEY IS OPE-CODIGO
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ
           IF NOT WS-REGISTRO-ACHOU OR OPE-BLOQUEADO = "S"
               GO TO P-VALIDAR-SESSAO-NEGADA
           END-IF
           OPEN INPUT ARQUIVO-SESSAO
           IF WS-STATUS-SESSAO NOT = "00"
               GO TO P-VALIDAR-SESSAO-NEGADA
           END-IF
           MOVE "N" TO WS-ACHOU
           MOVE WS-OPERADOR TO SES-OPERADOR
           READ ARQUIVO-SESSAO KEY IS SES-OPERADOR
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ
           CLOSE ARQUIVO-SESSAO
           IF WS-REGISTRO-ACHOU AND SES-SITUACAO = "A"
                   AND SES-DATA = WS-HOJE-AAAAMMDD
                   AND WS-PARM-TOKEN NOT = SPACES
                   AND SES-TOKEN = WS-PARM-TOKEN
               MOVE "S" TO WS-ACESSO-OK
               MOVE OPE-NIVEL TO WS-NIVEL-OPERADOR
               GO TO P-VALIDAR-SESSAO-FIM
           END-IF.

       P-VALIDAR-SESSAO-NEGADA.
           DISPLAY "SESSAO DO MENU NAO CONFIRMADA. INFORME OPERADOR "
               "E SENHA."
           MOVE SPACES TO WS-OPERADOR.

       P-VALIDAR-SESSAO-FIM.
           EXIT.

       P-VALIDAR-ACESSO.
           MOVE "N" TO WS-ACHOU
           MOVE WS-OPERADOR TO OPE-CODIGO
           READ ARQUIVO-OPER KEY IS OPE-CODIGO
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ
           IF NOT WS-REGISTRO-ACHOU
               DISPLAY "OPERADOR OU SENHA INVALIDOS."
               MOVE "N" TO WS-SGN-RESULTADO
               PERFORM P-GRAVAR-SIGNON
               GO TO P-VALIDAR-ACESSO-FIM
           END-IF
           IF OPE-BLOQUEADO = "S"
               DISPLAY "OPERADOR BLOQUEADO. PROCURE UM SUPERVISOR "
                   "(PROG017)."
               MOVE "B" TO WS-SGN-RESULTADO
               PERFORM P-GRAVAR-SIGNON
               GO TO P-VALIDAR-ACESSO-FIM
           END-IF
           IF OPE-SENHA NOT = WS-OPERADOR-SENHA
               PERFORM P-REGISTRAR-FALHA
               MOVE "N" TO WS-SGN-RESULTADO
               PERFORM P-GRAVAR-SIGNON
               GO TO P-VALIDAR-ACESSO-FIM
           END-IF
           MOVE ZEROS TO OPE-FALHAS
           REWRITE OPERADOR-REG
           PERFORM P-VERIFICAR-EXPIRACAO
               THRU P-VERIFICAR-EXPIRACAO-FIM
           IF WS-TROCA-FEITA
               MOVE "S" TO WS-ACESSO-OK
               MOVE OPE-NIVEL TO WS-NIVEL-OPERADOR
               MOVE "O" TO WS-SGN-RESULTADO
           ELSE
               MOVE "E" TO WS-SGN-RESULTADO
           END-IF
           PERFORM P-GRAVAR-SIGNON.

       P-VALIDAR-ACESSO-FIM.
           EXIT.

       P-REGISTRAR-FALHA.
           DISPLAY "OPERADOR OU SENHA INVALIDOS."
           ADD 1 TO OPE-FALHAS
               ON SIZE ERROR
                   CONTINUE
           END-ADD
           IF OPE-FALHAS >= 3
               MOVE "S" TO OPE-BLOQUEADO
               DISPLAY "OPERADOR BLOQUEADO POR EXCESSO DE FALHAS. "
                   "DESBLOQUEIO SOMENTE POR SUPERVISOR (PROG017)."
           END-IF
           REWRITE OPERADOR-REG.

      * SENHA COM MAIS DE WS-VALIDADE-SENHA DIAS (OU SEM DATA DE
      * TROCA) OBRIGA A TROCA ANTES DE LIBERAR O ACESSO. SE A TROCA
      * NAO SE CONCLUI, O ACESSO E NEGADO.
       P-VERIFICAR-EXPIRACAO.
           MOVE "S" TO WS-TROCA-OK
           MOVE ZEROS TO WS-DIAS-SENHA
           IF OPE-DATA-SENHA = ZEROS
               MOVE WS-VALIDADE-SENHA TO WS-DIAS-SENHA
               ADD 1 TO WS-DIAS-SENHA
           ELSE
               COMPUTE WS-INTEIRO-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD)
               COMPUTE WS-INTEIRO-SENHA =
                   FUNCTION INTEGER-OF-DATE(OPE-DATA-SENHA)
               COMPUTE WS-DIAS-SENHA =
                   WS-INTEIRO-HOJE - WS-INTEIRO-SENHA
           END-IF
           IF WS-DIAS-SENHA NOT > WS-VALIDADE-SENHA
               GO TO P-VERIFICAR-EXPIRACAO-FIM
           END-IF
           MOVE "N" TO WS-TROCA-OK
           DISPLAY "SENHA EXPIRADA. INFORME A NOVA SENHA: "
           MOVE SPACES TO WS-NOVA-SENHA WS-NOVA-SENHA2
           ACCEPT WS-NOVA-SENHA FROM CONSOLE
           DISPLAY "CONFIRME A NOVA SENHA: "
           ACCEPT WS-NOVA-SENHA2 FROM CONSOLE
           IF WS-NOVA-SENHA = SPACES
               DISPLAY "SENHA EM BRANCO. ACESSO NEGADO."
               GO TO P-VERIFICAR-EXPIRACAO-FIM
           END-IF
           IF WS-NOVA-SENHA NOT = WS-NOVA-SENHA2
               DISPLAY "SENHAS NAO CONFEREM. ACESSO NEGADO."
               GO TO P-VERIFICAR-EXPIRACAO-FIM
           END-IF
           IF WS-NOVA-SENHA = OPE-SENHA
               DISPLAY "NOVA SENHA IGUAL A ATUAL. ACESSO NEGADO."
               GO TO P-VERIFICAR-EXPIRACAO-FIM
           END-IF
           MOVE WS-NOVA-SENHA    TO OPE-SENHA
           MOVE WS-HOJE-AAAAMMDD TO OPE-DATA-SENHA
           REWRITE OPERADOR-REG
           MOVE "S" TO WS-TROCA-OK
           DISPLAY "SENHA TROCADA COM SUCESSO.".

       P-VERIFICAR-EXPIRACAO-FIM.
           EXIT.

       P-GRAVAR-SIGNON.
           OPEN EXTEND ARQUIVO-SIGNON
           IF WS-STATUS-SIGNON NOT = "00"
               OPEN OUTPUT ARQUIVO-SIGNON
               CLOSE ARQUIVO-SIGNON
               OPEN EXTEND ARQUIVO-SIGNON
           END-IF
           MOVE WS-OPERADOR      TO SGN-OPERADOR
           MOVE "PROG041 "       TO SGN-PROGRAMA
           ACCEPT SGN-DATA FROM DATE YYYYMMDD
           ACCEPT SGN-HORA FROM TIME
           MOVE WS-SGN-RESULTADO TO SGN-RESULTADO
           WRITE REGISTRO-SIGNON
           CLOSE ARQUIVO-SIGNON.

      * O PROGRAMA SO RODA COM PERMISSAO EM PROG017-PERM.DAT PARA O
      * OPERADOR OU PARA QUALQUER NIVEL ATE O DELE, A MESMA REGRA DA
      * LISTA DO MENU PRINCIPAL (PROG044), MESMO QUANDO CHAMADO FORA
      * DO MENU. A RECUSA FICA NO JORNAL DE ACESSOS.
       P-VERIFICAR-PERMISSAO.
           MOVE "N" TO WS-PERMITIDO
           OPEN INPUT ARQUIVO-PERM
           IF WS-STATUS-PERM NOT = "00"
               DISPLAY "ARQUIVO DE PERMISSOES INDISPONIVEL. STATUS: "
                   WS-STATUS-PERM
               GO TO P-VERIFICAR-PERMISSAO-NEGADA
           END-IF
           MOVE "PROG041 " TO PRM-PROGRAMA
           MOVE "O"         TO PRM-TIPO
           MOVE WS-OPERADOR TO PRM-ALVO
           PERFORM P-LER-PERMISSAO
           IF WS-REGISTRO-ACHOU
               MOVE "S" TO WS-PERMITIDO
           END-IF
           MOVE 1 TO WS-NIVEL-PERM
           PERFORM P-VERIFICAR-NIVEL
               UNTIL WS-NIVEL-PERM > WS-NIVEL-OPERADOR
                  OR WS-PROGRAMA-PERMITIDO
           CLOSE ARQUIVO-PERM
           IF WS-PROGRAMA-PERMITIDO
               GO TO P-VERIFICAR-PERMISSAO-FIM
           END-IF.

       P-VERIFICAR-PERMISSAO-NEGADA.
           DISPLAY "PROGRAMA NAO LIBERADO PARA O OPERADOR. PROCURE UM "
               "SUPERVISOR (PROG017)."
           MOVE "P" TO WS-SGN-RESULTADO
           PERFORM P-GRAVAR-SIGNON.

       P-VERIFICAR-PERMISSAO-FIM.
           EXIT.

       P-VERIFICAR-NIVEL.
           MOVE "PROG041 "    TO PRM-PROGRAMA
           MOVE "N"           TO PRM-TIPO
           MOVE SPACES        TO PRM-ALVO
           MOVE WS-NIVEL-PERM TO PRM-ALVO (1:1)
           PERFORM P-LER-PERMISSAO
           IF WS-REGISTRO-ACHOU
               MOVE "S" TO WS-PERMITIDO
           END-IF
           ADD 1 TO WS-NIVEL-PERM.

       P-LER-PERMISSAO.
           MOVE "N" TO WS-ACHOU
           READ ARQUIVO-PERM KEY IS PRM-CHAVE
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ.

      ******************************************************************
      * PARAGRAFOS DE SAIDA
      ******************************************************************

       P-FIM-STOP-RUN.
           STOP RUN.
