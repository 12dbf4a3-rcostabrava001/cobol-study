           COPY SELLOG.
           COPY SELOPE.
           COPY SELSGN.
           COPY SELSES.
           COPY SELPRM.
           COPY SELRUN.

       DATA DIVISION.
           COPY FDLOG.
           COPY FDOPE.
           COPY FDSGN.
           COPY FDSES.
           COPY FDPRM.
           COPY FDRUN.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO       PIC X(02).
           77 WS-STATUS-LOG           PIC X(02).
           77 WS-STATUS-OPER          PIC X(02).
           77 WS-STATUS-SESSAO        PIC X(02).
           77 WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
               88 WS-FIM-DO-ARQUIVO   VALUE "S".
           77 WS-OPERADOR             PIC X(08) VALUE SPACES.
           77 WS-OPERADOR-SENHA       PIC X(08) VALUE SPACES.
           77 WS-PARAMETRO            PIC X(20) VALUE SPACES.
           77 WS-PARM-OPERADOR        PIC X(08) VALUE SPACES.
           77 WS-PARM-TOKEN           PIC X(08) VALUE SPACES.
           77 WS-STATUS-PERM          PIC X(02).
           77 WS-NIVEL-PERM           PIC 9(01) VALUE ZERO.
           77 WS-PERMITIDO            PIC X(01) VALUE "N".
               88 WS-PROGRAMA-PERMITIDO VALUE "S".
           77 WS-NIVEL-OPERADOR       PIC 9(01) VALUE ZERO.
           77 WS-OPER-DISPONIVEL      PIC X(01) VALUE "N".
               88 WS-OPER-ABERTO      VALUE "S".
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
           PERFORM P-RUNCTL-INICIO THRU P-RUNCTL-INICIO-FIM
           DISPLAY "AJUSTAR (1)CUSTO (2)VENDA (3)AMBOS: "
           ACCEPT WS-OPCAO-CAMPO FROM CONSOLE
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
           MOVE "PROG004 " TO PRM-PROGRAMA
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
           MOVE "PROG004 "    TO PRM-PROGRAMA
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

       P-ABERTURA-LOG.
           OPEN EXTEND ARQUIVO-LOG
           IF WS-STATUS-LOG NOT = "00"
