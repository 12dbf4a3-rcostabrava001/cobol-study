       FILE-CONTROL.
           COPY SELARQ.
           COPY SELPRE.
           COPY SELOPE.
           COPY SELSGN.
           COPY SELSES.
           COPY SELPRM.

       DATA DIVISION.
       FILE SECTION.
           COPY FDARQ.
           COPY FDPRE.
           COPY FDOPE.
           COPY FDSGN.
           COPY FDSES.
           COPY FDPRM.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO    PIC X(02).
           77 WS-STATUS-PRECOS     PIC X(02).
           77 WS-OPERADOR          PIC X(08) VALUE SPACES.
           77 WS-PARAMETRO         PIC X(20) VALUE SPACES.
           77 WS-PARM-OPERADOR     PIC X(08) VALUE SPACES.
           77 WS-PARM-TOKEN        PIC X(08) VALUE SPACES.
           77 WS-STATUS-PERM       PIC X(02).
           77 WS-NIVEL-PERM        PIC 9(01) VALUE ZERO.
           77 WS-PERMITIDO         PIC X(01) VALUE "N".
               88 WS-PROGRAMA-PERMITIDO VALUE "S".
           77 WS-STATUS-OPER       PIC X(02).
           77 WS-STATUS-SESSAO     PIC X(02).
           77 WS-STATUS-SIGNON     PIC X(02).
           77 WS-OPERADOR-SENHA    PIC X(08) VALUE SPACES.
           77 WS-NIVEL-OPERADOR    PIC 9(01) VALUE ZERO.
           77 WS-OPER-DISPONIVEL   PIC X(01) VALUE "N".
               88 WS-OPER-ABERTO   VALUE "S".
           77 WS-ACESSO-OK         PIC X(01) VALUE "N".
               88 WS-ACESSO-LIBERADO VALUE "S".
           77 WS-TENTATIVAS-ACESSO PIC 9(01) VALUE ZEROS.
           77 WS-SGN-RESULTADO     PIC X(01) VALUE SPACE.
           77 WS-HOJE-AAAAMMDD     PIC 9(08) VALUE ZEROS.
           77 WS-VALIDADE-SENHA    PIC 9(03) VALUE 90.
           77 WS-DIAS-SENHA        PIC S9(05) VALUE ZEROS.
           77 WS-INTEIRO-HOJE      PIC S9(09) COMP VALUE ZEROS.
           77 WS-INTEIRO-SENHA     PIC S9(09) COMP VALUE ZEROS.
           77 WS-NOVA-SENHA        PIC X(08) VALUE SPACES.
           77 WS-NOVA-SENHA2       PIC X(08) VALUE SPACES.
           77 WS-TROCA-OK          PIC X(01) VALUE "N".
               88 WS-TROCA-FEITA   VALUE "S".

           77 WS-OPCAO             PIC 9(01) VALUE ZERO.
           77 WS-SAIR              PIC X(01) VALUE "N".
      ******************************************************************

       P-ABERTURA.
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
           OPEN INPUT ARQUIVO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO. STATUS: "

       P-PRINCIPAL.
           MOVE "N" TO WS-SAIR
           PERFORM UNTIL WS-FIM-PROGRAMA
               PERFORM P-MENU-INICIO THRU P-MENU-FIM
           END-PERFORM
           DISPLAY WS-LINHA-AGENDA
           ADD 1 TO WS-TOTAL-LISTADOS.

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
           MOVE "PROG015 "       TO SGN-PROGRAMA
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
           MOVE "PROG015 " TO PRM-PROGRAMA
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
           MOVE "PROG015 "    TO PRM-PROGRAMA
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
