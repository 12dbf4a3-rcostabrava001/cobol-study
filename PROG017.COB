      *          BLOQUEIO POR FALHAS CONSECUTIVAS E REGISTRO DE CADA
      *          TENTATIVA NO JORNAL DE ACESSOS (PROG017-SIGNON.DAT);
      *          COM O CADASTRO VAZIO O PROGRAMA EXIGE A INCLUSAO DO
      *          PRIMEIRO SUPERVISOR. MANTEM TAMBEM AS PERMISSOES DE
      *          PROGRAMA DO MENU PRINCIPAL (PROG017-PERM.DAT), POR
      *          OPERADOR OU POR NIVEL. CHAMADO PELO MENU (PROG044) COM
      *          O CODIGO DO OPERADOR NA LINHA DE COMANDO, DISPENSA A
      *          SENHA SE O OPERADOR TEM SESSAO ATIVA NO DIA
      ******************************************************************

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY SELOPE.
           COPY SELSGN.
           COPY SELPRM.
           COPY SELSES.

       DATA DIVISION.
       FILE SECTION.
           COPY FDOPE.
           COPY FDSGN.
           COPY FDPRM.
           COPY FDSES.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-OPER       PIC X(02).
           77 WS-STATUS-SIGNON     PIC X(02).
           77 WS-STATUS-PERM       PIC X(02).
           77 WS-STATUS-SESSAO     PIC X(02).
           77 WS-PARAMETRO         PIC X(20) VALUE SPACES.
           77 WS-PARM-OPERADOR     PIC X(08) VALUE SPACES.
           77 WS-PARM-TOKEN        PIC X(08) VALUE SPACES.
           77 WS-PERM-DISPONIVEL   PIC X(01) VALUE "N".
               88 WS-PERM-ABERTO   VALUE "S".
           77 WS-FIM-PERM          PIC X(01) VALUE "N".
               88 WS-FIM-DA-PERM   VALUE "S".
           77 WS-QTD-PERM          PIC 9(04) VALUE ZEROS.

           77 WS-OPCAO             PIC 9(01) VALUE ZERO.
           77 WS-SAIR              PIC X(01) VALUE "N".
               88 WS-TROCA-FEITA   VALUE "S".
           77 WS-ANTES-SENHA       PIC X(08) VALUE SPACES.

           01 WS-PERM-TELA.
               05 WS-PRM-PROGRAMA      PIC X(08).
               05 WS-PRM-TIPO          PIC X(01).
               05 WS-PRM-ALVO          PIC X(08).

           01 WS-OPER-TELA.
               05 WS-CODIGO            PIC X(08).
               05 WS-NOME              PIC X(30).
           05 LINE 05 COLUMN 01 VALUE "3 - EXCLUIR OPERADOR".
           05 LINE 06 COLUMN 01 VALUE "4 - CONSULTAR OPERADOR".
           05 LINE 07 COLUMN 01 VALUE "5 - DESBLOQUEAR OPERADOR".
           05 LINE 08 COLUMN 01 VALUE "6 - CONCEDER PERMISSAO".
           05 LINE 09 COLUMN 01 VALUE "7 - REVOGAR PERMISSAO".
           05 LINE 10 COLUMN 01 VALUE "8 - LISTAR PERMISSOES".
           05 LINE 11 COLUMN 01 VALUE "9 - SAIR".
           05 LINE 13 COLUMN 01 VALUE "OPCAO: ".
           05 LINE 13 COLUMN 09 PIC 9(01) USING WS-OPCAO.

       01 TELA-SIGNON.
           05 BLANK SCREEN.
           05 LINE 06 COLUMN 01 VALUE "CONFIRMA EXCLUSAO (S/N): ".
           05 LINE 06 COLUMN 26 PIC X(01) USING WS-CONFIRMA.

       01 TELA-PERMISSAO.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE "PROGRAMA (EX. PROG008): ".
           05 LINE 01 COLUMN 26 PIC X(08) USING WS-PRM-PROGRAMA.
           05 LINE 02 COLUMN 01 VALUE "TIPO (O=OPER. N=NIVEL): ".
           05 LINE 02 COLUMN 26 PIC X(01) USING WS-PRM-TIPO.
           05 LINE 03 COLUMN 01 VALUE "OPERADOR OU NIVEL.....: ".
           05 LINE 03 COLUMN 26 PIC X(08) USING WS-PRM-ALVO.

       01 TELA-CONFIRMA-REVOGA.
           05 LINE 05 COLUMN 01 VALUE "CONFIRMA REVOGACAO (S/N): ".
           05 LINE 05 COLUMN 27 PIC X(01) USING WS-CONFIRMA.

       PROCEDURE DIVISION.

      ******************************************************************
           IF NOT WS-ACESSO-LIBERADO
               GO TO P-ENCERRAR
           END-IF
           OPEN I-O ARQUIVO-PERM
           IF WS-STATUS-PERM NOT = "00"
               IF WS-STATUS-PERM = "35" OR WS-STATUS-PERM = "30"
                   OPEN OUTPUT ARQUIVO-PERM
                   CLOSE ARQUIVO-PERM
                   OPEN I-O ARQUIVO-PERM
               END-IF
           END-IF
           IF WS-STATUS-PERM NOT = "00"
               DISPLAY "ERRO AO ABRIR PERMISSOES. STATUS: "
                   WS-STATUS-PERM
               GO TO P-ENCERRAR
           END-IF
           MOVE "S" TO WS-PERM-DISPONIVEL
           GO TO P-PRINCIPAL.

       P-VERIFICA-VAZIO.
           ACCEPT WS-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-TENTATIVAS
           MOVE "N" TO WS-ACESSO-OK
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-OPERADOR WS-PARM-TOKEN
           UNSTRING WS-PARAMETRO DELIMITED BY ALL SPACE
               INTO WS-PARM-OPERADOR WS-PARM-TOKEN
           END-UNSTRING
           IF WS-PARAMETRO NOT = SPACES
               PERFORM P-VALIDAR-SESSAO THRU P-VALIDAR-SESSAO-FIM
           END-IF
           PERFORM UNTIL WS-ACESSO-LIBERADO OR WS-TENTATIVAS >= 3
               ADD 1 TO WS-TENTATIVAS
               MOVE SPACES TO WS-SIGNON-CODIGO WS-SIGNON-SENHA
       P-SIGNON-FIM.
           EXIT.

      * OPERADOR RECEBIDO DO MENU PRINCIPAL COM A CHAVE DA SESSAO: VALE
      * SEM SENHA SE E SUPERVISOR, NAO ESTA BLOQUEADO E TEM SESSAO
      * ATIVA DE HOJE EM PROG044-SESSAO.DAT COM A MESMA CHAVE. CASO
      * CONTRARIO SEGUE O ACESSO COM SENHA.
       P-VALIDAR-SESSAO.
           MOVE WS-PARM-OPERADOR TO WS-SIGNON-CODIGO
           MOVE "N" TO WS-ACHOU
           MOVE WS-SIGNON-CODIGO TO OPE-CODIGO
           READ ARQUIVO-OPER KEY IS OPE-CODIGO
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ
           IF NOT WS-REGISTRO-ACHOU OR OPE-BLOQUEADO = "S"
                   OR OPE-NIVEL NOT = 3
               GO TO P-VALIDAR-SESSAO-NEGADA
           END-IF
           OPEN INPUT ARQUIVO-SESSAO
           IF WS-STATUS-SESSAO NOT = "00"
               GO TO P-VALIDAR-SESSAO-NEGADA
           END-IF
           MOVE "N" TO WS-ACHOU
           MOVE WS-SIGNON-CODIGO TO SES-OPERADOR
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
               GO TO P-VALIDAR-SESSAO-FIM
           END-IF.

       P-VALIDAR-SESSAO-NEGADA.
           DISPLAY "SESSAO DO MENU NAO CONFIRMADA. INFORME OPERADOR "
               "E SENHA."
           MOVE SPACES TO WS-SIGNON-CODIGO.

       P-VALIDAR-SESSAO-FIM.
           EXIT.

       P-VALIDAR-ACESSO.
           MOVE "N" TO WS-ACHOU
           MOVE WS-SIGNON-CODIGO TO OPE-CODIGO
                   PERFORM P-DESBLOQUEAR-INICIO
                       THRU P-DESBLOQUEAR-FIM
               WHEN 6
                   PERFORM P-CONCEDER-INICIO THRU P-CONCEDER-FIM
               WHEN 7
                   PERFORM P-REVOGAR-INICIO THRU P-REVOGAR-FIM
               WHEN 8
                   PERFORM P-LISTAR-PERM-INICIO
                       THRU P-LISTAR-PERM-FIM
               WHEN 9
                   MOVE "S" TO WS-SAIR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
       P-DESBLOQUEAR-FIM.
           EXIT.

      ******************************************************************
      * PARAGRAFOS DE PERMISSOES DO MENU PRINCIPAL
      ******************************************************************

       P-CONCEDER-INICIO.
           MOVE SPACES TO WS-PRM-PROGRAMA WS-PRM-TIPO WS-PRM-ALVO
           DISPLAY TELA-PERMISSAO
           ACCEPT TELA-PERMISSAO
           PERFORM P-VALIDAR-PERMISSAO THRU P-VALIDAR-PERMISSAO-FIM
           IF WS-ACHOU NOT = "S"
               GO TO P-CONCEDER-FIM
           END-IF
           MOVE WS-PRM-PROGRAMA  TO PRM-PROGRAMA
           MOVE WS-PRM-TIPO      TO PRM-TIPO
           MOVE WS-PRM-ALVO      TO PRM-ALVO
           MOVE WS-SIGNON-CODIGO TO PRM-CONCEDIDO-POR
           ACCEPT PRM-DATA FROM DATE YYYYMMDD
           WRITE PERMISSAO-REG
               INVALID KEY
                   DISPLAY "PERMISSAO JA CONCEDIDA."
               NOT INVALID KEY
                   DISPLAY "PERMISSAO CONCEDIDA COM SUCESSO."
           END-WRITE.

       P-CONCEDER-FIM.
           EXIT.

      * PROGRAMA NO FORMATO PROGNNN; TIPO "O" EXIGE OPERADOR
      * CADASTRADO E TIPO "N" UM NIVEL DE 1 A 3. WS-ACHOU = "S" QUANDO
      * A PERMISSAO INFORMADA E VALIDA.
       P-VALIDAR-PERMISSAO.
           MOVE "N" TO WS-ACHOU
           IF WS-PRM-TIPO = "o" MOVE "O" TO WS-PRM-TIPO
           END-IF
           IF WS-PRM-TIPO = "n" MOVE "N" TO WS-PRM-TIPO
           END-IF
           IF WS-PRM-PROGRAMA (1:4) NOT = "PROG"
                   OR WS-PRM-PROGRAMA (5:3) NOT NUMERIC
                   OR WS-PRM-PROGRAMA (8:1) NOT = SPACE
               DISPLAY "PROGRAMA INVALIDO. INFORME NO FORMATO PROGNNN."
               GO TO P-VALIDAR-PERMISSAO-FIM
           END-IF
           IF WS-PRM-TIPO = "N"
               IF WS-PRM-ALVO (1:1) < "1" OR WS-PRM-ALVO (1:1) > "3"
                       OR WS-PRM-ALVO (2:7) NOT = SPACES
                   DISPLAY "NIVEL INVALIDO (1/2/3)."
               ELSE
                   MOVE "S" TO WS-ACHOU
               END-IF
               GO TO P-VALIDAR-PERMISSAO-FIM
           END-IF
           IF WS-PRM-TIPO NOT = "O"
               DISPLAY "TIPO INVALIDO (O/N)."
               GO TO P-VALIDAR-PERMISSAO-FIM
           END-IF
           MOVE WS-PRM-ALVO TO OPE-CODIGO
           READ ARQUIVO-OPER KEY IS OPE-CODIGO
               INVALID KEY
                   DISPLAY "OPERADOR NAO CADASTRADO."
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ.

       P-VALIDAR-PERMISSAO-FIM.
           EXIT.

       P-REVOGAR-INICIO.
           MOVE SPACES TO WS-PRM-PROGRAMA WS-PRM-TIPO WS-PRM-ALVO
           DISPLAY TELA-PERMISSAO
           ACCEPT TELA-PERMISSAO
           IF WS-PRM-TIPO = "o" MOVE "O" TO WS-PRM-TIPO
           END-IF
           IF WS-PRM-TIPO = "n" MOVE "N" TO WS-PRM-TIPO
           END-IF
           MOVE "N" TO WS-ACHOU
           MOVE WS-PRM-PROGRAMA TO PRM-PROGRAMA
           MOVE WS-PRM-TIPO     TO PRM-TIPO
           MOVE WS-PRM-ALVO     TO PRM-ALVO
           READ ARQUIVO-PERM KEY IS PRM-CHAVE
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ
           IF NOT WS-REGISTRO-ACHOU
               DISPLAY "PERMISSAO NAO ENCONTRADA."
               GO TO P-REVOGAR-FIM
           END-IF
           DISPLAY "CONCEDIDA POR " PRM-CONCEDIDO-POR " EM " PRM-DATA
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY TELA-CONFIRMA-REVOGA
           ACCEPT TELA-CONFIRMA-REVOGA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               DELETE ARQUIVO-PERM RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO REVOGAR. STATUS: "
                           WS-STATUS-PERM
                   NOT INVALID KEY
                       DISPLAY "PERMISSAO REVOGADA."
               END-DELETE
           ELSE
               DISPLAY "REVOGACAO CANCELADA."
           END-IF.

       P-REVOGAR-FIM.
           EXIT.

      * LISTA AS PERMISSOES NA ORDEM DA CHAVE (PROGRAMA, TIPO, ALVO);
      * PROGRAMA EM BRANCO LISTA TODAS.
       P-LISTAR-PERM-INICIO.
           MOVE SPACES TO WS-PRM-PROGRAMA
           DISPLAY "PROGRAMA (BRANCO=TODOS): "
           ACCEPT WS-PRM-PROGRAMA FROM CONSOLE
           MOVE ZEROS TO WS-QTD-PERM
           MOVE "N" TO WS-FIM-PERM
           MOVE LOW-VALUES TO PRM-CHAVE
           IF WS-PRM-PROGRAMA NOT = SPACES
               MOVE WS-PRM-PROGRAMA TO PRM-PROGRAMA
           END-IF
           START ARQUIVO-PERM KEY IS NOT LESS THAN PRM-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-PERM
           END-START
           DISPLAY "PROGRAMA T ALVO     CONCEDIDA POR DATA"
           PERFORM P-LISTAR-PERM-LINHA
               UNTIL WS-FIM-DA-PERM
           DISPLAY "PERMISSOES LISTADAS: " WS-QTD-PERM.

       P-LISTAR-PERM-FIM.
           EXIT.

       P-LISTAR-PERM-LINHA.
           READ ARQUIVO-PERM NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-PERM
               NOT AT END
                   IF WS-PRM-PROGRAMA NOT = SPACES
                           AND PRM-PROGRAMA NOT = WS-PRM-PROGRAMA
                       MOVE "S" TO WS-FIM-PERM
                   ELSE
                       ADD 1 TO WS-QTD-PERM
                       DISPLAY PRM-PROGRAMA " " PRM-TIPO " "
                           PRM-ALVO " " PRM-CONCEDIDO-POR "      "
                           PRM-DATA
                   END-IF
           END-READ.

      ******************************************************************
      * PARAGRAFOS DE SAIDA
      ******************************************************************

       P-ENCERRAR.
           CLOSE ARQUIVO-OPER
           IF WS-PERM-ABERTO
               CLOSE ARQUIVO-PERM
           END-IF
           GO TO P-FIM-STOP-RUN.

       P-FIM-STOP-RUN.
