      ******************************************************************
      * AUTHOR: RODRIGO COSTABRAVA
      * PURPOSE: MANUTENCAO DO CADASTRO DE DEPARTAMENTOS
      *          (PROG042-DEP.DAT): INCLUSAO, ALTERACAO, EXCLUSAO E
      *          CONSULTA, NO MESMO DESENHO DE TELAS DO PROG012.
      *          NAO PERMITE EXCLUIR DEPARTAMENTO COM PRODUTOS
      *          VINCULADOS NEM INCLUIR O CODIGO 000
      ******************************************************************

       IDENTIFICATION DIVISION.
           PROGRAM-ID. PROG042.
           AUTHOR. RODRIGO COSTABRAVA

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELDEP.
           COPY SELARQ.

       DATA DIVISION.
       FILE SECTION.
           COPY FDDEP.
           COPY FDARQ.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-DEP        PIC X(02).
           77 WS-STATUS-ARQUIVO    PIC X(02).

           77 WS-OPCAO             PIC 9(01) VALUE ZERO.
           77 WS-SAIR              PIC X(01) VALUE "N".
               88 WS-FIM-PROGRAMA  VALUE "S".
           77 WS-ACHOU             PIC X(01) VALUE "N".
               88 WS-REGISTRO-ACHOU VALUE "S".
           77 WS-CONFIRMA          PIC X(01) VALUE SPACE.
           77 WS-FIM-ARQUIVO       PIC X(01) VALUE "N".
               88 WS-FIM-DO-ARQUIVO VALUE "S".
           77 WS-EM-USO            PIC X(01) VALUE "N".
               88 WS-DEP-EM-USO    VALUE "S".

           01 WS-DEP-TELA.
               05 WS-CODIGO            PIC 9(03).
               05 WS-NOME              PIC X(20).

       SCREEN SECTION.

       01 TELA-MENU.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE "PROG042 - MANUT.DEPARTAMENTOS".
           05 LINE 03 COLUMN 01 VALUE "1 - INCLUIR DEPARTAMENTO".
           05 LINE 04 COLUMN 01 VALUE "2 - ALTERAR DEPARTAMENTO".
           05 LINE 05 COLUMN 01 VALUE "3 - EXCLUIR DEPARTAMENTO".
           05 LINE 06 COLUMN 01 VALUE "4 - CONSULTAR DEPARTAMENTO".
           05 LINE 07 COLUMN 01 VALUE "5 - SAIR".
           05 LINE 09 COLUMN 01 VALUE "OPCAO: ".
           05 LINE 09 COLUMN 09 PIC 9(01) USING WS-OPCAO.

       01 TELA-CODIGO-BUSCA.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE "INFORME O CODIGO: ".
           05 LINE 01 COLUMN 19 PIC 9(03) USING WS-CODIGO.

       01 TELA-DEPARTAMENTO.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE "CODIGO...........: ".
           05 LINE 01 COLUMN 21 PIC 9(03) USING WS-CODIGO.
           05 LINE 02 COLUMN 01 VALUE "NOME.............: ".
           05 LINE 02 COLUMN 21 PIC X(20) USING WS-NOME.

       01 TELA-DEPARTAMENTO-ALTERAR.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE "CODIGO...........: ".
           05 LINE 01 COLUMN 21 PIC 9(03) FROM WS-CODIGO.
           05 LINE 02 COLUMN 01 VALUE "NOME.............: ".
           05 LINE 02 COLUMN 21 PIC X(20) USING WS-NOME.

       01 TELA-CONFIRMA.
           05 LINE 04 COLUMN 01 VALUE "CONFIRMA EXCLUSAO (S/N): ".
           05 LINE 04 COLUMN 26 PIC X(01) USING WS-CONFIRMA.

       PROCEDURE DIVISION.

      ******************************************************************
      * PARAGRAFOS PRINCIPAIS
      ******************************************************************

       P-ABERTURA.
           OPEN I-O ARQUIVO-DEP
           IF WS-STATUS-DEP NOT = "00"
               IF WS-STATUS-DEP = "35" OR WS-STATUS-DEP = "30"
                   OPEN OUTPUT ARQUIVO-DEP
                   CLOSE ARQUIVO-DEP
                   OPEN I-O ARQUIVO-DEP
               END-IF
           END-IF
           IF WS-STATUS-DEP NOT = "00"
               DISPLAY "ERRO AO ABRIR DEPARTAMENTOS. STATUS: "
                   WS-STATUS-DEP
               GO TO P-FIM-STOP-RUN
           END-IF
           GO TO P-PRINCIPAL.

       P-PRINCIPAL.
           MOVE "N" TO WS-SAIR
           PERFORM UNTIL WS-FIM-PROGRAMA
               PERFORM P-MENU-INICIO THRU P-MENU-FIM
           END-PERFORM
           CLOSE ARQUIVO-DEP
           GO TO P-FIM-STOP-RUN.

       P-MENU-INICIO.
           DISPLAY TELA-MENU
           ACCEPT TELA-MENU
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P-INCLUIR-INICIO THRU P-INCLUIR-FIM
               WHEN 2
                   PERFORM P-ALTERAR-INICIO THRU P-ALTERAR-FIM
               WHEN 3
                   PERFORM P-EXCLUIR-INICIO THRU P-EXCLUIR-FIM
               WHEN 4
                   PERFORM P-CONSULTAR-INICIO THRU P-CONSULTAR-FIM
               WHEN 5
                   MOVE "S" TO WS-SAIR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       P-MENU-FIM.
           EXIT.

      ******************************************************************
      * PARAGRAFOS DE MANUTENCAO - INCLUSAO
      ******************************************************************

       P-INCLUIR-INICIO.
           MOVE ZEROS TO WS-CODIGO
           MOVE SPACES TO WS-NOME
           DISPLAY TELA-DEPARTAMENTO
           ACCEPT TELA-DEPARTAMENTO
           IF WS-CODIGO = ZERO
               DISPLAY "CODIGO 000 NAO PERMITIDO. INCLUSAO CANCELADA."
               GO TO P-INCLUIR-FIM
           END-IF
           IF WS-NOME = SPACES
               DISPLAY "NOME OBRIGATORIO. INCLUSAO CANCELADA."
               GO TO P-INCLUIR-FIM
           END-IF
           MOVE "N" TO WS-ACHOU
           MOVE WS-CODIGO TO DEP-CODIGO
           READ ARQUIVO-DEP KEY IS DEP-CODIGO
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ
           IF WS-REGISTRO-ACHOU
               DISPLAY "CODIGO JA CADASTRADO. INCLUSAO CANCELADA."
           ELSE
               MOVE WS-CODIGO        TO DEP-CODIGO
               MOVE WS-NOME          TO DEP-NOME
               WRITE DEPARTAMENTO
                   INVALID KEY
                       DISPLAY "ERRO AO INCLUIR. STATUS: "
                           WS-STATUS-DEP
                   NOT INVALID KEY
                       DISPLAY "DEPARTAMENTO INCLUIDO COM SUCESSO."
               END-WRITE
           END-IF.

       P-INCLUIR-FIM.
           EXIT.

      ******************************************************************
      * PARAGRAFOS DE MANUTENCAO - ALTERACAO
      ******************************************************************

       P-ALTERAR-INICIO.
           DISPLAY TELA-CODIGO-BUSCA
           ACCEPT TELA-CODIGO-BUSCA
           MOVE "N" TO WS-ACHOU
           MOVE WS-CODIGO TO DEP-CODIGO
           READ ARQUIVO-DEP KEY IS DEP-CODIGO
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ
           IF NOT WS-REGISTRO-ACHOU
               DISPLAY "CODIGO NAO ENCONTRADO."
           ELSE
               MOVE DEP-NOME           TO WS-NOME
               DISPLAY TELA-DEPARTAMENTO-ALTERAR
               ACCEPT TELA-DEPARTAMENTO-ALTERAR
               IF WS-NOME = SPACES
                   DISPLAY "NOME OBRIGATORIO. ALTERACAO CANCELADA."
                   GO TO P-ALTERAR-FIM
               END-IF
               MOVE WS-NOME          TO DEP-NOME
               REWRITE DEPARTAMENTO
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR. STATUS: "
                           WS-STATUS-DEP
                   NOT INVALID KEY
                       DISPLAY "DEPARTAMENTO ALTERADO COM SUCESSO."
               END-REWRITE
           END-IF.

       P-ALTERAR-FIM.
           EXIT.

      ******************************************************************
      * PARAGRAFOS DE MANUTENCAO - EXCLUSAO
      ******************************************************************

       P-EXCLUIR-INICIO.
           DISPLAY TELA-CODIGO-BUSCA
           ACCEPT TELA-CODIGO-BUSCA
           MOVE "N" TO WS-ACHOU
           MOVE WS-CODIGO TO DEP-CODIGO
           READ ARQUIVO-DEP KEY IS DEP-CODIGO
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ
           IF NOT WS-REGISTRO-ACHOU
               DISPLAY "CODIGO NAO ENCONTRADO."
               GO TO P-EXCLUIR-FIM
           END-IF
           PERFORM P-VERIFICA-USO THRU P-VERIFICA-USO-FIM
           IF WS-DEP-EM-USO
               DISPLAY "DEPARTAMENTO VINCULADO A PRODUTOS. "
                   "EXCLUSAO CANCELADA."
               GO TO P-EXCLUIR-FIM
           END-IF
           MOVE DEP-NOME           TO WS-NOME
           DISPLAY TELA-DEPARTAMENTO
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY TELA-CONFIRMA
           ACCEPT TELA-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               DELETE ARQUIVO-DEP RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO EXCLUIR. STATUS: "
                           WS-STATUS-DEP
                   NOT INVALID KEY
                       DISPLAY "DEPARTAMENTO EXCLUIDO COM SUCESSO."
               END-DELETE
           ELSE
               DISPLAY "EXCLUSAO CANCELADA."
           END-IF.

       P-EXCLUIR-FIM.
           EXIT.

       P-VERIFICA-USO.
           MOVE "N" TO WS-EM-USO
           OPEN INPUT ARQUIVO
           IF WS-STATUS-ARQUIVO NOT = "00"
               GO TO P-VERIFICA-USO-FIM
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-DO-ARQUIVO OR WS-DEP-EM-USO
               READ ARQUIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF COD-DEPARTAMENTO = WS-CODIGO
                           MOVE "S" TO WS-EM-USO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQUIVO.

       P-VERIFICA-USO-FIM.
           EXIT.

      ******************************************************************
      * PARAGRAFOS DE MANUTENCAO - CONSULTA
      ******************************************************************

       P-CONSULTAR-INICIO.
           DISPLAY TELA-CODIGO-BUSCA
           ACCEPT TELA-CODIGO-BUSCA
           MOVE "N" TO WS-ACHOU
           MOVE WS-CODIGO TO DEP-CODIGO
           READ ARQUIVO-DEP KEY IS DEP-CODIGO
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ
           IF NOT WS-REGISTRO-ACHOU
               DISPLAY "CODIGO NAO ENCONTRADO."
           ELSE
               MOVE DEP-NOME           TO WS-NOME
               DISPLAY TELA-DEPARTAMENTO
           END-IF.

       P-CONSULTAR-FIM.
           EXIT.

      ******************************************************************
      * PARAGRAFOS DE SAIDA
      ******************************************************************

       P-FIM-STOP-RUN.
           STOP RUN.
