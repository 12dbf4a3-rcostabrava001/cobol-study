      ******************************************************************
      * AUTHOR: RODRIGO COSTABRAVA
      * PURPOSE: MANUTENCAO DOS PARAMETROS DE GONDOLA DA LOJA
      *          (PROG039-GON.DAT): INCLUSAO, ALTERACAO, EXCLUSAO E
      *          CONSULTA DO MINIMO E DA CAPACIDADE DE PRATELEIRA DE
      *          CADA SKU E DO SEU ENDERECO NO DEPOSITO (CORREDOR E
      *          POSICAO), BASE DA REPOSICAO DA LOJA DO PROG040
      ******************************************************************

       IDENTIFICATION DIVISION.
           PROGRAM-ID. PROG039.
           AUTHOR. RODRIGO COSTABRAVA

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELGON.
           COPY SELARQ.

       DATA DIVISION.
       FILE SECTION.
           COPY FDGON.
           COPY FDARQ.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-GON        PIC X(02).
           77 WS-STATUS-ARQUIVO    PIC X(02).

           77 WS-OPCAO             PIC 9(01) VALUE ZERO.
           77 WS-SAIR              PIC X(01) VALUE "N".
               88 WS-FIM-PROGRAMA  VALUE "S".
           77 WS-ACHOU             PIC X(01) VALUE "N".
               88 WS-REGISTRO-ACHOU VALUE "S".
           77 WS-CONFIRMA          PIC X(01) VALUE SPACE.
           77 WS-GON-OK            PIC X(01) VALUE "S".
               88 WS-GON-VALIDO    VALUE "S".

           01 WS-GON-TELA.
               05 WS-SKU               PIC 9(04).
               05 WS-MINIMO            PIC 9(04).
               05 WS-CAPACIDADE        PIC 9(04).
               05 WS-CORREDOR          PIC X(02).
               05 WS-POSICAO           PIC X(03).

       SCREEN SECTION.

       01 TELA-MENU.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE "PROG039 - PARAMETROS DE GONDOLA".
           05 LINE 03 COLUMN 01 VALUE "1 - INCLUIR PARAMETROS".
           05 LINE 04 COLUMN 01 VALUE "2 - ALTERAR PARAMETROS".
           05 LINE 05 COLUMN 01 VALUE "3 - EXCLUIR PARAMETROS".
           05 LINE 06 COLUMN 01 VALUE "4 - CONSULTAR PARAMETROS".
           05 LINE 07 COLUMN 01 VALUE "5 - SAIR".
           05 LINE 09 COLUMN 01 VALUE "OPCAO: ".
           05 LINE 09 COLUMN 09 PIC 9(01) USING WS-OPCAO.

       01 TELA-SKU-BUSCA.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE "INFORME O SKU: ".
           05 LINE 01 COLUMN 16 PIC 9(04) USING WS-SKU.

       01 TELA-GONDOLA.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE "SKU..............: ".
           05 LINE 01 COLUMN 21 PIC 9(04) USING WS-SKU.
           05 LINE 02 COLUMN 01 VALUE "MINIMO NA LOJA...: ".
           05 LINE 02 COLUMN 21 PIC 9(04) USING WS-MINIMO.
           05 LINE 03 COLUMN 01 VALUE "CAPACIDADE.......: ".
           05 LINE 03 COLUMN 21 PIC 9(04) USING WS-CAPACIDADE.
           05 LINE 04 COLUMN 01 VALUE "CORREDOR DEPOSITO: ".
           05 LINE 04 COLUMN 21 PIC X(02) USING WS-CORREDOR.
           05 LINE 05 COLUMN 01 VALUE "POSICAO DEPOSITO.: ".
           05 LINE 05 COLUMN 21 PIC X(03) USING WS-POSICAO.

       01 TELA-GONDOLA-ALTERA.
           05 LINE 02 COLUMN 21 PIC 9(04) USING WS-MINIMO.
           05 LINE 03 COLUMN 21 PIC 9(04) USING WS-CAPACIDADE.
           05 LINE 04 COLUMN 21 PIC X(02) USING WS-CORREDOR.
           05 LINE 05 COLUMN 21 PIC X(03) USING WS-POSICAO.

       01 TELA-CONFIRMA.
           05 LINE 07 COLUMN 01 VALUE "CONFIRMA EXCLUSAO (S/N): ".
           05 LINE 07 COLUMN 26 PIC X(01) USING WS-CONFIRMA.

       PROCEDURE DIVISION.

      ******************************************************************
      * PARAGRAFOS PRINCIPAIS
      ******************************************************************

       P-ABERTURA.
           OPEN I-O ARQUIVO-GON
           IF WS-STATUS-GON NOT = "00"
               IF WS-STATUS-GON = "35" OR WS-STATUS-GON = "30"
                   OPEN OUTPUT ARQUIVO-GON
                   CLOSE ARQUIVO-GON
                   OPEN I-O ARQUIVO-GON
               END-IF
           END-IF
           IF WS-STATUS-GON NOT = "00"
               DISPLAY "ERRO AO ABRIR PARAMETROS DE GONDOLA. STATUS: "
                   WS-STATUS-GON
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN INPUT ARQUIVO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO. STATUS: "
                   WS-STATUS-ARQUIVO
               CLOSE ARQUIVO-GON
               GO TO P-FIM-STOP-RUN
           END-IF
           GO TO P-PRINCIPAL.

       P-PRINCIPAL.
           MOVE "N" TO WS-SAIR
           PERFORM UNTIL WS-FIM-PROGRAMA
               PERFORM P-MENU-INICIO THRU P-MENU-FIM
           END-PERFORM
           CLOSE ARQUIVO-GON
           CLOSE ARQUIVO
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
           MOVE ZEROS TO WS-SKU WS-MINIMO WS-CAPACIDADE
           MOVE SPACES TO WS-CORREDOR WS-POSICAO
           DISPLAY TELA-GONDOLA
           ACCEPT TELA-GONDOLA
           MOVE "N" TO WS-ACHOU
           MOVE WS-SKU TO SKU
           READ ARQUIVO KEY IS SKU
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ
           IF NOT WS-REGISTRO-ACHOU
               DISPLAY "SKU NAO ENCONTRADO NO CADASTRO. "
                   "INCLUSAO CANCELADA."
               GO TO P-INCLUIR-FIM
           END-IF
           PERFORM P-VALIDA-GONDOLA
           IF NOT WS-GON-VALIDO
               DISPLAY "INCLUSAO CANCELADA."
               GO TO P-INCLUIR-FIM
           END-IF
           PERFORM P-MOVER-TELA-REGISTRO
           WRITE PARAMETRO-GONDOLA
               INVALID KEY
                   DISPLAY "SKU JA TEM PARAMETROS. USE A ALTERACAO."
               NOT INVALID KEY
                   DISPLAY "PARAMETROS INCLUIDOS COM SUCESSO."
           END-WRITE.

       P-INCLUIR-FIM.
           EXIT.

       P-VALIDA-GONDOLA.
           MOVE "S" TO WS-GON-OK
           IF WS-CAPACIDADE = ZEROS
               DISPLAY "CAPACIDADE DEVE SER MAIOR QUE ZERO."
               MOVE "N" TO WS-GON-OK
           END-IF
           IF WS-MINIMO NOT < WS-CAPACIDADE
               DISPLAY "MINIMO DEVE SER MENOR QUE A CAPACIDADE."
               MOVE "N" TO WS-GON-OK
           END-IF
           IF WS-CORREDOR = SPACES
               DISPLAY "CORREDOR DO DEPOSITO OBRIGATORIO."
               MOVE "N" TO WS-GON-OK
           END-IF.

       P-MOVER-TELA-REGISTRO.
           MOVE WS-SKU        TO GON-SKU
           MOVE WS-MINIMO     TO GON-MINIMO
           MOVE WS-CAPACIDADE TO GON-CAPACIDADE
           MOVE WS-CORREDOR   TO GON-CORREDOR
           MOVE WS-POSICAO    TO GON-POSICAO.

       P-MOVER-REGISTRO-TELA.
           MOVE GON-SKU        TO WS-SKU
           MOVE GON-MINIMO     TO WS-MINIMO
           MOVE GON-CAPACIDADE TO WS-CAPACIDADE
           MOVE GON-CORREDOR   TO WS-CORREDOR
           MOVE GON-POSICAO    TO WS-POSICAO.

       P-BUSCAR-GONDOLA.
           MOVE ZEROS TO WS-SKU
           DISPLAY TELA-SKU-BUSCA
           ACCEPT TELA-SKU-BUSCA
           MOVE "N" TO WS-ACHOU
           MOVE WS-SKU TO GON-SKU
           READ ARQUIVO-GON KEY IS GON-SKU
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ.

      ******************************************************************
      * PARAGRAFOS DE MANUTENCAO - ALTERACAO
      ******************************************************************

       P-ALTERAR-INICIO.
           PERFORM P-BUSCAR-GONDOLA
           IF NOT WS-REGISTRO-ACHOU
               DISPLAY "SKU SEM PARAMETROS DE GONDOLA."
               GO TO P-ALTERAR-FIM
           END-IF
           PERFORM P-MOVER-REGISTRO-TELA
           DISPLAY TELA-GONDOLA
           ACCEPT TELA-GONDOLA-ALTERA
           PERFORM P-VALIDA-GONDOLA
           IF NOT WS-GON-VALIDO
               DISPLAY "ALTERACAO CANCELADA."
               GO TO P-ALTERAR-FIM
           END-IF
           PERFORM P-MOVER-TELA-REGISTRO
           REWRITE PARAMETRO-GONDOLA
               INVALID KEY
                   DISPLAY "ERRO AO ALTERAR. STATUS: " WS-STATUS-GON
               NOT INVALID KEY
                   DISPLAY "PARAMETROS ALTERADOS COM SUCESSO."
           END-REWRITE.

       P-ALTERAR-FIM.
           EXIT.

      ******************************************************************
      * PARAGRAFOS DE MANUTENCAO - EXCLUSAO
      ******************************************************************

       P-EXCLUIR-INICIO.
           PERFORM P-BUSCAR-GONDOLA
           IF NOT WS-REGISTRO-ACHOU
               DISPLAY "SKU SEM PARAMETROS DE GONDOLA."
               GO TO P-EXCLUIR-FIM
           END-IF
           DISPLAY "SKU " GON-SKU " MINIMO " GON-MINIMO
               " CAPACIDADE " GON-CAPACIDADE
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY TELA-CONFIRMA
           ACCEPT TELA-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               DELETE ARQUIVO-GON RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO EXCLUIR. STATUS: "
                           WS-STATUS-GON
                   NOT INVALID KEY
                       DISPLAY "PARAMETROS EXCLUIDOS COM SUCESSO."
               END-DELETE
           ELSE
               DISPLAY "EXCLUSAO CANCELADA."
           END-IF.

       P-EXCLUIR-FIM.
           EXIT.

      ******************************************************************
      * PARAGRAFOS DE MANUTENCAO - CONSULTA
      ******************************************************************

       P-CONSULTAR-INICIO.
           PERFORM P-BUSCAR-GONDOLA
           IF NOT WS-REGISTRO-ACHOU
               DISPLAY "SKU SEM PARAMETROS DE GONDOLA."
               GO TO P-CONSULTAR-FIM
           END-IF
           DISPLAY "SKU........: " GON-SKU
           MOVE GON-SKU TO SKU
           READ ARQUIVO KEY IS SKU
               INVALID KEY
                   DISPLAY "PRODUTO....: NAO ESTA MAIS NO CADASTRO"
               NOT INVALID KEY
                   DISPLAY "PRODUTO....: " NOME
           END-READ
           DISPLAY "MINIMO.....: " GON-MINIMO
           DISPLAY "CAPACIDADE.: " GON-CAPACIDADE
           DISPLAY "ENDERECO...: " GON-CORREDOR "-" GON-POSICAO.

       P-CONSULTAR-FIM.
           EXIT.

      ******************************************************************
      * PARAGRAFOS DE SAIDA
      ******************************************************************

       P-FIM-STOP-RUN.
           STOP RUN.
