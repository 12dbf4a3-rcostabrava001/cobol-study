      ******************************************************************
      * AUTHOR: RODRIGO COSTABRAVA
      * PURPOSE: CONFERENCIA DOS LOTES (PROG009-LOTE.DAT) CONTRA O
      *          ESTOQUE: PARA CADA SKU DO CADASTRO SOMA AS QUANTIDADES
      *          DOS LOTES DA LOJA E DO DEPOSITO E COMPARA COM OS
      *          SALDOS POR LOCAL (PROG009-SALDO.DAT) E COM O
      *          QTD-ESTOQUE DO CADASTRO, IMPRIMINDO TODO SKU EM QUE A
      *          SOMA DOS LOTES NAO FECHA
      ******************************************************************

       IDENTIFICATION DIVISION.
           PROGRAM-ID. PROG031.
           AUTHOR. RODRIGO COSTABRAVA

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELARQ.
           COPY SELSLD.
           COPY SELLOT.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
           COPY FDARQ.
           COPY FDSLD.
           COPY FDLOT.

       FD RELATORIO
           LABEL RECORDS ARE STANDARD.
           01 LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO       PIC X(02).
           77 WS-STATUS-SALDO         PIC X(02).
           77 WS-STATUS-LOTE          PIC X(02).
           77 WS-STATUS-RELATORIO     PIC X(02).
           77 WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
               88 WS-FIM-DO-ARQUIVO   VALUE "S".
           77 WS-FIM-LOTE             PIC X(01) VALUE "N".
               88 WS-FIM-DO-LOTE      VALUE "S".

           77 WS-LOTES-LOJA           PIC 9(06) VALUE ZEROS.
           77 WS-LOTES-DEPOSITO       PIC 9(06) VALUE ZEROS.
           77 WS-LOTES-TOTAL          PIC 9(06) VALUE ZEROS.
           77 WS-SALDO-LOJA           PIC 9(04) VALUE ZEROS.
           77 WS-SALDO-DEPOSITO       PIC 9(04) VALUE ZEROS.
           77 WS-DIVERGE              PIC X(01) VALUE "N".

           77 WS-TOTAL-AVALIADOS      PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-DIVERGENTES    PIC 9(05) VALUE ZEROS.

           01 WS-LINHA-CABECALHO.
               05 FILLER PIC X(40) VALUE
                   "SKU  NOME                     LOTE-L  SL".
               05 FILLER PIC X(37) VALUE
                   "D-L  LOTE-D    SLD-D  LOTES  CADASTRO".

           01 WS-LINHA-DETALHE.
               05 WS-LD-SKU            PIC 9(04).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-NOME           PIC X(24).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-LOTES-LOJA     PIC ZZZZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LD-SALDO-LOJA     PIC ZZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LD-LOTES-DEP      PIC ZZZZZ9.
               05 FILLER               PIC X(04) VALUE SPACES.
               05 WS-LD-SALDO-DEP      PIC ZZZ9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-LOTES-TOTAL    PIC ZZZZZ9.
               05 FILLER               PIC X(06) VALUE SPACES.
               05 WS-LD-CADASTRO       PIC ZZZ9.

           01 WS-LINHA-RODAPE1.
               05 FILLER PIC X(26) VALUE "SKUS AVALIADOS..........: ".
               05 WS-LR-AVALIADOS      PIC ZZZZ9.

           01 WS-LINHA-RODAPE2.
               05 FILLER PIC X(26) VALUE "SKUS COM DIVERGENCIA....: ".
               05 WS-LR-DIVERGENTES    PIC ZZZZ9.

       PROCEDURE DIVISION.

      ******************************************************************
      * PARAGRAFOS PRINCIPAIS
      ******************************************************************

       P-ABERTURA.
           DISPLAY "PROG031 - CONFERENCIA DOS LOTES COM O ESTOQUE"
           OPEN INPUT ARQUIVO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO. STATUS: "
                   WS-STATUS-ARQUIVO
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN INPUT ARQUIVO-SALDO
           IF WS-STATUS-SALDO NOT = "00"
               DISPLAY "ARQUIVO DE SALDOS NAO ENCONTRADO. "
                   "EXECUTE O PROG009."
               CLOSE ARQUIVO
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN INPUT ARQUIVO-LOTE
           IF WS-STATUS-LOTE NOT = "00"
               DISPLAY "ARQUIVO DE LOTES NAO ENCONTRADO. "
                   "EXECUTE O PROG009."
               CLOSE ARQUIVO
               CLOSE ARQUIVO-SALDO
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN OUTPUT RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO CRIAR RELATORIO. STATUS: "
                   WS-STATUS-RELATORIO
               CLOSE ARQUIVO
               CLOSE ARQUIVO-SALDO
               CLOSE ARQUIVO-LOTE
               GO TO P-FIM-STOP-RUN
           END-IF
           MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE ZEROS TO SKU
           START ARQUIVO KEY IS NOT LESS THAN SKU
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-ARQUIVO
           END-START.

       P-PRINCIPAL.
           PERFORM UNTIL WS-FIM-DO-ARQUIVO
               READ ARQUIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM P-CONFERIR-SKU
               END-READ
           END-PERFORM
           PERFORM P-RODAPE
           CLOSE ARQUIVO
           CLOSE ARQUIVO-SALDO
           CLOSE ARQUIVO-LOTE
           CLOSE RELATORIO
           DISPLAY "RELATORIO GERADO: PROG031.LST"
           DISPLAY "SKUS AVALIADOS.......: " WS-TOTAL-AVALIADOS
           DISPLAY "SKUS COM DIVERGENCIA.: " WS-TOTAL-DIVERGENTES
           GO TO P-FIM-STOP-RUN.

      ******************************************************************
      * PARAGRAFOS DE CONFERENCIA
      ******************************************************************

       P-CONFERIR-SKU.
           ADD 1 TO WS-TOTAL-AVALIADOS
           PERFORM P-SOMAR-LOTES
           PERFORM P-LER-SALDOS
           COMPUTE WS-LOTES-TOTAL = WS-LOTES-LOJA + WS-LOTES-DEPOSITO
           MOVE "N" TO WS-DIVERGE
           IF WS-LOTES-LOJA NOT = WS-SALDO-LOJA
                   OR WS-LOTES-DEPOSITO NOT = WS-SALDO-DEPOSITO
                   OR WS-LOTES-TOTAL NOT = QTD-ESTOQUE
               MOVE "S" TO WS-DIVERGE
           END-IF
           IF WS-DIVERGE = "S"
               ADD 1 TO WS-TOTAL-DIVERGENTES
               MOVE SKU               TO WS-LD-SKU
               MOVE NOME              TO WS-LD-NOME
               MOVE WS-LOTES-LOJA     TO WS-LD-LOTES-LOJA
               MOVE WS-SALDO-LOJA     TO WS-LD-SALDO-LOJA
               MOVE WS-LOTES-DEPOSITO TO WS-LD-LOTES-DEP
               MOVE WS-SALDO-DEPOSITO TO WS-LD-SALDO-DEP
               MOVE WS-LOTES-TOTAL    TO WS-LD-LOTES-TOTAL
               MOVE QTD-ESTOQUE       TO WS-LD-CADASTRO
               MOVE WS-LINHA-DETALHE  TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

      * OS LOTES DE UM SKU FICAM JUNTOS NA CHAVE (SKU + LOCAL +
      * VALIDADE + LOTE): POSICIONA NO PRIMEIRO E LE ATE TROCAR O SKU.
       P-SOMAR-LOTES.
           MOVE ZEROS TO WS-LOTES-LOJA
           MOVE ZEROS TO WS-LOTES-DEPOSITO
           MOVE SKU        TO LOT-SKU
           MOVE LOW-VALUES TO LOT-LOCAL
           MOVE ZEROS      TO LOT-VALIDADE
           MOVE LOW-VALUES TO LOT-NUMERO
           START ARQUIVO-LOTE KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LOTE
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-LOTE
           END-START
           PERFORM UNTIL WS-FIM-DO-LOTE
               READ ARQUIVO-LOTE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LOTE
                   NOT AT END
                       IF LOT-SKU NOT = SKU
                           MOVE "S" TO WS-FIM-LOTE
                       ELSE
                           IF LOT-LOCAL = "D"
                               ADD LOT-QTD TO WS-LOTES-DEPOSITO
                           ELSE
                               ADD LOT-QTD TO WS-LOTES-LOJA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       P-LER-SALDOS.
           MOVE SKU TO SLD-SKU
           MOVE "L" TO SLD-LOCAL
           READ ARQUIVO-SALDO KEY IS SLD-CHAVE
               INVALID KEY
                   MOVE ZEROS TO SLD-QTD
           END-READ
           MOVE SLD-QTD TO WS-SALDO-LOJA
           MOVE SKU TO SLD-SKU
           MOVE "D" TO SLD-LOCAL
           READ ARQUIVO-SALDO KEY IS SLD-CHAVE
               INVALID KEY
                   MOVE ZEROS TO SLD-QTD
           END-READ
           MOVE SLD-QTD TO WS-SALDO-DEPOSITO.

       P-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-AVALIADOS TO WS-LR-AVALIADOS
           MOVE WS-LINHA-RODAPE1 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-DIVERGENTES TO WS-LR-DIVERGENTES
           MOVE WS-LINHA-RODAPE2 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      ******************************************************************
      * PARAGRAFOS DE SAIDA
      ******************************************************************

       P-FIM-STOP-RUN.
           STOP RUN.
