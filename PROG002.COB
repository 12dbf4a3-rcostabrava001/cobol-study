      ******************************************************************
      * AUTHOR: RODRIGO COSTABRAVA
      * PURPOSE: RELATORIO DE LOTES PROXIMOS DO VENCIMENTO
      *          (PROG009-LOTE.DAT), ORDENADO POR VALIDADE
      *          (ANO/MES/DIA), COM A QUANTIDADE E O LOCAL DE CADA
      *          LOTE, PARA QUE UM SKU COM VARIAS VALIDADES MOSTRE SO
      *          AS UNIDADES QUE DE FATO ESTAO PARA VENCER
      ******************************************************************

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY SELARQ.
           COPY SELRUN.
           COPY SELLOT.

           SELECT SORT-VALIDADE ASSIGN TO "SORTWK1".

       FILE SECTION.
           COPY FDARQ.
           COPY FDRUN.
           COPY FDLOT.

       SD SORT-VALIDADE.
           01 SD-REGISTRO.
               05 SD-DIA               PIC 99.
               05 SD-SKU                PIC 9(04).
               05 SD-NOME              PIC X(30).
               05 SD-LOTE              PIC X(10).
               05 SD-LOCAL             PIC X(01).
               05 SD-QTD-ESTOQUE       PIC 9(04).
               05 SD-DIAS-RESTANTES    PIC S9(05).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO       PIC X(02).
           77 WS-STATUS-RELATORIO     PIC X(02).
           77 WS-STATUS-LOTE          PIC X(02).
           77 WS-STATUS-RUN           PIC X(02).
           77 WS-CONFIRMA-RUN         PIC X(01) VALUE SPACE.
           77 WS-RUN-ACHOU            PIC X(01) VALUE "N".
           77 WS-HOJE-RUN             PIC 9(08) VALUE ZEROS.
           77 WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
               88 WS-FIM-DO-ARQUIVO   VALUE "S".
           77 WS-FIM-LOTE             PIC X(01) VALUE "N".
               88 WS-FIM-DO-LOTE      VALUE "S".
           77 WS-DIAS-ALERTA-ENTRADA  PIC 9(05) VALUE ZEROS.
           77 WS-DIAS-ALERTA          PIC 9(05) VALUE 30.
           77 WS-HOJE-AAAAMMDD        PIC 9(08) VALUE ZEROS.
           01 WS-VALIDADE-AAAAMMDD    PIC 9(08) VALUE ZEROS.
           01 WS-VALIDADE-R REDEFINES WS-VALIDADE-AAAAMMDD.
               05 WS-VAL-ANO           PIC 9(04).
               05 WS-VAL-MES           PIC 99.
               05 WS-VAL-DIA           PIC 99.
           77 WS-INTEIRO-HOJE         PIC S9(09) COMP.
           77 WS-INTEIRO-VALIDADE     PIC S9(09) COMP.
           77 WS-DIAS-RESTANTES       PIC S9(05) VALUE ZEROS.

           01 WS-LINHA-CABECALHO.
               05 FILLER PIC X(40) VALUE
                   "SKU   NOME                     LOTE     ".
               05 FILLER PIC X(40) VALUE
                   "  L VALIDADE    QTD  DIAS".

           01 WS-LINHA-DETALHE.
               05 WS-LD-SKU            PIC 9(04).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LD-NOME           PIC X(24).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-LOTE           PIC X(10).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-LOCAL          PIC X(01).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-VALIDADE.
                   10 WS-LD-DIA        PIC 99.
                   10 FILLER           PIC X(01) VALUE "/".
                   10 WS-LD-MES        PIC 99.
                   10 FILLER           PIC X(01) VALUE "/".
                   10 WS-LD-ANO        PIC 9(04).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-QTD            PIC ZZZ9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-DIAS           PIC -(4)9.
               05 FILLER               PIC X(01) VALUE SPACE.

           01 WS-LINHA-RODAPE.
               05 FILLER PIC X(24) VALUE "TOTAL DE LOTES LISTADOS:".
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-LR-TOTAL          PIC ZZZZ9.

               OUTPUT PROCEDURE IS P-IMPRIMIR-INICIO
                   THRU P-IMPRIMIR-FIM
           DISPLAY "RELATORIO GERADO: PROG002.LST"
           DISPLAY "TOTAL DE LOTES LISTADOS: " WS-TOTAL-ITENS
           PERFORM P-RUNCTL-FIM
           GO TO P-FIM-STOP-RUN.

                   WS-STATUS-ARQUIVO
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN INPUT ARQUIVO-LOTE
           IF WS-STATUS-LOTE NOT = "00"
               DISPLAY "ARQUIVO DE LOTES NAO ENCONTRADO. "
                   "EXECUTE O PROG009. STATUS: " WS-STATUS-LOTE
               CLOSE ARQUIVO
               GO TO P-FIM-STOP-RUN
           END-IF
           MOVE "N" TO WS-FIM-LOTE
           PERFORM UNTIL WS-FIM-DO-LOTE
               READ ARQUIVO-LOTE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LOTE
                   NOT AT END
                       PERFORM P-AVALIAR-VALIDADE
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-LOTE
           CLOSE ARQUIVO.

       P-SELECIONAR-FIM.
           EXIT.

       P-AVALIAR-VALIDADE.
           MOVE LOT-VALIDADE TO WS-VALIDADE-AAAAMMDD
           COMPUTE WS-INTEIRO-VALIDADE =
               FUNCTION INTEGER-OF-DATE(WS-VALIDADE-AAAAMMDD)
           COMPUTE WS-DIAS-RESTANTES =
               WS-INTEIRO-VALIDADE - WS-INTEIRO-HOJE
           IF WS-DIAS-RESTANTES <= WS-DIAS-ALERTA AND LOT-QTD > ZEROS
               MOVE LOT-SKU TO SKU
               READ ARQUIVO KEY IS SKU
                   INVALID KEY
                       MOVE "NAO CADASTRADO" TO NOME
               END-READ
               MOVE WS-VAL-ANO  TO SD-ANO
               MOVE WS-VAL-MES  TO SD-MES
               MOVE WS-VAL-DIA  TO SD-DIA
               MOVE LOT-SKU     TO SD-SKU
               MOVE NOME        TO SD-NOME
               MOVE LOT-NUMERO  TO SD-LOTE
               MOVE LOT-LOCAL   TO SD-LOCAL
               MOVE LOT-QTD     TO SD-QTD-ESTOQUE
               MOVE WS-DIAS-RESTANTES TO SD-DIAS-RESTANTES
               RELEASE SD-REGISTRO
           END-IF.
       P-IMPRIMIR-LINHA.
           MOVE SD-SKU              TO WS-LD-SKU
           MOVE SD-NOME             TO WS-LD-NOME
           MOVE SD-LOTE             TO WS-LD-LOTE
           MOVE SD-LOCAL            TO WS-LD-LOCAL
           MOVE SD-DIA              TO WS-LD-DIA
           MOVE SD-MES              TO WS-LD-MES
           MOVE SD-ANO              TO WS-LD-ANO
