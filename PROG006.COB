      *          TERMINAIS DE PDV. O SALDO EXPORTADO E QTD-ESTOQUE
      *          MENOS AS RESERVAS ATIVAS E NAO EXPIRADAS DA LOJA
      *          VIRTUAL (PROG030-RES.DAT), PARA O FEED NAO PROMETER
      *          ESTOQUE QUE JA ESTA SEGURADO POR PEDIDO WEB. CADA
      *          LINHA LEVA AINDA O CODIGO E O NOME DO DEPARTAMENTO
      *          (PROG042-DEP.DAT) PARA A LOJA VIRTUAL MONTAR O MENU
      ******************************************************************

       IDENTIFICATION DIVISION.
           COPY SELARQ.
           COPY SELRES.
           COPY SELRUN.
           COPY SELDEP.

           SELECT ARQUIVO-EXPORTACAO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           COPY FDARQ.
           COPY FDRES.
           COPY FDRUN.
           COPY FDDEP.

       FD ARQUIVO-EXPORTACAO
           LABEL RECORDS ARE STANDARD
               05 EXP-VALOR-VENDA     PIC 9(04)V99.
               05 FILLER              PIC X(01) VALUE ";".
               05 EXP-QTD-DISPONIVEL  PIC 9(04).
               05 FILLER              PIC X(01) VALUE ";".
               05 EXP-DEPARTAMENTO    PIC 9(03).
               05 FILLER              PIC X(01) VALUE ";".
               05 EXP-NOME-DEP        PIC X(20).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO       PIC X(02).
           77 WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
               88 WS-FIM-DO-ARQUIVO   VALUE "S".
           77 WS-STATUS-RES           PIC X(02).
           77 WS-STATUS-DEP           PIC X(02).
           77 WS-DEP-DISPONIVEL       PIC X(01) VALUE "N".
               88 WS-DEP-ABERTO       VALUE "S".
           77 WS-FIM-RES              PIC X(01) VALUE "N".
               88 WS-FIM-DA-RES       VALUE "S".
           77 WS-TOTAL-EXPORTADOS     PIC 9(05) VALUE ZEROS.
               CLOSE ARQUIVO
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN INPUT ARQUIVO-DEP
           IF WS-STATUS-DEP = "00"
               MOVE "S" TO WS-DEP-DISPONIVEL
           ELSE
               DISPLAY "CADASTRO DE DEPARTAMENTOS INDISPONIVEL. "
                   "FEED SAI SEM NOME DE DEPARTAMENTO."
           END-IF
           PERFORM P-CARREGAR-RESERVAS THRU P-CARREGAR-RES-FIM.

       P-PRINCIPAL.
               END-READ
           END-PERFORM
           CLOSE ARQUIVO
           IF WS-DEP-ABERTO
               CLOSE ARQUIVO-DEP
           END-IF
           CLOSE ARQUIVO-EXPORTACAO
           DISPLAY "EXPORTACAO GERADA: PROG006-EXPORT.DAT"
           DISPLAY "TOTAL DE PRODUTOS EXPORTADOS: " WS-TOTAL-EXPORTADOS
               MOVE ZEROS TO WS-DISPONIVEL
           END-IF
           MOVE WS-DISPONIVEL TO EXP-QTD-DISPONIVEL
           MOVE COD-DEPARTAMENTO TO EXP-DEPARTAMENTO
           MOVE SPACES           TO EXP-NOME-DEP
           IF WS-DEP-ABERTO AND COD-DEPARTAMENTO NOT = ZEROS
               MOVE COD-DEPARTAMENTO TO DEP-CODIGO
               READ ARQUIVO-DEP KEY IS DEP-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEP-NOME TO EXP-NOME-DEP
               END-READ
           END-IF
           WRITE REGISTRO-EXPORTACAO
           ADD 1 TO WS-TOTAL-EXPORTADOS.

