      ******************************************************************
      * AUTHOR: RODRIGO COSTABRAVA
      * PURPOSE: FECHAMENTO MENSAL DO ESTOQUE: CONGELA UM PERIODO
      *          (AAAAMM) GRAVANDO A FOTOGRAFIA DE CADA SKU E LOCAL NO
      *          ULTIMO DIA DO MES (QUANTIDADE, VALOR-CUSTO E VALOR) EM
      *          PROG037-PER.DAT, COM AS QUANTIDADES APLICADAS NO MES
      *          POR TIPO DE MOVIMENTO, E REGISTRA O PERIODO COMO
      *          FECHADO EM PROG037-FECH.DAT. O SALDO DO FIM DO MES E O
      *          SALDO ATUAL POR LOCAL (PROG009-SALDO.DAT) DESCONTADOS
      *          OS MOVIMENTOS APLICADOS COM DATA POSTERIOR AO PERIODO.
      *          NAO FECHA COM MOVIMENTOS PENDENTES DATADOS ATE O FIM
      *          DO PERIODO, NEM O MES CORRENTE, FUTURO OU ANTERIOR AO
      *          ULTIMO FECHADO. DEPOIS DO FECHAMENTO O PROG008, O
      *          PROG021 E O PROG024 RECUSAM LANCAMENTOS DATADOS NO
      *          PERIODO.
      ******************************************************************

       IDENTIFICATION DIVISION.
           PROGRAM-ID. PROG037.
           AUTHOR. RODRIGO COSTABRAVA

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELARQ.
           COPY SELMOV.
           COPY SELSLD.
           COPY SELFEC.
           COPY SELPER.
           COPY SELOPE.
           COPY SELSGN.
           COPY SELSES.
           COPY SELPRM.

       DATA DIVISION.
       FILE SECTION.
           COPY FDARQ.
           COPY FDMOV.
           COPY FDSLD.
           COPY FDFEC.
           COPY FDPER.
           COPY FDOPE.
           COPY FDSGN.
           COPY FDSES.
           COPY FDPRM.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO       PIC X(02).
           77 WS-STATUS-MOV           PIC X(02).
           77 WS-STATUS-SALDO         PIC X(02).
           77 WS-STATUS-FECH          PIC X(02).
           77 WS-STATUS-PER           PIC X(02).
           77 WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
               88 WS-FIM-DO-ARQUIVO   VALUE "S".
           77 WS-FIM-MOV              PIC X(01) VALUE "N".
               88 WS-FIM-DO-MOV       VALUE "S".
           77 WS-FIM-FECH             PIC X(01) VALUE "N".
               88 WS-FIM-DO-FECH      VALUE "S".
           77 WS-SALDO-DISPONIVEL     PIC X(01) VALUE "N".
               88 WS-SALDO-ABERTO     VALUE "S".
           77 WS-CONFIRMA             PIC X(01) VALUE SPACE.
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

           77 WS-HOJE-AAAAMMDD        PIC 9(08) VALUE ZEROS.
           77 WS-HORA-FECHAMENTO      PIC 9(08) VALUE ZEROS.
           77 WS-MES-ATUAL            PIC 9(06) VALUE ZEROS.
           77 WS-ULTIMO-FECHADO       PIC 9(06) VALUE ZEROS.
           77 WS-DATA-INICIO          PIC 9(08) VALUE ZEROS.
           77 WS-DATA-FIM             PIC 9(08) VALUE ZEROS.

           77 WS-IND                  PIC 9(04) COMP VALUE ZEROS.
           77 WS-IND-LOCAL            PIC 9(01) COMP VALUE ZEROS.
           77 WS-IND-DEST             PIC 9(01) COMP VALUE ZEROS.
           77 WS-MAX-SKU              PIC 9(04) COMP VALUE 9999.
           77 WS-QTD-FECHAMENTO       PIC S9(06) VALUE ZEROS.
           77 WS-QTD-ATUAL            PIC 9(04) VALUE ZEROS.
           77 WS-VALOR-ENTRADAS       PIC 9(09)V99 VALUE ZEROS.

           77 WS-TOTAL-PENDENTES      PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-NO-PERIODO     PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-POSTERIORES    PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-GRAVADOS       PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-NEGATIVOS      PIC 9(05) VALUE ZEROS.
           77 WS-VALOR-TOTAL          PIC 9(11)V99 VALUE ZEROS.

           01 WS-PERIODO              PIC 9(06) VALUE ZEROS.
           01 WS-PERIODO-R REDEFINES WS-PERIODO.
               05 WS-PE-ANO            PIC 9(04).
               05 WS-PE-MES            PIC 99.

      * ACUMULADOS POR SKU E LOCAL (1 = LOJA, 2 = DEPOSITO).
      * WS-TP-POSTERIOR E O EFEITO LIQUIDO DOS MOVIMENTOS APLICADOS
      * DEPOIS DO FIM DO PERIODO, A DESCONTAR DO SALDO ATUAL.
           01 WS-TABELA-PERIODO.
               05 WS-TP-SKU OCCURS 9999 TIMES.
                   10 WS-TP-LOCAL OCCURS 2 TIMES.
                       15 WS-TP-POSTERIOR   PIC S9(06) COMP.
                       15 WS-TP-ENTRADAS    PIC S9(06) COMP.
                       15 WS-TP-ENT-SEM-CUSTO PIC S9(06) COMP.
                       15 WS-TP-VALOR-ENT   PIC 9(09)V99.
                       15 WS-TP-SAIDAS      PIC S9(06) COMP.
                       15 WS-TP-PERDAS      PIC S9(06) COMP.
                       15 WS-TP-AJUSTES     PIC S9(06) COMP.
                       15 WS-TP-DEVOLUCOES  PIC S9(06) COMP.
                       15 WS-TP-TRANSF      PIC S9(06) COMP.

       PROCEDURE DIVISION.

      ******************************************************************
      * PARAGRAFOS PRINCIPAIS
      ******************************************************************

       P-ABERTURA.
           DISPLAY "PROG037 - FECHAMENTO MENSAL DO ESTOQUE"
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
           COMPUTE WS-MES-ATUAL = WS-HOJE-AAAAMMDD / 100
           DISPLAY "INFORME O PERIODO A FECHAR (AAAAMM): "
           ACCEPT WS-PERIODO FROM CONSOLE
           IF WS-PE-MES < 1 OR WS-PE-MES > 12 OR WS-PE-ANO = ZEROS
               DISPLAY "PERIODO INVALIDO: " WS-PERIODO
               GO TO P-FIM-STOP-RUN
           END-IF
           IF WS-PERIODO NOT < WS-MES-ATUAL
               DISPLAY "SO PODE SER FECHADO MES JA ENCERRADO."
               GO TO P-FIM-STOP-RUN
           END-IF
           PERFORM P-ABERTURA-FECH
           IF WS-STATUS-FECH NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTROLE DE PERIODOS. STATUS: "
                   WS-STATUS-FECH
               GO TO P-FIM-STOP-RUN
           END-IF
           MOVE WS-PERIODO TO FEC-PERIODO
           READ ARQUIVO-FECH KEY IS FEC-PERIODO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "PERIODO " WS-PERIODO " JA FECHADO EM "
                       FEC-DATA-FECHAMENTO " POR " FEC-OPERADOR
                   CLOSE ARQUIVO-FECH
                   GO TO P-FIM-STOP-RUN
           END-READ
           PERFORM P-ULTIMO-FECHADO
           IF WS-PERIODO < WS-ULTIMO-FECHADO
               DISPLAY "PERIODO ANTERIOR AO ULTIMO FECHADO ("
                   WS-ULTIMO-FECHADO "). FECHAMENTO RECUSADO."
               CLOSE ARQUIVO-FECH
               GO TO P-FIM-STOP-RUN
           END-IF
           COMPUTE WS-DATA-INICIO = (WS-PERIODO * 100) + 1
           COMPUTE WS-DATA-FIM    = (WS-PERIODO * 100) + 31
           MOVE 1 TO WS-IND
           PERFORM P-LIMPAR-SKU
               UNTIL WS-IND > WS-MAX-SKU
           PERFORM P-LER-LEDGER THRU P-LER-LEDGER-FIM
           IF WS-STATUS-MOV NOT = "00" AND WS-STATUS-MOV NOT = "10"
                   AND WS-STATUS-MOV NOT = "35"
               CLOSE ARQUIVO-FECH
               GO TO P-FIM-STOP-RUN
           END-IF
           IF WS-TOTAL-PENDENTES > ZEROS
               DISPLAY "EXISTEM " WS-TOTAL-PENDENTES
                   " MOVIMENTOS PENDENTES DATADOS ATE O FIM DO PERIODO."
               DISPLAY "APLIQUE-OS COM O PROG009 ANTES DO FECHAMENTO."
               CLOSE ARQUIVO-FECH
               GO TO P-FIM-STOP-RUN
           END-IF
           DISPLAY "MOVIMENTOS APLICADOS NO PERIODO....: "
               WS-TOTAL-NO-PERIODO
           DISPLAY "MOVIMENTOS POSTERIORES (A DESCONTAR): "
               WS-TOTAL-POSTERIORES
           DISPLAY "CONFIRMA O FECHAMENTO DE " WS-PERIODO " (S/N)? "
           ACCEPT WS-CONFIRMA FROM CONSOLE
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "FECHAMENTO CANCELADO PELO OPERADOR."
               CLOSE ARQUIVO-FECH
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN INPUT ARQUIVO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO. STATUS: "
                   WS-STATUS-ARQUIVO
               CLOSE ARQUIVO-FECH
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN INPUT ARQUIVO-SALDO
           IF WS-STATUS-SALDO = "00"
               MOVE "S" TO WS-SALDO-DISPONIVEL
           ELSE
               DISPLAY "SALDOS POR LOCAL INDISPONIVEIS. "
                   "QTD-ESTOQUE SERA FOTOGRAFADO NA LOJA."
           END-IF
           PERFORM P-ABERTURA-PER
           IF WS-STATUS-PER NOT = "00"
               DISPLAY "ERRO AO ABRIR HISTORICO DE FECHAMENTOS. "
                   "STATUS: " WS-STATUS-PER
               CLOSE ARQUIVO
               CLOSE ARQUIVO-FECH
               IF WS-SALDO-ABERTO
                   CLOSE ARQUIVO-SALDO
               END-IF
               GO TO P-FIM-STOP-RUN
           END-IF
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
                       IF SKU > ZEROS
                           PERFORM P-FOTOGRAFAR-SKU
                       END-IF
               END-READ
           END-PERFORM
           PERFORM P-GRAVAR-FECHAMENTO
           CLOSE ARQUIVO
           CLOSE ARQUIVO-PER
           CLOSE ARQUIVO-FECH
           IF WS-SALDO-ABERTO
               CLOSE ARQUIVO-SALDO
           END-IF
           DISPLAY "PERIODO FECHADO.........: " WS-PERIODO
           DISPLAY "REGISTROS FOTOGRAFADOS..: " WS-TOTAL-GRAVADOS
           DISPLAY "VALOR DO ESTOQUE........: " WS-VALOR-TOTAL
           IF WS-TOTAL-NEGATIVOS > ZEROS
               DISPLAY "SALDOS NEGATIVOS ZERADOS: " WS-TOTAL-NEGATIVOS
                   " (CONFERIR COM O PROG026)"
           END-IF
           GO TO P-FIM-STOP-RUN.

      ******************************************************************
      * PARAGRAFOS DE ABERTURA
      ******************************************************************

       P-ABERTURA-FECH.
           OPEN I-O ARQUIVO-FECH
           IF WS-STATUS-FECH NOT = "00"
               IF WS-STATUS-FECH = "35" OR WS-STATUS-FECH = "30"
                   OPEN OUTPUT ARQUIVO-FECH
                   CLOSE ARQUIVO-FECH
                   OPEN I-O ARQUIVO-FECH
               END-IF
           END-IF.

       P-ABERTURA-PER.
           OPEN I-O ARQUIVO-PER
           IF WS-STATUS-PER NOT = "00"
               IF WS-STATUS-PER = "35" OR WS-STATUS-PER = "30"
                   OPEN OUTPUT ARQUIVO-PER
                   CLOSE ARQUIVO-PER
                   OPEN I-O ARQUIVO-PER
               END-IF
           END-IF.

       P-ULTIMO-FECHADO.
           MOVE ZEROS TO WS-ULTIMO-FECHADO
           MOVE ZEROS TO FEC-PERIODO
           START ARQUIVO-FECH KEY IS NOT LESS THAN FEC-PERIODO
               INVALID KEY
                   MOVE "S" TO WS-FIM-FECH
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-FECH
           END-START
           PERFORM UNTIL WS-FIM-DO-FECH
               READ ARQUIVO-FECH NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-FECH
                   NOT AT END
                       MOVE FEC-PERIODO TO WS-ULTIMO-FECHADO
               END-READ
           END-PERFORM.

       P-LIMPAR-SKU.
           MOVE 1 TO WS-IND-LOCAL
           PERFORM P-LIMPAR-LOCAL
           MOVE 2 TO WS-IND-LOCAL
           PERFORM P-LIMPAR-LOCAL
           ADD 1 TO WS-IND.

       P-LIMPAR-LOCAL.
           MOVE ZEROS TO WS-TP-POSTERIOR (WS-IND, WS-IND-LOCAL)
           MOVE ZEROS TO WS-TP-ENTRADAS (WS-IND, WS-IND-LOCAL)
           MOVE ZEROS TO WS-TP-ENT-SEM-CUSTO (WS-IND, WS-IND-LOCAL)
           MOVE ZEROS TO WS-TP-VALOR-ENT (WS-IND, WS-IND-LOCAL)
           MOVE ZEROS TO WS-TP-SAIDAS (WS-IND, WS-IND-LOCAL)
           MOVE ZEROS TO WS-TP-PERDAS (WS-IND, WS-IND-LOCAL)
           MOVE ZEROS TO WS-TP-AJUSTES (WS-IND, WS-IND-LOCAL)
           MOVE ZEROS TO WS-TP-DEVOLUCOES (WS-IND, WS-IND-LOCAL)
           MOVE ZEROS TO WS-TP-TRANSF (WS-IND, WS-IND-LOCAL).

      ******************************************************************
      * PARAGRAFOS DE LEITURA DO LEDGER
      ******************************************************************

       P-LER-LEDGER.
           OPEN INPUT ARQUIVO-MOV
           IF WS-STATUS-MOV = "35"
               DISPLAY "LEDGER DE MOVIMENTOS AINDA NAO CRIADO."
               GO TO P-LER-LEDGER-FIM
           END-IF
           IF WS-STATUS-MOV NOT = "00"
               DISPLAY "LEDGER DE MOVIMENTOS INDISPONIVEL. STATUS: "
                   WS-STATUS-MOV
               GO TO P-LER-LEDGER-FIM
           END-IF
           MOVE "N" TO WS-FIM-MOV
           PERFORM UNTIL WS-FIM-DO-MOV
               READ ARQUIVO-MOV NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-MOV
                   NOT AT END
                       PERFORM P-AVALIAR-MOVIMENTO
                           THRU P-AVALIAR-MOVIMENTO-FIM
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-MOV.

       P-LER-LEDGER-FIM.
           EXIT.

       P-AVALIAR-MOVIMENTO.
           IF MOV-SITUACAO = "P" AND MOV-DATA NOT > WS-DATA-FIM
               ADD 1 TO WS-TOTAL-PENDENTES
               GO TO P-AVALIAR-MOVIMENTO-FIM
           END-IF
           IF MOV-SITUACAO NOT = "A"
                   OR MOV-DATA < WS-DATA-INICIO
                   OR MOV-SKU = ZEROS OR MOV-SKU > WS-MAX-SKU
               GO TO P-AVALIAR-MOVIMENTO-FIM
           END-IF
           MOVE MOV-SKU TO WS-IND
           IF MOV-LOCAL = "D"
               MOVE 2 TO WS-IND-LOCAL
           ELSE
               MOVE 1 TO WS-IND-LOCAL
           END-IF
           IF MOV-LOCAL-DEST = "D"
               MOVE 2 TO WS-IND-DEST
           ELSE
               MOVE 1 TO WS-IND-DEST
           END-IF
           IF MOV-DATA > WS-DATA-FIM
               ADD 1 TO WS-TOTAL-POSTERIORES
               PERFORM P-ACUMULAR-POSTERIOR
           ELSE
               ADD 1 TO WS-TOTAL-NO-PERIODO
               PERFORM P-ACUMULAR-PERIODO
           END-IF.

       P-AVALIAR-MOVIMENTO-FIM.
           EXIT.

       P-ACUMULAR-POSTERIOR.
           IF MOV-TIPO = "T"
               SUBTRACT MOV-QTD
                   FROM WS-TP-POSTERIOR (WS-IND, WS-IND-LOCAL)
               ADD MOV-QTD TO WS-TP-POSTERIOR (WS-IND, WS-IND-DEST)
           ELSE
               IF MOV-SINAL = "-"
                   SUBTRACT MOV-QTD
                       FROM WS-TP-POSTERIOR (WS-IND, WS-IND-LOCAL)
               ELSE
                   ADD MOV-QTD
                       TO WS-TP-POSTERIOR (WS-IND, WS-IND-LOCAL)
               END-IF
           END-IF.

       P-ACUMULAR-PERIODO.
           EVALUATE MOV-TIPO
               WHEN "E"
                   ADD MOV-QTD TO WS-TP-ENTRADAS (WS-IND, WS-IND-LOCAL)
                   IF MOV-CUSTO-UNIT = ZEROS
                       ADD MOV-QTD
                         TO WS-TP-ENT-SEM-CUSTO (WS-IND, WS-IND-LOCAL)
                   ELSE
                       COMPUTE WS-TP-VALOR-ENT (WS-IND, WS-IND-LOCAL)
                           ROUNDED =
                           WS-TP-VALOR-ENT (WS-IND, WS-IND-LOCAL)
                           + (MOV-QTD * MOV-CUSTO-UNIT)
                   END-IF
               WHEN "S"
                   ADD MOV-QTD TO WS-TP-SAIDAS (WS-IND, WS-IND-LOCAL)
               WHEN "P"
                   ADD MOV-QTD TO WS-TP-PERDAS (WS-IND, WS-IND-LOCAL)
               WHEN "A"
                   IF MOV-SINAL = "-"
                       SUBTRACT MOV-QTD
                           FROM WS-TP-AJUSTES (WS-IND, WS-IND-LOCAL)
                   ELSE
                       ADD MOV-QTD
                           TO WS-TP-AJUSTES (WS-IND, WS-IND-LOCAL)
                   END-IF
               WHEN "D"
                   ADD MOV-QTD
                       TO WS-TP-DEVOLUCOES (WS-IND, WS-IND-LOCAL)
               WHEN "T"
                   SUBTRACT MOV-QTD
                       FROM WS-TP-TRANSF (WS-IND, WS-IND-LOCAL)
                   ADD MOV-QTD TO WS-TP-TRANSF (WS-IND, WS-IND-DEST)
           END-EVALUATE.

      ******************************************************************
      * PARAGRAFOS DA FOTOGRAFIA
      ******************************************************************

       P-FOTOGRAFAR-SKU.
           MOVE SKU TO WS-IND
           MOVE 1 TO WS-IND-LOCAL
           MOVE "L" TO SLD-LOCAL
           PERFORM P-FOTOGRAFAR-LOCAL THRU P-FOTOGRAFAR-LOCAL-FIM
           MOVE 2 TO WS-IND-LOCAL
           MOVE "D" TO SLD-LOCAL
           PERFORM P-FOTOGRAFAR-LOCAL THRU P-FOTOGRAFAR-LOCAL-FIM.

       P-FOTOGRAFAR-LOCAL.
           MOVE ZEROS TO WS-QTD-ATUAL
           IF WS-SALDO-ABERTO
               MOVE SKU TO SLD-SKU
               READ ARQUIVO-SALDO KEY IS SLD-CHAVE
                   INVALID KEY
                       MOVE ZEROS TO SLD-QTD
               END-READ
               MOVE SLD-QTD TO WS-QTD-ATUAL
           ELSE
               IF WS-IND-LOCAL = 1
                   MOVE QTD-ESTOQUE TO WS-QTD-ATUAL
               END-IF
           END-IF
           COMPUTE WS-QTD-FECHAMENTO = WS-QTD-ATUAL
               - WS-TP-POSTERIOR (WS-IND, WS-IND-LOCAL)
           IF WS-QTD-FECHAMENTO < ZEROS
               ADD 1 TO WS-TOTAL-NEGATIVOS
               MOVE ZEROS TO WS-QTD-FECHAMENTO
           END-IF
           IF WS-QTD-FECHAMENTO = ZEROS
                   AND WS-TP-ENTRADAS (WS-IND, WS-IND-LOCAL) = ZEROS
                   AND WS-TP-SAIDAS (WS-IND, WS-IND-LOCAL) = ZEROS
                   AND WS-TP-PERDAS (WS-IND, WS-IND-LOCAL) = ZEROS
                   AND WS-TP-AJUSTES (WS-IND, WS-IND-LOCAL) = ZEROS
                   AND WS-TP-DEVOLUCOES (WS-IND, WS-IND-LOCAL) = ZEROS
                   AND WS-TP-TRANSF (WS-IND, WS-IND-LOCAL) = ZEROS
               GO TO P-FOTOGRAFAR-LOCAL-FIM
           END-IF
           COMPUTE WS-VALOR-ENTRADAS ROUNDED =
               WS-TP-VALOR-ENT (WS-IND, WS-IND-LOCAL)
               + (WS-TP-ENT-SEM-CUSTO (WS-IND, WS-IND-LOCAL)
                  * VALOR-CUSTO)
           MOVE WS-PERIODO        TO PER-PERIODO
           MOVE SKU               TO PER-SKU
           MOVE SLD-LOCAL         TO PER-LOCAL
           MOVE WS-QTD-FECHAMENTO TO PER-QTD
           MOVE VALOR-CUSTO       TO PER-VALOR-CUSTO
           COMPUTE PER-VALOR ROUNDED = PER-QTD * VALOR-CUSTO
           MOVE WS-TP-ENTRADAS (WS-IND, WS-IND-LOCAL)
               TO PER-QTD-ENTRADAS
           MOVE WS-VALOR-ENTRADAS TO PER-VALOR-ENTRADAS
           MOVE WS-TP-SAIDAS (WS-IND, WS-IND-LOCAL) TO PER-QTD-SAIDAS
           MOVE WS-TP-PERDAS (WS-IND, WS-IND-LOCAL) TO PER-QTD-PERDAS
           MOVE WS-TP-AJUSTES (WS-IND, WS-IND-LOCAL)
               TO PER-QTD-AJUSTES
           MOVE WS-TP-DEVOLUCOES (WS-IND, WS-IND-LOCAL)
               TO PER-QTD-DEVOLUCOES
           MOVE WS-TP-TRANSF (WS-IND, WS-IND-LOCAL) TO PER-QTD-TRANSF
           WRITE PERIODO-ESTOQUE
               INVALID KEY
                   REWRITE PERIODO-ESTOQUE
           END-WRITE
           ADD 1 TO WS-TOTAL-GRAVADOS
           ADD PER-VALOR TO WS-VALOR-TOTAL.

       P-FOTOGRAFAR-LOCAL-FIM.
           EXIT.

       P-GRAVAR-FECHAMENTO.
           ACCEPT WS-HORA-FECHAMENTO FROM TIME
           MOVE WS-PERIODO         TO FEC-PERIODO
           MOVE WS-HOJE-AAAAMMDD   TO FEC-DATA-FECHAMENTO
           MOVE WS-HORA-FECHAMENTO TO FEC-HORA-FECHAMENTO
           MOVE WS-OPERADOR        TO FEC-OPERADOR
           MOVE WS-TOTAL-GRAVADOS  TO FEC-QTD-REGISTROS
           MOVE WS-VALOR-TOTAL     TO FEC-VALOR-TOTAL
           WRITE REGISTRO-FECHAMENTO
               INVALID KEY
                   DISPLAY "ERRO AO REGISTRAR O FECHAMENTO. STATUS: "
                       WS-STATUS-FECH
           END-WRITE.

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
           MOVE "PROG037 "       TO SGN-PROGRAMA
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
           MOVE "PROG037 " TO PRM-PROGRAMA
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
           MOVE "PROG037 "    TO PRM-PROGRAMA
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
