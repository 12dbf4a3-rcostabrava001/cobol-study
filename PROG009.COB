      *          RECALCULAM VALOR-CUSTO PELA MEDIA PONDERADA DO
      *          ESTOQUE EXISTENTE COM O LOTE RECEBIDO, COM O
      *          ANTES/DEPOIS NO LOG DE AUDITORIA.
      *          OS LOTES (PROG009-LOTE.DAT) ACOMPANHAM OS SALDOS:
      *          ENTRADAS CRIAM OU SOMAM NO LOTE INFORMADO; SAIDAS,
      *          PERDAS, AJUSTES NEGATIVOS E TRANSFERENCIAS CONSOMEM
      *          PRIMEIRO O LOTE QUE VENCE ANTES (FEFO).
      *          NA PRIMEIRA EXECUCAO O ARQUIVO DE SALDOS E CRIADO
      *          COM TODO O ESTOQUE NA LOJA E O DEPOSITO ZERADO.
      *          A TRANSFERENCIA DE REPOSICAO DA LOJA (MOTIVO "REP",
      *          GRAVADA PELO PROG040) FICA PENDENTE ENQUANTO A
      *          SEPARACAO (PROG040-SEP.DAT) NAO FOR CONFIRMADA NO
      *          PROG041
      ******************************************************************

       IDENTIFICATION DIVISION.
           COPY SELLOG.
           COPY SELMOV.
           COPY SELSLD.
           COPY SELLOT.
           COPY SELSEP.

       DATA DIVISION.
       FILE SECTION.
           COPY FDLOG.
           COPY FDMOV.
           COPY FDSLD.
           COPY FDLOT.
           COPY FDSEP.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO       PIC X(02).
           77 WS-STATUS-LOG           PIC X(02).
           77 WS-STATUS-MOV           PIC X(02).
           77 WS-STATUS-SALDO         PIC X(02).
           77 WS-STATUS-LOTE          PIC X(02).
           77 WS-STATUS-SEP           PIC X(02).
           77 WS-SEP-DISPONIVEL       PIC X(01) VALUE "N".
               88 WS-SEP-ABERTO       VALUE "S".
           77 WS-FIM-MOV              PIC X(01) VALUE "N".
               88 WS-FIM-DO-MOV       VALUE "S".
           77 WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
           77 WS-NOVO-CUSTO           PIC 9(04)V99 VALUE ZEROS.
           77 WS-ESTOUROU             PIC X(01) VALUE "N".
               88 WS-HOUVE-ESTOURO    VALUE "S".
           77 WS-HOJE-AAAAMMDD        PIC 9(08) VALUE ZEROS.

           77 WS-FIM-LOTE             PIC X(01) VALUE "N".
               88 WS-FIM-DO-LOTE      VALUE "S".
           77 WS-LOTE-SKU             PIC 9(04) VALUE ZEROS.
           77 WS-LOTE-LOCAL           PIC X(01) VALUE SPACE.
           77 WS-LOTE-VALIDADE        PIC 9(08) VALUE ZEROS.
           77 WS-LOTE-NUMERO          PIC X(10) VALUE SPACES.
           77 WS-LOTE-QTD             PIC 9(04) VALUE ZEROS.
           77 WS-LOTE-QTD-ENTRADA     PIC 9(04) VALUE ZEROS.
           77 WS-LOTE-QTD-BAIXA       PIC 9(04) VALUE ZEROS.

           77 WS-TOTAL-LIDOS          PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-APLICADOS      PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-REJEITADOS     PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-AGUARDANDO     PIC 9(05) VALUE ZEROS.

           77 WS-LOG-OPERACAO         PIC X(01).
           77 WS-LOG-CAMPO            PIC X(15).

       P-ABERTURA.
           DISPLAY "PROG009 - BAIXA DE MOVIMENTOS DE ESTOQUE"
           ACCEPT WS-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           OPEN I-O ARQUIVO-MOV
           IF WS-STATUS-MOV NOT = "00"
               DISPLAY "SEM MOVIMENTOS A PROCESSAR. STATUS: "
               CLOSE ARQUIVO
               GO TO P-FIM-STOP-RUN
           END-IF
           PERFORM P-ABERTURA-LOTE
           IF WS-STATUS-LOTE NOT = "00"
               DISPLAY "ERRO AO ABRIR LOTES. STATUS: "
                   WS-STATUS-LOTE
               CLOSE ARQUIVO-MOV
               CLOSE ARQUIVO
               CLOSE ARQUIVO-SALDO
               GO TO P-FIM-STOP-RUN
           END-IF
           PERFORM P-ABERTURA-LOG
           OPEN INPUT ARQUIVO-SEP
           IF WS-STATUS-SEP = "00"
               MOVE "S" TO WS-SEP-DISPONIVEL
           END-IF
           GO TO P-PRINCIPAL.

       P-ABERTURA-SALDO.
           MOVE ZEROS       TO SLD-QTD
           WRITE SALDO-LOCAL.

       P-ABERTURA-LOTE.
           OPEN I-O ARQUIVO-LOTE
           IF WS-STATUS-LOTE NOT = "00"
               IF WS-STATUS-LOTE = "35" OR WS-STATUS-LOTE = "30"
                   OPEN OUTPUT ARQUIVO-LOTE
                   CLOSE ARQUIVO-LOTE
                   OPEN I-O ARQUIVO-LOTE
                   IF WS-STATUS-LOTE = "00"
                       PERFORM P-CARGA-INICIAL-LOTE
                   END-IF
               END-IF
           END-IF.

      * PRIMEIRA EXECUCAO: CADA SALDO POR LOCAL VIRA UM LOTE "INICIAL"
      * COM A VALIDADE DO CADASTRO. DALI EM DIANTE AS ENTRADAS TRAZEM
      * O LOTE E A VALIDADE PROPRIOS.
       P-CARGA-INICIAL-LOTE.
           DISPLAY "CRIANDO LOTES A PARTIR DOS SALDOS POR LOCAL..."
           MOVE ZEROS TO SKU
           START ARQUIVO KEY IS NOT LESS THAN SKU
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL WS-FIM-DO-ARQUIVO
               READ ARQUIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM P-CARGA-UM-LOTE
               END-READ
           END-PERFORM.

       P-CARGA-UM-LOTE.
           MOVE "L" TO WS-LOTE-LOCAL
           PERFORM P-CARGA-LOTE-LOCAL
           MOVE "D" TO WS-LOTE-LOCAL
           PERFORM P-CARGA-LOTE-LOCAL.

       P-CARGA-LOTE-LOCAL.
           MOVE SKU           TO SLD-SKU
           MOVE WS-LOTE-LOCAL TO SLD-LOCAL
           READ ARQUIVO-SALDO KEY IS SLD-CHAVE
               INVALID KEY
                   MOVE ZEROS TO SLD-QTD
           END-READ
           IF SLD-QTD > ZEROS
               MOVE SKU           TO LOT-SKU
               MOVE WS-LOTE-LOCAL TO LOT-LOCAL
               COMPUTE LOT-VALIDADE = (ANO * 10000) + (MES * 100)
                   + DIA
               MOVE "INICIAL"     TO LOT-NUMERO
               MOVE SLD-QTD       TO LOT-QTD
               ACCEPT LOT-DATA-ENTRADA FROM DATE YYYYMMDD
               WRITE REGISTRO-LOTE
           END-IF.

       P-ABERTURA-LOG.
           OPEN EXTEND ARQUIVO-LOG
           IF WS-STATUS-LOG NOT = "00"
           CLOSE ARQUIVO-LOG
           CLOSE ARQUIVO-MOV
           CLOSE ARQUIVO-SALDO
           CLOSE ARQUIVO-LOTE
           IF WS-SEP-ABERTO
               CLOSE ARQUIVO-SEP
           END-IF
           PERFORM P-EXIBIR-RESUMO
           GO TO P-FIM-STOP-RUN.

               PERFORM P-REJEITAR-MOVIMENTO
               GO TO P-APLICAR-FIM
           END-IF
           IF MOV-TIPO = "T" AND MOV-MOTIVO = "REP" AND WS-SEP-ABERTO
               PERFORM P-VERIFICAR-SEPARACAO
               IF SEP-SITUACAO = "A"
                   ADD 1 TO WS-TOTAL-AGUARDANDO
                   GO TO P-APLICAR-FIM
               END-IF
           END-IF
           IF MOV-TIPO = "T"
               PERFORM P-APLICAR-TRANSFERENCIA
                   THRU P-APLICAR-TRANSF-FIM
                   PERFORM P-REJEITAR-MOVIMENTO
               NOT INVALID KEY
                   PERFORM P-ATUALIZAR-SALDO
                   PERFORM P-ATUALIZAR-LOTES
                   PERFORM P-LOGAR-MOVIMENTO
                   IF VALOR-CUSTO NOT = WS-ANTES-CUSTO
                       PERFORM P-LOGAR-CUSTO
                   END-IF
                   MOVE "A" TO MOV-SITUACAO
                   MOVE WS-HOJE-AAAAMMDD TO MOV-DATA-APLICACAO
                   REWRITE REGISTRO-MOV
                   ADD 1 TO WS-TOTAL-APLICADOS
           END-REWRITE.
           END-IF
           REWRITE SALDO-LOCAL.

      ******************************************************************
      * PARAGRAFOS DE LOTES (FEFO)
      ******************************************************************

       P-ATUALIZAR-LOTES.
           MOVE MOV-SKU   TO WS-LOTE-SKU
           MOVE MOV-LOCAL TO WS-LOTE-LOCAL
           IF MOV-SINAL = "+"
               PERFORM P-DEFINIR-LOTE-ENTRADA
               MOVE MOV-QTD TO WS-LOTE-QTD-ENTRADA
               PERFORM P-ENTRADA-LOTE
           ELSE
               MOVE MOV-QTD TO WS-LOTE-QTD
               PERFORM P-CONSUMIR-LOTES
           END-IF.

      * ENTRADA SEM LOTE INFORMADO (DIGITACAO MANUAL, AJUSTE POSITIVO)
      * CAI NO LOTE "SEM LOTE"; SEM VALIDADE, VALE A DO CADASTRO.
       P-DEFINIR-LOTE-ENTRADA.
           IF MOV-LOTE = SPACES
               MOVE "SEM LOTE" TO WS-LOTE-NUMERO
           ELSE
               MOVE MOV-LOTE   TO WS-LOTE-NUMERO
           END-IF
           IF MOV-VALIDADE-LOTE NOT NUMERIC
                   OR MOV-VALIDADE-LOTE = ZEROS
               COMPUTE WS-LOTE-VALIDADE = (ANO * 10000) + (MES * 100)
                   + DIA
           ELSE
               MOVE MOV-VALIDADE-LOTE TO WS-LOTE-VALIDADE
           END-IF.

      * SOMA WS-LOTE-QTD-ENTRADA NO LOTE WS-LOTE-NUMERO/VALIDADE DO
      * LOCAL WS-LOTE-LOCAL, CRIANDO O LOTE SE AINDA NAO EXISTIR.
       P-ENTRADA-LOTE.
           MOVE WS-LOTE-SKU      TO LOT-SKU
           MOVE WS-LOTE-LOCAL    TO LOT-LOCAL
           MOVE WS-LOTE-VALIDADE TO LOT-VALIDADE
           MOVE WS-LOTE-NUMERO   TO LOT-NUMERO
           READ ARQUIVO-LOTE KEY IS LOT-CHAVE
               INVALID KEY
                   MOVE WS-LOTE-SKU         TO LOT-SKU
                   MOVE WS-LOTE-LOCAL       TO LOT-LOCAL
                   MOVE WS-LOTE-VALIDADE    TO LOT-VALIDADE
                   MOVE WS-LOTE-NUMERO      TO LOT-NUMERO
                   MOVE WS-LOTE-QTD-ENTRADA TO LOT-QTD
                   ACCEPT LOT-DATA-ENTRADA FROM DATE YYYYMMDD
                   WRITE REGISTRO-LOTE
               NOT INVALID KEY
                   ADD WS-LOTE-QTD-ENTRADA TO LOT-QTD
                   REWRITE REGISTRO-LOTE
           END-READ.

      * CONSUMO FEFO DE WS-LOTE-QTD NO SKU/LOCAL. SE OS LOTES NAO
      * COBREM A QUANTIDADE, A SOBRA FICA EM WS-LOTE-QTD E A
      * DIVERGENCIA APARECE NA CONFERENCIA DE LOTES DO PROG031.
       P-CONSUMIR-LOTES.
           MOVE "N" TO WS-FIM-LOTE
           PERFORM UNTIL WS-LOTE-QTD = ZEROS OR WS-FIM-DO-LOTE
               PERFORM P-CONSUMIR-UM-LOTE THRU P-CONSUMIR-UM-LOTE-FIM
           END-PERFORM.

      * POSICIONA NO LOTE DO SKU/LOCAL QUE VENCE PRIMEIRO E BAIXA
      * DELE O QUE DER; LOTE QUE ZERA E EXCLUIDO. O LOTE ATINGIDO
      * FICA EM WS-LOTE-NUMERO/WS-LOTE-VALIDADE E A QUANTIDADE
      * BAIXADA DELE EM WS-LOTE-QTD-BAIXA.
       P-CONSUMIR-UM-LOTE.
           MOVE WS-LOTE-SKU   TO LOT-SKU
           MOVE WS-LOTE-LOCAL TO LOT-LOCAL
           MOVE ZEROS         TO LOT-VALIDADE
           MOVE LOW-VALUES    TO LOT-NUMERO
           START ARQUIVO-LOTE KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LOTE
           END-START
           IF WS-FIM-DO-LOTE
               GO TO P-CONSUMIR-UM-LOTE-FIM
           END-IF
           READ ARQUIVO-LOTE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LOTE
           END-READ
           IF WS-FIM-DO-LOTE
                   OR LOT-SKU NOT = WS-LOTE-SKU
                   OR LOT-LOCAL NOT = WS-LOTE-LOCAL
               MOVE "S" TO WS-FIM-LOTE
               GO TO P-CONSUMIR-UM-LOTE-FIM
           END-IF
           MOVE LOT-VALIDADE TO WS-LOTE-VALIDADE
           MOVE LOT-NUMERO   TO WS-LOTE-NUMERO
           IF LOT-QTD > WS-LOTE-QTD
               MOVE WS-LOTE-QTD TO WS-LOTE-QTD-BAIXA
               SUBTRACT WS-LOTE-QTD FROM LOT-QTD
               REWRITE REGISTRO-LOTE
           ELSE
               MOVE LOT-QTD TO WS-LOTE-QTD-BAIXA
               DELETE ARQUIVO-LOTE RECORD
           END-IF
           SUBTRACT WS-LOTE-QTD-BAIXA FROM WS-LOTE-QTD.

       P-CONSUMIR-UM-LOTE-FIM.
           EXIT.

      * A TRANSFERENCIA LEVA OS LOTES DA ORIGEM PARA O DESTINO NA
      * ORDEM FEFO, MANTENDO NUMERO E VALIDADE. O QUE A ORIGEM NAO
      * TIVER EM LOTE ENTRA NO DESTINO COMO "SEM LOTE".
       P-TRANSFERIR-LOTES.
           MOVE MOV-SKU TO WS-LOTE-SKU
           MOVE MOV-QTD TO WS-LOTE-QTD
           MOVE "N" TO WS-FIM-LOTE
           PERFORM UNTIL WS-LOTE-QTD = ZEROS OR WS-FIM-DO-LOTE
               MOVE MOV-LOCAL TO WS-LOTE-LOCAL
               PERFORM P-CONSUMIR-UM-LOTE THRU P-CONSUMIR-UM-LOTE-FIM
               IF NOT WS-FIM-DO-LOTE
                   MOVE MOV-LOCAL-DEST    TO WS-LOTE-LOCAL
                   MOVE WS-LOTE-QTD-BAIXA TO WS-LOTE-QTD-ENTRADA
                   PERFORM P-ENTRADA-LOTE
               END-IF
           END-PERFORM
           IF WS-LOTE-QTD > ZEROS
               MOVE MOV-LOCAL-DEST TO WS-LOTE-LOCAL
               MOVE "SEM LOTE"     TO WS-LOTE-NUMERO
               COMPUTE WS-LOTE-VALIDADE = (ANO * 10000) + (MES * 100)
                   + DIA
               MOVE WS-LOTE-QTD    TO WS-LOTE-QTD-ENTRADA
               PERFORM P-ENTRADA-LOTE
           END-IF.

      ******************************************************************
      * PARAGRAFOS DE TRANSFERENCIA ENTRE LOCAIS
      ******************************************************************
           PERFORM P-OBTER-SALDO
           ADD MOV-QTD TO SLD-QTD
           REWRITE SALDO-LOCAL
           PERFORM P-TRANSFERIR-LOTES
           MOVE "A" TO MOV-SITUACAO
           MOVE WS-HOJE-AAAAMMDD TO MOV-DATA-APLICACAO
           REWRITE REGISTRO-MOV
           ADD 1 TO WS-TOTAL-APLICADOS.

       P-APLICAR-TRANSF-FIM.
           EXIT.

      * A SEPARACAO SO SEGURA A TRANSFERENCIA QUE ELA MESMA GEROU
      * (MESMA DATA E HORA); QUALQUER OUTRA "REP" SEGUE NORMALMENTE.
       P-VERIFICAR-SEPARACAO.
           MOVE MOV-SKU TO SEP-SKU
           READ ARQUIVO-SEP KEY IS SEP-SKU
               INVALID KEY
                   MOVE SPACE TO SEP-SITUACAO
           END-READ
           IF SEP-DATA NOT = MOV-DATA OR SEP-HORA NOT = MOV-HORA
               MOVE SPACE TO SEP-SITUACAO
           END-IF.

       P-REJEITAR-MOVIMENTO.
           MOVE "R" TO MOV-SITUACAO
           REWRITE REGISTRO-MOV
           DISPLAY "RESUMO DA BAIXA DE MOVIMENTOS"
           DISPLAY "MOVIMENTOS LIDOS..........: " WS-TOTAL-LIDOS
           DISPLAY "MOVIMENTOS APLICADOS......: " WS-TOTAL-APLICADOS
           DISPLAY "MOVIMENTOS REJEITADOS.....: " WS-TOTAL-REJEITADOS
           IF WS-TOTAL-AGUARDANDO > ZEROS
               DISPLAY "REPOSICOES AGUARDANDO.....: "
                   WS-TOTAL-AGUARDANDO " (CONFIRMAR NO PROG041)"
           END-IF.

      ******************************************************************
      * PARAGRAFOS DE SAIDA
