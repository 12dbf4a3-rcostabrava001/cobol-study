      ******************************************************************
      * AUTHOR: RODRIGO COSTABRAVA
      * PURPOSE: IMPORTACAO NOTURNA DO ARQUIVO DE VENDAS DO PDV
      *          (PROG010-VENDAS.DAT: CODIGO;QTD;DATA;HORA;TIPO;MOTIVO
      *          POR LINHA, ONDE CODIGO E UM EAN-13 RESOLVIDO PELO
      *          CADASTRO DE BARRAS DO PROG029 OU UM SKU COM ZEROS A
      *          ESQUERDA; TIPO V OU BRANCO = VENDA, D = DEVOLUCAO),
      *          BAIXANDO QTD-ESTOQUE EM PROG001.DAT, GRAVANDO CADA
      *          BAIXA NO LOG DE AUDITORIA E NO LEDGER DE MOVIMENTOS,
      *          PRESERVANDO CADA VENDA NO HISTORICO (PROG010-HIST.DAT)
      *          PARA O RELATORIO MENSAL DO PROG025, CONSUMINDO OS
      *          LOTES (PROG009-LOTE.DAT) PELO VENCIMENTO MAIS PROXIMO
      *          (FEFO), E DESVIANDO SKU
      *          DESCONHECIDO OU QUANTIDADE MAIOR QUE O ESTOQUE PARA O
      *          SUSPENSO DE VENDAS (PROG010-SUSPENSO.DAT), QUE SE
      *          ACUMULA DE UMA NOITE PARA OUTRA. ANTES DAS VENDAS DA
      *          NOITE SAO REPROCESSADAS AS LINHAS DO SUSPENSO JA
      *          CORRIGIDAS E LIBERADAS NO PROG045.
      *          DEVOLUCOES: MOTIVO ARR (ARREPENDIMENTO) OU TRO (TROCA)
      *          VOLTA PARA O SALDO DA LOJA NO LOTE "DEVOLUCAO";
      *          AVA (AVARIA) OU DEF (DEFEITO) VAI DIRETO PARA PERDA.
      *          TODA DEVOLUCAO GRAVA MOVIMENTO "D" NO LEDGER E UMA
      *          ENTRADA NEGATIVA NO HISTORICO AO PRECO DA VENDA
      *          ORIGINAL (ULTIMA VENDA DO SKU NO HISTORICO)
      ******************************************************************

       IDENTIFICATION DIVISION.
           COPY SELMOV.
           COPY SELHIS.
           COPY SELSLD.
           COPY SELLOT.
           COPY SELEAN.
           COPY SELRUN.
           COPY SELSUS.

           SELECT ARQUIVO-VENDAS ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-VENDAS.

       DATA DIVISION.
       FILE SECTION.
           COPY FDARQ.
           COPY FDMOV.
           COPY FDHIS.
           COPY FDSLD.
           COPY FDLOT.
           COPY FDEAN.
           COPY FDRUN.
           COPY FDSUS.

       FD ARQUIVO-VENDAS
           LABEL RECORDS ARE STANDARD
               05 VND-DATA            PIC 9(08).
               05 FILLER              PIC X(01).
               05 VND-HORA            PIC 9(08).
               05 FILLER              PIC X(01).
               05 VND-TIPO            PIC X(01).
                   88 VND-DEVOLUCAO   VALUE "D".
                   88 VND-VENDA       VALUE "V" " ".
               05 FILLER              PIC X(01).
               05 VND-MOTIVO          PIC X(03).
                   88 VND-DEV-REVENDA VALUE "ARR" "TRO".
                   88 VND-DEV-PERDA   VALUE "AVA" "DEF".

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO       PIC X(02).
           77 WS-STATUS-MOV           PIC X(02).
           77 WS-STATUS-HIST          PIC X(02).
           77 WS-STATUS-SALDO         PIC X(02).
           77 WS-STATUS-LOTE          PIC X(02).
           77 WS-STATUS-EAN           PIC X(02).
           77 WS-STATUS-VENDAS        PIC X(02).
           77 WS-STATUS-SUSPENSO      PIC X(02).
           77 WS-STATUS-RUN           PIC X(02).
           77 WS-CONFIRMA-RUN         PIC X(01) VALUE SPACE.
           77 WS-RUN-ACHOU            PIC X(01) VALUE "N".

           77 WS-ANTES-QTD            PIC 9(04) VALUE ZEROS.
           77 WS-QTD-RESTANTE         PIC 9(04) VALUE ZEROS.
           77 WS-QTD-BAIXA-LOJA       PIC 9(04) VALUE ZEROS.
           77 WS-QTD-BAIXA-DEPOSITO   PIC 9(04) VALUE ZEROS.
           77 WS-FIM-LOTE             PIC X(01) VALUE "N".
               88 WS-FIM-DO-LOTE      VALUE "S".
           77 WS-LOTE-SKU             PIC 9(04) VALUE ZEROS.
           77 WS-LOTE-LOCAL           PIC X(01) VALUE SPACE.
           77 WS-LOTE-VALIDADE        PIC 9(08) VALUE ZEROS.
           77 WS-LOTE-NUMERO          PIC X(10) VALUE SPACES.
           77 WS-LOTE-QTD             PIC 9(04) VALUE ZEROS.
           77 WS-LOTE-QTD-BAIXA       PIC 9(04) VALUE ZEROS.
           77 WS-EAN-DISPONIVEL       PIC X(01) VALUE "N".
               88 WS-EAN-ABERTO       VALUE "S".
           77 WS-VENDA-EAN            PIC 9(13) VALUE ZEROS.
           77 WS-VENDA-SKU            PIC 9(04) VALUE ZEROS.
           77 WS-CODIGO-OK            PIC X(01) VALUE "N".
               88 WS-CODIGO-RESOLVIDO VALUE "S".
           77 WS-HOJE-AAAAMMDD        PIC 9(08) VALUE ZEROS.
           77 WS-HORA-EXECUCAO        PIC 9(08) VALUE ZEROS.
           77 WS-FIM-SUSPENSO         PIC X(01) VALUE "N".
               88 WS-FIM-DO-SUSPENSO  VALUE "S".
           77 WS-REPROCESSO           PIC X(01) VALUE "N".
               88 WS-EM-REPROCESSO    VALUE "S".
           77 WS-REJEITOU             PIC X(01) VALUE "N".
               88 WS-LINHA-REJEITADA  VALUE "S".

           77 WS-TOTAL-LIDAS          PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-BAIXADAS       PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-REJEITADAS     PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-DEVOLVIDAS     PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-LIBERADAS      PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-REAPROVEITADAS PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-VOLTARAM       PIC 9(05) VALUE ZEROS.

           77 WS-FIM-HIST             PIC X(01) VALUE "N".
               88 WS-FIM-DO-HIST      VALUE "S".
           77 WS-IND                  PIC 9(04) COMP VALUE ZEROS.
           77 WS-MAX-SKU              PIC 9(04) COMP VALUE 9999.
           77 WS-PRECO-VENDA          PIC 9(04)V99 VALUE ZEROS.
           77 WS-PRECO-CUSTO          PIC 9(04)V99 VALUE ZEROS.

      * ULTIMO PRECO VENDIDO DE CADASTRO SKU, CARREGADO DO HISTORICO E
      * ATUALIZADO A CADA VENDA, PARA DEVOLVER PELO PRECO ORIGINAL.
           01 WS-TABELA-PRECOS.
               05 WS-PRECO-ENTRADA OCCURS 9999 TIMES.
                   10 WS-TP-TEM-PRECO  PIC X(01).
                   10 WS-TP-VENDA      PIC 9(04)V99.
                   10 WS-TP-CUSTO      PIC 9(04)V99.

           77 WS-LOG-QTD-ED           PIC ZZZ9.

           DISPLAY "PROG010 - IMPORTACAO DE VENDAS DO PDV"
           MOVE "PROG010 " TO WS-RUN-PROGRAMA
           PERFORM P-RUNCTL-INICIO THRU P-RUNCTL-INICIO-FIM
           ACCEPT WS-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           ACCEPT WS-HORA-EXECUCAO FROM TIME
           OPEN INPUT ARQUIVO-VENDAS
           IF WS-STATUS-VENDAS NOT = "00"
               DISPLAY "ARQUIVO DE VENDAS NAO ENCONTRADO. STATUS: "
               CLOSE ARQUIVO-VENDAS
               GO TO P-FIM-STOP-RUN
           END-IF
           PERFORM P-ABERTURA-SUSPENSO
           IF WS-STATUS-SUSPENSO NOT = "00"
               DISPLAY "ERRO AO ABRIR SUSPENSO DE VENDAS. STATUS: "
                   WS-STATUS-SUSPENSO
               CLOSE ARQUIVO-VENDAS
               CLOSE ARQUIVO
               GO TO P-FIM-STOP-RUN
                   WS-STATUS-SALDO
               CLOSE ARQUIVO-VENDAS
               CLOSE ARQUIVO
               CLOSE ARQUIVO-SUSPENSO
               GO TO P-FIM-STOP-RUN
           END-IF
           PERFORM P-ABERTURA-LOTE
           IF WS-STATUS-LOTE NOT = "00"
               DISPLAY "ERRO AO ABRIR LOTES. STATUS: "
                   WS-STATUS-LOTE
               CLOSE ARQUIVO-VENDAS
               CLOSE ARQUIVO
               CLOSE ARQUIVO-SUSPENSO
               CLOSE ARQUIVO-SALDO
               GO TO P-FIM-STOP-RUN
           END-IF
           PERFORM P-ABERTURA-LOG
           PERFORM P-ABERTURA-MOV
           PERFORM P-CARGA-PRECOS THRU P-CARGA-PRECOS-FIM
           PERFORM P-ABERTURA-HIST
           PERFORM P-ABERTURA-EAN
           GO TO P-PRINCIPAL.
                   "COM SKU DIRETO SERAO ACEITAS."
           END-IF.

      * O SUSPENSO E CUMULATIVO: SO E CRIADO NA PRIMEIRA EXECUCAO.
       P-ABERTURA-SUSPENSO.
           OPEN I-O ARQUIVO-SUSPENSO
           IF WS-STATUS-SUSPENSO NOT = "00"
               IF WS-STATUS-SUSPENSO = "35" OR WS-STATUS-SUSPENSO = "30"
                   OPEN OUTPUT ARQUIVO-SUSPENSO
                   CLOSE ARQUIVO-SUSPENSO
                   OPEN I-O ARQUIVO-SUSPENSO
               END-IF
           END-IF.

       P-ABERTURA-SALDO.
           OPEN I-O ARQUIVO-SALDO
           IF WS-STATUS-SALDO NOT = "00"
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
      * COM A VALIDADE DO CADASTRO (MESMA CARGA DO PROG009).
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
               OPEN EXTEND ARQUIVO-HIST
           END-IF.

       P-CARGA-PRECOS.
           MOVE 1 TO WS-IND
           PERFORM P-LIMPAR-PRECO
               UNTIL WS-IND > WS-MAX-SKU
           OPEN INPUT ARQUIVO-HIST
           IF WS-STATUS-HIST NOT = "00"
               GO TO P-CARGA-PRECOS-FIM
           END-IF
           MOVE "N" TO WS-FIM-HIST
           PERFORM UNTIL WS-FIM-DO-HIST
               READ ARQUIVO-HIST NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-HIST
                   NOT AT END
                       IF HIS-QTD > ZEROS AND HIS-SKU > ZEROS
                           MOVE HIS-SKU TO WS-IND
                           MOVE "S" TO WS-TP-TEM-PRECO (WS-IND)
                           MOVE HIS-VALOR-VENDA TO WS-TP-VENDA (WS-IND)
                           MOVE HIS-VALOR-CUSTO TO WS-TP-CUSTO (WS-IND)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-HIST.

       P-CARGA-PRECOS-FIM.
           EXIT.

       P-LIMPAR-PRECO.
           MOVE "N"   TO WS-TP-TEM-PRECO (WS-IND)
           MOVE ZEROS TO WS-TP-VENDA (WS-IND)
           MOVE ZEROS TO WS-TP-CUSTO (WS-IND)
           ADD 1 TO WS-IND.

       P-PRINCIPAL.
           PERFORM P-REPROCESSAR-LIBERADOS
           MOVE "N" TO WS-FIM-VENDAS
           PERFORM UNTIL WS-FIM-DAS-VENDAS
               READ ARQUIVO-VENDAS NEXT RECORD
           END-PERFORM
           CLOSE ARQUIVO-VENDAS
           CLOSE ARQUIVO
           CLOSE ARQUIVO-SUSPENSO
           CLOSE ARQUIVO-LOG
           CLOSE ARQUIVO-MOV
           CLOSE ARQUIVO-HIST
           CLOSE ARQUIVO-SALDO
           CLOSE ARQUIVO-LOTE
           IF WS-EAN-ABERTO
               CLOSE ARQUIVO-EAN
           END-IF

       P-PROCESSAR-VENDA.
           IF VND-CODIGO NOT NUMERIC OR VND-QTD NOT NUMERIC
               MOVE "LINHA COM CAMPO NAO NUMERICO" TO SUS-MOTIVO
               PERFORM P-GRAVAR-REJEITO
               GO TO P-PROCESSAR-FIM
           END-IF
           IF VND-QTD = ZEROS
               MOVE "QUANTIDADE ZERADA" TO SUS-MOTIVO
               PERFORM P-GRAVAR-REJEITO
               GO TO P-PROCESSAR-FIM
           END-IF
                   MOVE "S" TO WS-ACHOU
           END-READ
           IF NOT WS-REGISTRO-ACHOU
               MOVE "SKU NAO CADASTRADO" TO SUS-MOTIVO
               PERFORM P-GRAVAR-REJEITO
               GO TO P-PROCESSAR-FIM
           END-IF
           IF VND-DEVOLUCAO
               PERFORM P-PROCESSAR-DEVOLUCAO THRU P-DEVOLUCAO-FIM
               GO TO P-PROCESSAR-FIM
           END-IF
           IF NOT VND-VENDA
               MOVE "TIPO DE LINHA INVALIDO" TO SUS-MOTIVO
               PERFORM P-GRAVAR-REJEITO
               GO TO P-PROCESSAR-FIM
           END-IF
           IF VND-QTD > QTD-ESTOQUE
               MOVE "QUANTIDADE MAIOR QUE O ESTOQUE" TO SUS-MOTIVO
               PERFORM P-GRAVAR-REJEITO
               GO TO P-PROCESSAR-FIM
           END-IF
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR SKU " SKU
                       " STATUS: " WS-STATUS-ARQUIVO
                   MOVE "ERRO DE REGRAVACAO NO CADASTRO" TO SUS-MOTIVO
                   PERFORM P-GRAVAR-REJEITO
               NOT INVALID KEY
                   PERFORM P-BAIXAR-SALDO-LOJA
                   PERFORM P-BAIXAR-LOTES
                   PERFORM P-LOGAR-BAIXA
                   PERFORM P-GRAVAR-MOVIMENTO
                   PERFORM P-GRAVAR-HISTORICO
       P-PROCESSAR-FIM.
           EXIT.

      ******************************************************************
      * PARAGRAFOS DE DEVOLUCAO
      ******************************************************************

      * REVENDA (ARR/TRO) VOLTA PARA A LOJA: SOBE QTD-ESTOQUE, O SALDO
      * DA LOJA E O LOTE "DEVOLUCAO". AVARIA (AVA/DEF) NAO VOLTA AO
      * ESTOQUE: ENTRA COMO DEVOLUCAO E SAI NA MESMA HORA COMO PERDA.
       P-PROCESSAR-DEVOLUCAO.
           IF NOT VND-DEV-REVENDA AND NOT VND-DEV-PERDA
               MOVE "MOTIVO DE DEVOLUCAO INVALIDO" TO SUS-MOTIVO
               PERFORM P-GRAVAR-REJEITO
               GO TO P-DEVOLUCAO-FIM
           END-IF
           PERFORM P-BUSCAR-PRECO-ORIGINAL
           IF VND-DEV-PERDA
               PERFORM P-GRAVAR-MOV-DEVOLUCAO
               PERFORM P-GRAVAR-MOV-PERDA
               PERFORM P-GRAVAR-HIST-DEVOLUCAO
               ADD 1 TO WS-TOTAL-DEVOLVIDAS
               GO TO P-DEVOLUCAO-FIM
           END-IF
           IF QTD-ESTOQUE + VND-QTD > 9999
               MOVE "ESTOQUE EXCEDERIA 9999" TO SUS-MOTIVO
               PERFORM P-GRAVAR-REJEITO
               GO TO P-DEVOLUCAO-FIM
           END-IF
           MOVE QTD-ESTOQUE TO WS-ANTES-QTD
           ADD VND-QTD TO QTD-ESTOQUE
           REWRITE PRODUTO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR SKU " SKU
                       " STATUS: " WS-STATUS-ARQUIVO
                   MOVE "ERRO DE REGRAVACAO NO CADASTRO" TO SUS-MOTIVO
                   PERFORM P-GRAVAR-REJEITO
               NOT INVALID KEY
                   PERFORM P-DEVOLVER-SALDO-LOJA
                   PERFORM P-DEVOLVER-LOTE
                   PERFORM P-LOGAR-BAIXA
                   PERFORM P-GRAVAR-MOV-DEVOLUCAO
                   PERFORM P-GRAVAR-HIST-DEVOLUCAO
                   ADD 1 TO WS-TOTAL-DEVOLVIDAS
           END-REWRITE.

       P-DEVOLUCAO-FIM.
           EXIT.

      * SEM VENDA NO HISTORICO, VALEM OS PRECOS ATUAIS DO CADASTRO.
       P-BUSCAR-PRECO-ORIGINAL.
           MOVE VALOR-VENDA TO WS-PRECO-VENDA
           MOVE VALOR-CUSTO TO WS-PRECO-CUSTO
           MOVE SKU TO WS-IND
           IF WS-TP-TEM-PRECO (WS-IND) = "S"
               MOVE WS-TP-VENDA (WS-IND) TO WS-PRECO-VENDA
               MOVE WS-TP-CUSTO (WS-IND) TO WS-PRECO-CUSTO
           END-IF.

       P-DEVOLVER-SALDO-LOJA.
           MOVE SKU TO SLD-SKU
           MOVE "L" TO SLD-LOCAL
           READ ARQUIVO-SALDO KEY IS SLD-CHAVE
               INVALID KEY
                   MOVE SKU     TO SLD-SKU
                   MOVE "L"     TO SLD-LOCAL
                   MOVE VND-QTD TO SLD-QTD
                   WRITE SALDO-LOCAL
               NOT INVALID KEY
                   ADD VND-QTD TO SLD-QTD
                   REWRITE SALDO-LOCAL
           END-READ.

      * O LOTE DE ORIGEM NAO VEM NO PDV: A DEVOLUCAO ENTRA NO LOTE
      * "DEVOLUCAO" DA LOJA COM A VALIDADE DO CADASTRO.
       P-DEVOLVER-LOTE.
           MOVE SKU          TO LOT-SKU
           MOVE "L"          TO LOT-LOCAL
           COMPUTE LOT-VALIDADE = (ANO * 10000) + (MES * 100) + DIA
           MOVE "DEVOLUCAO"  TO LOT-NUMERO
           MOVE LOT-VALIDADE TO WS-LOTE-VALIDADE
           READ ARQUIVO-LOTE KEY IS LOT-CHAVE
               INVALID KEY
                   MOVE SKU              TO LOT-SKU
                   MOVE "L"              TO LOT-LOCAL
                   MOVE WS-LOTE-VALIDADE TO LOT-VALIDADE
                   MOVE "DEVOLUCAO"      TO LOT-NUMERO
                   MOVE VND-QTD          TO LOT-QTD
                   ACCEPT LOT-DATA-ENTRADA FROM DATE YYYYMMDD
                   WRITE REGISTRO-LOTE
               NOT INVALID KEY
                   ADD VND-QTD TO LOT-QTD
                   REWRITE REGISTRO-LOTE
           END-READ.

      * A VENDA SAI DA LOJA; SE O SALDO DA LOJA NAO COBRE (REPOSICAO
      * FEITA SEM DIGITAR A TRANSFERENCIA), O RESTANTE SAI DO
      * DEPOSITO, POIS O TOTAL DO CADASTRO JA FOI CONFERIDO.
       P-BAIXAR-SALDO-LOJA.
           MOVE VND-QTD TO WS-QTD-RESTANTE
           MOVE ZEROS   TO WS-QTD-BAIXA-LOJA WS-QTD-BAIXA-DEPOSITO
           MOVE SKU TO SLD-SKU
           MOVE "L" TO SLD-LOCAL
           READ ARQUIVO-SALDO KEY IS SLD-CHAVE
                   WRITE SALDO-LOCAL
           END-READ
           IF SLD-QTD NOT < WS-QTD-RESTANTE
               MOVE WS-QTD-RESTANTE TO WS-QTD-BAIXA-LOJA
               SUBTRACT WS-QTD-RESTANTE FROM SLD-QTD
               MOVE ZEROS TO WS-QTD-RESTANTE
           ELSE
               MOVE SLD-QTD TO WS-QTD-BAIXA-LOJA
               SUBTRACT SLD-QTD FROM WS-QTD-RESTANTE
               MOVE ZEROS TO SLD-QTD
           END-IF
                       WRITE SALDO-LOCAL
               END-READ
               IF SLD-QTD NOT < WS-QTD-RESTANTE
                   MOVE WS-QTD-RESTANTE TO WS-QTD-BAIXA-DEPOSITO
                   SUBTRACT WS-QTD-RESTANTE FROM SLD-QTD
               ELSE
                   MOVE SLD-QTD TO WS-QTD-BAIXA-DEPOSITO
                   MOVE ZEROS TO SLD-QTD
               END-IF
               REWRITE SALDO-LOCAL
           END-IF.

      * OS LOTES SAEM DOS MESMOS LOCAIS DO SALDO, SEMPRE PELO LOTE
      * QUE VENCE PRIMEIRO (FEFO).
       P-BAIXAR-LOTES.
           MOVE SKU TO WS-LOTE-SKU
           IF WS-QTD-BAIXA-LOJA > ZEROS
               MOVE "L"               TO WS-LOTE-LOCAL
               MOVE WS-QTD-BAIXA-LOJA TO WS-LOTE-QTD
               PERFORM P-CONSUMIR-LOTES
           END-IF
           IF WS-QTD-BAIXA-DEPOSITO > ZEROS
               MOVE "D"                   TO WS-LOTE-LOCAL
               MOVE WS-QTD-BAIXA-DEPOSITO TO WS-LOTE-QTD
               PERFORM P-CONSUMIR-LOTES
           END-IF.

      * CONSUMO FEFO DE WS-LOTE-QTD NO SKU/LOCAL (MESMA REGRA DO
      * PROG009). SOBRA SEM LOTE FICA EM WS-LOTE-QTD.
       P-CONSUMIR-LOTES.
           MOVE "N" TO WS-FIM-LOTE
           PERFORM UNTIL WS-LOTE-QTD = ZEROS OR WS-FIM-DO-LOTE
               PERFORM P-CONSUMIR-UM-LOTE THRU P-CONSUMIR-UM-LOTE-FIM
           END-PERFORM.

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

      * CODIGOS ATE 9999 SAO SKU DIRETO (ZEROS A ESQUERDA); ACIMA
      * DISSO E UM EAN-13 RESOLVIDO PELO CADASTRO DE BARRAS.
       P-RESOLVER-CODIGO.
               MOVE "S" TO WS-CODIGO-OK
           ELSE
               IF NOT WS-EAN-ABERTO
                   MOVE "EAN SEM CADASTRO DE BARRAS" TO SUS-MOTIVO
               ELSE
                   MOVE WS-VENDA-EAN TO EAN-CODIGO
                   READ ARQUIVO-EAN KEY IS EAN-CODIGO
                       INVALID KEY
                           MOVE "EAN DESCONHECIDO" TO SUS-MOTIVO
                       NOT INVALID KEY
                           MOVE EAN-SKU TO WS-VENDA-SKU
                           MOVE "S" TO WS-CODIGO-OK
               END-IF
           END-IF.

      * NO REPROCESSAMENTO O REGISTRO DO SUSPENSO JA ESTA NA AREA E
      * SO RECEBE O NOVO MOTIVO; QUEM O REGRAVA E P-REPROCESSAR-LINHA.
       P-GRAVAR-REJEITO.
           IF WS-EM-REPROCESSO
               MOVE "S" TO WS-REJEITOU
           ELSE
               MOVE WS-HOJE-AAAAMMDD TO SUS-DATA-REJEICAO
               MOVE WS-HORA-EXECUCAO TO SUS-HORA-EXECUCAO
               MOVE WS-TOTAL-LIDAS   TO SUS-NUM-LINHA
               MOVE REGISTRO-VENDA   TO SUS-LINHA-ORIGINAL
               MOVE REGISTRO-VENDA   TO SUS-LINHA
               MOVE "A"              TO SUS-SITUACAO
               MOVE WS-HOJE-AAAAMMDD TO SUS-DATA-SITUACAO
               MOVE "PDV"            TO SUS-OPERADOR
               MOVE ZEROS            TO SUS-TENTATIVAS
               WRITE REGISTRO-SUSPENSO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR SUSPENSO. LINHA "
                           WS-TOTAL-LIDAS " STATUS: "
                           WS-STATUS-SUSPENSO
               END-WRITE
               ADD 1 TO WS-TOTAL-REJEITADAS
           END-IF.

      ******************************************************************
      * PARAGRAFOS DE REPROCESSAMENTO DO SUSPENSO
      ******************************************************************

      * AS LINHAS LIBERADAS NO PROG045 PASSAM PELA MESMA VALIDACAO E
      * BAIXA DAS VENDAS DA NOITE, NA ORDEM EM QUE FORAM REJEITADAS.
      * O MOVIMENTO SAI COM A DATA DO REPROCESSAMENTO, E NAO COM A DA
      * VENDA, PARA NAO CAIR EM MES JA FECHADO NO PROG037.
       P-REPROCESSAR-LIBERADOS.
           MOVE "S" TO WS-REPROCESSO
           MOVE "N" TO WS-FIM-SUSPENSO
           MOVE ZEROS TO SUS-DATA-REJEICAO SUS-HORA-EXECUCAO
               SUS-NUM-LINHA
           START ARQUIVO-SUSPENSO KEY IS NOT LESS THAN SUS-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SUSPENSO
           END-START
           PERFORM UNTIL WS-FIM-DO-SUSPENSO
               READ ARQUIVO-SUSPENSO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SUSPENSO
                   NOT AT END
                       IF SUS-SITUACAO = "L"
                           PERFORM P-REPROCESSAR-LINHA
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-REPROCESSO.

       P-REPROCESSAR-LINHA.
           ADD 1 TO WS-TOTAL-LIBERADAS
           MOVE SUS-LINHA TO REGISTRO-VENDA
           MOVE "N" TO WS-REJEITOU
           PERFORM P-PROCESSAR-VENDA THRU P-PROCESSAR-FIM
           ADD 1 TO SUS-TENTATIVAS
               ON SIZE ERROR
                   CONTINUE
           END-ADD
           MOVE WS-HOJE-AAAAMMDD TO SUS-DATA-SITUACAO
           IF WS-LINHA-REJEITADA
               MOVE "A" TO SUS-SITUACAO
               ADD 1 TO WS-TOTAL-VOLTARAM
           ELSE
               MOVE "P" TO SUS-SITUACAO
               ADD 1 TO WS-TOTAL-REAPROVEITADAS
           END-IF
           REWRITE REGISTRO-SUSPENSO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR SUSPENSO "
                       SUS-DATA-REJEICAO " " SUS-NUM-LINHA
                       " STATUS: " WS-STATUS-SUSPENSO
           END-REWRITE.

      ******************************************************************
      * PARAGRAFOS DE LOG E LEDGER DE MOVIMENTOS
           MOVE "PDV"            TO MOV-MOTIVO
           MOVE VND-DATA         TO MOV-DATA
           MOVE VND-HORA         TO MOV-HORA
           IF WS-EM-REPROCESSO
               MOVE WS-HOJE-AAAAMMDD TO MOV-DATA
               MOVE WS-HORA-EXECUCAO TO MOV-HORA
           END-IF
           MOVE "PDV"            TO MOV-OPERADOR
           MOVE "A"              TO MOV-SITUACAO
           MOVE "L"              TO MOV-LOCAL
           MOVE SPACE            TO MOV-LOCAL-DEST
           MOVE ZEROS            TO MOV-CUSTO-UNIT
           MOVE SPACES           TO MOV-LOTE
           MOVE ZEROS            TO MOV-VALIDADE-LOTE
           MOVE WS-HOJE-AAAAMMDD TO MOV-DATA-APLICACAO
           MOVE ZEROS            TO MOV-DATA-DIARIO
           MOVE ZEROS            TO MOV-PEDIDO
           WRITE REGISTRO-MOV.

       P-GRAVAR-MOV-DEVOLUCAO.
           MOVE SKU             TO MOV-SKU
           MOVE "D"              TO MOV-TIPO
           MOVE "+"              TO MOV-SINAL
           MOVE VND-QTD          TO MOV-QTD
           MOVE VND-MOTIVO       TO MOV-MOTIVO
           MOVE VND-DATA         TO MOV-DATA
           MOVE VND-HORA         TO MOV-HORA
           IF WS-EM-REPROCESSO
               MOVE WS-HOJE-AAAAMMDD TO MOV-DATA
               MOVE WS-HORA-EXECUCAO TO MOV-HORA
           END-IF
           MOVE "PDV"            TO MOV-OPERADOR
           MOVE "A"              TO MOV-SITUACAO
           MOVE "L"              TO MOV-LOCAL
           MOVE SPACE            TO MOV-LOCAL-DEST
           MOVE WS-PRECO-CUSTO   TO MOV-CUSTO-UNIT
           MOVE SPACES           TO MOV-LOTE
           MOVE ZEROS            TO MOV-VALIDADE-LOTE
           MOVE WS-HOJE-AAAAMMDD TO MOV-DATA-APLICACAO
           MOVE ZEROS            TO MOV-DATA-DIARIO
           MOVE ZEROS            TO MOV-PEDIDO
           IF VND-DEV-REVENDA
               MOVE "DEVOLUCAO"  TO MOV-LOTE
               COMPUTE MOV-VALIDADE-LOTE =
                   (ANO * 10000) + (MES * 100) + DIA
           END-IF
           WRITE REGISTRO-MOV.

      * A MERCADORIA AVARIADA NAO CHEGA AO ESTOQUE: A PERDA ANULA A
      * DEVOLUCAO NO LEDGER, COM O MESMO MOTIVO E O MESMO CUSTO, PARA
      * QUE AS DUAS SE COMPENSEM NO DIARIO CONTABIL (PROG036).
       P-GRAVAR-MOV-PERDA.
           MOVE "P"              TO MOV-TIPO
           MOVE "-"              TO MOV-SINAL
           WRITE REGISTRO-MOV.

       P-GRAVAR-HISTORICO.
           MOVE VALOR-VENDA      TO HIS-VALOR-VENDA
           MOVE VALOR-CUSTO      TO HIS-VALOR-CUSTO
           MOVE COD-FORNECEDOR   TO HIS-FORNECEDOR
           MOVE SPACES           TO HIS-MOTIVO
           WRITE REGISTRO-HIST
           MOVE SKU TO WS-IND
           MOVE "S"         TO WS-TP-TEM-PRECO (WS-IND)
           MOVE VALOR-VENDA TO WS-TP-VENDA (WS-IND)
           MOVE VALOR-CUSTO TO WS-TP-CUSTO (WS-IND).

      * DEVOLUCAO NO HISTORICO: QUANTIDADE NEGATIVA AO PRECO DA VENDA
      * ORIGINAL, PARA QUE O PROG025 DESCONTE RECEITA E MARGEM.
       P-GRAVAR-HIST-DEVOLUCAO.
           MOVE SKU             TO HIS-SKU
           COMPUTE HIS-QTD = ZEROS - VND-QTD
           MOVE VND-DATA         TO HIS-DATA
           MOVE VND-HORA         TO HIS-HORA
           MOVE WS-PRECO-VENDA   TO HIS-VALOR-VENDA
           MOVE WS-PRECO-CUSTO   TO HIS-VALOR-CUSTO
           MOVE COD-FORNECEDOR   TO HIS-FORNECEDOR
           MOVE VND-MOTIVO       TO HIS-MOTIVO
           WRITE REGISTRO-HIST.

       P-EXIBIR-RESUMO.
           DISPLAY "RESUMO DA IMPORTACAO DE VENDAS DO PDV"
           DISPLAY "LINHAS LIDAS..............: " WS-TOTAL-LIDAS
           DISPLAY "BAIXAS APLICADAS..........: " WS-TOTAL-BAIXADAS
           DISPLAY "DEVOLUCOES APLICADAS......: " WS-TOTAL-DEVOLVIDAS
           DISPLAY "LINHAS REJEITADAS.........: " WS-TOTAL-REJEITADAS
           DISPLAY "SUSPENSO REPROCESSADO.....: " WS-TOTAL-LIBERADAS
           DISPLAY "  APLICADAS...............: "
               WS-TOTAL-REAPROVEITADAS
           DISPLAY "  REJEITADAS DE NOVO......: " WS-TOTAL-VOLTARAM
           DISPLAY "REJEITOS EM PROG010-SUSPENSO.DAT (CORRIGIR NO "
               "PROG045)"
           DISPLAY "HISTORICO EM PROG010-HIST.DAT".

      ******************************************************************
