      ******************************************************************
      * AUTHOR: RODRIGO COSTABRAVA
      * PURPOSE: BAIXA DOS LOTES COM VALIDADE VENCIDA
      *          (PROG009-LOTE.DAT): TRANSFERE A QUANTIDADE DE CADA
      *          LOTE VENCIDO PARA O ARQUIVO DE BAIXAS
      *          (PROG014-BAIXAS.DAT), ABATE QTD-ESTOQUE NO CADASTRO E
      *          O SALDO DO LOCAL DO LOTE (PROG009-SALDO.DAT), EXCLUI
      *          O LOTE, REGISTRA CADA BAIXA NO LOG DE AUDITORIA E NO
      *          LEDGER DE MOVIMENTOS (UM MOVIMENTO POR LOTE), E
      *          IMPRIME O RESUMO DE PERDAS PARA A CONTABILIDADE,
      *          COM SUBTOTAIS POR DEPARTAMENTO (PROG042-DEP.DAT).
      *          LOTES AINDA NA VALIDADE DO MESMO SKU NAO SAO TOCADOS
      ******************************************************************

       IDENTIFICATION DIVISION.
           COPY SELLOG.
           COPY SELMOV.
           COPY SELSLD.
           COPY SELLOT.
           COPY SELRUN.
           COPY SELDEP.

           SELECT ARQUIVO-BAIXAS ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           COPY FDLOG.
           COPY FDMOV.
           COPY FDSLD.
           COPY FDLOT.
           COPY FDRUN.
           COPY FDDEP.

       FD ARQUIVO-BAIXAS
           LABEL RECORDS ARE STANDARD
               05 BXA-VALOR-PERDIDO   PIC 9(08)V99.
               05 FILLER              PIC X(01) VALUE ";".
               05 BXA-DATA            PIC 9(08).
               05 FILLER              PIC X(01) VALUE ";".
               05 BXA-LOTE            PIC X(10).
               05 FILLER              PIC X(01) VALUE ";".
               05 BXA-LOCAL           PIC X(01).

       FD RELATORIO
           LABEL RECORDS ARE STANDARD.
           77 WS-STATUS-LOG           PIC X(02).
           77 WS-STATUS-MOV           PIC X(02).
           77 WS-STATUS-SALDO         PIC X(02).
           77 WS-STATUS-LOTE          PIC X(02).
           77 WS-STATUS-BAIXAS        PIC X(02).
           77 WS-STATUS-RELATORIO     PIC X(02).
           77 WS-STATUS-RUN           PIC X(02).
           77 WS-STATUS-DEP           PIC X(02).
           77 WS-DEP-DISPONIVEL       PIC X(01) VALUE "N".
               88 WS-DEP-ABERTO       VALUE "S".
           77 WS-CONFIRMA-RUN         PIC X(01) VALUE SPACE.
           77 WS-RUN-ACHOU            PIC X(01) VALUE "N".
           77 WS-RUN-DISPONIVEL       PIC X(01) VALUE "N".
           77 WS-HOJE-RUN             PIC 9(08) VALUE ZEROS.
           77 WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
               88 WS-FIM-DO-ARQUIVO   VALUE "S".
           77 WS-FIM-LOTE             PIC X(01) VALUE "N".
               88 WS-FIM-DO-LOTE      VALUE "S".
           77 WS-ACHOU                PIC X(01) VALUE "N".
               88 WS-REGISTRO-ACHOU   VALUE "S".

           77 WS-HOJE-AAAAMMDD        PIC 9(08) VALUE ZEROS.
           77 WS-VALIDADE-AAAAMMDD    PIC 9(08) VALUE ZEROS.
           77 WS-DIAS-RESTANTES       PIC S9(05) VALUE ZEROS.

           77 WS-ANTES-QTD            PIC 9(04) VALUE ZEROS.
           77 WS-QTD-BAIXA            PIC 9(04) VALUE ZEROS.
           77 WS-LOCAL-BUSCA          PIC X(01) VALUE SPACE.
           77 WS-CHAVE-LOTE           PIC X(23) VALUE SPACES.
           77 WS-LOTE-LOCAL           PIC X(01) VALUE SPACE.
           77 WS-LOTE-NUMERO          PIC X(10) VALUE SPACES.
           77 WS-LOTE-QTD             PIC 9(04) VALUE ZEROS.

           01 WS-LOTE-VALIDADE        PIC 9(08) VALUE ZEROS.
           01 WS-LOTE-VALIDADE-R REDEFINES WS-LOTE-VALIDADE.
               05 WS-LV-ANO            PIC 9(04).
               05 WS-LV-MES            PIC 99.
               05 WS-LV-DIA            PIC 99.
           77 WS-VALOR-PERDIDO        PIC 9(08)V99 VALUE ZEROS.
           77 WS-TOTAL-ITENS          PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-PERDIDO        PIC 9(09)V99 VALUE ZEROS.

           77 WS-LOG-QTD-ED           PIC ZZZ9.

      * ACUMULADO DAS BAIXAS POR DEPARTAMENTO. A POSICAO E O CODIGO
      * DO DEPARTAMENTO MAIS 1 (O 000, SEM DEPARTAMENTO, FICA NA 1).
           77 WS-IND-DEP              PIC 9(04) COMP VALUE ZEROS.
           77 WS-MAX-DEP              PIC 9(04) COMP VALUE 1000.
           01 WS-TABELA-DEPARTAMENTOS.
               05 WS-DEP-ENTRADA OCCURS 1000 TIMES.
                   10 WS-DEP-LOTES     PIC 9(05) COMP.
                   10 WS-DEP-QTD       PIC 9(07) COMP.
                   10 WS-DEP-VALOR     PIC 9(09)V99 COMP.

           01 WS-LINHA-CABECALHO.
               05 FILLER PIC X(40) VALUE
                   "SKU  NOME                   LOTE       L".
               05 FILLER PIC X(31) VALUE
                   "  QTD VALIDADE      VALOR PERDA".

           01 WS-LINHA-DETALHE.
               05 WS-LD-SKU            PIC 9(04).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-NOME           PIC X(22).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-LOTE           PIC X(10).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-LOCAL          PIC X(01).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-QTD            PIC ZZZ9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-VALIDADE.
                   10 WS-LD-DIA        PIC 99.
                   10 FILLER           PIC X(01) VALUE "/".
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-VALOR          PIC ZZZ.ZZZ.ZZ9,99.

           01 WS-LINHA-CAB-RESUMO.
               05 FILLER PIC X(40) VALUE
                   "RESUMO POR DEPARTAMENTO         LOTES  Q".
               05 FILLER PIC X(23) VALUE
                   "TD BAIXA    VALOR PERDA".

           01 WS-LINHA-RESUMO-DEP.
               05 WS-RD-CODIGO         PIC 9(03).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-RD-NOME           PIC X(20).
               05 FILLER               PIC X(08) VALUE SPACES.
               05 WS-RD-LOTES          PIC ZZZZ9.
               05 FILLER               PIC X(04) VALUE SPACES.
               05 WS-RD-QTD            PIC ZZZZZZ9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-RD-VALOR          PIC ZZZ.ZZZ.ZZ9,99.

           01 WS-LINHA-RODAPE1.
               05 FILLER PIC X(24) VALUE "TOTAL DE LOTES BAIXADOS ".
               05 FILLER PIC X(02) VALUE ": ".
               05 WS-LR-TOTAL-ITENS    PIC ZZZZ9.

               CLOSE ARQUIVO-MOV
               GO TO P-FIM-STOP-RUN
           END-IF
           PERFORM P-ABERTURA-LOTE
           IF WS-STATUS-LOTE NOT = "00"
               DISPLAY "ERRO AO ABRIR LOTES. STATUS: "
                   WS-STATUS-LOTE
               CLOSE ARQUIVO
               CLOSE ARQUIVO-BAIXAS
               CLOSE RELATORIO
               CLOSE ARQUIVO-LOG
               CLOSE ARQUIVO-MOV
               CLOSE ARQUIVO-SALDO
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN INPUT ARQUIVO-DEP
           IF WS-STATUS-DEP = "00"
               MOVE "S" TO WS-DEP-DISPONIVEL
           ELSE
               DISPLAY "CADASTRO DE DEPARTAMENTOS INDISPONIVEL. "
                   "RESUMO SAIRA SEM NOME."
           END-IF
           MOVE 1 TO WS-IND-DEP
           PERFORM P-LIMPAR-DEPARTAMENTO
               UNTIL WS-IND-DEP > WS-MAX-DEP
           MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           GO TO P-PRINCIPAL.

       P-LIMPAR-DEPARTAMENTO.
           MOVE ZEROS TO WS-DEP-LOTES (WS-IND-DEP)
           MOVE ZEROS TO WS-DEP-QTD (WS-IND-DEP)
           MOVE ZEROS TO WS-DEP-VALOR (WS-IND-DEP)
           ADD 1 TO WS-IND-DEP.

       P-ABERTURA-SALDO.
           OPEN I-O ARQUIVO-SALDO
           IF WS-STATUS-SALDO NOT = "00"
                   NOT AT END
                       PERFORM P-CARGA-UM-SALDO
               END-READ
           END-PERFORM.

       P-CARGA-UM-SALDO.
           MOVE SKU         TO SLD-SKU
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
           END-IF.

       P-PRINCIPAL.
           MOVE ZEROS      TO LOT-SKU LOT-VALIDADE
           MOVE LOW-VALUES TO LOT-LOCAL LOT-NUMERO
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
                       PERFORM P-AVALIAR-VENCIMENTO
                           THRU P-AVALIAR-FIM
               END-READ
           END-PERFORM
           PERFORM P-RESUMO-DEPARTAMENTOS
           PERFORM P-RODAPE
           CLOSE ARQUIVO
           IF WS-DEP-ABERTO
               CLOSE ARQUIVO-DEP
           END-IF
           CLOSE ARQUIVO-BAIXAS
           CLOSE RELATORIO
           CLOSE ARQUIVO-LOG
           CLOSE ARQUIVO-MOV
           CLOSE ARQUIVO-SALDO
           CLOSE ARQUIVO-LOTE
           DISPLAY "RELATORIO GERADO: PROG014.LST"
           DISPLAY "LOTES BAIXADOS........: " WS-TOTAL-ITENS
           DISPLAY "VALOR TOTAL DA PERDA..: " WS-TOTAL-PERDIDO
           PERFORM P-RUNCTL-FIM
           GO TO P-FIM-STOP-RUN.
      ******************************************************************

       P-AVALIAR-VENCIMENTO.
           MOVE LOT-VALIDADE TO WS-VALIDADE-AAAAMMDD
           COMPUTE WS-INTEIRO-VALIDADE =
               FUNCTION INTEGER-OF-DATE(WS-VALIDADE-AAAAMMDD)
           IF WS-INTEIRO-VALIDADE = ZEROS
               DISPLAY "SKU " LOT-SKU " LOTE " LOT-NUMERO
                   " COM VALIDADE INVALIDA. BAIXA NAO APLICADA."
               GO TO P-AVALIAR-FIM
           END-IF
           COMPUTE WS-DIAS-RESTANTES =
               WS-INTEIRO-VALIDADE - WS-INTEIRO-HOJE
           IF WS-DIAS-RESTANTES NOT < ZEROS OR LOT-QTD = ZEROS
               GO TO P-AVALIAR-FIM
           END-IF
           MOVE LOT-CHAVE    TO WS-CHAVE-LOTE
           MOVE LOT-LOCAL    TO WS-LOTE-LOCAL
           MOVE LOT-NUMERO   TO WS-LOTE-NUMERO
           MOVE LOT-VALIDADE TO WS-LOTE-VALIDADE
           MOVE LOT-QTD      TO WS-LOTE-QTD
           MOVE "N" TO WS-ACHOU
           MOVE LOT-SKU TO SKU
           READ ARQUIVO KEY IS SKU
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ
           IF NOT WS-REGISTRO-ACHOU
               DISPLAY "SKU " LOT-SKU " DO LOTE " LOT-NUMERO
                   " NAO CADASTRADO. BAIXA NAO APLICADA."
               GO TO P-AVALIAR-FIM
           END-IF
           PERFORM P-BAIXAR-LOTE
           MOVE WS-CHAVE-LOTE TO LOT-CHAVE
           START ARQUIVO-LOTE KEY IS GREATER THAN LOT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LOTE
           END-START.

       P-AVALIAR-FIM.
           EXIT.

      * O LOTE VENCIDO SAI INTEIRO DO SEU LOCAL. SE O CADASTRO TIVER
      * MENOS QUE O LOTE (LOTES DIVERGENTES DO QTD-ESTOQUE), SO O QUE
      * HA NO CADASTRO E BAIXADO E VALORIZADO.
       P-BAIXAR-LOTE.
           MOVE QTD-ESTOQUE TO WS-ANTES-QTD
           IF WS-LOTE-QTD > QTD-ESTOQUE
               MOVE QTD-ESTOQUE TO WS-QTD-BAIXA
           ELSE
               MOVE WS-LOTE-QTD TO WS-QTD-BAIXA
           END-IF
           COMPUTE WS-VALOR-PERDIDO ROUNDED =
               WS-QTD-BAIXA * VALOR-CUSTO
           SUBTRACT WS-QTD-BAIXA FROM QTD-ESTOQUE
           REWRITE PRODUTO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR SKU " SKU
                       " STATUS: " WS-STATUS-ARQUIVO
               NOT INVALID KEY
                   DELETE ARQUIVO-LOTE RECORD
                   PERFORM P-ATUALIZAR-SALDO
                   PERFORM P-GRAVAR-BAIXA
                   PERFORM P-LOGAR-BAIXA
                   PERFORM P-GRAVAR-MOVIMENTO
                   PERFORM P-IMPRIMIR-BAIXA
                   ADD 1 TO WS-TOTAL-ITENS
                   ADD WS-VALOR-PERDIDO TO WS-TOTAL-PERDIDO
                   COMPUTE WS-IND-DEP = COD-DEPARTAMENTO + 1
                   ADD 1 TO WS-DEP-LOTES (WS-IND-DEP)
                   ADD WS-QTD-BAIXA TO WS-DEP-QTD (WS-IND-DEP)
                   ADD WS-VALOR-PERDIDO TO WS-DEP-VALOR (WS-IND-DEP)
           END-REWRITE.

       P-GRAVAR-BAIXA.
           MOVE SKU              TO BXA-SKU
           MOVE NOME             TO BXA-NOME
           MOVE WS-QTD-BAIXA     TO BXA-QTD
           MOVE WS-VALOR-PERDIDO TO BXA-VALOR-PERDIDO
           MOVE WS-HOJE-AAAAMMDD TO BXA-DATA
           MOVE WS-LOTE-NUMERO   TO BXA-LOTE
           MOVE WS-LOTE-LOCAL    TO BXA-LOCAL
           WRITE REGISTRO-BAIXA.

       P-LOGAR-BAIXA.
           MOVE "QTD-ESTOQUE"    TO LOG-CAMPO
           MOVE WS-ANTES-QTD     TO WS-LOG-QTD-ED
           MOVE WS-LOG-QTD-ED    TO LOG-VALOR-ANTIGO
           MOVE QTD-ESTOQUE      TO WS-LOG-QTD-ED
           MOVE WS-LOG-QTD-ED    TO LOG-VALOR-NOVO
           ACCEPT LOG-DATA FROM DATE YYYYMMDD
           ACCEPT LOG-HORA FROM TIME
           MOVE "SISTEMA"        TO LOG-OPERADOR
           WRITE REGISTRO-LOG.

      * O SALDO DO LOCAL DO LOTE CAI PELA QUANTIDADE BAIXADA, SEM
      * FICAR NEGATIVO.
       P-ATUALIZAR-SALDO.
           MOVE WS-LOTE-LOCAL TO WS-LOCAL-BUSCA
           PERFORM P-OBTER-SALDO
           IF SLD-QTD > WS-QTD-BAIXA
               SUBTRACT WS-QTD-BAIXA FROM SLD-QTD
           ELSE
               MOVE ZEROS TO SLD-QTD
           END-IF
           REWRITE SALDO-LOCAL.

       P-OBTER-SALDO.
           MOVE SKU            TO SLD-SKU
           MOVE SKU             TO MOV-SKU
           MOVE "P"              TO MOV-TIPO
           MOVE "-"              TO MOV-SINAL
           MOVE WS-QTD-BAIXA     TO MOV-QTD
           MOVE "VAL"            TO MOV-MOTIVO
           MOVE WS-HOJE-AAAAMMDD TO MOV-DATA
           ACCEPT MOV-HORA FROM TIME
           MOVE "SISTEMA"        TO MOV-OPERADOR
           MOVE "A"              TO MOV-SITUACAO
           MOVE WS-LOTE-LOCAL    TO MOV-LOCAL
           MOVE SPACE            TO MOV-LOCAL-DEST
           MOVE ZEROS            TO MOV-CUSTO-UNIT
           MOVE WS-LOTE-NUMERO   TO MOV-LOTE
           MOVE WS-LOTE-VALIDADE TO MOV-VALIDADE-LOTE
           MOVE WS-HOJE-AAAAMMDD TO MOV-DATA-APLICACAO
           MOVE ZEROS            TO MOV-DATA-DIARIO
           MOVE ZEROS            TO MOV-PEDIDO
           WRITE REGISTRO-MOV.

       P-IMPRIMIR-BAIXA.
           MOVE SKU              TO WS-LD-SKU
           MOVE NOME             TO WS-LD-NOME
           MOVE WS-LOTE-NUMERO   TO WS-LD-LOTE
           MOVE WS-LOTE-LOCAL    TO WS-LD-LOCAL
           MOVE WS-QTD-BAIXA     TO WS-LD-QTD
           MOVE WS-LV-DIA        TO WS-LD-DIA
           MOVE WS-LV-MES        TO WS-LD-MES
           MOVE WS-LV-ANO        TO WS-LD-ANO
           MOVE WS-VALOR-PERDIDO TO WS-LD-VALOR
           MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * SO SAEM OS DEPARTAMENTOS QUE TIVERAM BAIXA NESTA EXECUCAO.
       P-RESUMO-DEPARTAMENTOS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-LINHA-CAB-RESUMO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 1 TO WS-IND-DEP
           PERFORM P-IMPRIMIR-DEPARTAMENTO
               UNTIL WS-IND-DEP > WS-MAX-DEP
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-IMPRIMIR-DEPARTAMENTO.
           IF WS-DEP-LOTES (WS-IND-DEP) > ZEROS
               COMPUTE WS-RD-CODIGO = WS-IND-DEP - 1
               MOVE SPACES TO WS-RD-NOME
               IF WS-RD-CODIGO = ZEROS
                   MOVE "SEM DEPARTAMENTO" TO WS-RD-NOME
               ELSE
                   IF WS-DEP-ABERTO
                       MOVE WS-RD-CODIGO TO DEP-CODIGO
                       READ ARQUIVO-DEP KEY IS DEP-CODIGO
                           INVALID KEY
                               MOVE "NAO CADASTRADO" TO WS-RD-NOME
                           NOT INVALID KEY
                               MOVE DEP-NOME TO WS-RD-NOME
                       END-READ
                   END-IF
               END-IF
               MOVE WS-DEP-LOTES (WS-IND-DEP) TO WS-RD-LOTES
               MOVE WS-DEP-QTD (WS-IND-DEP)   TO WS-RD-QTD
               MOVE WS-DEP-VALOR (WS-IND-DEP) TO WS-RD-VALOR
               MOVE WS-LINHA-RESUMO-DEP TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           ADD 1 TO WS-IND-DEP.

       P-RODAPE.
           MOVE WS-TOTAL-ITENS TO WS-LR-TOTAL-ITENS
           MOVE WS-LINHA-RODAPE1 TO LINHA-RELATORIO
