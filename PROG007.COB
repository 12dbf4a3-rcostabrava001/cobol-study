      * PURPOSE: RELATORIO DE VALORIZACAO DE ESTOQUE PARA O FECHAMENTO
      *          MENSAL (QTD-ESTOQUE * VALOR-CUSTO POR SKU E TOTAL
      *          GERAL), ABERTO POR LOCAL (LOJA E DEPOSITO) A PARTIR
      *          DOS SALDOS DE PROG009-SALDO.DAT, AGRUPADO POR
      *          DEPARTAMENTO (PROG042-DEP.DAT) COM SUBTOTAL DE CADA
      *          DEPARTAMENTO
      ******************************************************************

       IDENTIFICATION DIVISION.
           COPY SELARQ.
           COPY SELSLD.
           COPY SELRUN.
           COPY SELDEP.

           SELECT SORT-ESTOQUE ASSIGN TO "SORTWK1".

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           COPY FDARQ.
           COPY FDSLD.
           COPY FDRUN.
           COPY FDDEP.

       SD SORT-ESTOQUE.
           01 SD-REGISTRO.
               05 SD-DEPARTAMENTO      PIC 9(03).
               05 SD-SKU               PIC 9(04).
               05 SD-NOME              PIC X(30).
               05 SD-QTD-ESTOQUE       PIC 9(04).
               05 SD-VALOR-CUSTO       PIC 9(04)V99.

       FD RELATORIO
           LABEL RECORDS ARE STANDARD.
           77 WS-STATUS-SALDO         PIC X(02).
           77 WS-STATUS-RELATORIO     PIC X(02).
           77 WS-STATUS-RUN           PIC X(02).
           77 WS-STATUS-DEP           PIC X(02).
           77 WS-DEP-DISPONIVEL       PIC X(01) VALUE "N".
               88 WS-DEP-ABERTO       VALUE "S".
           77 WS-FIM-SORT             PIC X(01) VALUE "N".
               88 WS-FIM-DO-SORT      VALUE "S".
           77 WS-TEM-GRUPO            PIC X(01) VALUE "N".
               88 WS-GRUPO-ABERTO     VALUE "S".
           77 WS-DEP-ATUAL            PIC 9(03) VALUE ZEROS.
           77 WS-DEP-ITENS            PIC 9(05) VALUE ZEROS.
           77 WS-DEP-LOJA             PIC 9(09)V99 VALUE ZEROS.
           77 WS-DEP-DEPOSITO         PIC 9(09)V99 VALUE ZEROS.
           77 WS-DEP-TOTAL            PIC 9(09)V99 VALUE ZEROS.
           77 WS-CONFIRMA-RUN         PIC X(01) VALUE SPACE.
           77 WS-RUN-ACHOU            PIC X(01) VALUE "N".
           77 WS-RUN-DISPONIVEL       PIC X(01) VALUE "N".
           77 WS-TOTAL-LOJA           PIC 9(09)V99 VALUE ZEROS.
           77 WS-TOTAL-DEPOSITO       PIC 9(09)V99 VALUE ZEROS.

           01 WS-LINHA-CAB-DEP.
               05 FILLER PIC X(14) VALUE "DEPARTAMENTO: ".
               05 WS-CD-CODIGO         PIC 9(03).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-CD-NOME           PIC X(20).

           01 WS-LINHA-CABECALHO.
               05 FILLER PIC X(40) VALUE
                   "SKU  NOME                       LOJA  DE".
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-VALOR-ITEM     PIC ZZZ.ZZZ.ZZ9,99.

           01 WS-LINHA-SUBTOTAL-DEP.
               05 FILLER PIC X(06) VALUE "ITENS ".
               05 WS-SD-ITENS          PIC ZZZZ9.
               05 FILLER PIC X(07) VALUE "  LOJA ".
               05 WS-SD-LOJA           PIC ZZ.ZZZ.ZZ9,99.
               05 FILLER PIC X(06) VALUE "  DEP ".
               05 WS-SD-DEPOSITO       PIC ZZ.ZZZ.ZZ9,99.
               05 FILLER PIC X(13) VALUE "  TOTAL DEPTO".
               05 WS-SD-TOTAL          PIC ZZZ.ZZZ.ZZ9,99.

           01 WS-LINHA-RODAPE1.
               05 FILLER PIC X(24) VALUE "TOTAL DE ITENS AVALIADOS".
               05 FILLER PIC X(01) VALUE ":".
               DISPLAY "SALDOS POR LOCAL INDISPONIVEIS. COLUNA LOJA "
                   "SAI COM O TOTAL DO CADASTRO."
           END-IF
           OPEN INPUT ARQUIVO-DEP
           IF WS-STATUS-DEP = "00"
               MOVE "S" TO WS-DEP-DISPONIVEL
           ELSE
               DISPLAY "CADASTRO DE DEPARTAMENTOS INDISPONIVEL. "
                   "CABECALHOS SAIRAO SEM NOME."
           END-IF.

       P-PRINCIPAL.
           SORT SORT-ESTOQUE
               ON ASCENDING KEY SD-DEPARTAMENTO SD-SKU
               INPUT PROCEDURE IS P-SELECIONAR-INICIO
                   THRU P-SELECIONAR-FIM
               OUTPUT PROCEDURE IS P-IMPRIMIR-INICIO
                   THRU P-IMPRIMIR-FIM
           PERFORM P-RODAPE
           CLOSE ARQUIVO
           IF WS-SALDO-ABERTO
               CLOSE ARQUIVO-SALDO
           END-IF
           IF WS-DEP-ABERTO
               CLOSE ARQUIVO-DEP
           END-IF
           CLOSE RELATORIO
           DISPLAY "RELATORIO GERADO: PROG007.LST"
           DISPLAY "VALOR TOTAL DO ESTOQUE: " WS-TOTAL-GERAL
           GO TO P-FIM-STOP-RUN.

      ******************************************************************
      * PARAGRAFOS DE SELECAO (INPUT PROCEDURE DO SORT)
      ******************************************************************

       P-SELECIONAR-INICIO.
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-DO-ARQUIVO
               READ ARQUIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE COD-DEPARTAMENTO TO SD-DEPARTAMENTO
                       MOVE SKU              TO SD-SKU
                       MOVE NOME             TO SD-NOME
                       MOVE QTD-ESTOQUE      TO SD-QTD-ESTOQUE
                       MOVE VALOR-CUSTO      TO SD-VALOR-CUSTO
                       RELEASE SD-REGISTRO
               END-READ
           END-PERFORM.

       P-SELECIONAR-FIM.
           EXIT.

      ******************************************************************
      * PARAGRAFOS DE VALORIZACAO (OUTPUT PROCEDURE DO SORT)
      ******************************************************************

       P-IMPRIMIR-INICIO.
           MOVE "N" TO WS-FIM-SORT
           MOVE "N" TO WS-TEM-GRUPO
           PERFORM UNTIL WS-FIM-DO-SORT
               RETURN SORT-ESTOQUE
                   AT END
                       MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       PERFORM P-AVALIAR-PRODUTO
               END-RETURN
           END-PERFORM
           IF WS-GRUPO-ABERTO
               PERFORM P-FECHAR-DEPARTAMENTO
           END-IF.

       P-IMPRIMIR-FIM.
           EXIT.

       P-AVALIAR-PRODUTO.
           IF NOT WS-GRUPO-ABERTO
               MOVE "S" TO WS-TEM-GRUPO
               PERFORM P-ABRIR-DEPARTAMENTO
           ELSE
               IF SD-DEPARTAMENTO NOT = WS-DEP-ATUAL
                   PERFORM P-FECHAR-DEPARTAMENTO
                   PERFORM P-ABRIR-DEPARTAMENTO
               END-IF
           END-IF
           PERFORM P-OBTER-SALDOS
           COMPUTE WS-VALOR-ITEM ROUNDED =
               SD-QTD-ESTOQUE * SD-VALOR-CUSTO
           COMPUTE WS-VALOR-LOJA ROUNDED =
               WS-QTD-LOJA * SD-VALOR-CUSTO
           COMPUTE WS-VALOR-DEPOSITO ROUNDED =
               WS-QTD-DEPOSITO * SD-VALOR-CUSTO
           MOVE SD-SKU            TO WS-LD-SKU
           MOVE SD-NOME           TO WS-LD-NOME
           MOVE WS-QTD-LOJA       TO WS-LD-QTD-LOJA
           MOVE WS-QTD-DEPOSITO   TO WS-LD-QTD-DEP
           MOVE SD-QTD-ESTOQUE    TO WS-LD-QTD
           MOVE SD-VALOR-CUSTO    TO WS-LD-CUSTO-UNIT
           MOVE WS-VALOR-ITEM     TO WS-LD-VALOR-ITEM
           MOVE WS-LINHA-DETALHE  TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           ADD 1 TO WS-DEP-ITENS
           ADD WS-VALOR-ITEM     TO WS-DEP-TOTAL
           ADD WS-VALOR-LOJA     TO WS-DEP-LOJA
           ADD WS-VALOR-DEPOSITO TO WS-DEP-DEPOSITO.

       P-ABRIR-DEPARTAMENTO.
           MOVE SD-DEPARTAMENTO TO WS-DEP-ATUAL
           MOVE ZEROS TO WS-DEP-ITENS WS-DEP-LOJA WS-DEP-DEPOSITO
                         WS-DEP-TOTAL
           MOVE SD-DEPARTAMENTO TO WS-CD-CODIGO
           MOVE SPACES          TO WS-CD-NOME
           IF WS-DEP-ABERTO AND SD-DEPARTAMENTO NOT = ZEROS
               MOVE SD-DEPARTAMENTO TO DEP-CODIGO
               READ ARQUIVO-DEP KEY IS DEP-CODIGO
                   INVALID KEY
                       MOVE "NAO CADASTRADO" TO WS-CD-NOME
                   NOT INVALID KEY
                       MOVE DEP-NOME TO WS-CD-NOME
               END-READ
           ELSE
               IF SD-DEPARTAMENTO = ZEROS
                   MOVE "SEM DEPARTAMENTO" TO WS-CD-NOME
               END-IF
           END-IF
           MOVE WS-LINHA-CAB-DEP TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-FECHAR-DEPARTAMENTO.
           MOVE WS-DEP-ITENS    TO WS-SD-ITENS
           MOVE WS-DEP-LOJA     TO WS-SD-LOJA
           MOVE WS-DEP-DEPOSITO TO WS-SD-DEPOSITO
           MOVE WS-DEP-TOTAL    TO WS-SD-TOTAL
           MOVE WS-LINHA-SUBTOTAL-DEP TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           ADD WS-DEP-ITENS    TO WS-TOTAL-ITENS
           ADD WS-DEP-TOTAL    TO WS-TOTAL-GERAL
           ADD WS-DEP-LOJA     TO WS-TOTAL-LOJA
           ADD WS-DEP-DEPOSITO TO WS-TOTAL-DEPOSITO.

      * SEM O ARQUIVO DE SALDOS (OU SEM REGISTRO DO SKU), A COLUNA
      * LOJA RECEBE O TOTAL DO CADASTRO E O DEPOSITO SAI ZERADO
      * (MESMA REGRA DA CARGA INICIAL DO PROG009).
       P-OBTER-SALDOS.
           MOVE SD-QTD-ESTOQUE TO WS-QTD-LOJA
           MOVE ZEROS          TO WS-QTD-DEPOSITO
           IF WS-SALDO-ABERTO
               MOVE SD-SKU TO SLD-SKU
               MOVE "L" TO SLD-LOCAL
               READ ARQUIVO-SALDO KEY IS SLD-CHAVE
                   INVALID KEY
                   NOT INVALID KEY
                       MOVE SLD-QTD TO WS-QTD-LOJA
               END-READ
               MOVE SD-SKU TO SLD-SKU
               MOVE "D" TO SLD-LOCAL
               READ ARQUIVO-SALDO KEY IS SLD-CHAVE
                   INVALID KEY
