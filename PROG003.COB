      ******************************************************************
      * AUTHOR: RODRIGO COSTABRAVA
      * PURPOSE: RELATORIO DE REPOSICAO DE ESTOQUE (QTD-ESTOQUE ABAIXO
      *          DO PONTO DE PEDIDO), AGRUPADO POR DEPARTAMENTO
      *          (PROG042-DEP.DAT) COM SUBTOTAL DE CADA DEPARTAMENTO E,
      *          DENTRO DELE, NA ORDEM ALFABETICA DO NOME
      ******************************************************************

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY SELARQ.
           COPY SELRUN.
           COPY SELDEP.

           SELECT SORT-REPOSICAO ASSIGN TO "SORTWK1".

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
       FILE SECTION.
           COPY FDARQ.
           COPY FDRUN.
           COPY FDDEP.

       SD SORT-REPOSICAO.
           01 SD-REGISTRO.
               05 SD-DEPARTAMENTO      PIC 9(03).
               05 SD-NOME              PIC X(30).
               05 SD-SKU               PIC 9(04).
               05 SD-QTD-ESTOQUE       PIC 9(04).

       FD RELATORIO
           LABEL RECORDS ARE STANDARD.
           77 WS-LIMITE-ENTRADA       PIC 9(04) VALUE ZEROS.
           77 WS-LIMITE-REORDER       PIC 9(04) VALUE 10.
           77 WS-TOTAL-ITENS          PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-FALTA          PIC 9(07) VALUE ZEROS.
           77 WS-STATUS-DEP           PIC X(02).
           77 WS-DEP-DISPONIVEL       PIC X(01) VALUE "N".
               88 WS-DEP-ABERTO       VALUE "S".
           77 WS-FIM-SORT             PIC X(01) VALUE "N".
               88 WS-FIM-DO-SORT      VALUE "S".
           77 WS-TEM-GRUPO            PIC X(01) VALUE "N".
               88 WS-GRUPO-ABERTO     VALUE "S".
           77 WS-DEP-ATUAL            PIC 9(03) VALUE ZEROS.
           77 WS-DEP-ITENS            PIC 9(05) VALUE ZEROS.
           77 WS-DEP-FALTA            PIC 9(07) VALUE ZEROS.
           77 WS-FALTA-ITEM           PIC 9(04) VALUE ZEROS.

           01 WS-LINHA-CAB-DEP.
               05 FILLER PIC X(14) VALUE "DEPARTAMENTO: ".
               05 WS-CD-CODIGO         PIC 9(03).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-CD-NOME           PIC X(20).

           01 WS-LINHA-CABECALHO.
               05 FILLER PIC X(40) VALUE
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LD-LIMITE         PIC ZZZ9.

           01 WS-LINHA-SUBTOTAL-DEP.
               05 FILLER PIC X(24) VALUE "ITENS DO DEPARTAMENTO..:".
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-SD-ITENS          PIC ZZZZ9.
               05 FILLER PIC X(28) VALUE
                   "   UNIDADES ATE O PONTO....:".
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-SD-FALTA          PIC ZZZZZZ9.

           01 WS-LINHA-RODAPE.
               05 FILLER PIC X(24) VALUE "TOTAL DE ITENS LISTADOS:".
               05 FILLER PIC X(01) VALUE SPACE.
               CLOSE ARQUIVO
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN INPUT ARQUIVO-DEP
           IF WS-STATUS-DEP = "00"
               MOVE "S" TO WS-DEP-DISPONIVEL
           ELSE
               DISPLAY "CADASTRO DE DEPARTAMENTOS INDISPONIVEL. "
                   "CABECALHOS SAIRAO SEM NOME."
           END-IF.

       P-PRINCIPAL.
           SORT SORT-REPOSICAO
               ON ASCENDING KEY SD-DEPARTAMENTO SD-NOME SD-SKU
               INPUT PROCEDURE IS P-SELECIONAR-INICIO
                   THRU P-SELECIONAR-FIM
               OUTPUT PROCEDURE IS P-IMPRIMIR-INICIO
                   THRU P-IMPRIMIR-FIM
           MOVE WS-TOTAL-ITENS TO WS-LR-TOTAL
           MOVE WS-LINHA-RODAPE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE ARQUIVO
           IF WS-DEP-ABERTO
               CLOSE ARQUIVO-DEP
           END-IF
           CLOSE RELATORIO
           DISPLAY "RELATORIO GERADO: PROG003.LST"
           DISPLAY "TOTAL DE ITENS LISTADOS: " WS-TOTAL-ITENS
           DISPLAY "UNIDADES ATE O PONTO...: " WS-TOTAL-FALTA
           PERFORM P-RUNCTL-FIM
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
                       PERFORM P-AVALIAR-ESTOQUE
               END-READ
           END-PERFORM.

       P-SELECIONAR-FIM.
           EXIT.

       P-AVALIAR-ESTOQUE.
           IF QTD-ESTOQUE < WS-LIMITE-REORDER
               MOVE COD-DEPARTAMENTO TO SD-DEPARTAMENTO
               MOVE NOME             TO SD-NOME
               MOVE SKU              TO SD-SKU
               MOVE QTD-ESTOQUE      TO SD-QTD-ESTOQUE
               RELEASE SD-REGISTRO
           END-IF.

      ******************************************************************
      * PARAGRAFOS DE IMPRESSAO (OUTPUT PROCEDURE DO SORT)
      ******************************************************************

       P-IMPRIMIR-INICIO.
           MOVE "N" TO WS-FIM-SORT
           MOVE "N" TO WS-TEM-GRUPO
           PERFORM UNTIL WS-FIM-DO-SORT
               RETURN SORT-REPOSICAO
                   AT END
                       MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       PERFORM P-IMPRIMIR-ITEM
               END-RETURN
           END-PERFORM
           IF WS-GRUPO-ABERTO
               PERFORM P-FECHAR-DEPARTAMENTO
           END-IF.

       P-IMPRIMIR-FIM.
           EXIT.

       P-IMPRIMIR-ITEM.
           IF NOT WS-GRUPO-ABERTO
               MOVE "S" TO WS-TEM-GRUPO
               PERFORM P-ABRIR-DEPARTAMENTO
           ELSE
               IF SD-DEPARTAMENTO NOT = WS-DEP-ATUAL
                   PERFORM P-FECHAR-DEPARTAMENTO
                   PERFORM P-ABRIR-DEPARTAMENTO
               END-IF
           END-IF
           MOVE SD-NOME           TO WS-LD-NOME
           MOVE SD-SKU            TO WS-LD-SKU
           MOVE SD-QTD-ESTOQUE    TO WS-LD-QTD
           MOVE WS-LIMITE-REORDER TO WS-LD-LIMITE
           MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           COMPUTE WS-FALTA-ITEM = WS-LIMITE-REORDER - SD-QTD-ESTOQUE
           ADD 1 TO WS-DEP-ITENS
           ADD WS-FALTA-ITEM TO WS-DEP-FALTA.

       P-ABRIR-DEPARTAMENTO.
           MOVE SD-DEPARTAMENTO TO WS-DEP-ATUAL
           MOVE ZEROS TO WS-DEP-ITENS WS-DEP-FALTA
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
           MOVE WS-DEP-ITENS TO WS-SD-ITENS
           MOVE WS-DEP-FALTA TO WS-SD-FALTA
           MOVE WS-LINHA-SUBTOTAL-DEP TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           ADD WS-DEP-ITENS TO WS-TOTAL-ITENS
           ADD WS-DEP-FALTA TO WS-TOTAL-FALTA.

      ******************************************************************
      * PARAGRAFOS DE CONTROLE DE EXECUCAO
      ******************************************************************
