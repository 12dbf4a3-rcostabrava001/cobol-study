      ******************************************************************
      * AUTHOR: RODRIGO COSTABRAVA
      * PURPOSE: RELATORIO DIARIO DE DEVOLUCOES DO PDV A PARTIR DO
      *          HISTORICO DE VENDAS (PROG010-HIST.DAT, ENTRADAS COM
      *          HIS-QTD NEGATIVO): QUANTIDADE E VALOR DEVOLVIDO AO
      *          PRECO DA VENDA ORIGINAL POR SKU E MOTIVO, COM O
      *          DESTINO DA MERCADORIA (LOJA OU PERDA), SUBTOTAL POR
      *          SKU E TOTAL GERAL DO DIA
      ******************************************************************

       IDENTIFICATION DIVISION.
           PROGRAM-ID. PROG032.
           AUTHOR. RODRIGO COSTABRAVA

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELARQ.
           COPY SELHIS.

           SELECT SORT-DEVOLUCOES ASSIGN TO "SORTWK1".

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
           COPY FDARQ.
           COPY FDHIS.

       SD SORT-DEVOLUCOES.
           01 SD-REGISTRO.
               05 SD-SKU               PIC 9(04).
               05 SD-MOTIVO            PIC X(03).
               05 SD-QTD               PIC 9(04).
               05 SD-VALOR-VENDA       PIC 9(04)V99.

       FD RELATORIO
           LABEL RECORDS ARE STANDARD.
           01 LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO       PIC X(02).
           77 WS-STATUS-HIST          PIC X(02).
           77 WS-STATUS-RELATORIO     PIC X(02).
           77 WS-FIM-HIST             PIC X(01) VALUE "N".
               88 WS-FIM-DO-HIST      VALUE "S".
           77 WS-FIM-SORT             PIC X(01) VALUE "N".
               88 WS-FIM-DO-SORT      VALUE "S".
           77 WS-TEM-GRUPO            PIC X(01) VALUE "N".
               88 WS-GRUPO-ABERTO     VALUE "S".

           77 WS-DATA-FILTRO          PIC 9(08) VALUE ZEROS.
           77 WS-TOTAL-LIDOS          PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-DO-DIA         PIC 9(05) VALUE ZEROS.

           77 WS-SKU-ATUAL            PIC 9(04) VALUE ZEROS.
           77 WS-MOTIVO-ATUAL         PIC X(03) VALUE SPACES.
               88 WS-MOTIVO-REVENDA   VALUE "ARR" "TRO".
               88 WS-MOTIVO-PERDA     VALUE "AVA" "DEF".
           77 WS-MOT-QTD              PIC 9(06) VALUE ZEROS.
           77 WS-MOT-VALOR            PIC 9(09)V99 VALUE ZEROS.
           77 WS-SKU-QTD              PIC 9(06) VALUE ZEROS.
           77 WS-SKU-VALOR            PIC 9(09)V99 VALUE ZEROS.
           77 WS-GERAL-QTD            PIC 9(06) VALUE ZEROS.
           77 WS-GERAL-VALOR          PIC 9(09)V99 VALUE ZEROS.
           77 WS-GERAL-QTD-LOJA       PIC 9(06) VALUE ZEROS.
           77 WS-GERAL-QTD-PERDA      PIC 9(06) VALUE ZEROS.

           01 WS-LINHA-TITULO.
               05 FILLER PIC X(26) VALUE
                   "DEVOLUCOES DO PDV - DATA: ".
               05 WS-TI-DATA           PIC 9(08).

           01 WS-LINHA-CABECALHO.
               05 FILLER PIC X(40) VALUE
                   "SKU  NOME                           MOT ".
               05 FILLER PIC X(29) VALUE
                   "DESTINO    QTD  VALOR DEVOLV.".

           01 WS-LINHA-DETALHE.
               05 WS-LD-SKU            PIC 9(04).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-NOME           PIC X(30).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-MOTIVO         PIC X(03).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-DESTINO        PIC X(07).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-QTD            PIC ZZZZZ9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-VALOR          PIC ZZZ.ZZZ.ZZ9,99.

           01 WS-LINHA-SUBTOTAL.
               05 FILLER PIC X(48) VALUE
                   "     TOTAL DO SKU..............................:".
               05 WS-ST-QTD            PIC ZZZZZ9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-ST-VALOR          PIC ZZZ.ZZZ.ZZ9,99.

           01 WS-LINHA-TOTAL.
               05 FILLER PIC X(48) VALUE
                   "TOTAL GERAL DO DIA.............................:".
               05 WS-TG-QTD            PIC ZZZZZ9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-TG-VALOR          PIC ZZZ.ZZZ.ZZ9,99.

           01 WS-LINHA-RODAPE1.
               05 FILLER PIC X(31) VALUE
                   "UNIDADES DE VOLTA A LOJA.....: ".
               05 WS-LR-LOJA           PIC ZZZZZ9.

           01 WS-LINHA-RODAPE2.
               05 FILLER PIC X(31) VALUE
                   "UNIDADES BAIXADAS COMO PERDA.: ".
               05 WS-LR-PERDA          PIC ZZZZZ9.

       PROCEDURE DIVISION.

      ******************************************************************
      * PARAGRAFOS PRINCIPAIS
      ******************************************************************

       P-ABERTURA.
           DISPLAY "PROG032 - RELATORIO DIARIO DE DEVOLUCOES DO PDV"
           DISPLAY "INFORME A DATA AAAAMMDD (ZERO = HOJE): "
           ACCEPT WS-DATA-FILTRO FROM CONSOLE
           IF WS-DATA-FILTRO = ZEROS
               ACCEPT WS-DATA-FILTRO FROM DATE YYYYMMDD
           END-IF
           OPEN INPUT ARQUIVO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO. STATUS: "
                   WS-STATUS-ARQUIVO
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN OUTPUT RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO CRIAR RELATORIO. STATUS: "
                   WS-STATUS-RELATORIO
               CLOSE ARQUIVO
               GO TO P-FIM-STOP-RUN
           END-IF
           MOVE WS-DATA-FILTRO TO WS-TI-DATA
           MOVE WS-LINHA-TITULO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-PRINCIPAL.
           SORT SORT-DEVOLUCOES
               ON ASCENDING KEY SD-SKU SD-MOTIVO
               INPUT PROCEDURE IS P-SELECIONAR-INICIO
                   THRU P-SELECIONAR-FIM
               OUTPUT PROCEDURE IS P-TOTALIZAR-INICIO
                   THRU P-TOTALIZAR-FIM
           CLOSE ARQUIVO
           CLOSE RELATORIO
           DISPLAY "RELATORIO GERADO: PROG032.LST"
           DISPLAY "REGISTROS LIDOS.....: " WS-TOTAL-LIDOS
           DISPLAY "DEVOLUCOES DO DIA...: " WS-TOTAL-DO-DIA
           GO TO P-FIM-STOP-RUN.

      ******************************************************************
      * PARAGRAFOS DE SELECAO (INPUT PROCEDURE DO SORT)
      ******************************************************************

       P-SELECIONAR-INICIO.
           OPEN INPUT ARQUIVO-HIST
           IF WS-STATUS-HIST NOT = "00"
               DISPLAY "HISTORICO DE VENDAS NAO ENCONTRADO. "
                   "EXECUTE O PROG010. STATUS: " WS-STATUS-HIST
               GO TO P-SELECIONAR-FIM
           END-IF
           MOVE "N" TO WS-FIM-HIST
           PERFORM UNTIL WS-FIM-DO-HIST
               READ ARQUIVO-HIST NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-HIST
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       PERFORM P-AVALIAR-DEVOLUCAO
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-HIST.

       P-SELECIONAR-FIM.
           EXIT.

       P-AVALIAR-DEVOLUCAO.
           IF HIS-QTD < ZEROS AND HIS-DATA = WS-DATA-FILTRO
               MOVE HIS-SKU          TO SD-SKU
               MOVE HIS-MOTIVO       TO SD-MOTIVO
               COMPUTE SD-QTD = ZEROS - HIS-QTD
               MOVE HIS-VALOR-VENDA  TO SD-VALOR-VENDA
               RELEASE SD-REGISTRO
               ADD 1 TO WS-TOTAL-DO-DIA
           END-IF.

      ******************************************************************
      * PARAGRAFOS DE TOTALIZACAO (OUTPUT PROCEDURE DO SORT)
      ******************************************************************

       P-TOTALIZAR-INICIO.
           MOVE "N" TO WS-FIM-SORT
           MOVE "N" TO WS-TEM-GRUPO
           PERFORM UNTIL WS-FIM-DO-SORT
               RETURN SORT-DEVOLUCOES
                   AT END
                       MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       PERFORM P-ACUMULAR-DEVOLUCAO
               END-RETURN
           END-PERFORM
           IF WS-GRUPO-ABERTO
               PERFORM P-FECHAR-MOTIVO
               PERFORM P-FECHAR-SKU
           END-IF
           PERFORM P-TOTAL-GERAL.

       P-TOTALIZAR-FIM.
           EXIT.

       P-ACUMULAR-DEVOLUCAO.
           IF NOT WS-GRUPO-ABERTO
               MOVE "S" TO WS-TEM-GRUPO
               PERFORM P-ABRIR-SKU
               PERFORM P-ABRIR-MOTIVO
           ELSE
               IF SD-SKU NOT = WS-SKU-ATUAL
                   PERFORM P-FECHAR-MOTIVO
                   PERFORM P-FECHAR-SKU
                   PERFORM P-ABRIR-SKU
                   PERFORM P-ABRIR-MOTIVO
               ELSE
                   IF SD-MOTIVO NOT = WS-MOTIVO-ATUAL
                       PERFORM P-FECHAR-MOTIVO
                       PERFORM P-ABRIR-MOTIVO
                   END-IF
               END-IF
           END-IF
           ADD SD-QTD TO WS-MOT-QTD
           COMPUTE WS-MOT-VALOR =
               WS-MOT-VALOR + (SD-QTD * SD-VALOR-VENDA).

       P-ABRIR-SKU.
           MOVE SD-SKU TO WS-SKU-ATUAL
           MOVE ZEROS TO WS-SKU-QTD WS-SKU-VALOR
           MOVE SD-SKU TO SKU
           READ ARQUIVO KEY IS SKU
               INVALID KEY
                   MOVE "FORA DO CADASTRO" TO NOME
           END-READ.

       P-ABRIR-MOTIVO.
           MOVE SD-MOTIVO TO WS-MOTIVO-ATUAL
           MOVE ZEROS TO WS-MOT-QTD WS-MOT-VALOR.

       P-FECHAR-MOTIVO.
           MOVE WS-SKU-ATUAL    TO WS-LD-SKU
           MOVE NOME            TO WS-LD-NOME
           MOVE WS-MOTIVO-ATUAL TO WS-LD-MOTIVO
           IF WS-MOTIVO-PERDA
               MOVE "PERDA"     TO WS-LD-DESTINO
               ADD WS-MOT-QTD   TO WS-GERAL-QTD-PERDA
           ELSE
               MOVE "LOJA"      TO WS-LD-DESTINO
               ADD WS-MOT-QTD   TO WS-GERAL-QTD-LOJA
           END-IF
           MOVE WS-MOT-QTD      TO WS-LD-QTD
           MOVE WS-MOT-VALOR    TO WS-LD-VALOR
           MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           ADD WS-MOT-QTD   TO WS-SKU-QTD
           ADD WS-MOT-VALOR TO WS-SKU-VALOR.

       P-FECHAR-SKU.
           MOVE WS-SKU-QTD   TO WS-ST-QTD
           MOVE WS-SKU-VALOR TO WS-ST-VALOR
           MOVE WS-LINHA-SUBTOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           ADD WS-SKU-QTD   TO WS-GERAL-QTD
           ADD WS-SKU-VALOR TO WS-GERAL-VALOR.

       P-TOTAL-GERAL.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-GERAL-QTD   TO WS-TG-QTD
           MOVE WS-GERAL-VALOR TO WS-TG-VALOR
           MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-GERAL-QTD-LOJA TO WS-LR-LOJA
           MOVE WS-LINHA-RODAPE1 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-GERAL-QTD-PERDA TO WS-LR-PERDA
           MOVE WS-LINHA-RODAPE2 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      ******************************************************************
      * PARAGRAFOS DE SAIDA
      ******************************************************************

       P-FIM-STOP-RUN.
           STOP RUN.
