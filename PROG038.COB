      ******************************************************************
      * AUTHOR: RODRIGO COSTABRAVA
      * PURPOSE: COMPARATIVO MENSAL DO ESTOQUE A PARTIR DAS FOTOGRAFIAS
      *          DE FECHAMENTO (PROG037-PER.DAT): PARA UM PERIODO
      *          FECHADO MOSTRA POR SKU A ABERTURA (FECHAMENTO DO
      *          PERIODO FECHADO ANTERIOR), AS QUANTIDADES POR TIPO DE
      *          MOVIMENTO E O FECHAMENTO, MARCANDO COM "*" O SKU CUJA
      *          QUANTIDADE NAO FECHA, E TERMINA COM O ROLL-FORWARD DO
      *          VALOR: ABERTURA + ENTRADAS (CUSTO DO LOTE) - SAIDAS -
      *          PERDAS +/- AJUSTES + DEVOLUCOES (CUSTO DO FECHAMENTO)
      *          CONTRA O VALOR DE FECHAMENTO; A DIFERENCA E A
      *          REAVALIACAO DO CUSTO MEDIO NO MES
      ******************************************************************

       IDENTIFICATION DIVISION.
           PROGRAM-ID. PROG038.
           AUTHOR. RODRIGO COSTABRAVA

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELARQ.
           COPY SELFEC.
           COPY SELPER.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
           COPY FDARQ.
           COPY FDFEC.
           COPY FDPER.

       FD RELATORIO
           LABEL RECORDS ARE STANDARD.
           01 LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO       PIC X(02).
           77 WS-STATUS-FECH          PIC X(02).
           77 WS-STATUS-PER           PIC X(02).
           77 WS-STATUS-RELATORIO     PIC X(02).
           77 WS-FIM-FECH             PIC X(01) VALUE "N".
               88 WS-FIM-DO-FECH      VALUE "S".
           77 WS-FIM-PER              PIC X(01) VALUE "N".
               88 WS-FIM-DO-PER       VALUE "S".
           77 WS-ARQUIVO-DISPONIVEL   PIC X(01) VALUE "N".
               88 WS-ARQUIVO-ABERTO   VALUE "S".

           77 WS-PERIODO              PIC 9(06) VALUE ZEROS.
           77 WS-PERIODO-ANTERIOR     PIC 9(06) VALUE ZEROS.
           77 WS-PERIODO-LEITURA      PIC 9(06) VALUE ZEROS.
           77 WS-CARGA-ABERTURA       PIC X(01) VALUE "N".
               88 WS-CARREGANDO-ABERTURA VALUE "S".

           77 WS-IND                  PIC 9(04) COMP VALUE ZEROS.
           77 WS-MAX-SKU              PIC 9(04) COMP VALUE 9999.
           77 WS-QTD-ESPERADA         PIC S9(07) VALUE ZEROS.

           77 WS-TOTAL-SKUS           PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-NAO-FECHA      PIC 9(05) VALUE ZEROS.
           77 WS-VL-ABERTURA          PIC S9(11)V99 VALUE ZEROS.
           77 WS-VL-ENTRADAS          PIC S9(11)V99 VALUE ZEROS.
           77 WS-VL-SAIDAS            PIC S9(11)V99 VALUE ZEROS.
           77 WS-VL-PERDAS            PIC S9(11)V99 VALUE ZEROS.
           77 WS-VL-AJUSTES           PIC S9(11)V99 VALUE ZEROS.
           77 WS-VL-DEVOLUCOES        PIC S9(11)V99 VALUE ZEROS.
           77 WS-VL-ESPERADO          PIC S9(11)V99 VALUE ZEROS.
           77 WS-VL-FECHAMENTO        PIC S9(11)V99 VALUE ZEROS.
           77 WS-VL-DIFERENCA         PIC S9(11)V99 VALUE ZEROS.

           01 WS-TABELA-COMPARATIVO.
               05 WS-COMPARATIVO OCCURS 9999 TIMES.
                   10 WS-CP-TEM         PIC X(01).
                   10 WS-CP-ABERT-QTD   PIC S9(06) COMP.
                   10 WS-CP-ABERT-VALOR PIC 9(09)V99.
                   10 WS-CP-ENT-QTD     PIC S9(06) COMP.
                   10 WS-CP-ENT-VALOR   PIC 9(09)V99.
                   10 WS-CP-SAI-QTD     PIC S9(06) COMP.
                   10 WS-CP-PER-QTD     PIC S9(06) COMP.
                   10 WS-CP-AJU-QTD     PIC S9(06) COMP.
                   10 WS-CP-DEV-QTD     PIC S9(06) COMP.
                   10 WS-CP-FECH-QTD    PIC S9(06) COMP.
                   10 WS-CP-FECH-VALOR  PIC 9(09)V99.
                   10 WS-CP-CUSTO       PIC 9(04)V99.

           01 WS-LINHA-TITULO.
               05 FILLER PIC X(32) VALUE
                   "COMPARATIVO MENSAL DO ESTOQUE - ".
               05 WS-TI-PERIODO        PIC 9(06).
               05 FILLER PIC X(15) VALUE "  ABERTURA EM: ".
               05 WS-TI-ANTERIOR       PIC 9(06).

           01 WS-LINHA-CABECALHO.
               05 FILLER PIC X(40) VALUE
                   "SKU  NOME        ABERT  ENTR SAIDA PERDA".
               05 FILLER PIC X(31) VALUE
                   " AJUST DEVOL  FECH   VALOR FECH".

           01 WS-LINHA-DETALHE.
               05 WS-LD-SKU            PIC 9(04).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-NOME           PIC X(10).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-ABERT          PIC -----9.
               05 WS-LD-ENTR           PIC -----9.
               05 WS-LD-SAIDA          PIC -----9.
               05 WS-LD-PERDA          PIC -----9.
               05 WS-LD-AJUSTE         PIC -----9.
               05 WS-LD-DEVOL          PIC -----9.
               05 WS-LD-FECH           PIC -----9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-VALOR          PIC Z.ZZZ.ZZ9,99.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-MARCA          PIC X(01).

           01 WS-LINHA-VALOR.
               05 WS-LV-DESCRICAO      PIC X(44).
               05 WS-LV-VALOR          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

           01 WS-LINHA-RODAPE1.
               05 FILLER PIC X(44) VALUE
                   "SKUS NO COMPARATIVO.........................".
               05 WS-LR-SKUS           PIC ZZZZ9.

           01 WS-LINHA-RODAPE2.
               05 FILLER PIC X(44) VALUE
                   "SKUS COM QUANTIDADE NAO CONCILIADA (*)......".
               05 WS-LR-NAO-FECHA      PIC ZZZZ9.

       PROCEDURE DIVISION.

      ******************************************************************
      * PARAGRAFOS PRINCIPAIS
      ******************************************************************

       P-ABERTURA.
           DISPLAY "PROG038 - COMPARATIVO MENSAL DO ESTOQUE"
           DISPLAY "INFORME O PERIODO FECHADO (AAAAMM): "
           ACCEPT WS-PERIODO FROM CONSOLE
           OPEN INPUT ARQUIVO-FECH
           IF WS-STATUS-FECH NOT = "00"
               DISPLAY "NENHUM PERIODO FECHADO. EXECUTE O PROG037."
               GO TO P-FIM-STOP-RUN
           END-IF
           MOVE WS-PERIODO TO FEC-PERIODO
           READ ARQUIVO-FECH KEY IS FEC-PERIODO
               INVALID KEY
                   DISPLAY "PERIODO " WS-PERIODO " NAO ESTA FECHADO."
                   CLOSE ARQUIVO-FECH
                   GO TO P-FIM-STOP-RUN
           END-READ
           PERFORM P-PERIODO-ANTERIOR
           CLOSE ARQUIVO-FECH
           OPEN INPUT ARQUIVO-PER
           IF WS-STATUS-PER NOT = "00"
               DISPLAY "HISTORICO DE FECHAMENTOS NAO ENCONTRADO. "
                   "STATUS: " WS-STATUS-PER
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN INPUT ARQUIVO
           IF WS-STATUS-ARQUIVO = "00"
               MOVE "S" TO WS-ARQUIVO-DISPONIVEL
           END-IF
           OPEN OUTPUT RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO CRIAR RELATORIO. STATUS: "
                   WS-STATUS-RELATORIO
               CLOSE ARQUIVO-PER
               GO TO P-FIM-STOP-RUN
           END-IF
           MOVE 1 TO WS-IND
           PERFORM P-LIMPAR-COMPARATIVO
               UNTIL WS-IND > WS-MAX-SKU.

       P-PRINCIPAL.
           IF WS-PERIODO-ANTERIOR > ZEROS
               MOVE "S" TO WS-CARGA-ABERTURA
               MOVE WS-PERIODO-ANTERIOR TO WS-PERIODO-LEITURA
               PERFORM P-CARREGAR-PERIODO
           END-IF
           MOVE "N" TO WS-CARGA-ABERTURA
           MOVE WS-PERIODO TO WS-PERIODO-LEITURA
           PERFORM P-CARREGAR-PERIODO
           MOVE WS-PERIODO          TO WS-TI-PERIODO
           MOVE WS-PERIODO-ANTERIOR TO WS-TI-ANTERIOR
           MOVE WS-LINHA-TITULO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 1 TO WS-IND
           PERFORM P-IMPRIMIR-SKU
               UNTIL WS-IND > WS-MAX-SKU
           PERFORM P-IMPRIMIR-ROLL-FORWARD
           CLOSE ARQUIVO-PER
           IF WS-ARQUIVO-ABERTO
               CLOSE ARQUIVO
           END-IF
           CLOSE RELATORIO
           DISPLAY "RELATORIO GERADO: PROG038.LST"
           DISPLAY "SKUS NO COMPARATIVO..: " WS-TOTAL-SKUS
           DISPLAY "SKUS NAO CONCILIADOS.: " WS-TOTAL-NAO-FECHA
           GO TO P-FIM-STOP-RUN.

      ******************************************************************
      * PARAGRAFOS DE CARGA DAS FOTOGRAFIAS
      ******************************************************************

      * A ABERTURA E O ULTIMO PERIODO FECHADO ANTES DO INFORMADO; SEM
      * ELE (PRIMEIRO FECHAMENTO) A ABERTURA FICA ZERADA.
       P-PERIODO-ANTERIOR.
           MOVE ZEROS TO WS-PERIODO-ANTERIOR
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
                       IF FEC-PERIODO < WS-PERIODO
                           MOVE FEC-PERIODO TO WS-PERIODO-ANTERIOR
                       ELSE
                           MOVE "S" TO WS-FIM-FECH
                       END-IF
               END-READ
           END-PERFORM.

       P-LIMPAR-COMPARATIVO.
           MOVE "N"   TO WS-CP-TEM (WS-IND)
           MOVE ZEROS TO WS-CP-ABERT-QTD (WS-IND)
           MOVE ZEROS TO WS-CP-ABERT-VALOR (WS-IND)
           MOVE ZEROS TO WS-CP-ENT-QTD (WS-IND)
           MOVE ZEROS TO WS-CP-ENT-VALOR (WS-IND)
           MOVE ZEROS TO WS-CP-SAI-QTD (WS-IND)
           MOVE ZEROS TO WS-CP-PER-QTD (WS-IND)
           MOVE ZEROS TO WS-CP-AJU-QTD (WS-IND)
           MOVE ZEROS TO WS-CP-DEV-QTD (WS-IND)
           MOVE ZEROS TO WS-CP-FECH-QTD (WS-IND)
           MOVE ZEROS TO WS-CP-FECH-VALOR (WS-IND)
           MOVE ZEROS TO WS-CP-CUSTO (WS-IND)
           ADD 1 TO WS-IND.

       P-CARREGAR-PERIODO.
           MOVE WS-PERIODO-LEITURA TO PER-PERIODO
           MOVE ZEROS              TO PER-SKU
           MOVE LOW-VALUES         TO PER-LOCAL
           START ARQUIVO-PER KEY IS NOT LESS THAN PER-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-PER
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-PER
           END-START
           PERFORM UNTIL WS-FIM-DO-PER
               READ ARQUIVO-PER NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-PER
                   NOT AT END
                       IF PER-PERIODO NOT = WS-PERIODO-LEITURA
                           MOVE "S" TO WS-FIM-PER
                       ELSE
                           PERFORM P-ACUMULAR-FOTOGRAFIA
                               THRU P-ACUMULAR-FOTOGRAFIA-FIM
                       END-IF
               END-READ
           END-PERFORM.

       P-ACUMULAR-FOTOGRAFIA.
           IF PER-SKU = ZEROS
               GO TO P-ACUMULAR-FOTOGRAFIA-FIM
           END-IF
           MOVE PER-SKU TO WS-IND
           MOVE "S" TO WS-CP-TEM (WS-IND)
           IF WS-CARREGANDO-ABERTURA
               ADD PER-QTD   TO WS-CP-ABERT-QTD (WS-IND)
               ADD PER-VALOR TO WS-CP-ABERT-VALOR (WS-IND)
           ELSE
               ADD PER-QTD-ENTRADAS   TO WS-CP-ENT-QTD (WS-IND)
               ADD PER-VALOR-ENTRADAS TO WS-CP-ENT-VALOR (WS-IND)
               ADD PER-QTD-SAIDAS     TO WS-CP-SAI-QTD (WS-IND)
               ADD PER-QTD-PERDAS     TO WS-CP-PER-QTD (WS-IND)
               ADD PER-QTD-AJUSTES    TO WS-CP-AJU-QTD (WS-IND)
               ADD PER-QTD-DEVOLUCOES TO WS-CP-DEV-QTD (WS-IND)
               ADD PER-QTD            TO WS-CP-FECH-QTD (WS-IND)
               ADD PER-VALOR          TO WS-CP-FECH-VALOR (WS-IND)
               MOVE PER-VALOR-CUSTO   TO WS-CP-CUSTO (WS-IND)
           END-IF.

       P-ACUMULAR-FOTOGRAFIA-FIM.
           EXIT.

      ******************************************************************
      * PARAGRAFOS DE RELATORIO
      ******************************************************************

      * SAIDAS, PERDAS, AJUSTES E DEVOLUCOES SAO VALORIZADOS AO CUSTO
      * DO FECHAMENTO; SKU SEM FOTOGRAFIA NO PERIODO (SO NA ABERTURA)
      * USA O CUSTO DO CADASTRO.
       P-IMPRIMIR-SKU.
           IF WS-CP-TEM (WS-IND) NOT = "S"
               ADD 1 TO WS-IND
           ELSE
               PERFORM P-IMPRIMIR-LINHA-SKU
               ADD 1 TO WS-IND
           END-IF.

       P-IMPRIMIR-LINHA-SKU.
           ADD 1 TO WS-TOTAL-SKUS
           MOVE WS-IND TO WS-LD-SKU
           MOVE SPACES TO WS-LD-NOME
           IF WS-ARQUIVO-ABERTO
               MOVE WS-IND TO SKU
               READ ARQUIVO KEY IS SKU
                   INVALID KEY
                       MOVE "EXCLUIDO" TO WS-LD-NOME
                   NOT INVALID KEY
                       MOVE NOME TO WS-LD-NOME
                       IF WS-CP-CUSTO (WS-IND) = ZEROS
                           MOVE VALOR-CUSTO TO WS-CP-CUSTO (WS-IND)
                       END-IF
               END-READ
           END-IF
           MOVE WS-CP-ABERT-QTD (WS-IND)  TO WS-LD-ABERT
           MOVE WS-CP-ENT-QTD (WS-IND)    TO WS-LD-ENTR
           MOVE WS-CP-SAI-QTD (WS-IND)    TO WS-LD-SAIDA
           MOVE WS-CP-PER-QTD (WS-IND)    TO WS-LD-PERDA
           MOVE WS-CP-AJU-QTD (WS-IND)    TO WS-LD-AJUSTE
           MOVE WS-CP-DEV-QTD (WS-IND)    TO WS-LD-DEVOL
           MOVE WS-CP-FECH-QTD (WS-IND)   TO WS-LD-FECH
           MOVE WS-CP-FECH-VALOR (WS-IND) TO WS-LD-VALOR
           COMPUTE WS-QTD-ESPERADA = WS-CP-ABERT-QTD (WS-IND)
               + WS-CP-ENT-QTD (WS-IND) - WS-CP-SAI-QTD (WS-IND)
               - WS-CP-PER-QTD (WS-IND) + WS-CP-AJU-QTD (WS-IND)
               + WS-CP-DEV-QTD (WS-IND)
           IF WS-QTD-ESPERADA = WS-CP-FECH-QTD (WS-IND)
               MOVE SPACE TO WS-LD-MARCA
           ELSE
               MOVE "*" TO WS-LD-MARCA
               ADD 1 TO WS-TOTAL-NAO-FECHA
           END-IF
           MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           ADD WS-CP-ABERT-VALOR (WS-IND) TO WS-VL-ABERTURA
           ADD WS-CP-ENT-VALOR (WS-IND)   TO WS-VL-ENTRADAS
           ADD WS-CP-FECH-VALOR (WS-IND)  TO WS-VL-FECHAMENTO
           COMPUTE WS-VL-SAIDAS ROUNDED = WS-VL-SAIDAS
               + (WS-CP-SAI-QTD (WS-IND) * WS-CP-CUSTO (WS-IND))
           COMPUTE WS-VL-PERDAS ROUNDED = WS-VL-PERDAS
               + (WS-CP-PER-QTD (WS-IND) * WS-CP-CUSTO (WS-IND))
           COMPUTE WS-VL-AJUSTES ROUNDED = WS-VL-AJUSTES
               + (WS-CP-AJU-QTD (WS-IND) * WS-CP-CUSTO (WS-IND))
           COMPUTE WS-VL-DEVOLUCOES ROUNDED = WS-VL-DEVOLUCOES
               + (WS-CP-DEV-QTD (WS-IND) * WS-CP-CUSTO (WS-IND)).

       P-IMPRIMIR-ROLL-FORWARD.
           COMPUTE WS-VL-ESPERADO = WS-VL-ABERTURA + WS-VL-ENTRADAS
               - WS-VL-SAIDAS - WS-VL-PERDAS + WS-VL-AJUSTES
               + WS-VL-DEVOLUCOES
           COMPUTE WS-VL-DIFERENCA = WS-VL-FECHAMENTO - WS-VL-ESPERADO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "VALOR DE ABERTURA..........................:"
               TO WS-LV-DESCRICAO
           MOVE WS-VL-ABERTURA TO WS-LV-VALOR
           PERFORM P-IMPRIMIR-VALOR
           MOVE "(+) ENTRADAS AO CUSTO DO LOTE..............:"
               TO WS-LV-DESCRICAO
           MOVE WS-VL-ENTRADAS TO WS-LV-VALOR
           PERFORM P-IMPRIMIR-VALOR
           MOVE "(-) SAIDAS AO CUSTO DO FECHAMENTO..........:"
               TO WS-LV-DESCRICAO
           MOVE WS-VL-SAIDAS TO WS-LV-VALOR
           PERFORM P-IMPRIMIR-VALOR
           MOVE "(-) PERDAS AO CUSTO DO FECHAMENTO..........:"
               TO WS-LV-DESCRICAO
           MOVE WS-VL-PERDAS TO WS-LV-VALOR
           PERFORM P-IMPRIMIR-VALOR
           MOVE "(+/-) AJUSTES AO CUSTO DO FECHAMENTO.......:"
               TO WS-LV-DESCRICAO
           MOVE WS-VL-AJUSTES TO WS-LV-VALOR
           PERFORM P-IMPRIMIR-VALOR
           MOVE "(+) DEVOLUCOES AO CUSTO DO FECHAMENTO......:"
               TO WS-LV-DESCRICAO
           MOVE WS-VL-DEVOLUCOES TO WS-LV-VALOR
           PERFORM P-IMPRIMIR-VALOR
           MOVE "(=) FECHAMENTO ESPERADO....................:"
               TO WS-LV-DESCRICAO
           MOVE WS-VL-ESPERADO TO WS-LV-VALOR
           PERFORM P-IMPRIMIR-VALOR
           MOVE "VALOR DE FECHAMENTO........................:"
               TO WS-LV-DESCRICAO
           MOVE WS-VL-FECHAMENTO TO WS-LV-VALOR
           PERFORM P-IMPRIMIR-VALOR
           MOVE "DIFERENCA (REAVALIACAO DO CUSTO MEDIO).....:"
               TO WS-LV-DESCRICAO
           MOVE WS-VL-DIFERENCA TO WS-LV-VALOR
           PERFORM P-IMPRIMIR-VALOR
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-SKUS TO WS-LR-SKUS
           MOVE WS-LINHA-RODAPE1 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-NAO-FECHA TO WS-LR-NAO-FECHA
           MOVE WS-LINHA-RODAPE2 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-IMPRIMIR-VALOR.
           MOVE WS-LINHA-VALOR TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      ******************************************************************
      * PARAGRAFOS DE SAIDA
      ******************************************************************

       P-FIM-STOP-RUN.
           STOP RUN.
