      ******************************************************************
      * AUTHOR: RODRIGO COSTABRAVA
      * PURPOSE: AGING DO SUSPENSO DE VENDAS DO PDV
      *          (PROG010-SUSPENSO.DAT): LISTA AS LINHAS AINDA NAO
      *          BAIXADAS (EM ABERTO E LIBERADAS), DA MAIS ANTIGA PARA
      *          A MAIS NOVA, COM OS DIAS DESDE A REJEICAO E O VALOR DE
      *          VENDA (QUANTIDADE X VALOR-VENDA ATUAL DO SKU). TOTALIZA
      *          POR FAIXA DE IDADE (ATE 7, 8 A 15, 16 A 30 E MAIS DE
      *          30 DIAS). LINHA CUJO CODIGO NAO CHEGA A UM SKU DO
      *          CADASTRO SAI SEM VALOR
      ******************************************************************

       IDENTIFICATION DIVISION.
           PROGRAM-ID. PROG046.
           AUTHOR. RODRIGO COSTABRAVA

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELSUS.
           COPY SELARQ.
           COPY SELEAN.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
           COPY FDSUS.
           COPY FDARQ.
           COPY FDEAN.

       FD RELATORIO
           LABEL RECORDS ARE STANDARD.
           01 LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-SUSPENSO      PIC X(02).
           77 WS-STATUS-ARQUIVO       PIC X(02).
           77 WS-STATUS-EAN           PIC X(02).
           77 WS-STATUS-RELATORIO     PIC X(02).
           77 WS-FIM-SUSPENSO         PIC X(01) VALUE "N".
               88 WS-FIM-DO-SUSPENSO  VALUE "S".
           77 WS-EAN-DISPONIVEL       PIC X(01) VALUE "N".
               88 WS-EAN-ABERTO       VALUE "S".
           77 WS-CODIGO-OK            PIC X(01) VALUE "N".
               88 WS-CODIGO-RESOLVIDO VALUE "S".

           77 WS-HOJE-AAAAMMDD        PIC 9(08) VALUE ZEROS.
           77 WS-DIAS                 PIC 9(05) VALUE ZEROS.
           77 WS-FAIXA                PIC 9(01) VALUE ZERO.
           77 WS-CODIGO-NUM           PIC 9(13) VALUE ZEROS.
           77 WS-SKU-RESOLVIDO        PIC 9(04) VALUE ZEROS.
           77 WS-VALOR-LINHA          PIC 9(08)V99 VALUE ZEROS.

           77 WS-TOTAL-ABERTAS        PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-SEM-VALOR      PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-VALOR          PIC 9(09)V99 VALUE ZEROS.

           01 WS-FAIXAS-VALORES.
               05 FILLER PIC X(20) VALUE "ATE 7 DIAS..........".
               05 FILLER PIC X(20) VALUE "8 A 15 DIAS.........".
               05 FILLER PIC X(20) VALUE "16 A 30 DIAS........".
               05 FILLER PIC X(20) VALUE "MAIS DE 30 DIAS.....".
           01 WS-FAIXAS REDEFINES WS-FAIXAS-VALORES.
               05 WS-FX-DESCRICAO      PIC X(20) OCCURS 4 TIMES.

           01 WS-TABELA-FAIXAS.
               05 WS-TF-ITEM OCCURS 4 TIMES.
                   10 WS-TF-QTD        PIC 9(05).
                   10 WS-TF-VALOR      PIC 9(09)V99.

           01 WS-DATA-AAAAMMDD         PIC 9(08).
           01 WS-DATA-PARTES REDEFINES WS-DATA-AAAAMMDD.
               05 WS-DP-ANO            PIC 9(04).
               05 WS-DP-MES            PIC 9(02).
               05 WS-DP-DIA            PIC 9(02).

           01 WS-LINHA-TITULO.
               05 FILLER PIC X(40) VALUE
                   "PROG046 - AGING DO SUSPENSO DE VENDAS   ".
               05 FILLER PIC X(10) VALUE "EMISSAO: ".
               05 WS-LT-DIA            PIC 9(02).
               05 FILLER               PIC X(01) VALUE "/".
               05 WS-LT-MES            PIC 9(02).
               05 FILLER               PIC X(01) VALUE "/".
               05 WS-LT-ANO            PIC 9(04).

           01 WS-LINHA-CABECALHO.
               05 FILLER PIC X(40) VALUE
                   "REJEITADA  DIAS CODIGO        SKU  QTD  ".
               05 FILLER PIC X(40) VALUE
                   "    VALOR S MOTIVO                      ".

           01 WS-LINHA-DETALHE.
               05 WS-LD-DIA            PIC 9(02).
               05 FILLER               PIC X(01) VALUE "/".
               05 WS-LD-MES            PIC 9(02).
               05 FILLER               PIC X(01) VALUE "/".
               05 WS-LD-ANO            PIC 9(04).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-DIAS           PIC ZZZ9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-CODIGO         PIC X(13).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-SKU            PIC X(04).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-QTD            PIC X(04).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-VALOR          PIC ZZZZZ9,99.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-SITUACAO       PIC X(01).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-MOTIVO         PIC X(28).

           01 WS-LINHA-FAIXA.
               05 WS-LF-DESCRICAO      PIC X(20).
               05 FILLER               PIC X(07) VALUE " LINHAS".
               05 WS-LF-QTD            PIC ZZZZ9.
               05 FILLER               PIC X(08) VALUE "  VALOR ".
               05 WS-LF-VALOR          PIC ZZZ.ZZZ.ZZ9,99.

           01 WS-LINHA-SEM-VALOR.
               05 FILLER PIC X(27) VALUE "SEM SKU NO CADASTRO........".
               05 WS-LS-QTD            PIC ZZZZ9.

       PROCEDURE DIVISION.

      ******************************************************************
      * PARAGRAFOS PRINCIPAIS
      ******************************************************************

       P-ABERTURA.
           DISPLAY "PROG046 - AGING DO SUSPENSO DE VENDAS DO PDV"
           ACCEPT WS-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           OPEN INPUT ARQUIVO-SUSPENSO
           IF WS-STATUS-SUSPENSO NOT = "00"
               DISPLAY "SUSPENSO DE VENDAS NAO ENCONTRADO. "
                   "EXECUTE O PROG010."
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN INPUT ARQUIVO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO. STATUS: "
                   WS-STATUS-ARQUIVO
               CLOSE ARQUIVO-SUSPENSO
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN INPUT ARQUIVO-EAN
           IF WS-STATUS-EAN = "00"
               MOVE "S" TO WS-EAN-DISPONIVEL
           ELSE
               MOVE "N" TO WS-EAN-DISPONIVEL
           END-IF
           OPEN OUTPUT RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO CRIAR RELATORIO. STATUS: "
                   WS-STATUS-RELATORIO
               CLOSE ARQUIVO-SUSPENSO
               CLOSE ARQUIVO
               IF WS-EAN-ABERTO
                   CLOSE ARQUIVO-EAN
               END-IF
               GO TO P-FIM-STOP-RUN
           END-IF
           INITIALIZE WS-TABELA-FAIXAS
           MOVE WS-HOJE-AAAAMMDD TO WS-DATA-AAAAMMDD
           MOVE WS-DP-DIA TO WS-LT-DIA
           MOVE WS-DP-MES TO WS-LT-MES
           MOVE WS-DP-ANO TO WS-LT-ANO
           MOVE WS-LINHA-TITULO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE ZEROS TO SUS-DATA-REJEICAO SUS-HORA-EXECUCAO
               SUS-NUM-LINHA
           START ARQUIVO-SUSPENSO KEY IS NOT LESS THAN SUS-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SUSPENSO
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-SUSPENSO
           END-START.

       P-PRINCIPAL.
           PERFORM UNTIL WS-FIM-DO-SUSPENSO
               READ ARQUIVO-SUSPENSO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-SUSPENSO
                   NOT AT END
                       IF SUS-SITUACAO = "A" OR SUS-SITUACAO = "L"
                           PERFORM P-IMPRIMIR-LINHA
                       END-IF
               END-READ
           END-PERFORM
           PERFORM P-RODAPE
           CLOSE ARQUIVO-SUSPENSO
           CLOSE ARQUIVO
           IF WS-EAN-ABERTO
               CLOSE ARQUIVO-EAN
           END-IF
           CLOSE RELATORIO
           DISPLAY "RELATORIO GERADO: PROG046.LST"
           DISPLAY "LINHAS EM SUSPENSO...: " WS-TOTAL-ABERTAS
           DISPLAY "SEM SKU NO CADASTRO..: " WS-TOTAL-SEM-VALOR
           GO TO P-FIM-STOP-RUN.

      ******************************************************************
      * PARAGRAFOS DE IMPRESSAO
      ******************************************************************

       P-IMPRIMIR-LINHA.
           ADD 1 TO WS-TOTAL-ABERTAS
           COMPUTE WS-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD)
               - FUNCTION INTEGER-OF-DATE(SUS-DATA-REJEICAO)
           EVALUATE TRUE
               WHEN WS-DIAS NOT > 7
                   MOVE 1 TO WS-FAIXA
               WHEN WS-DIAS NOT > 15
                   MOVE 2 TO WS-FAIXA
               WHEN WS-DIAS NOT > 30
                   MOVE 3 TO WS-FAIXA
               WHEN OTHER
                   MOVE 4 TO WS-FAIXA
           END-EVALUATE
           PERFORM P-VALORIZAR-LINHA
           ADD 1 TO WS-TF-QTD (WS-FAIXA)
           ADD WS-VALOR-LINHA TO WS-TF-VALOR (WS-FAIXA)
           ADD WS-VALOR-LINHA TO WS-TOTAL-VALOR
           MOVE SUS-DATA-REJEICAO TO WS-DATA-AAAAMMDD
           MOVE WS-DP-DIA         TO WS-LD-DIA
           MOVE WS-DP-MES         TO WS-LD-MES
           MOVE WS-DP-ANO         TO WS-LD-ANO
           MOVE WS-DIAS           TO WS-LD-DIAS
           MOVE SUS-CODIGO        TO WS-LD-CODIGO
           MOVE SUS-QTD           TO WS-LD-QTD
           MOVE WS-VALOR-LINHA    TO WS-LD-VALOR
           MOVE SUS-SITUACAO      TO WS-LD-SITUACAO
           MOVE SUS-MOTIVO        TO WS-LD-MOTIVO
           IF WS-CODIGO-RESOLVIDO
               MOVE WS-SKU-RESOLVIDO TO WS-LD-SKU
           ELSE
               MOVE "----" TO WS-LD-SKU
           END-IF
           MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * MESMA REGRA DO PROG010: ATE 9999 E SKU, ACIMA DISSO E EAN-13.
      * DEVOLUCAO TAMBEM E VALORIZADA PELO PRECO DE VENDA, POIS O QUE
      * SE MEDE E O VALOR PARADO NO SUSPENSO.
       P-VALORIZAR-LINHA.
           MOVE "N" TO WS-CODIGO-OK
           MOVE ZEROS TO WS-VALOR-LINHA
           MOVE ZEROS TO WS-SKU-RESOLVIDO
           IF SUS-CODIGO NUMERIC AND SUS-QTD NUMERIC
               MOVE SUS-CODIGO TO WS-CODIGO-NUM
               IF WS-CODIGO-NUM NOT > 9999
                   MOVE WS-CODIGO-NUM TO WS-SKU-RESOLVIDO
                   MOVE "S" TO WS-CODIGO-OK
               ELSE
                   IF WS-EAN-ABERTO
                       MOVE WS-CODIGO-NUM TO EAN-CODIGO
                       READ ARQUIVO-EAN KEY IS EAN-CODIGO
                           NOT INVALID KEY
                               MOVE EAN-SKU TO WS-SKU-RESOLVIDO
                               MOVE "S" TO WS-CODIGO-OK
                       END-READ
                   END-IF
               END-IF
           END-IF
           IF WS-CODIGO-RESOLVIDO
               MOVE WS-SKU-RESOLVIDO TO SKU
               READ ARQUIVO KEY IS SKU
                   INVALID KEY
                       MOVE "N" TO WS-CODIGO-OK
                   NOT INVALID KEY
                       COMPUTE WS-VALOR-LINHA = SUS-QTD * VALOR-VENDA
               END-READ
           END-IF
           IF NOT WS-CODIGO-RESOLVIDO
               ADD 1 TO WS-TOTAL-SEM-VALOR
           END-IF.

       P-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 1 TO WS-FAIXA
           PERFORM P-RODAPE-FAIXA 4 TIMES
           MOVE "TOTAL EM SUSPENSO..." TO WS-LF-DESCRICAO
           MOVE WS-TOTAL-ABERTAS TO WS-LF-QTD
           MOVE WS-TOTAL-VALOR   TO WS-LF-VALOR
           MOVE WS-LINHA-FAIXA TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-SEM-VALOR TO WS-LS-QTD
           MOVE WS-LINHA-SEM-VALOR TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-RODAPE-FAIXA.
           MOVE WS-FX-DESCRICAO (WS-FAIXA) TO WS-LF-DESCRICAO
           MOVE WS-TF-QTD (WS-FAIXA)       TO WS-LF-QTD
           MOVE WS-TF-VALOR (WS-FAIXA)     TO WS-LF-VALOR
           MOVE WS-LINHA-FAIXA TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           ADD 1 TO WS-FAIXA.

      ******************************************************************
      * PARAGRAFOS DE SAIDA
      ******************************************************************

       P-FIM-STOP-RUN.
           STOP RUN.
