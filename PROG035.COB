      ******************************************************************
      * AUTHOR: RODRIGO COSTABRAVA
      * PURPOSE: CONTAS A PAGAR A FORNECEDORES: LISTA AS NOTAS FISCAIS
      *          LIBERADAS PARA PAGAMENTO (PROG033-NF.DAT, SITUACAO L)
      *          ORDENADAS POR FORN-CODIGO E DATA DE VENCIMENTO, COM OS
      *          DIAS ATE O VENCIMENTO (NEGATIVO = VENCIDA), SUBTOTAL
      *          POR FORNECEDOR E TOTAL GERAL SEPARANDO O VALOR VENCIDO
      *          DO VALOR A VENCER
      ******************************************************************

       IDENTIFICATION DIVISION.
           PROGRAM-ID. PROG035.
           AUTHOR. RODRIGO COSTABRAVA

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELFOR.
           COPY SELNFC.

           SELECT SORT-NOTAS ASSIGN TO "SORTWK1".

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
           COPY FDFOR.
           COPY FDNFC.

       SD SORT-NOTAS.
           01 SD-REGISTRO.
               05 SD-FORNECEDOR        PIC 9(04).
               05 SD-DATA-VENCIMENTO   PIC 9(08).
               05 SD-NUMERO            PIC 9(09).
               05 SD-PEDIDO            PIC 9(06).
               05 SD-DATA-EMISSAO      PIC 9(08).
               05 SD-VALOR             PIC 9(07)V99.

       FD RELATORIO
           LABEL RECORDS ARE STANDARD.
           01 LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-FORN          PIC X(02).
           77 WS-STATUS-NF            PIC X(02).
           77 WS-STATUS-RELATORIO     PIC X(02).
           77 WS-FIM-NF               PIC X(01) VALUE "N".
               88 WS-FIM-DA-NF        VALUE "S".
           77 WS-FIM-SORT             PIC X(01) VALUE "N".
               88 WS-FIM-DO-SORT      VALUE "S".
           77 WS-FORN-DISPONIVEL      PIC X(01) VALUE "N".
               88 WS-FORN-ABERTO      VALUE "S".
           77 WS-TEM-GRUPO            PIC X(01) VALUE "N".
               88 WS-GRUPO-ABERTO     VALUE "S".

           77 WS-HOJE-AAAAMMDD        PIC 9(08) VALUE ZEROS.
           77 WS-DIAS-VENCIMENTO      PIC S9(05) VALUE ZEROS.

           77 WS-TOTAL-LIDAS          PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-A-PAGAR        PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-RETIDAS        PIC 9(05) VALUE ZEROS.

           77 WS-FORN-ATUAL           PIC 9(04) VALUE ZEROS.
           77 WS-FORN-VALOR           PIC 9(09)V99 VALUE ZEROS.
           77 WS-FORN-VENCIDO         PIC 9(09)V99 VALUE ZEROS.
           77 WS-GERAL-VALOR          PIC 9(09)V99 VALUE ZEROS.
           77 WS-GERAL-VENCIDO        PIC 9(09)V99 VALUE ZEROS.
           77 WS-GERAL-A-VENCER       PIC 9(09)V99 VALUE ZEROS.

           01 WS-LINHA-TITULO.
               05 FILLER PIC X(40) VALUE
                   "CONTAS A PAGAR A FORNECEDORES - POSICAO ".
               05 FILLER PIC X(04) VALUE "EM: ".
               05 WS-TI-DATA           PIC 9(08).

           01 WS-LINHA-CAB-FORN.
               05 FILLER PIC X(12) VALUE "FORNECEDOR: ".
               05 WS-CF-CODIGO         PIC 9(04).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-CF-NOME           PIC X(30).

           01 WS-LINHA-CABECALHO.
               05 FILLER PIC X(40) VALUE
                   "NOTA      PEDIDO EMISSAO  VENCTO        ".
               05 FILLER PIC X(22) VALUE
                   "  VALOR  DIAS SITUACAO".

           01 WS-LINHA-DETALHE.
               05 WS-LD-NUMERO         PIC 9(09).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-PEDIDO         PIC 9(06).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-EMISSAO        PIC 9(08).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-VENCIMENTO     PIC 9(08).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-VALOR          PIC Z.ZZZ.ZZ9,99.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-DIAS           PIC ----9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-SITUACAO       PIC X(10).

           01 WS-LINHA-SUBTOTAL.
               05 FILLER PIC X(33) VALUE
                   "TOTAL DO FORNECEDOR.............:".
               05 WS-ST-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
               05 FILLER PIC X(11) VALUE "  VENCIDO: ".
               05 WS-ST-VENCIDO        PIC ZZZ.ZZZ.ZZ9,99.

           01 WS-LINHA-TOTAL1.
               05 FILLER PIC X(33) VALUE
                   "TOTAL GERAL A PAGAR.............:".
               05 WS-TG-VALOR          PIC ZZZ.ZZZ.ZZ9,99.

           01 WS-LINHA-TOTAL2.
               05 FILLER PIC X(33) VALUE
                   "  VENCIDO.......................:".
               05 WS-TG-VENCIDO        PIC ZZZ.ZZZ.ZZ9,99.

           01 WS-LINHA-TOTAL3.
               05 FILLER PIC X(33) VALUE
                   "  A VENCER......................:".
               05 WS-TG-A-VENCER       PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

      ******************************************************************
      * PARAGRAFOS PRINCIPAIS
      ******************************************************************

       P-ABERTURA.
           DISPLAY "PROG035 - CONTAS A PAGAR A FORNECEDORES"
           ACCEPT WS-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           OPEN INPUT ARQUIVO-NF
           IF WS-STATUS-NF NOT = "00"
               DISPLAY "ARQUIVO DE NOTAS NAO ENCONTRADO. "
                   "EXECUTE O PROG033. STATUS: " WS-STATUS-NF
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN INPUT ARQUIVO-FORN
           IF WS-STATUS-FORN = "00"
               MOVE "S" TO WS-FORN-DISPONIVEL
           ELSE
               DISPLAY "CADASTRO DE FORNECEDORES INDISPONIVEL. "
                   "CABECALHOS SAIRAO SEM NOME."
           END-IF
           OPEN OUTPUT RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO CRIAR RELATORIO. STATUS: "
                   WS-STATUS-RELATORIO
               CLOSE ARQUIVO-NF
               GO TO P-FIM-STOP-RUN
           END-IF
           MOVE WS-HOJE-AAAAMMDD TO WS-TI-DATA
           MOVE WS-LINHA-TITULO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-PRINCIPAL.
           SORT SORT-NOTAS
               ON ASCENDING KEY SD-FORNECEDOR SD-DATA-VENCIMENTO
                                SD-NUMERO
               INPUT PROCEDURE IS P-SELECIONAR-INICIO
                   THRU P-SELECIONAR-FIM
               OUTPUT PROCEDURE IS P-TOTALIZAR-INICIO
                   THRU P-TOTALIZAR-FIM
           CLOSE ARQUIVO-NF
           IF WS-FORN-ABERTO
               CLOSE ARQUIVO-FORN
           END-IF
           CLOSE RELATORIO
           DISPLAY "RELATORIO GERADO: PROG035.LST"
           DISPLAY "NOTAS LIDAS........: " WS-TOTAL-LIDAS
           DISPLAY "NOTAS A PAGAR......: " WS-TOTAL-A-PAGAR
           IF WS-TOTAL-RETIDAS > ZEROS
               DISPLAY "NOTAS RETIDAS......: " WS-TOTAL-RETIDAS
                   " (FORA DO RELATORIO - VER PROG034.LST)"
           END-IF
           GO TO P-FIM-STOP-RUN.

      ******************************************************************
      * PARAGRAFOS DE SELECAO (INPUT PROCEDURE DO SORT)
      ******************************************************************

       P-SELECIONAR-INICIO.
           MOVE "N" TO WS-FIM-NF
           PERFORM UNTIL WS-FIM-DA-NF
               READ ARQUIVO-NF NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-NF
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDAS
                       PERFORM P-AVALIAR-NOTA
               END-READ
           END-PERFORM.

       P-SELECIONAR-FIM.
           EXIT.

       P-AVALIAR-NOTA.
           IF NF-SITUACAO = "R"
               ADD 1 TO WS-TOTAL-RETIDAS
           END-IF
           IF NF-SITUACAO = "L"
               MOVE NF-FORNECEDOR      TO SD-FORNECEDOR
               MOVE NF-DATA-VENCIMENTO TO SD-DATA-VENCIMENTO
               MOVE NF-NUMERO          TO SD-NUMERO
               MOVE NF-PEDIDO          TO SD-PEDIDO
               MOVE NF-DATA-EMISSAO    TO SD-DATA-EMISSAO
               MOVE NF-VALOR-TOTAL     TO SD-VALOR
               RELEASE SD-REGISTRO
               ADD 1 TO WS-TOTAL-A-PAGAR
           END-IF.

      ******************************************************************
      * PARAGRAFOS DE TOTALIZACAO (OUTPUT PROCEDURE DO SORT)
      ******************************************************************

       P-TOTALIZAR-INICIO.
           MOVE "N" TO WS-FIM-SORT
           MOVE "N" TO WS-TEM-GRUPO
           PERFORM UNTIL WS-FIM-DO-SORT
               RETURN SORT-NOTAS
                   AT END
                       MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       PERFORM P-ACUMULAR-NOTA
               END-RETURN
           END-PERFORM
           IF WS-GRUPO-ABERTO
               PERFORM P-FECHAR-FORNECEDOR
           END-IF
           PERFORM P-TOTAL-GERAL.

       P-TOTALIZAR-FIM.
           EXIT.

       P-ACUMULAR-NOTA.
           IF NOT WS-GRUPO-ABERTO
               MOVE "S" TO WS-TEM-GRUPO
               PERFORM P-ABRIR-FORNECEDOR
           ELSE
               IF SD-FORNECEDOR NOT = WS-FORN-ATUAL
                   PERFORM P-FECHAR-FORNECEDOR
                   PERFORM P-ABRIR-FORNECEDOR
               END-IF
           END-IF
           COMPUTE WS-DIAS-VENCIMENTO =
               FUNCTION INTEGER-OF-DATE(SD-DATA-VENCIMENTO)
             - FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD)
           MOVE SD-NUMERO          TO WS-LD-NUMERO
           MOVE SD-PEDIDO          TO WS-LD-PEDIDO
           MOVE SD-DATA-EMISSAO    TO WS-LD-EMISSAO
           MOVE SD-DATA-VENCIMENTO TO WS-LD-VENCIMENTO
           MOVE SD-VALOR           TO WS-LD-VALOR
           MOVE WS-DIAS-VENCIMENTO TO WS-LD-DIAS
           ADD SD-VALOR TO WS-FORN-VALOR
           IF WS-DIAS-VENCIMENTO < ZEROS
               MOVE "VENCIDA"  TO WS-LD-SITUACAO
               ADD SD-VALOR TO WS-FORN-VENCIDO
           ELSE
               IF WS-DIAS-VENCIMENTO = ZEROS
                   MOVE "VENCE HOJE" TO WS-LD-SITUACAO
               ELSE
                   MOVE "A VENCER"   TO WS-LD-SITUACAO
               END-IF
           END-IF
           MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-ABRIR-FORNECEDOR.
           MOVE SD-FORNECEDOR TO WS-FORN-ATUAL
           MOVE ZEROS TO WS-FORN-VALOR WS-FORN-VENCIDO
           MOVE SD-FORNECEDOR TO WS-CF-CODIGO
           MOVE SPACES        TO WS-CF-NOME
           IF WS-FORN-ABERTO
               MOVE SD-FORNECEDOR TO FORN-CODIGO
               READ ARQUIVO-FORN KEY IS FORN-CODIGO
                   INVALID KEY
                       MOVE "NAO CADASTRADO" TO WS-CF-NOME
                   NOT INVALID KEY
                       MOVE FORN-NOME TO WS-CF-NOME
               END-READ
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-LINHA-CAB-FORN TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-FECHAR-FORNECEDOR.
           MOVE WS-FORN-VALOR   TO WS-ST-VALOR
           MOVE WS-FORN-VENCIDO TO WS-ST-VENCIDO
           MOVE WS-LINHA-SUBTOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           ADD WS-FORN-VALOR   TO WS-GERAL-VALOR
           ADD WS-FORN-VENCIDO TO WS-GERAL-VENCIDO.

       P-TOTAL-GERAL.
           COMPUTE WS-GERAL-A-VENCER = WS-GERAL-VALOR - WS-GERAL-VENCIDO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-GERAL-VALOR TO WS-TG-VALOR
           MOVE WS-LINHA-TOTAL1 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-GERAL-VENCIDO TO WS-TG-VENCIDO
           MOVE WS-LINHA-TOTAL2 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-GERAL-A-VENCER TO WS-TG-A-VENCER
           MOVE WS-LINHA-TOTAL3 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      ******************************************************************
      * PARAGRAFOS DE SAIDA
      ******************************************************************

       P-FIM-STOP-RUN.
           STOP RUN.
