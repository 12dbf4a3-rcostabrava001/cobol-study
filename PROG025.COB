      *          HISTORICO DO PDV (PROG010-HIST.DAT): UNIDADES
      *          VENDIDAS, RECEITA (VALOR-VENDA) E MARGEM BRUTA
      *          (VALOR-VENDA MENOS VALOR-CUSTO) POR SKU, COM
      *          SUBTOTAIS POR DEPARTAMENTO E, DENTRO DELE, POR
      *          FORNECEDOR, E TOTAL GERAL DO MES. AS
      *          DEVOLUCOES (HIS-QTD NEGATIVO) DESCONTAM UNIDADES,
      *          RECEITA E MARGEM AO PRECO DA VENDA ORIGINAL
      ******************************************************************

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY SELARQ.
           COPY SELFOR.
           COPY SELDEP.
           COPY SELHIS.

           SELECT SORT-VENDAS ASSIGN TO "SORTWK1".
       FILE SECTION.
           COPY FDARQ.
           COPY FDFOR.
           COPY FDDEP.
           COPY FDHIS.

       SD SORT-VENDAS.
           01 SD-REGISTRO.
               05 SD-DEPARTAMENTO      PIC 9(03).
               05 SD-FORNECEDOR        PIC 9(04).
               05 SD-SKU               PIC 9(04).
               05 SD-QTD               PIC S9(04).
               05 SD-VALOR-VENDA       PIC 9(04)V99.
               05 SD-VALOR-CUSTO       PIC 9(04)V99.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO       PIC X(02).
           77 WS-STATUS-FORN          PIC X(02).
           77 WS-STATUS-DEP           PIC X(02).
           77 WS-STATUS-HIST          PIC X(02).
           77 WS-STATUS-RELATORIO     PIC X(02).
           77 WS-FIM-HIST             PIC X(01) VALUE "N".
               88 WS-FIM-DO-SORT      VALUE "S".
           77 WS-FORN-DISPONIVEL      PIC X(01) VALUE "N".
               88 WS-FORN-ABERTO      VALUE "S".
           77 WS-DEP-DISPONIVEL       PIC X(01) VALUE "N".
               88 WS-DEP-ABERTO       VALUE "S".
           77 WS-TEM-GRUPO            PIC X(01) VALUE "N".
               88 WS-GRUPO-ABERTO     VALUE "S".

           77 WS-TOTAL-LIDOS          PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-DO-MES         PIC 9(05) VALUE ZEROS.

           77 WS-DEP-ATUAL            PIC 9(03) VALUE ZEROS.
           77 WS-FORN-ATUAL           PIC 9(04) VALUE ZEROS.
           77 WS-SKU-ATUAL            PIC 9(04) VALUE ZEROS.

           77 WS-SKU-QTD              PIC S9(06) VALUE ZEROS.
           77 WS-SKU-RECEITA          PIC S9(09)V99 VALUE ZEROS.
           77 WS-SKU-MARGEM           PIC S9(09)V99 VALUE ZEROS.
           77 WS-FORN-QTD             PIC S9(06) VALUE ZEROS.
           77 WS-FORN-RECEITA         PIC S9(09)V99 VALUE ZEROS.
           77 WS-FORN-MARGEM          PIC S9(09)V99 VALUE ZEROS.
           77 WS-DEP-QTD              PIC S9(06) VALUE ZEROS.
           77 WS-DEP-RECEITA          PIC S9(09)V99 VALUE ZEROS.
           77 WS-DEP-MARGEM           PIC S9(09)V99 VALUE ZEROS.
           77 WS-GERAL-QTD            PIC S9(06) VALUE ZEROS.
           77 WS-GERAL-RECEITA        PIC S9(09)V99 VALUE ZEROS.
           77 WS-GERAL-MARGEM         PIC S9(09)V99 VALUE ZEROS.

           01 WS-LINHA-TITULO.
                   "VENDAS E MARGEM BRUTA - PERIODO: ".
               05 WS-TI-MES            PIC 9(06).

           01 WS-LINHA-CAB-DEP.
               05 FILLER PIC X(14) VALUE "DEPARTAMENTO: ".
               05 WS-CD-CODIGO         PIC 9(03).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-CD-NOME           PIC X(20).

           01 WS-LINHA-CAB-FORN.
               05 FILLER PIC X(12) VALUE "FORNECEDOR: ".
               05 WS-CF-CODIGO         PIC 9(04).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-NOME           PIC X(30).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-QTD            PIC -----9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-RECEITA        PIC -ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-MARGEM         PIC -ZZ.ZZZ.ZZ9,99.

           01 WS-LINHA-SUBTOTAL.
               05 FILLER PIC X(36) VALUE
                   "TOTAL DO FORNECEDOR................:".
               05 WS-ST-QTD            PIC -----9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-ST-RECEITA        PIC -ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-ST-MARGEM         PIC -ZZ.ZZZ.ZZ9,99.

           01 WS-LINHA-SUBTOTAL-DEP.
               05 FILLER PIC X(36) VALUE
                   "TOTAL DO DEPARTAMENTO..............:".
               05 WS-SD-QTD            PIC -----9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-SD-RECEITA        PIC -ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-SD-MARGEM         PIC -ZZ.ZZZ.ZZ9,99.

           01 WS-LINHA-TOTAL.
               05 FILLER PIC X(36) VALUE
                   "TOTAL GERAL DO MES.................:".
               05 WS-TG-QTD            PIC -----9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-TG-RECEITA        PIC -ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-TG-MARGEM         PIC -ZZ.ZZZ.ZZ9,99.

               DISPLAY "CADASTRO DE FORNECEDORES INDISPONIVEL. "
                   "CABECALHOS SAIRAO SEM NOME."
           END-IF
           OPEN INPUT ARQUIVO-DEP
           IF WS-STATUS-DEP = "00"
               MOVE "S" TO WS-DEP-DISPONIVEL
           ELSE
               DISPLAY "CADASTRO DE DEPARTAMENTOS INDISPONIVEL. "
                   "CABECALHOS SAIRAO SEM NOME."
           END-IF
           OPEN OUTPUT RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO CRIAR RELATORIO. STATUS: "

       P-PRINCIPAL.
           SORT SORT-VENDAS
               ON ASCENDING KEY SD-DEPARTAMENTO SD-FORNECEDOR SD-SKU
               INPUT PROCEDURE IS P-SELECIONAR-INICIO
                   THRU P-SELECIONAR-FIM
               OUTPUT PROCEDURE IS P-TOTALIZAR-INICIO
           IF WS-FORN-ABERTO
               CLOSE ARQUIVO-FORN
           END-IF
           IF WS-DEP-ABERTO
               CLOSE ARQUIVO-DEP
           END-IF
           CLOSE RELATORIO
           DISPLAY "RELATORIO GERADO: PROG025.LST"
           DISPLAY "VENDAS LIDAS.......: " WS-TOTAL-LIDOS
       P-AVALIAR-VENDA.
           COMPUTE WS-MES-REGISTRO = HIS-DATA / 100
           IF WS-MES-REGISTRO = WS-MES-FILTRO
               MOVE HIS-SKU TO SKU
               READ ARQUIVO KEY IS SKU
                   INVALID KEY
                       MOVE ZEROS TO SD-DEPARTAMENTO
                   NOT INVALID KEY
                       MOVE COD-DEPARTAMENTO TO SD-DEPARTAMENTO
               END-READ
               MOVE HIS-FORNECEDOR   TO SD-FORNECEDOR
               MOVE HIS-SKU          TO SD-SKU
               MOVE HIS-QTD          TO SD-QTD
           IF WS-GRUPO-ABERTO
               PERFORM P-FECHAR-SKU
               PERFORM P-FECHAR-FORNECEDOR
               PERFORM P-FECHAR-DEPARTAMENTO
           END-IF
           PERFORM P-TOTAL-GERAL.

       P-ACUMULAR-VENDA.
           IF NOT WS-GRUPO-ABERTO
               MOVE "S" TO WS-TEM-GRUPO
               PERFORM P-ABRIR-DEPARTAMENTO
               PERFORM P-ABRIR-FORNECEDOR
               PERFORM P-ABRIR-SKU
           ELSE
               IF SD-DEPARTAMENTO NOT = WS-DEP-ATUAL
                   PERFORM P-FECHAR-SKU
                   PERFORM P-FECHAR-FORNECEDOR
                   PERFORM P-FECHAR-DEPARTAMENTO
                   PERFORM P-ABRIR-DEPARTAMENTO
                   PERFORM P-ABRIR-FORNECEDOR
                   PERFORM P-ABRIR-SKU
               ELSE
                   IF SD-FORNECEDOR NOT = WS-FORN-ATUAL
                       PERFORM P-FECHAR-SKU
                       PERFORM P-FECHAR-FORNECEDOR
                       PERFORM P-ABRIR-FORNECEDOR
                       PERFORM P-ABRIR-SKU
                   ELSE
                       IF SD-SKU NOT = WS-SKU-ATUAL
                           PERFORM P-FECHAR-SKU
                           PERFORM P-ABRIR-SKU
                       END-IF
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-SKU-MARGEM = WS-SKU-MARGEM
               + (SD-QTD * (SD-VALOR-VENDA - SD-VALOR-CUSTO)).

       P-ABRIR-DEPARTAMENTO.
           MOVE SD-DEPARTAMENTO TO WS-DEP-ATUAL
           MOVE ZEROS TO WS-DEP-QTD WS-DEP-RECEITA WS-DEP-MARGEM
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
           WRITE LINHA-RELATORIO.

       P-ABRIR-FORNECEDOR.
           MOVE SD-FORNECEDOR TO WS-FORN-ATUAL
           MOVE ZEROS TO WS-FORN-QTD WS-FORN-RECEITA WS-FORN-MARGEM
           MOVE WS-FORN-MARGEM  TO WS-ST-MARGEM
           MOVE WS-LINHA-SUBTOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           ADD WS-FORN-QTD     TO WS-DEP-QTD
           ADD WS-FORN-RECEITA TO WS-DEP-RECEITA
           ADD WS-FORN-MARGEM  TO WS-DEP-MARGEM.

       P-FECHAR-DEPARTAMENTO.
           MOVE WS-DEP-QTD     TO WS-SD-QTD
           MOVE WS-DEP-RECEITA TO WS-SD-RECEITA
           MOVE WS-DEP-MARGEM  TO WS-SD-MARGEM
           MOVE WS-LINHA-SUBTOTAL-DEP TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           ADD WS-DEP-QTD     TO WS-GERAL-QTD
           ADD WS-DEP-RECEITA TO WS-GERAL-RECEITA
           ADD WS-DEP-MARGEM  TO WS-GERAL-MARGEM.

       P-TOTAL-GERAL.
           MOVE WS-GERAL-QTD     TO WS-TG-QTD
