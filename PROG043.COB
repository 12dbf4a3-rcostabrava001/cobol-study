      ******************************************************************
      * AUTHOR: RODRIGO COSTABRAVA
      * PURPOSE: AVALIACAO MENSAL DE FORNECEDORES A PARTIR DOS PEDIDOS
      *          DE COMPRA (PROG023-PED.DAT / PROG023-ITEM.DAT) E DAS
      *          ENTRADAS "E" DE PEDIDO NO LEDGER (PROG008-MOV.DAT):
      *          PRAZO MEDIO REAL DA EMISSAO DO PEDIDO AO RECEBIMENTO
      *          CONTRA O FORN-PRAZO-ENTREGA CADASTRADO, PERCENTUAL
      *          ATENDIDO (RECEBIDO SOBRE PEDIDO), LINHAS ENTREGUES
      *          COM FALTA E COM EXCESSO E VARIACAO MEDIA DO CUSTO
      *          UNITARIO ENTRE RECEBIMENTOS DO MESMO SKU. AO FINAL
      *          OFERECE ATUALIZAR FORN-PRAZO-ENTREGA PELO PRAZO
      *          MEDIDO, GRAVANDO O ANTES/DEPOIS EM PROG043-PRAZO.DAT
      ******************************************************************

       IDENTIFICATION DIVISION.
           PROGRAM-ID. PROG043.
           AUTHOR. RODRIGO COSTABRAVA

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELFOR.
           COPY SELPED.
           COPY SELITE.
           COPY SELMOV.
           COPY SELPRZ.
           COPY SELOPE.
           COPY SELSGN.
           COPY SELSES.
           COPY SELPRM.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
           COPY FDFOR.
           COPY FDPED.
           COPY FDITE.
           COPY FDMOV.
           COPY FDPRZ.
           COPY FDOPE.
           COPY FDSGN.
           COPY FDSES.
           COPY FDPRM.

       FD RELATORIO
           LABEL RECORDS ARE STANDARD.
           01 LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-FORN          PIC X(02).
           77 WS-STATUS-PED           PIC X(02).
           77 WS-STATUS-ITEM          PIC X(02).
           77 WS-STATUS-MOV           PIC X(02).
           77 WS-STATUS-PRZ           PIC X(02).
           77 WS-STATUS-RELATORIO     PIC X(02).
           77 WS-OPERADOR             PIC X(08) VALUE SPACES.
           77 WS-PARAMETRO            PIC X(20) VALUE SPACES.
           77 WS-PARM-OPERADOR        PIC X(08) VALUE SPACES.
           77 WS-PARM-TOKEN           PIC X(08) VALUE SPACES.
           77 WS-STATUS-PERM          PIC X(02).
           77 WS-NIVEL-PERM           PIC 9(01) VALUE ZERO.
           77 WS-PERMITIDO            PIC X(01) VALUE "N".
               88 WS-PROGRAMA-PERMITIDO VALUE "S".
           77 WS-STATUS-OPER          PIC X(02).
           77 WS-STATUS-SESSAO        PIC X(02).
           77 WS-STATUS-SIGNON        PIC X(02).
           77 WS-OPERADOR-SENHA       PIC X(08) VALUE SPACES.
           77 WS-NIVEL-OPERADOR       PIC 9(01) VALUE ZERO.
           77 WS-OPER-DISPONIVEL      PIC X(01) VALUE "N".
               88 WS-OPER-ABERTO      VALUE "S".
           77 WS-ACESSO-OK            PIC X(01) VALUE "N".
               88 WS-ACESSO-LIBERADO  VALUE "S".
           77 WS-TENTATIVAS-ACESSO    PIC 9(01) VALUE ZEROS.
           77 WS-SGN-RESULTADO        PIC X(01) VALUE SPACE.
           77 WS-VALIDADE-SENHA       PIC 9(03) VALUE 90.
           77 WS-DIAS-SENHA           PIC S9(05) VALUE ZEROS.
           77 WS-INTEIRO-HOJE         PIC S9(09) COMP VALUE ZEROS.
           77 WS-INTEIRO-SENHA        PIC S9(09) COMP VALUE ZEROS.
           77 WS-NOVA-SENHA           PIC X(08) VALUE SPACES.
           77 WS-NOVA-SENHA2          PIC X(08) VALUE SPACES.
           77 WS-TROCA-OK             PIC X(01) VALUE "N".
               88 WS-TROCA-FEITA      VALUE "S".
           77 WS-CONFIRMA             PIC X(01) VALUE SPACE.

           77 WS-FIM-ITEM             PIC X(01) VALUE "N".
               88 WS-FIM-DO-ITEM      VALUE "S".
           77 WS-FIM-MOV              PIC X(01) VALUE "N".
               88 WS-FIM-DO-MOV       VALUE "S".
           77 WS-ACHOU                PIC X(01) VALUE "N".
               88 WS-REGISTRO-ACHOU   VALUE "S".

           77 WS-MES-FILTRO           PIC 9(06) VALUE ZEROS.
           77 WS-MES-REGISTRO         PIC 9(06) VALUE ZEROS.
           77 WS-MES-CORRENTE         PIC 9(06) VALUE ZEROS.
           77 WS-HOJE-AAAAMMDD        PIC 9(08) VALUE ZEROS.

           77 WS-IND                  PIC 9(04) COMP VALUE ZEROS.
           77 WS-MAX-SKU              PIC 9(04) COMP VALUE 9999.
           77 WS-MAX-FORN             PIC 9(04) COMP VALUE 9999.
           77 WS-IND-LN               PIC 9(04) COMP VALUE ZEROS.
           77 WS-QTD-LINHAS           PIC 9(04) COMP VALUE ZEROS.
           77 WS-MAX-LINHAS           PIC 9(04) COMP VALUE 5000.
           77 WS-LN-ESCOLHIDA         PIC 9(04) COMP VALUE ZEROS.

           77 WS-INTEIRO-EMISSAO      PIC S9(09) COMP VALUE ZEROS.
           77 WS-INTEIRO-RECEBIMENTO  PIC S9(09) COMP VALUE ZEROS.
           77 WS-DIAS                 PIC S9(05) VALUE ZEROS.
           77 WS-VARIACAO             PIC S9(05)V99 VALUE ZEROS.
           77 WS-MEDIO                PIC 9(03)V9 VALUE ZEROS.
           77 WS-PRAZO-MEDIDO         PIC 9(03) VALUE ZEROS.
           77 WS-ATENDIDO             PIC 9(03)V9 VALUE ZEROS.
           77 WS-CUSTO-MEDIO          PIC S9(03)V99 VALUE ZEROS.

           77 WS-LINHAS-IGNORADAS     PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-RECEB-MES      PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-SEM-PEDIDO     PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-FORNECEDORES   PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-REVISADOS      PIC 9(05) VALUE ZEROS.

      * LINHAS DE PEDIDO COM ALGUMA QUANTIDADE RECEBIDA, NA ORDEM DA
      * CHAVE (PEDIDO + SKU). WS-LN-NO-MES MARCA AS LINHAS QUE TIVERAM
      * RECEBIMENTO NO MES AVALIADO.
           01 WS-TABELA-LINHAS.
               05 WS-LINHA-PEDIDO OCCURS 5000 TIMES.
                   10 WS-LN-NUMERO     PIC 9(06).
                   10 WS-LN-SKU        PIC 9(04).
                   10 WS-LN-FORN       PIC 9(04).
                   10 WS-LN-EMISSAO    PIC 9(08).
                   10 WS-LN-PEDIDA     PIC 9(04).
                   10 WS-LN-RECEBIDA   PIC 9(04).
                   10 WS-LN-NO-MES     PIC X(01).

      * ACUMULADOS DO MES POR FORNECEDOR, NA POSICAO DO FORN-CODIGO.
           01 WS-TABELA-AVALIACAO.
               05 WS-AVALIACAO OCCURS 9999 TIMES.
                   10 WS-AV-RECEB      PIC 9(05) COMP.
                   10 WS-AV-DIAS       PIC 9(07) COMP.
                   10 WS-AV-LINHAS     PIC 9(05) COMP.
                   10 WS-AV-PEDIDA     PIC 9(07) COMP.
                   10 WS-AV-RECEBIDA   PIC 9(07) COMP.
                   10 WS-AV-FALTA      PIC 9(05) COMP.
                   10 WS-AV-EXCESSO    PIC 9(05) COMP.
                   10 WS-AV-CUSTO-N    PIC 9(05) COMP.
                   10 WS-AV-CUSTO-SOMA PIC S9(07)V99 COMP.

      * ULTIMO CUSTO UNITARIO RECEBIDO DE CADA SKU, NA POSICAO DO SKU.
           01 WS-TABELA-CUSTO.
               05 WS-ULTIMO-CUSTO OCCURS 9999 TIMES PIC 9(04)V99 COMP.

           01 WS-LINHA-TITULO.
               05 FILLER PIC X(37) VALUE
                   "AVALIACAO DE FORNECEDORES - PERIODO: ".
               05 WS-TI-MES            PIC 9(06).

           01 WS-LINHA-CABECALHO.
               05 FILLER PIC X(40) VALUE
                   "FORN NOME                 PRZ  MEDIO  RE".
               05 FILLER PIC X(30) VALUE
                   "CB %ATEND FALTA EXCES   %CUSTO".

           01 WS-LINHA-DETALHE.
               05 WS-LD-FORN           PIC 9(04).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-NOME           PIC X(20).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-PRAZO          PIC ZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LD-MEDIO          PIC ZZ9,9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LD-RECEB          PIC ZZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LD-ATENDIDO       PIC ZZ9,9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LD-FALTA          PIC ZZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LD-EXCESSO        PIC ZZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LD-CUSTO          PIC -ZZ9,99.

           01 WS-LINHA-CAB-REVISAO.
               05 FILLER PIC X(40) VALUE
                   "PRAZOS DE ENTREGA REVISADOS - OPERADOR: ".
               05 WS-CR-OPERADOR       PIC X(08).

           01 WS-LINHA-REVISAO.
               05 WS-LV-FORN           PIC 9(04).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LV-NOME           PIC X(20).
               05 FILLER PIC X(09) VALUE " PRAZO DE".
               05 WS-LV-ANTIGO         PIC ZZ9.
               05 FILLER PIC X(06) VALUE " PARA ".
               05 WS-LV-NOVO           PIC ZZ9.
               05 FILLER PIC X(11) VALUE " DIAS (MED.".
               05 WS-LV-MEDIO          PIC ZZ9,9.
               05 FILLER PIC X(01) VALUE ")".

           01 WS-LINHA-RODAPE1.
               05 FILLER PIC X(31) VALUE
                   "RECEBIMENTOS DE PEDIDO NO MES: ".
               05 WS-LR-RECEB          PIC ZZZZ9.

           01 WS-LINHA-RODAPE2.
               05 FILLER PIC X(31) VALUE
                   "SEM PEDIDO CORRESPONDENTE....: ".
               05 WS-LR-SEM-PEDIDO     PIC ZZZZ9.

           01 WS-LINHA-RODAPE3.
               05 FILLER PIC X(31) VALUE
                   "FORNECEDORES AVALIADOS.......: ".
               05 WS-LR-FORNECEDORES   PIC ZZZZ9.

       PROCEDURE DIVISION.

      ******************************************************************
      * PARAGRAFOS PRINCIPAIS
      ******************************************************************

       P-ABERTURA.
           DISPLAY "PROG043 - AVALIACAO MENSAL DE FORNECEDORES"
           PERFORM P-SIGNON THRU P-SIGNON-FIM
           IF WS-OPER-ABERTO AND NOT WS-ACESSO-LIBERADO
               GO TO P-FIM-STOP-RUN
           END-IF
           IF WS-OPER-ABERTO
               PERFORM P-VERIFICAR-PERMISSAO
                   THRU P-VERIFICAR-PERMISSAO-FIM
               IF NOT WS-PROGRAMA-PERMITIDO
                   GO TO P-FIM-STOP-RUN
               END-IF
           END-IF
           ACCEPT WS-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           COMPUTE WS-MES-CORRENTE = WS-HOJE-AAAAMMDD / 100
           DISPLAY "INFORME O MES AAAAMM: "
           ACCEPT WS-MES-FILTRO FROM CONSOLE
           IF WS-MES-FILTRO = ZEROS
               DISPLAY "MES OBRIGATORIO. PROGRAMA ENCERRADO."
               GO TO P-FIM-STOP-RUN
           END-IF
           IF WS-MES-FILTRO > WS-MES-CORRENTE
               DISPLAY "MES FUTURO. PROGRAMA ENCERRADO."
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN I-O ARQUIVO-FORN
           IF WS-STATUS-FORN NOT = "00"
               DISPLAY "CADASTRO DE FORNECEDORES NAO ENCONTRADO. "
                   "EXECUTE O PROG012. STATUS: " WS-STATUS-FORN
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN INPUT ARQUIVO-PED
           IF WS-STATUS-PED NOT = "00"
               DISPLAY "ARQUIVO DE PEDIDOS NAO ENCONTRADO. "
                   "EXECUTE O PROG023. STATUS: " WS-STATUS-PED
               CLOSE ARQUIVO-FORN
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN INPUT ARQUIVO-ITEM
           IF WS-STATUS-ITEM NOT = "00"
               DISPLAY "ARQUIVO DE ITENS NAO ENCONTRADO. "
                   "EXECUTE O PROG023. STATUS: " WS-STATUS-ITEM
               CLOSE ARQUIVO-FORN
               CLOSE ARQUIVO-PED
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN INPUT ARQUIVO-MOV
           IF WS-STATUS-MOV NOT = "00"
               DISPLAY "LEDGER DE MOVIMENTOS NAO ENCONTRADO. STATUS: "
                   WS-STATUS-MOV
               CLOSE ARQUIVO-FORN
               CLOSE ARQUIVO-PED
               CLOSE ARQUIVO-ITEM
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN OUTPUT RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO CRIAR RELATORIO. STATUS: "
                   WS-STATUS-RELATORIO
               CLOSE ARQUIVO-FORN
               CLOSE ARQUIVO-PED
               CLOSE ARQUIVO-ITEM
               CLOSE ARQUIVO-MOV
               GO TO P-FIM-STOP-RUN
           END-IF
           MOVE WS-MES-FILTRO TO WS-TI-MES
           MOVE WS-LINHA-TITULO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-PRINCIPAL.
           MOVE 1 TO WS-IND
           PERFORM P-LIMPAR-FORNECEDOR
               UNTIL WS-IND > WS-MAX-FORN
           MOVE 1 TO WS-IND
           PERFORM P-LIMPAR-CUSTO
               UNTIL WS-IND > WS-MAX-SKU
           PERFORM P-CARREGAR-LINHAS
           PERFORM P-LER-RECEBIMENTOS
           PERFORM P-APURAR-LINHAS
           PERFORM P-IMPRIMIR-AVALIACAO
           PERFORM P-REVISAR-PRAZOS THRU P-REVISAR-PRAZOS-FIM
           CLOSE ARQUIVO-FORN
           CLOSE ARQUIVO-PED
           CLOSE ARQUIVO-ITEM
           CLOSE ARQUIVO-MOV
           CLOSE RELATORIO
           DISPLAY "RELATORIO GERADO: PROG043.LST"
           DISPLAY "RECEBIMENTOS DE PEDIDO NO MES: " WS-TOTAL-RECEB-MES
           DISPLAY "SEM PEDIDO CORRESPONDENTE....: "
               WS-TOTAL-SEM-PEDIDO
           DISPLAY "FORNECEDORES AVALIADOS.......: "
               WS-TOTAL-FORNECEDORES
           DISPLAY "PRAZOS REVISADOS.............: " WS-TOTAL-REVISADOS
           IF WS-LINHAS-IGNORADAS > ZEROS
               DISPLAY "ATENCAO: " WS-LINHAS-IGNORADAS
                   " LINHAS DE PEDIDO ALEM DA CAPACIDADE DA TABELA "
                   "NAO FORAM AVALIADAS."
           END-IF
           GO TO P-FIM-STOP-RUN.

       P-LIMPAR-FORNECEDOR.
           MOVE ZEROS TO WS-AV-RECEB (WS-IND) WS-AV-DIAS (WS-IND)
           MOVE ZEROS TO WS-AV-LINHAS (WS-IND) WS-AV-PEDIDA (WS-IND)
           MOVE ZEROS TO WS-AV-RECEBIDA (WS-IND) WS-AV-FALTA (WS-IND)
           MOVE ZEROS TO WS-AV-EXCESSO (WS-IND) WS-AV-CUSTO-N (WS-IND)
           MOVE ZEROS TO WS-AV-CUSTO-SOMA (WS-IND)
           ADD 1 TO WS-IND.

       P-LIMPAR-CUSTO.
           MOVE ZEROS TO WS-ULTIMO-CUSTO (WS-IND)
           ADD 1 TO WS-IND.

      ******************************************************************
      * PARAGRAFOS DE CARGA DOS PEDIDOS
      ******************************************************************

      * SO INTERESSAM AS LINHAS QUE JA RECEBERAM ALGUMA QUANTIDADE; O
      * FORNECEDOR E A DATA DE EMISSAO VEM DO CABECALHO DO PEDIDO.
       P-CARREGAR-LINHAS.
           MOVE ZEROS TO WS-QTD-LINHAS
           MOVE "N" TO WS-FIM-ITEM
           PERFORM UNTIL WS-FIM-DO-ITEM
               READ ARQUIVO-ITEM NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ITEM
                   NOT AT END
                       IF ITEM-QTD-RECEBIDA > ZEROS
                           PERFORM P-GUARDAR-LINHA
                       END-IF
               END-READ
           END-PERFORM.

       P-GUARDAR-LINHA.
           MOVE "N" TO WS-ACHOU
           MOVE ITEM-NUMERO TO PED-NUMERO
           READ ARQUIVO-PED KEY IS PED-NUMERO
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ
           IF WS-REGISTRO-ACHOU
               IF WS-QTD-LINHAS < WS-MAX-LINHAS
                   ADD 1 TO WS-QTD-LINHAS
                   MOVE WS-QTD-LINHAS     TO WS-IND-LN
                   MOVE ITEM-NUMERO       TO WS-LN-NUMERO (WS-IND-LN)
                   MOVE ITEM-SKU          TO WS-LN-SKU (WS-IND-LN)
                   MOVE PED-FORNECEDOR    TO WS-LN-FORN (WS-IND-LN)
                   MOVE PED-DATA-EMISSAO  TO WS-LN-EMISSAO (WS-IND-LN)
                   MOVE ITEM-QTD-PEDIDA   TO WS-LN-PEDIDA (WS-IND-LN)
                   MOVE ITEM-QTD-RECEBIDA TO WS-LN-RECEBIDA (WS-IND-LN)
                   MOVE "N"               TO WS-LN-NO-MES (WS-IND-LN)
               ELSE
                   ADD 1 TO WS-LINHAS-IGNORADAS
               END-IF
           END-IF.

      ******************************************************************
      * PARAGRAFOS DE AVALIACAO DOS RECEBIMENTOS
      ******************************************************************

      * O LEDGER ESTA EM ORDEM DE GRAVACAO; AS ENTRADAS ANTERIORES AO
      * MES SO ALIMENTAM O ULTIMO CUSTO DE CADA SKU, BASE DA VARIACAO
      * DE CUSTO DOS RECEBIMENTOS DO MES.
       P-LER-RECEBIMENTOS.
           MOVE "N" TO WS-FIM-MOV
           PERFORM UNTIL WS-FIM-DO-MOV
               READ ARQUIVO-MOV NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-MOV
                   NOT AT END
                       PERFORM P-AVALIAR-MOVIMENTO
                           THRU P-AVALIAR-MOVIMENTO-FIM
               END-READ
           END-PERFORM.

       P-AVALIAR-MOVIMENTO.
           IF MOV-TIPO NOT = "E" OR MOV-MOTIVO NOT = "PED"
                   OR MOV-SITUACAO = "R" OR MOV-SKU = ZEROS
               GO TO P-AVALIAR-MOVIMENTO-FIM
           END-IF
           COMPUTE WS-MES-REGISTRO = MOV-DATA / 100
           IF WS-MES-REGISTRO > WS-MES-FILTRO
               GO TO P-AVALIAR-MOVIMENTO-FIM
           END-IF
           IF WS-MES-REGISTRO = WS-MES-FILTRO
               PERFORM P-PONTUAR-RECEBIMENTO
                   THRU P-PONTUAR-RECEBIMENTO-FIM
           END-IF
           IF MOV-CUSTO-UNIT > ZEROS
               MOVE MOV-SKU TO WS-IND
               MOVE MOV-CUSTO-UNIT TO WS-ULTIMO-CUSTO (WS-IND)
           END-IF.

       P-AVALIAR-MOVIMENTO-FIM.
           EXIT.

      * A ENTRADA E CASADA COM A LINHA DO PEDIDO PELO MOV-PEDIDO
      * GRAVADO NO PROG024 E PELO SKU. ENTRADA SEM NUMERO DE PEDIDO OU
      * DE PEDIDO NAO ENCONTRADO CONTA COMO SEM PEDIDO CORRESPONDENTE.
       P-PONTUAR-RECEBIMENTO.
           ADD 1 TO WS-TOTAL-RECEB-MES
           PERFORM P-LOCALIZAR-LINHA
           IF WS-LN-ESCOLHIDA = ZEROS
               ADD 1 TO WS-TOTAL-SEM-PEDIDO
               GO TO P-PONTUAR-RECEBIMENTO-FIM
           END-IF
           MOVE "S" TO WS-LN-NO-MES (WS-LN-ESCOLHIDA)
           IF WS-LN-FORN (WS-LN-ESCOLHIDA) = ZEROS
               GO TO P-PONTUAR-RECEBIMENTO-FIM
           END-IF
           COMPUTE WS-INTEIRO-EMISSAO = FUNCTION INTEGER-OF-DATE
               (WS-LN-EMISSAO (WS-LN-ESCOLHIDA))
           COMPUTE WS-INTEIRO-RECEBIMENTO =
               FUNCTION INTEGER-OF-DATE(MOV-DATA)
           MOVE ZEROS TO WS-DIAS
           IF WS-INTEIRO-EMISSAO > ZEROS
                   AND WS-INTEIRO-RECEBIMENTO > WS-INTEIRO-EMISSAO
               COMPUTE WS-DIAS =
                   WS-INTEIRO-RECEBIMENTO - WS-INTEIRO-EMISSAO
           END-IF
           MOVE WS-LN-FORN (WS-LN-ESCOLHIDA) TO WS-IND
           ADD 1       TO WS-AV-RECEB (WS-IND)
           ADD WS-DIAS TO WS-AV-DIAS (WS-IND)
           IF MOV-CUSTO-UNIT > ZEROS
                   AND WS-ULTIMO-CUSTO (MOV-SKU) > ZEROS
               COMPUTE WS-VARIACAO ROUNDED =
                   (MOV-CUSTO-UNIT - WS-ULTIMO-CUSTO (MOV-SKU)) * 100
                   / WS-ULTIMO-CUSTO (MOV-SKU)
               ADD 1 TO WS-AV-CUSTO-N (WS-IND)
               ADD WS-VARIACAO TO WS-AV-CUSTO-SOMA (WS-IND)
           END-IF.

       P-PONTUAR-RECEBIMENTO-FIM.
           EXIT.

       P-LOCALIZAR-LINHA.
           MOVE ZEROS TO WS-LN-ESCOLHIDA
           MOVE 1 TO WS-IND-LN
           IF MOV-PEDIDO NUMERIC AND MOV-PEDIDO > ZEROS
               PERFORM P-COMPARAR-LINHA
                   UNTIL WS-IND-LN > WS-QTD-LINHAS
                      OR WS-LN-ESCOLHIDA > ZEROS
           END-IF.

       P-COMPARAR-LINHA.
           IF WS-LN-NUMERO (WS-IND-LN) = MOV-PEDIDO
                   AND WS-LN-SKU (WS-IND-LN) = MOV-SKU
               MOVE WS-IND-LN TO WS-LN-ESCOLHIDA
           END-IF
           ADD 1 TO WS-IND-LN.

      * PEDIDO E RECEBIDO DAS LINHAS QUE TIVERAM ENTREGA NO MES, COM O
      * ACUMULADO DA LINHA ATE HOJE: LINHA ABAIXO DO PEDIDO CONTA COMO
      * FALTA, ACIMA COMO EXCESSO.
       P-APURAR-LINHAS.
           MOVE 1 TO WS-IND-LN
           PERFORM P-APURAR-UMA-LINHA
               UNTIL WS-IND-LN > WS-QTD-LINHAS.

       P-APURAR-UMA-LINHA.
           IF WS-LN-NO-MES (WS-IND-LN) = "S"
                   AND WS-LN-FORN (WS-IND-LN) > ZEROS
               MOVE WS-LN-FORN (WS-IND-LN) TO WS-IND
               ADD 1 TO WS-AV-LINHAS (WS-IND)
               ADD WS-LN-PEDIDA (WS-IND-LN)   TO WS-AV-PEDIDA (WS-IND)
               ADD WS-LN-RECEBIDA (WS-IND-LN) TO WS-AV-RECEBIDA (WS-IND)
               IF WS-LN-RECEBIDA (WS-IND-LN) < WS-LN-PEDIDA (WS-IND-LN)
                   ADD 1 TO WS-AV-FALTA (WS-IND)
               END-IF
               IF WS-LN-RECEBIDA (WS-IND-LN) > WS-LN-PEDIDA (WS-IND-LN)
                   ADD 1 TO WS-AV-EXCESSO (WS-IND)
               END-IF
           END-IF
           ADD 1 TO WS-IND-LN.

      ******************************************************************
      * PARAGRAFOS DE IMPRESSAO
      ******************************************************************

       P-IMPRIMIR-AVALIACAO.
           MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 1 TO WS-IND
           PERFORM P-IMPRIMIR-FORNECEDOR
               UNTIL WS-IND > WS-MAX-FORN
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-RECEB-MES TO WS-LR-RECEB
           MOVE WS-LINHA-RODAPE1 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-SEM-PEDIDO TO WS-LR-SEM-PEDIDO
           MOVE WS-LINHA-RODAPE2 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-FORNECEDORES TO WS-LR-FORNECEDORES
           MOVE WS-LINHA-RODAPE3 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-IMPRIMIR-FORNECEDOR.
           IF WS-AV-RECEB (WS-IND) > ZEROS
               ADD 1 TO WS-TOTAL-FORNECEDORES
               PERFORM P-BUSCAR-FORNECEDOR
               PERFORM P-CALCULAR-INDICES
               MOVE WS-IND               TO WS-LD-FORN
               MOVE WS-MEDIO             TO WS-LD-MEDIO
               MOVE WS-AV-RECEB (WS-IND) TO WS-LD-RECEB
               MOVE WS-ATENDIDO          TO WS-LD-ATENDIDO
               MOVE WS-AV-FALTA (WS-IND) TO WS-LD-FALTA
               MOVE WS-AV-EXCESSO (WS-IND) TO WS-LD-EXCESSO
               MOVE WS-CUSTO-MEDIO       TO WS-LD-CUSTO
               MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           ADD 1 TO WS-IND.

       P-BUSCAR-FORNECEDOR.
           MOVE "N" TO WS-ACHOU
           MOVE WS-IND TO FORN-CODIGO
           READ ARQUIVO-FORN KEY IS FORN-CODIGO
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ
           IF WS-REGISTRO-ACHOU
               MOVE FORN-NOME          TO WS-LD-NOME
               MOVE FORN-PRAZO-ENTREGA TO WS-LD-PRAZO
           ELSE
               MOVE "NAO CADASTRADO"   TO WS-LD-NOME
               MOVE ZEROS              TO WS-LD-PRAZO
           END-IF.

       P-CALCULAR-INDICES.
           COMPUTE WS-MEDIO ROUNDED =
               WS-AV-DIAS (WS-IND) / WS-AV-RECEB (WS-IND)
           COMPUTE WS-PRAZO-MEDIDO ROUNDED =
               WS-AV-DIAS (WS-IND) / WS-AV-RECEB (WS-IND)
           MOVE ZEROS TO WS-ATENDIDO
           IF WS-AV-PEDIDA (WS-IND) > ZEROS
               COMPUTE WS-ATENDIDO ROUNDED =
                   WS-AV-RECEBIDA (WS-IND) * 100
                   / WS-AV-PEDIDA (WS-IND)
                   ON SIZE ERROR
                       MOVE 999,9 TO WS-ATENDIDO
               END-COMPUTE
           END-IF
           MOVE ZEROS TO WS-CUSTO-MEDIO
           IF WS-AV-CUSTO-N (WS-IND) > ZEROS
               COMPUTE WS-CUSTO-MEDIO ROUNDED =
                   WS-AV-CUSTO-SOMA (WS-IND) / WS-AV-CUSTO-N (WS-IND)
                   ON SIZE ERROR
                       MOVE 999,99 TO WS-CUSTO-MEDIO
               END-COMPUTE
           END-IF.

      ******************************************************************
      * PARAGRAFOS DE REVISAO DO PRAZO DE ENTREGA
      ******************************************************************

      * PARA CADA FORNECEDOR AVALIADO CUJO PRAZO MEDIDO (EM DIAS
      * INTEIROS) DIFERE DO CADASTRADO, O OPERADOR DECIDE SE ATUALIZA;
      * CADA ATUALIZACAO VAI PARA PROG043-PRAZO.DAT E PARA O RELATORIO.
       P-REVISAR-PRAZOS.
           IF WS-TOTAL-FORNECEDORES = ZEROS
               GO TO P-REVISAR-PRAZOS-FIM
           END-IF
           DISPLAY "REVISAR OS PRAZOS DE ENTREGA PELO MEDIDO (S/N)? "
           ACCEPT WS-CONFIRMA FROM CONSOLE
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO P-REVISAR-PRAZOS-FIM
           END-IF
           PERFORM P-ABERTURA-PRZ
           IF WS-STATUS-PRZ NOT = "00"
               DISPLAY "ERRO AO ABRIR HISTORICO DE PRAZOS. STATUS: "
                   WS-STATUS-PRZ " - PRAZOS NAO REVISADOS."
               GO TO P-REVISAR-PRAZOS-FIM
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-OPERADOR TO WS-CR-OPERADOR
           MOVE WS-LINHA-CAB-REVISAO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 1 TO WS-IND
           PERFORM P-REVISAR-FORNECEDOR
               UNTIL WS-IND > WS-MAX-FORN
           CLOSE ARQUIVO-PRZ.

       P-REVISAR-PRAZOS-FIM.
           EXIT.

       P-ABERTURA-PRZ.
           OPEN EXTEND ARQUIVO-PRZ
           IF WS-STATUS-PRZ NOT = "00"
               OPEN OUTPUT ARQUIVO-PRZ
               CLOSE ARQUIVO-PRZ
               OPEN EXTEND ARQUIVO-PRZ
           END-IF.

       P-REVISAR-FORNECEDOR.
           IF WS-AV-RECEB (WS-IND) > ZEROS
               PERFORM P-BUSCAR-FORNECEDOR
               PERFORM P-CALCULAR-INDICES
               IF WS-REGISTRO-ACHOU
                       AND WS-PRAZO-MEDIDO NOT = FORN-PRAZO-ENTREGA
                   PERFORM P-CONFIRMAR-PRAZO
               END-IF
           END-IF
           ADD 1 TO WS-IND.

       P-CONFIRMAR-PRAZO.
           DISPLAY "FORNECEDOR " FORN-CODIGO " " FORN-NOME
           DISPLAY "  PRAZO CADASTRADO: " FORN-PRAZO-ENTREGA
               "  MEDIDO: " WS-PRAZO-MEDIDO
               "  (" WS-AV-RECEB (WS-IND) " ENTREGAS)"
           DISPLAY "  ATUALIZAR O PRAZO PARA O MEDIDO (S/N)? "
           ACCEPT WS-CONFIRMA FROM CONSOLE
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE FORN-PRAZO-ENTREGA TO PRZ-PRAZO-ANTIGO
               MOVE WS-PRAZO-MEDIDO    TO FORN-PRAZO-ENTREGA
               REWRITE FORNECEDOR
                   INVALID KEY
                       DISPLAY "  ERRO AO REGRAVAR FORNECEDOR. STATUS: "
                           WS-STATUS-FORN
                   NOT INVALID KEY
                       PERFORM P-GRAVAR-REVISAO
               END-REWRITE
           END-IF.

       P-GRAVAR-REVISAO.
           MOVE FORN-CODIGO          TO PRZ-FORNECEDOR
           MOVE WS-MES-FILTRO        TO PRZ-PERIODO
           MOVE WS-PRAZO-MEDIDO      TO PRZ-PRAZO-NOVO
           MOVE WS-MEDIO             TO PRZ-MEDIDO
           MOVE WS-AV-RECEB (WS-IND) TO PRZ-RECEBIMENTOS
           ACCEPT PRZ-DATA FROM DATE YYYYMMDD
           ACCEPT PRZ-HORA FROM TIME
           MOVE WS-OPERADOR          TO PRZ-OPERADOR
           WRITE REGISTRO-PRZ
           MOVE FORN-CODIGO      TO WS-LV-FORN
           MOVE FORN-NOME        TO WS-LV-NOME
           MOVE PRZ-PRAZO-ANTIGO TO WS-LV-ANTIGO
           MOVE PRZ-PRAZO-NOVO   TO WS-LV-NOVO
           MOVE WS-MEDIO         TO WS-LV-MEDIO
           MOVE WS-LINHA-REVISAO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           ADD 1 TO WS-TOTAL-REVISADOS
           DISPLAY "  PRAZO ATUALIZADO.".

      ******************************************************************
      * PARAGRAFOS DE ACESSO
      ******************************************************************

      * O CADASTRO DE OPERADORES E ABERTO EM I-O PARA PERSISTIR O
      * CONTADOR DE FALHAS, O BLOQUEIO E A TROCA DE SENHA EXPIRADA.
       P-SIGNON.
           ACCEPT WS-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-OPERADOR WS-PARM-TOKEN
           UNSTRING WS-PARAMETRO DELIMITED BY ALL SPACE
               INTO WS-PARM-OPERADOR WS-PARM-TOKEN
           END-UNSTRING
           MOVE "N" TO WS-OPER-DISPONIVEL
           OPEN I-O ARQUIVO-OPER
           IF WS-STATUS-OPER = "00"
               MOVE "S" TO WS-OPER-DISPONIVEL
           ELSE
               DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL. "
                   "ACESSO SEM VALIDACAO - CADASTRE NO PROG017."
               IF WS-PARAMETRO NOT = SPACES
                   MOVE WS-PARM-OPERADOR TO WS-OPERADOR
               ELSE
                   DISPLAY "INFORME O CODIGO DO OPERADOR (PARA LOG): "
                   ACCEPT WS-OPERADOR FROM CONSOLE
               END-IF
               GO TO P-SIGNON-FIM
           END-IF
           MOVE ZEROS TO WS-TENTATIVAS-ACESSO
           MOVE "N" TO WS-ACESSO-OK
           IF WS-PARAMETRO NOT = SPACES
               PERFORM P-VALIDAR-SESSAO THRU P-VALIDAR-SESSAO-FIM
           END-IF
           PERFORM UNTIL WS-ACESSO-LIBERADO
                   OR WS-TENTATIVAS-ACESSO >= 3
               ADD 1 TO WS-TENTATIVAS-ACESSO
               DISPLAY "INFORME O CODIGO DO OPERADOR: "
               ACCEPT WS-OPERADOR FROM CONSOLE
               DISPLAY "INFORME A SENHA: "
               ACCEPT WS-OPERADOR-SENHA FROM CONSOLE
               PERFORM P-VALIDAR-ACESSO THRU P-VALIDAR-ACESSO-FIM
           END-PERFORM
           CLOSE ARQUIVO-OPER
           IF NOT WS-ACESSO-LIBERADO
               DISPLAY "TENTATIVAS ESGOTADAS. PROGRAMA ENCERRADO."
           END-IF.

       P-SIGNON-FIM.
           EXIT.

      * OPERADOR RECEBIDO DO MENU PRINCIPAL (PROG044) JUNTO COM A CHAVE
      * DA SESSAO: VALE SEM NOVA SENHA SE ESTA CADASTRADO, NAO ESTA
      * BLOQUEADO E TEM SESSAO ATIVA DE HOJE EM PROG044-SESSAO.DAT COM
      * A MESMA CHAVE. CASO CONTRARIO SEGUE O ACESSO COM SENHA.
       P-VALIDAR-SESSAO.
           MOVE WS-PARM-OPERADOR TO WS-OPERADOR
           MOVE "N" TO WS-ACHOU
           MOVE WS-OPERADOR TO OPE-CODIGO
           READ ARQUIVO-OPER KEY IS OPE-CODIGO
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ
           IF NOT WS-REGISTRO-ACHOU OR OPE-BLOQUEADO = "S"
               GO TO P-VALIDAR-SESSAO-NEGADA
           END-IF
           OPEN INPUT ARQUIVO-SESSAO
           IF WS-STATUS-SESSAO NOT = "00"
               GO TO P-VALIDAR-SESSAO-NEGADA
           END-IF
           MOVE "N" TO WS-ACHOU
           MOVE WS-OPERADOR TO SES-OPERADOR
           READ ARQUIVO-SESSAO KEY IS SES-OPERADOR
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ
           CLOSE ARQUIVO-SESSAO
           IF WS-REGISTRO-ACHOU AND SES-SITUACAO = "A"
                   AND SES-DATA = WS-HOJE-AAAAMMDD
                   AND WS-PARM-TOKEN NOT = SPACES
                   AND SES-TOKEN = WS-PARM-TOKEN
               MOVE "S" TO WS-ACESSO-OK
               MOVE OPE-NIVEL TO WS-NIVEL-OPERADOR
               GO TO P-VALIDAR-SESSAO-FIM
           END-IF.

       P-VALIDAR-SESSAO-NEGADA.
           DISPLAY "SESSAO DO MENU NAO CONFIRMADA. INFORME OPERADOR "
               "E SENHA."
           MOVE SPACES TO WS-OPERADOR.

       P-VALIDAR-SESSAO-FIM.
           EXIT.

       P-VALIDAR-ACESSO.
           MOVE "N" TO WS-ACHOU
           MOVE WS-OPERADOR TO OPE-CODIGO
           READ ARQUIVO-OPER KEY IS OPE-CODIGO
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ
           IF NOT WS-REGISTRO-ACHOU
               DISPLAY "OPERADOR OU SENHA INVALIDOS."
               MOVE "N" TO WS-SGN-RESULTADO
               PERFORM P-GRAVAR-SIGNON
               GO TO P-VALIDAR-ACESSO-FIM
           END-IF
           IF OPE-BLOQUEADO = "S"
               DISPLAY "OPERADOR BLOQUEADO. PROCURE UM SUPERVISOR "
                   "(PROG017)."
               MOVE "B" TO WS-SGN-RESULTADO
               PERFORM P-GRAVAR-SIGNON
               GO TO P-VALIDAR-ACESSO-FIM
           END-IF
           IF OPE-SENHA NOT = WS-OPERADOR-SENHA
               PERFORM P-REGISTRAR-FALHA
               MOVE "N" TO WS-SGN-RESULTADO
               PERFORM P-GRAVAR-SIGNON
               GO TO P-VALIDAR-ACESSO-FIM
           END-IF
           MOVE ZEROS TO OPE-FALHAS
           REWRITE OPERADOR-REG
           PERFORM P-VERIFICAR-EXPIRACAO
               THRU P-VERIFICAR-EXPIRACAO-FIM
           IF WS-TROCA-FEITA
               MOVE "S" TO WS-ACESSO-OK
               MOVE OPE-NIVEL TO WS-NIVEL-OPERADOR
               MOVE "O" TO WS-SGN-RESULTADO
           ELSE
               MOVE "E" TO WS-SGN-RESULTADO
           END-IF
           PERFORM P-GRAVAR-SIGNON.

       P-VALIDAR-ACESSO-FIM.
           EXIT.

       P-REGISTRAR-FALHA.
           DISPLAY "OPERADOR OU SENHA INVALIDOS."
           ADD 1 TO OPE-FALHAS
               ON SIZE ERROR
                   CONTINUE
           END-ADD
           IF OPE-FALHAS >= 3
               MOVE "S" TO OPE-BLOQUEADO
               DISPLAY "OPERADOR BLOQUEADO POR EXCESSO DE FALHAS. "
                   "DESBLOQUEIO SOMENTE POR SUPERVISOR (PROG017)."
           END-IF
           REWRITE OPERADOR-REG.

      * SENHA COM MAIS DE WS-VALIDADE-SENHA DIAS (OU SEM DATA DE
      * TROCA) OBRIGA A TROCA ANTES DE LIBERAR O ACESSO. SE A TROCA
      * NAO SE CONCLUI, O ACESSO E NEGADO.
       P-VERIFICAR-EXPIRACAO.
           MOVE "S" TO WS-TROCA-OK
           MOVE ZEROS TO WS-DIAS-SENHA
           IF OPE-DATA-SENHA = ZEROS
               MOVE WS-VALIDADE-SENHA TO WS-DIAS-SENHA
               ADD 1 TO WS-DIAS-SENHA
           ELSE
               COMPUTE WS-INTEIRO-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD)
               COMPUTE WS-INTEIRO-SENHA =
                   FUNCTION INTEGER-OF-DATE(OPE-DATA-SENHA)
               COMPUTE WS-DIAS-SENHA =
                   WS-INTEIRO-HOJE - WS-INTEIRO-SENHA
           END-IF
           IF WS-DIAS-SENHA NOT > WS-VALIDADE-SENHA
               GO TO P-VERIFICAR-EXPIRACAO-FIM
           END-IF
           MOVE "N" TO WS-TROCA-OK
           DISPLAY "SENHA EXPIRADA. INFORME A NOVA SENHA: "
           MOVE SPACES TO WS-NOVA-SENHA WS-NOVA-SENHA2
           ACCEPT WS-NOVA-SENHA FROM CONSOLE
           DISPLAY "CONFIRME A NOVA SENHA: "
           ACCEPT WS-NOVA-SENHA2 FROM CONSOLE
           IF WS-NOVA-SENHA = SPACES
               DISPLAY "SENHA EM BRANCO. ACESSO NEGADO."
               GO TO P-VERIFICAR-EXPIRACAO-FIM
           END-IF
           IF WS-NOVA-SENHA NOT = WS-NOVA-SENHA2
               DISPLAY "SENHAS NAO CONFEREM. ACESSO NEGADO."
               GO TO P-VERIFICAR-EXPIRACAO-FIM
           END-IF
           IF WS-NOVA-SENHA = OPE-SENHA
               DISPLAY "NOVA SENHA IGUAL A ATUAL. ACESSO NEGADO."
               GO TO P-VERIFICAR-EXPIRACAO-FIM
           END-IF
           MOVE WS-NOVA-SENHA    TO OPE-SENHA
           MOVE WS-HOJE-AAAAMMDD TO OPE-DATA-SENHA
           REWRITE OPERADOR-REG
           MOVE "S" TO WS-TROCA-OK
           DISPLAY "SENHA TROCADA COM SUCESSO.".

       P-VERIFICAR-EXPIRACAO-FIM.
           EXIT.

       P-GRAVAR-SIGNON.
           OPEN EXTEND ARQUIVO-SIGNON
           IF WS-STATUS-SIGNON NOT = "00"
               OPEN OUTPUT ARQUIVO-SIGNON
               CLOSE ARQUIVO-SIGNON
               OPEN EXTEND ARQUIVO-SIGNON
           END-IF
           MOVE WS-OPERADOR      TO SGN-OPERADOR
           MOVE "PROG043 "       TO SGN-PROGRAMA
           ACCEPT SGN-DATA FROM DATE YYYYMMDD
           ACCEPT SGN-HORA FROM TIME
           MOVE WS-SGN-RESULTADO TO SGN-RESULTADO
           WRITE REGISTRO-SIGNON
           CLOSE ARQUIVO-SIGNON.

      * O PROGRAMA SO RODA COM PERMISSAO EM PROG017-PERM.DAT PARA O
      * OPERADOR OU PARA QUALQUER NIVEL ATE O DELE, A MESMA REGRA DA
      * LISTA DO MENU PRINCIPAL (PROG044), MESMO QUANDO CHAMADO FORA
      * DO MENU. A RECUSA FICA NO JORNAL DE ACESSOS.
       P-VERIFICAR-PERMISSAO.
           MOVE "N" TO WS-PERMITIDO
           OPEN INPUT ARQUIVO-PERM
           IF WS-STATUS-PERM NOT = "00"
               DISPLAY "ARQUIVO DE PERMISSOES INDISPONIVEL. STATUS: "
                   WS-STATUS-PERM
               GO TO P-VERIFICAR-PERMISSAO-NEGADA
           END-IF
           MOVE "PROG043 " TO PRM-PROGRAMA
           MOVE "O"         TO PRM-TIPO
           MOVE WS-OPERADOR TO PRM-ALVO
           PERFORM P-LER-PERMISSAO
           IF WS-REGISTRO-ACHOU
               MOVE "S" TO WS-PERMITIDO
           END-IF
           MOVE 1 TO WS-NIVEL-PERM
           PERFORM P-VERIFICAR-NIVEL
               UNTIL WS-NIVEL-PERM > WS-NIVEL-OPERADOR
                  OR WS-PROGRAMA-PERMITIDO
           CLOSE ARQUIVO-PERM
           IF WS-PROGRAMA-PERMITIDO
               GO TO P-VERIFICAR-PERMISSAO-FIM
           END-IF.

       P-VERIFICAR-PERMISSAO-NEGADA.
           DISPLAY "PROGRAMA NAO LIBERADO PARA O OPERADOR. PROCURE UM "
               "SUPERVISOR (PROG017)."
           MOVE "P" TO WS-SGN-RESULTADO
           PERFORM P-GRAVAR-SIGNON.

       P-VERIFICAR-PERMISSAO-FIM.
           EXIT.

       P-VERIFICAR-NIVEL.
           MOVE "PROG043 "    TO PRM-PROGRAMA
           MOVE "N"           TO PRM-TIPO
           MOVE SPACES        TO PRM-ALVO
           MOVE WS-NIVEL-PERM TO PRM-ALVO (1:1)
           PERFORM P-LER-PERMISSAO
           IF WS-REGISTRO-ACHOU
               MOVE "S" TO WS-PERMITIDO
           END-IF
           ADD 1 TO WS-NIVEL-PERM.

       P-LER-PERMISSAO.
           MOVE "N" TO WS-ACHOU
           READ ARQUIVO-PERM KEY IS PRM-CHAVE
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ.

      ******************************************************************
      * PARAGRAFOS DE SAIDA
      ******************************************************************

       P-FIM-STOP-RUN.
           STOP RUN.
