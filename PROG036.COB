      ******************************************************************
      * AUTHOR: RODRIGO COSTABRAVA
      * PURPOSE: EXPORTACAO NOTURNA DO DIARIO CONTABIL DE ESTOQUE: LE
      *          OS MOVIMENTOS APLICADOS EM PROG008-MOV.DAT AINDA NAO
      *          LEVADOS A NENHUM DIARIO (MOV-DATA-DIARIO ZERADA) E COM
      *          MOV-DATA-APLICACAO ATE A DATA DO DIARIO, MARCA CADA UM
      *          COM A DATA DO DIARIO E GERA O DIARIO PARA A
      *          CONTABILIDADE RESUMIDO POR CONTA
      *          (PROG036-DIARIO-AAAAMMDD.DAT), COM REGISTRO DE
      *          CONTROLE (QTD DE MOVIMENTOS, LANCAMENTOS, DEBITOS E
      *          CREDITOS) E RELATORIO EM PROG036.LST:
      *              E = ESTOQUE X RECEBIMENTOS A FATURAR, A
      *                  MOV-CUSTO-UNIT (CADASTRO QUANDO ZERADO)
      *              S = CUSTO DAS MERCADORIAS VENDIDAS X ESTOQUE
      *              P = PERDAS E QUEBRAS X ESTOQUE
      *              A = ESTOQUE X SOBRAS (+) OU FALTAS X ESTOQUE (-)
      *              D = ESTOQUE X CUSTO DAS MERCADORIAS VENDIDAS, AO
      *                  CUSTO DA VENDA ORIGINAL
      *              T = SEM EFEITO CONTABIL (SO TROCA DE LOCAL)
      *          S, P E A SAO VALORIZADOS PELO MOV-CUSTO-UNIT QUANDO
      *          INFORMADO (EX.: PERDA QUE ANULA DEVOLUCAO AVARIADA) E
      *          PELO VALOR-CUSTO DO CADASTRO QUANDO ZERADO. O DIARIO
      *          SO E GRAVADO SE DEBITOS E CREDITOS
      *          FECHAREM, E CADA DIA SO PODE SER EXPORTADO UMA VEZ
      *          (CONTROLE EM PROG036-CTL.DAT). SEM PARAMETRO EXPORTA
      *          O DIA CORRENTE (CADEIA NOTURNA DO PROG027); COM O
      *          PARAMETRO AAAAMMDD EXPORTA UM DIA ANTERIOR QUE TENHA
      *          FICADO DE FORA
      ******************************************************************

       IDENTIFICATION DIVISION.
           PROGRAM-ID. PROG036.
           AUTHOR. RODRIGO COSTABRAVA

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELARQ.
           COPY SELMOV.
           COPY SELCTB.
           COPY SELRUN.

           SELECT ARQUIVO-DIARIO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-DIARIO.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
           COPY FDARQ.
           COPY FDMOV.
           COPY FDCTB.
           COPY FDRUN.

       FD ARQUIVO-DIARIO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-NOME-ARQ-DIARIO.

           01 REGISTRO-DIARIO         PIC X(68).

       FD RELATORIO
           LABEL RECORDS ARE STANDARD.
           01 LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO       PIC X(02).
           77 WS-STATUS-MOV           PIC X(02).
           77 WS-STATUS-CTB           PIC X(02).
           77 WS-STATUS-DIARIO        PIC X(02).
           77 WS-STATUS-RELATORIO     PIC X(02).
           77 WS-STATUS-RUN           PIC X(02).
           77 WS-CONFIRMA-RUN         PIC X(01) VALUE SPACE.
           77 WS-RUN-ACHOU            PIC X(01) VALUE "N".
           77 WS-RUN-DISPONIVEL       PIC X(01) VALUE "N".
           77 WS-RUN-PROGRAMA         PIC X(08) VALUE SPACES.
           77 WS-HOJE-RUN             PIC 9(08) VALUE ZEROS.
           77 WS-PARAMETRO            PIC X(20) VALUE SPACES.
           77 WS-FIM-MOV              PIC X(01) VALUE "N".
               88 WS-FIM-DO-MOV       VALUE "S".
           77 WS-CTB-ACHOU            PIC X(01) VALUE "N".
               88 WS-DIA-EXPORTADO    VALUE "S".
           77 WS-DIARIO-FECHA         PIC X(01) VALUE "N".
               88 WS-DIARIO-BALANCEADO VALUE "S".

           77 WS-HOJE-AAAAMMDD        PIC 9(08) VALUE ZEROS.
           77 WS-HORA-EXPORTACAO      PIC 9(08) VALUE ZEROS.
           77 WS-CUSTO-MOV            PIC 9(04)V99 VALUE ZEROS.
           77 WS-VALOR-MOV            PIC 9(09)V99 VALUE ZEROS.
           77 WS-CONTA-DEB            PIC 9(02) COMP VALUE ZEROS.
           77 WS-CONTA-CRED           PIC 9(02) COMP VALUE ZEROS.
           77 WS-IND                  PIC 9(02) COMP VALUE ZEROS.
           77 WS-IND-TIPO             PIC 9(02) COMP VALUE ZEROS.
           77 WS-MAX-CONTAS           PIC 9(02) COMP VALUE 6.
           77 WS-MAX-TIPOS            PIC 9(02) COMP VALUE 6.

           77 WS-TOTAL-LIDOS          PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-DO-DIA         PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-SEM-CUSTO      PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-LANCAMENTOS    PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-DEBITO         PIC 9(11)V99 VALUE ZEROS.
           77 WS-TOTAL-CREDITO        PIC 9(11)V99 VALUE ZEROS.

           01 WS-DATA-DIARIO          PIC 9(08) VALUE ZEROS.
           01 WS-DATA-DIARIO-R REDEFINES WS-DATA-DIARIO.
               05 WS-DD-ANO            PIC 9(04).
               05 WS-DD-MES            PIC 99.
               05 WS-DD-DIA            PIC 99.

           01 WS-NOME-ARQ-DIARIO.
               05 FILLER               PIC X(15)
                   VALUE "PROG036-DIARIO-".
               05 WS-ND-DATA           PIC 9(08).
               05 FILLER               PIC X(04) VALUE ".DAT".

      * PLANO DE CONTAS DO ESTOQUE NA CONTABILIDADE. A ORDEM DA
      * TABELA E USADA NOS INDICES WS-CONTA-DEB / WS-CONTA-CRED.
           01 WS-CONTAS-VALORES.
               05 FILLER               PIC X(10) VALUE "1.1.3.01".
               05 FILLER               PIC X(30)
                   VALUE "ESTOQUE DE MERCADORIAS".
               05 FILLER               PIC X(10) VALUE "2.1.1.05".
               05 FILLER               PIC X(30)
                   VALUE "RECEBIMENTOS A FATURAR".
               05 FILLER               PIC X(10) VALUE "4.1.1.01".
               05 FILLER               PIC X(30)
                   VALUE "CUSTO DAS MERCADORIAS VENDIDAS".
               05 FILLER               PIC X(10) VALUE "4.2.1.01".
               05 FILLER               PIC X(30)
                   VALUE "PERDAS E QUEBRAS DE ESTOQUE".
               05 FILLER               PIC X(10) VALUE "4.2.1.02".
               05 FILLER               PIC X(30)
                   VALUE "AJUSTES DE INVENTARIO - FALTAS".
               05 FILLER               PIC X(10) VALUE "3.2.1.01".
               05 FILLER               PIC X(30)
                   VALUE "AJUSTES DE INVENTARIO - SOBRAS".

           01 WS-TABELA-CONTAS REDEFINES WS-CONTAS-VALORES.
               05 WS-CONTA OCCURS 6 TIMES.
                   10 WS-CT-CODIGO     PIC X(10).
                   10 WS-CT-DESCRICAO  PIC X(30).

           01 WS-TABELA-SALDOS.
               05 WS-SALDO-CONTA OCCURS 6 TIMES.
                   10 WS-CT-DEBITO     PIC 9(11)V99.
                   10 WS-CT-CREDITO    PIC 9(11)V99.

           01 WS-TIPOS-VALORES.
               05 FILLER               PIC X(25)
                   VALUE "EENTRADAS (RECEBIMENTO)".
               05 FILLER               PIC X(25)
                   VALUE "SSAIDAS (VENDAS)".
               05 FILLER               PIC X(25)
                   VALUE "PPERDAS".
               05 FILLER               PIC X(25)
                   VALUE "AAJUSTES".
               05 FILLER               PIC X(25)
                   VALUE "DDEVOLUCOES DE CLIENTE".
               05 FILLER               PIC X(25)
                   VALUE "TTRANSFERENCIAS".

           01 WS-TABELA-TIPOS REDEFINES WS-TIPOS-VALORES.
               05 WS-TIPO OCCURS 6 TIMES.
                   10 WS-TP-CODIGO     PIC X(01).
                   10 WS-TP-DESCRICAO  PIC X(24).

           01 WS-TABELA-TOTAIS-TIPO.
               05 WS-TOTAL-TIPO OCCURS 6 TIMES.
                   10 WS-TT-QTD-MOV    PIC 9(07).
                   10 WS-TT-VALOR      PIC 9(11)V99.

           01 WS-DIARIO-LANCAMENTO.
               05 WS-DL-TIPO-REG       PIC X(01) VALUE "L".
               05 FILLER               PIC X(01) VALUE ";".
               05 WS-DL-DATA           PIC 9(08).
               05 FILLER               PIC X(01) VALUE ";".
               05 WS-DL-CONTA          PIC X(10).
               05 FILLER               PIC X(01) VALUE ";".
               05 WS-DL-DESCRICAO      PIC X(30).
               05 FILLER               PIC X(01) VALUE ";".
               05 WS-DL-NATUREZA       PIC X(01).
               05 FILLER               PIC X(01) VALUE ";".
               05 WS-DL-VALOR          PIC 9(11)V99.

           01 WS-DIARIO-CONTROLE.
               05 WS-DC-TIPO-REG       PIC X(01) VALUE "T".
               05 FILLER               PIC X(01) VALUE ";".
               05 WS-DC-DATA           PIC 9(08).
               05 FILLER               PIC X(01) VALUE ";".
               05 WS-DC-QTD-MOVIMENTOS PIC 9(07).
               05 FILLER               PIC X(01) VALUE ";".
               05 WS-DC-QTD-LANCAMENTOS PIC 9(05).
               05 FILLER               PIC X(01) VALUE ";".
               05 WS-DC-TOTAL-DEBITO   PIC 9(11)V99.
               05 FILLER               PIC X(01) VALUE ";".
               05 WS-DC-TOTAL-CREDITO  PIC 9(11)V99.

           01 WS-LINHA-TITULO.
               05 FILLER PIC X(40) VALUE
                   "DIARIO CONTABIL DE ESTOQUE - MOVIMENTOS ".
               05 FILLER PIC X(04) VALUE "DE: ".
               05 WS-TI-DATA           PIC 9(08).

           01 WS-LINHA-CABECALHO.
               05 FILLER PIC X(40) VALUE
                   "CONTA      DESCRICAO                    ".
               05 FILLER PIC X(36) VALUE
                   "             DEBITO          CREDITO".

           01 WS-LINHA-DETALHE.
               05 WS-LD-CONTA          PIC X(10).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-DESCRICAO      PIC X(30).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-DEBITO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-CREDITO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.

           01 WS-LINHA-TOTAL.
               05 FILLER PIC X(42) VALUE
                   "TOTAL DO DIARIO...........................".
               05 WS-LT-DEBITO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LT-CREDITO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.

           01 WS-LINHA-CAB-TIPO.
               05 FILLER PIC X(40) VALUE
                   "TOTAIS DE CONTROLE POR TIPO  MOVIMENTOS ".
               05 FILLER PIC X(17) VALUE
                   "            VALOR".

           01 WS-LINHA-TIPO.
               05 WS-LTP-CODIGO        PIC X(01).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LTP-DESCRICAO     PIC X(24).
               05 FILLER               PIC X(04) VALUE SPACES.
               05 WS-LTP-QTD           PIC Z.ZZZ.ZZ9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LTP-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.

           01 WS-LINHA-RODAPE1.
               05 FILLER PIC X(30) VALUE
                   "MOVIMENTOS LIDOS.............:".
               05 WS-LR-LIDOS          PIC Z.ZZZ.ZZ9.

           01 WS-LINHA-RODAPE2.
               05 FILLER PIC X(30) VALUE
                   "MOVIMENTOS LEVADOS AO DIARIO.:".
               05 WS-LR-DO-DIA         PIC Z.ZZZ.ZZ9.

           01 WS-LINHA-RODAPE3.
               05 FILLER PIC X(30) VALUE
                   "MOVIMENTOS SEM CUSTO.........:".
               05 WS-LR-SEM-CUSTO      PIC Z.ZZZ.ZZ9.

           01 WS-LINHA-RODAPE4.
               05 FILLER PIC X(30) VALUE
                   "LANCAMENTOS NO DIARIO........:".
               05 WS-LR-LANCAMENTOS    PIC Z.ZZZ.ZZ9.

           01 WS-LINHA-RODAPE5.
               05 FILLER PIC X(30) VALUE
                   "SITUACAO.....................:".
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LR-SITUACAO       PIC X(40).

       PROCEDURE DIVISION.

      ******************************************************************
      * PARAGRAFOS PRINCIPAIS
      ******************************************************************

       P-ABERTURA.
           DISPLAY "PROG036 - EXPORTACAO DO DIARIO CONTABIL DE ESTOQUE"
           MOVE "PROG036 " TO WS-RUN-PROGRAMA
           PERFORM P-RUNCTL-INICIO THRU P-RUNCTL-INICIO-FIM
           ACCEPT WS-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE
           IF WS-PARAMETRO = SPACES
               MOVE WS-HOJE-AAAAMMDD TO WS-DATA-DIARIO
           ELSE
               IF WS-PARAMETRO (1:8) NOT NUMERIC
                       OR WS-PARAMETRO (9:12) NOT = SPACES
                   DISPLAY "PARAMETRO INVALIDO. INFORME AAAAMMDD: "
                       WS-PARAMETRO
                   GO TO P-ABORTAR
               END-IF
               MOVE WS-PARAMETRO (1:8) TO WS-DATA-DIARIO
               IF WS-DD-MES < 1 OR WS-DD-MES > 12
                       OR WS-DD-DIA < 1 OR WS-DD-DIA > 31
                       OR WS-DATA-DIARIO > WS-HOJE-AAAAMMDD
                   DISPLAY "DATA DO DIARIO INVALIDA: " WS-DATA-DIARIO
                   GO TO P-ABORTAR
               END-IF
           END-IF
           PERFORM P-ABRIR-CONTROLE THRU P-ABRIR-CONTROLE-FIM
           IF WS-STATUS-CTB NOT = "00"
               GO TO P-ABORTAR
           END-IF
           IF WS-DIA-EXPORTADO
               DISPLAY "DIARIO DE " WS-DATA-DIARIO
                   " JA EXPORTADO EM " CTB-DATA-EXPORTACAO
                   ". EXPORTACAO RECUSADA."
               CLOSE ARQUIVO-CTB
               PERFORM P-RUNCTL-FIM
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN INPUT ARQUIVO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO. STATUS: "
                   WS-STATUS-ARQUIVO
               CLOSE ARQUIVO-CTB
               GO TO P-ABORTAR
           END-IF
           OPEN I-O ARQUIVO-MOV
           IF WS-STATUS-MOV NOT = "00"
               DISPLAY "LEDGER DE MOVIMENTOS INDISPONIVEL. STATUS: "
                   WS-STATUS-MOV
               CLOSE ARQUIVO
               CLOSE ARQUIVO-CTB
               GO TO P-ABORTAR
           END-IF
           OPEN OUTPUT RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO CRIAR RELATORIO. STATUS: "
                   WS-STATUS-RELATORIO
               CLOSE ARQUIVO
               CLOSE ARQUIVO-MOV
               CLOSE ARQUIVO-CTB
               GO TO P-ABORTAR
           END-IF
           MOVE ZEROS TO WS-TABELA-SALDOS
           MOVE ZEROS TO WS-TABELA-TOTAIS-TIPO.

       P-PRINCIPAL.
           PERFORM UNTIL WS-FIM-DO-MOV
               READ ARQUIVO-MOV NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-MOV
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       IF MOV-SITUACAO = "A"
                               AND MOV-DATA-APLICACAO
                                   NOT > WS-DATA-DIARIO
                               AND (MOV-DATA-DIARIO = ZEROS
                                 OR MOV-DATA-DIARIO = WS-DATA-DIARIO)
                           PERFORM P-CONTABILIZAR-MOVIMENTO
                               THRU P-CONTABILIZAR-FIM
                           MOVE WS-DATA-DIARIO TO MOV-DATA-DIARIO
                           REWRITE REGISTRO-MOV
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-MOV
           CLOSE ARQUIVO
           MOVE 1 TO WS-IND
           PERFORM P-SOMAR-CONTA
               UNTIL WS-IND > WS-MAX-CONTAS
           IF WS-TOTAL-DEBITO = WS-TOTAL-CREDITO
               MOVE "S" TO WS-DIARIO-FECHA
               PERFORM P-GRAVAR-DIARIO THRU P-GRAVAR-DIARIO-FIM
           END-IF
           PERFORM P-IMPRIMIR-RELATORIO
           CLOSE RELATORIO
           CLOSE ARQUIVO-CTB
           DISPLAY "RELATORIO GERADO: PROG036.LST"
           DISPLAY "MOVIMENTOS NO DIARIO.: " WS-TOTAL-DO-DIA
           DISPLAY "LANCAMENTOS..........: " WS-TOTAL-LANCAMENTOS
           IF NOT WS-DIARIO-BALANCEADO
               DISPLAY "DEBITOS E CREDITOS NAO FECHAM. "
                   "DIARIO NAO EXPORTADO."
               PERFORM P-DESMARCAR-MOVIMENTOS
               GO TO P-ABORTAR
           END-IF
           IF WS-STATUS-DIARIO NOT = "00"
               PERFORM P-DESMARCAR-MOVIMENTOS
               GO TO P-ABORTAR
           END-IF
           DISPLAY "DIARIO GERADO: " WS-NOME-ARQ-DIARIO
           PERFORM P-RUNCTL-FIM
           GO TO P-FIM-STOP-RUN.

      * SEM O DIARIO GERADO A EXECUCAO FICA COMO NAO CONCLUIDA NO
      * CONTROLE, PARA A CADEIA NOTURNA PARAR NESTE PASSO.
       P-ABORTAR.
           IF WS-RUN-DISPONIVEL = "S"
               CLOSE ARQUIVO-RUN
           END-IF
           GO TO P-FIM-STOP-RUN.

      * SEM DIARIO OS MOVIMENTOS MARCADOS NESTA EXECUCAO VOLTAM A FICAR
      * SEM DATA DE DIARIO. SE A EXECUCAO CAIR ANTES DISSO, A MARCA E
      * RECONHECIDA NA NOVA EXPORTACAO DA MESMA DATA (DIA AINDA NAO
      * REGISTRADO NO CONTROLE).
       P-DESMARCAR-MOVIMENTOS.
           OPEN I-O ARQUIVO-MOV
           IF WS-STATUS-MOV NOT = "00"
               DISPLAY "ERRO AO DESMARCAR MOVIMENTOS. STATUS: "
                   WS-STATUS-MOV
           ELSE
               MOVE "N" TO WS-FIM-MOV
               PERFORM UNTIL WS-FIM-DO-MOV
                   READ ARQUIVO-MOV NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-MOV
                       NOT AT END
                           IF MOV-DATA-DIARIO = WS-DATA-DIARIO
                               MOVE ZEROS TO MOV-DATA-DIARIO
                               REWRITE REGISTRO-MOV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MOV
           END-IF.

      ******************************************************************
      * PARAGRAFOS DE CONTROLE DA EXPORTACAO
      ******************************************************************

       P-ABRIR-CONTROLE.
           OPEN I-O ARQUIVO-CTB
           IF WS-STATUS-CTB NOT = "00"
               IF WS-STATUS-CTB = "35" OR WS-STATUS-CTB = "30"
                   OPEN OUTPUT ARQUIVO-CTB
                   CLOSE ARQUIVO-CTB
                   OPEN I-O ARQUIVO-CTB
               END-IF
           END-IF
           IF WS-STATUS-CTB NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTROLE DA EXPORTACAO. STATUS: "
                   WS-STATUS-CTB
               GO TO P-ABRIR-CONTROLE-FIM
           END-IF
           MOVE WS-DATA-DIARIO TO CTB-DATA
           MOVE "N" TO WS-CTB-ACHOU
           READ ARQUIVO-CTB KEY IS CTB-DATA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-CTB-ACHOU
           END-READ.

       P-ABRIR-CONTROLE-FIM.
           EXIT.

      ******************************************************************
      * PARAGRAFOS DE CONTABILIZACAO
      ******************************************************************

      * CADA MOVIMENTO GERA UM DEBITO E UM CREDITO DE MESMO VALOR, DE
      * MODO QUE O DIARIO SO DEIXA DE FECHAR POR ESTOURO DE CAMPO.
       P-CONTABILIZAR-MOVIMENTO.
           ADD 1 TO WS-TOTAL-DO-DIA
           MOVE ZEROS TO WS-CONTA-DEB WS-CONTA-CRED
           EVALUATE MOV-TIPO
               WHEN "E"
                   MOVE 1 TO WS-IND-TIPO
                   MOVE MOV-CUSTO-UNIT TO WS-CUSTO-MOV
                   IF WS-CUSTO-MOV = ZEROS
                       PERFORM P-OBTER-CUSTO-CADASTRO
                   END-IF
                   MOVE 1 TO WS-CONTA-DEB
                   MOVE 2 TO WS-CONTA-CRED
               WHEN "S"
                   MOVE 2 TO WS-IND-TIPO
                   MOVE MOV-CUSTO-UNIT TO WS-CUSTO-MOV
                   IF WS-CUSTO-MOV = ZEROS
                       PERFORM P-OBTER-CUSTO-CADASTRO
                   END-IF
                   MOVE 3 TO WS-CONTA-DEB
                   MOVE 1 TO WS-CONTA-CRED
               WHEN "P"
                   MOVE 3 TO WS-IND-TIPO
                   MOVE MOV-CUSTO-UNIT TO WS-CUSTO-MOV
                   IF WS-CUSTO-MOV = ZEROS
                       PERFORM P-OBTER-CUSTO-CADASTRO
                   END-IF
                   MOVE 4 TO WS-CONTA-DEB
                   MOVE 1 TO WS-CONTA-CRED
               WHEN "A"
                   MOVE 4 TO WS-IND-TIPO
                   MOVE MOV-CUSTO-UNIT TO WS-CUSTO-MOV
                   IF WS-CUSTO-MOV = ZEROS
                       PERFORM P-OBTER-CUSTO-CADASTRO
                   END-IF
                   IF MOV-SINAL = "-"
                       MOVE 5 TO WS-CONTA-DEB
                       MOVE 1 TO WS-CONTA-CRED
                   ELSE
                       MOVE 1 TO WS-CONTA-DEB
                       MOVE 6 TO WS-CONTA-CRED
                   END-IF
               WHEN "D"
                   MOVE 5 TO WS-IND-TIPO
                   MOVE MOV-CUSTO-UNIT TO WS-CUSTO-MOV
                   IF WS-CUSTO-MOV = ZEROS
                       PERFORM P-OBTER-CUSTO-CADASTRO
                   END-IF
                   MOVE 1 TO WS-CONTA-DEB
                   MOVE 3 TO WS-CONTA-CRED
               WHEN OTHER
                   MOVE 6 TO WS-IND-TIPO
                   MOVE ZEROS TO WS-CUSTO-MOV
           END-EVALUATE
           ADD 1 TO WS-TT-QTD-MOV (WS-IND-TIPO)
           IF WS-CONTA-DEB = ZEROS
               GO TO P-CONTABILIZAR-FIM
           END-IF
           IF WS-CUSTO-MOV = ZEROS
               ADD 1 TO WS-TOTAL-SEM-CUSTO
           END-IF
           COMPUTE WS-VALOR-MOV ROUNDED = MOV-QTD * WS-CUSTO-MOV
           ADD WS-VALOR-MOV TO WS-TT-VALOR (WS-IND-TIPO)
           ADD WS-VALOR-MOV TO WS-CT-DEBITO (WS-CONTA-DEB)
           ADD WS-VALOR-MOV TO WS-CT-CREDITO (WS-CONTA-CRED).

       P-CONTABILIZAR-FIM.
           EXIT.

       P-OBTER-CUSTO-CADASTRO.
           MOVE MOV-SKU TO SKU
           READ ARQUIVO KEY IS SKU
               INVALID KEY
                   MOVE ZEROS TO WS-CUSTO-MOV
               NOT INVALID KEY
                   MOVE VALOR-CUSTO TO WS-CUSTO-MOV
           END-READ.

       P-SOMAR-CONTA.
           ADD WS-CT-DEBITO (WS-IND)  TO WS-TOTAL-DEBITO
           ADD WS-CT-CREDITO (WS-IND) TO WS-TOTAL-CREDITO
           IF WS-CT-DEBITO (WS-IND) > ZEROS
               ADD 1 TO WS-TOTAL-LANCAMENTOS
           END-IF
           IF WS-CT-CREDITO (WS-IND) > ZEROS
               ADD 1 TO WS-TOTAL-LANCAMENTOS
           END-IF
           ADD 1 TO WS-IND.

      ******************************************************************
      * PARAGRAFOS DE GRAVACAO DO DIARIO
      ******************************************************************

       P-GRAVAR-DIARIO.
           MOVE WS-DATA-DIARIO TO WS-ND-DATA
           OPEN OUTPUT ARQUIVO-DIARIO
           IF WS-STATUS-DIARIO NOT = "00"
               DISPLAY "ERRO AO CRIAR " WS-NOME-ARQ-DIARIO
                   " STATUS: " WS-STATUS-DIARIO
               GO TO P-GRAVAR-DIARIO-FIM
           END-IF
           MOVE 1 TO WS-IND
           PERFORM P-GRAVAR-LANCAMENTOS
               UNTIL WS-IND > WS-MAX-CONTAS
           MOVE WS-DATA-DIARIO       TO WS-DC-DATA
           MOVE WS-TOTAL-DO-DIA      TO WS-DC-QTD-MOVIMENTOS
           MOVE WS-TOTAL-LANCAMENTOS TO WS-DC-QTD-LANCAMENTOS
           MOVE WS-TOTAL-DEBITO      TO WS-DC-TOTAL-DEBITO
           MOVE WS-TOTAL-CREDITO     TO WS-DC-TOTAL-CREDITO
           WRITE REGISTRO-DIARIO FROM WS-DIARIO-CONTROLE
           CLOSE ARQUIVO-DIARIO
           ACCEPT WS-HORA-EXPORTACAO FROM TIME
           MOVE WS-DATA-DIARIO       TO CTB-DATA
           MOVE WS-HOJE-AAAAMMDD     TO CTB-DATA-EXPORTACAO
           MOVE WS-HORA-EXPORTACAO   TO CTB-HORA-EXPORTACAO
           MOVE WS-TOTAL-DO-DIA      TO CTB-QTD-MOVIMENTOS
           MOVE WS-TOTAL-LANCAMENTOS TO CTB-QTD-LANCAMENTOS
           MOVE WS-TOTAL-DEBITO      TO CTB-TOTAL-DEBITO
           MOVE WS-TOTAL-CREDITO     TO CTB-TOTAL-CREDITO
           WRITE REGISTRO-CTB
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CONTROLE DA EXPORTACAO. "
                       "STATUS: " WS-STATUS-CTB
           END-WRITE.

       P-GRAVAR-DIARIO-FIM.
           EXIT.

       P-GRAVAR-LANCAMENTOS.
           MOVE WS-DATA-DIARIO          TO WS-DL-DATA
           MOVE WS-CT-CODIGO (WS-IND)    TO WS-DL-CONTA
           MOVE WS-CT-DESCRICAO (WS-IND) TO WS-DL-DESCRICAO
           IF WS-CT-DEBITO (WS-IND) > ZEROS
               MOVE "D" TO WS-DL-NATUREZA
               MOVE WS-CT-DEBITO (WS-IND) TO WS-DL-VALOR
               WRITE REGISTRO-DIARIO FROM WS-DIARIO-LANCAMENTO
           END-IF
           IF WS-CT-CREDITO (WS-IND) > ZEROS
               MOVE "C" TO WS-DL-NATUREZA
               MOVE WS-CT-CREDITO (WS-IND) TO WS-DL-VALOR
               WRITE REGISTRO-DIARIO FROM WS-DIARIO-LANCAMENTO
           END-IF
           ADD 1 TO WS-IND.

      ******************************************************************
      * PARAGRAFOS DE RELATORIO
      ******************************************************************

       P-IMPRIMIR-RELATORIO.
           MOVE WS-DATA-DIARIO TO WS-TI-DATA
           MOVE WS-LINHA-TITULO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 1 TO WS-IND
           PERFORM P-IMPRIMIR-CONTA
               UNTIL WS-IND > WS-MAX-CONTAS
           MOVE WS-TOTAL-DEBITO  TO WS-LT-DEBITO
           MOVE WS-TOTAL-CREDITO TO WS-LT-CREDITO
           MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-LINHA-CAB-TIPO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 1 TO WS-IND
           PERFORM P-IMPRIMIR-TIPO
               UNTIL WS-IND > WS-MAX-TIPOS
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-LIDOS TO WS-LR-LIDOS
           MOVE WS-LINHA-RODAPE1 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-DO-DIA TO WS-LR-DO-DIA
           MOVE WS-LINHA-RODAPE2 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-SEM-CUSTO TO WS-LR-SEM-CUSTO
           MOVE WS-LINHA-RODAPE3 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-LANCAMENTOS TO WS-LR-LANCAMENTOS
           MOVE WS-LINHA-RODAPE4 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-DIARIO-BALANCEADO AND WS-STATUS-DIARIO = "00"
               MOVE WS-NOME-ARQ-DIARIO TO WS-LR-SITUACAO
           ELSE
               MOVE "DIARIO NAO EXPORTADO" TO WS-LR-SITUACAO
           END-IF
           MOVE WS-LINHA-RODAPE5 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-IMPRIMIR-CONTA.
           MOVE WS-CT-CODIGO (WS-IND)    TO WS-LD-CONTA
           MOVE WS-CT-DESCRICAO (WS-IND) TO WS-LD-DESCRICAO
           MOVE WS-CT-DEBITO (WS-IND)    TO WS-LD-DEBITO
           MOVE WS-CT-CREDITO (WS-IND)   TO WS-LD-CREDITO
           MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           ADD 1 TO WS-IND.

       P-IMPRIMIR-TIPO.
           MOVE WS-TP-CODIGO (WS-IND)    TO WS-LTP-CODIGO
           MOVE WS-TP-DESCRICAO (WS-IND) TO WS-LTP-DESCRICAO
           MOVE WS-TT-QTD-MOV (WS-IND)   TO WS-LTP-QTD
           MOVE WS-TT-VALOR (WS-IND)     TO WS-LTP-VALOR
           MOVE WS-LINHA-TIPO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           ADD 1 TO WS-IND.

      ******************************************************************
      * PARAGRAFOS DE CONTROLE DE EXECUCAO
      ******************************************************************

       P-RUNCTL-INICIO.
           OPEN I-O ARQUIVO-RUN
           IF WS-STATUS-RUN NOT = "00"
               IF WS-STATUS-RUN = "35" OR WS-STATUS-RUN = "30"
                   OPEN OUTPUT ARQUIVO-RUN
                   CLOSE ARQUIVO-RUN
                   OPEN I-O ARQUIVO-RUN
               END-IF
           END-IF
           IF WS-STATUS-RUN NOT = "00"
               DISPLAY "CONTROLE DE EXECUCAO INDISPONIVEL. STATUS: "
                   WS-STATUS-RUN
               GO TO P-RUNCTL-INICIO-FIM
           END-IF
           MOVE "S" TO WS-RUN-DISPONIVEL
           ACCEPT WS-HOJE-RUN FROM DATE YYYYMMDD
           MOVE WS-RUN-PROGRAMA TO RUN-PROGRAMA
           MOVE WS-HOJE-RUN     TO RUN-DATA
           MOVE "N" TO WS-RUN-ACHOU
           READ ARQUIVO-RUN KEY IS RUN-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-RUN-ACHOU
           END-READ
           IF WS-RUN-ACHOU = "S"
               IF RUN-SITUACAO = "C"
                   DISPLAY WS-RUN-PROGRAMA
                       " JA EXECUTADO HOJE. REPETIR (S/N)? "
               ELSE
                   DISPLAY "EXECUCAO ANTERIOR NAO CONCLUIDA. "
                       "CONTINUAR (S/N)? "
               END-IF
               ACCEPT WS-CONFIRMA-RUN FROM CONSOLE
               IF WS-CONFIRMA-RUN NOT = "S"
                       AND WS-CONFIRMA-RUN NOT = "s"
                   DISPLAY "EXECUCAO CANCELADA PELO OPERADOR."
                   CLOSE ARQUIVO-RUN
                   GO TO P-FIM-STOP-RUN
               END-IF
           END-IF
           MOVE WS-RUN-PROGRAMA TO RUN-PROGRAMA
           MOVE WS-HOJE-RUN     TO RUN-DATA
           ACCEPT RUN-HORA-INICIO FROM TIME
           MOVE ZEROS TO RUN-HORA-FIM
           MOVE "I"   TO RUN-SITUACAO
           MOVE ZEROS TO RUN-CHECKPOINT-SKU
           IF WS-RUN-ACHOU = "S"
               REWRITE REGISTRO-RUN
           ELSE
               WRITE REGISTRO-RUN
           END-IF.

       P-RUNCTL-INICIO-FIM.
           EXIT.

       P-RUNCTL-FIM.
           IF WS-RUN-DISPONIVEL = "S"
               ACCEPT RUN-HORA-FIM FROM TIME
               MOVE "C" TO RUN-SITUACAO
               REWRITE REGISTRO-RUN
               CLOSE ARQUIVO-RUN
           END-IF.

      ******************************************************************
      * PARAGRAFOS DE SAIDA
      ******************************************************************

       P-FIM-STOP-RUN.
           STOP RUN.
