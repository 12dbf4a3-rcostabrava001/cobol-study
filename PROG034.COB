      ******************************************************************
      * AUTHOR: RODRIGO COSTABRAVA
      * PURPOSE: CONFERENCIA DAS NOTAS FISCAIS DE FORNECEDOR CONTRA
      *          PEDIDO E RECEBIMENTO (PROG033-NF.DAT X
      *          PROG023-ITEM.DAT): CADA LINHA DAS NOTAS DIGITADAS OU
      *          RETIDAS E COMPARADA COM ITEM-QTD-PEDIDA,
      *          ITEM-QTD-RECEBIDA (MENOS O JA FATURADO EM NOTAS
      *          LIBERADAS) E O CUSTO MEDIO DO RECEBIMENTO. A NOTA SEM
      *          LINHAS OU CUJO VALOR TOTAL DIFERE DA SOMA DAS LINHAS
      *          (QTD X CUSTO) TAMBEM E OCORRENCIA. NOTA SEM
      *          OCORRENCIA E LIBERADA PARA PAGAMENTO E SOMA NO
      *          FATURADO DO ITEM; NOTA COM OCORRENCIA FICA RETIDA E
      *          SAI NA LISTA DE EXCECOES (PROG034.LST)
      ******************************************************************

       IDENTIFICATION DIVISION.
           PROGRAM-ID. PROG034.
           AUTHOR. RODRIGO COSTABRAVA

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELARQ.
           COPY SELITE.
           COPY SELNFC.
           COPY SELNFI.
           COPY SELRUN.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
           COPY FDARQ.
           COPY FDITE.
           COPY FDNFC.
           COPY FDNFI.
           COPY FDRUN.

       FD RELATORIO
           LABEL RECORDS ARE STANDARD.
           01 LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO       PIC X(02).
           77 WS-STATUS-ITEM          PIC X(02).
           77 WS-STATUS-NF            PIC X(02).
           77 WS-STATUS-NFITEM        PIC X(02).
           77 WS-STATUS-RELATORIO     PIC X(02).
           77 WS-STATUS-RUN           PIC X(02).
           77 WS-CONFIRMA-RUN         PIC X(01) VALUE SPACE.
           77 WS-RUN-ACHOU            PIC X(01) VALUE "N".
           77 WS-RUN-DISPONIVEL       PIC X(01) VALUE "N".
           77 WS-RUN-PROGRAMA         PIC X(08) VALUE SPACES.
           77 WS-HOJE-RUN             PIC 9(08) VALUE ZEROS.
           77 WS-FIM-NF               PIC X(01) VALUE "N".
               88 WS-FIM-DA-NF        VALUE "S".
           77 WS-FIM-NFITEM           PIC X(01) VALUE "N".
               88 WS-FIM-DO-NFITEM    VALUE "S".
           77 WS-ITEM-OK              PIC X(01) VALUE "N".
               88 WS-ITEM-ACHOU       VALUE "S".
           77 WS-CAB-IMPRESSO         PIC X(01) VALUE "N".
               88 WS-CABECALHO-IMPRESSO VALUE "S".

           77 WS-HOJE-AAAAMMDD        PIC 9(08) VALUE ZEROS.
           77 WS-QTD-A-FATURAR        PIC S9(05) VALUE ZEROS.
           77 WS-DIVERG-QTD           PIC X(01) VALUE "N".
           77 WS-DIVERG-CUSTO         PIC X(01) VALUE "N".
           77 WS-LINHAS-DIVERGENTES   PIC 9(05) VALUE ZEROS.
           77 WS-LINHAS-LIDAS         PIC 9(05) VALUE ZEROS.
           77 WS-SOMA-LINHAS          PIC 9(09)V99 VALUE ZEROS.

           77 WS-TOTAL-CONFERIDAS     PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-LIBERADAS      PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-RETIDAS        PIC 9(05) VALUE ZEROS.
           77 WS-VALOR-LIBERADO       PIC 9(09)V99 VALUE ZEROS.
           77 WS-VALOR-RETIDO         PIC 9(09)V99 VALUE ZEROS.

           01 WS-LINHA-TITULO.
               05 FILLER PIC X(40) VALUE
                   "CONFERENCIA DE NOTAS FISCAIS - EXCECOES ".
               05 FILLER PIC X(06) VALUE "DATA: ".
               05 WS-TI-DATA           PIC 9(08).

           01 WS-LINHA-CAB-NOTA.
               05 FILLER PIC X(06) VALUE "NOTA: ".
               05 WS-CN-NUMERO         PIC 9(09).
               05 FILLER PIC X(13) VALUE "  FORNECEDOR ".
               05 WS-CN-FORNECEDOR     PIC 9(04).
               05 FILLER PIC X(09) VALUE "  PEDIDO ".
               05 WS-CN-PEDIDO         PIC 9(06).
               05 FILLER PIC X(08) VALUE "  VALOR ".
               05 WS-CN-VALOR          PIC Z.ZZZ.ZZ9,99.

           01 WS-LINHA-CABECALHO.
               05 FILLER PIC X(40) VALUE
                   "SKU  NOME                FATU  PEDI RECE".
               05 FILLER PIC X(36) VALUE
                   "  JFAT CUSTO NF  CUSTO RC OCORRENCIA".

           01 WS-LINHA-DETALHE.
               05 WS-LD-SKU            PIC 9(04).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-NOME           PIC X(18).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LD-FATURADA       PIC ZZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LD-PEDIDA         PIC ZZZ9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-RECEBIDA       PIC ZZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LD-JA-FATURADA    PIC ZZZ9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-CUSTO-NF       PIC Z.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LD-CUSTO-REC      PIC Z.ZZ9,99.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-OCORRENCIA     PIC X(13).

           01 WS-LINHA-OCORR-NOTA.
               05 FILLER PIC X(20) VALUE "OCORRENCIA DA NOTA: ".
               05 WS-LO-OCORRENCIA     PIC X(20).
               05 FILLER PIC X(18) VALUE "  SOMA DAS LINHAS ".
               05 WS-LO-SOMA           PIC ZZZ.ZZZ.ZZ9,99.

           01 WS-LINHA-RODAPE1.
               05 FILLER PIC X(26) VALUE "NOTAS CONFERIDAS........: ".
               05 WS-LR-CONFERIDAS     PIC ZZZZ9.

           01 WS-LINHA-RODAPE2.
               05 FILLER PIC X(26) VALUE "NOTAS LIBERADAS.........: ".
               05 WS-LR-LIBERADAS      PIC ZZZZ9.
               05 FILLER PIC X(10) VALUE "  VALOR: ".
               05 WS-LR-VALOR-LIB      PIC ZZZ.ZZZ.ZZ9,99.

           01 WS-LINHA-RODAPE3.
               05 FILLER PIC X(26) VALUE "NOTAS RETIDAS...........: ".
               05 WS-LR-RETIDAS        PIC ZZZZ9.
               05 FILLER PIC X(10) VALUE "  VALOR: ".
               05 WS-LR-VALOR-RET      PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

      ******************************************************************
      * PARAGRAFOS PRINCIPAIS
      ******************************************************************

       P-ABERTURA.
           DISPLAY "PROG034 - CONFERENCIA DE NOTAS FISCAIS"
           MOVE "PROG034 " TO WS-RUN-PROGRAMA
           PERFORM P-RUNCTL-INICIO THRU P-RUNCTL-INICIO-FIM
           ACCEPT WS-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           OPEN I-O ARQUIVO-NF
           IF WS-STATUS-NF NOT = "00"
               DISPLAY "ARQUIVO DE NOTAS NAO ENCONTRADO. "
                   "EXECUTE O PROG033. STATUS: " WS-STATUS-NF
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN I-O ARQUIVO-NFITEM
           IF WS-STATUS-NFITEM NOT = "00"
               DISPLAY "ARQUIVO DE LINHAS DAS NOTAS NAO ENCONTRADO. "
                   "STATUS: " WS-STATUS-NFITEM
               CLOSE ARQUIVO-NF
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN I-O ARQUIVO-ITEM
           IF WS-STATUS-ITEM NOT = "00"
               DISPLAY "ARQUIVO DE ITENS NAO ENCONTRADO. "
                   "EXECUTE O PROG023. STATUS: " WS-STATUS-ITEM
               CLOSE ARQUIVO-NF
               CLOSE ARQUIVO-NFITEM
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN INPUT ARQUIVO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO. STATUS: "
                   WS-STATUS-ARQUIVO
               CLOSE ARQUIVO-NF
               CLOSE ARQUIVO-NFITEM
               CLOSE ARQUIVO-ITEM
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN OUTPUT RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO CRIAR RELATORIO. STATUS: "
                   WS-STATUS-RELATORIO
               CLOSE ARQUIVO-NF
               CLOSE ARQUIVO-NFITEM
               CLOSE ARQUIVO-ITEM
               CLOSE ARQUIVO
               GO TO P-FIM-STOP-RUN
           END-IF
           MOVE WS-HOJE-AAAAMMDD TO WS-TI-DATA
           MOVE WS-LINHA-TITULO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE ZEROS TO NF-FORNECEDOR NF-NUMERO
           START ARQUIVO-NF KEY IS NOT LESS THAN NF-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-NF
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-NF
           END-START.

       P-PRINCIPAL.
           PERFORM UNTIL WS-FIM-DA-NF
               READ ARQUIVO-NF NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-NF
                   NOT AT END
                       IF NF-SITUACAO = "D" OR NF-SITUACAO = "R"
                           PERFORM P-CONFERIR-NOTA
                       END-IF
               END-READ
           END-PERFORM
           PERFORM P-RODAPE
           CLOSE ARQUIVO-NF
           CLOSE ARQUIVO-NFITEM
           CLOSE ARQUIVO-ITEM
           CLOSE ARQUIVO
           CLOSE RELATORIO
           DISPLAY "RELATORIO GERADO: PROG034.LST"
           DISPLAY "NOTAS CONFERIDAS.....: " WS-TOTAL-CONFERIDAS
           DISPLAY "NOTAS LIBERADAS......: " WS-TOTAL-LIBERADAS
           DISPLAY "NOTAS RETIDAS........: " WS-TOTAL-RETIDAS
           PERFORM P-RUNCTL-FIM
           GO TO P-FIM-STOP-RUN.

      ******************************************************************
      * PARAGRAFOS DE CONFERENCIA
      ******************************************************************

      * PRIMEIRA PASSADA MARCA AS OCORRENCIAS DE CADA LINHA; SO A NOTA
      * INTEIRAMENTE LIMPA E LIBERADA E SOMA NO FATURADO DOS ITENS. A
      * NOTA SEM LINHAS OU COM TOTAL DIFERENTE DA SOMA DAS LINHAS NAO
      * TEM O QUE CONFERIR CONTRA O RECEBIMENTO E FICA RETIDA.
       P-CONFERIR-NOTA.
           ADD 1 TO WS-TOTAL-CONFERIDAS
           MOVE ZEROS TO WS-LINHAS-DIVERGENTES
           MOVE ZEROS TO WS-LINHAS-LIDAS WS-SOMA-LINHAS
           MOVE "N" TO WS-CAB-IMPRESSO
           PERFORM P-POSICIONAR-LINHAS
           PERFORM UNTIL WS-FIM-DO-NFITEM
               READ ARQUIVO-NFITEM NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-NFITEM
                   NOT AT END
                       IF NFI-FORNECEDOR NOT = NF-FORNECEDOR
                               OR NFI-NUMERO NOT = NF-NUMERO
                           MOVE "S" TO WS-FIM-NFITEM
                       ELSE
                           PERFORM P-CONFERIR-LINHA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LINHAS-LIDAS = ZEROS
               MOVE "NOTA SEM ITENS" TO WS-LO-OCORRENCIA
               ADD 1 TO WS-LINHAS-DIVERGENTES
               PERFORM P-IMPRIMIR-EXCECAO-NOTA
           ELSE
               IF WS-SOMA-LINHAS NOT = NF-VALOR-TOTAL
                   MOVE "TOTAL DIFERE LINHAS" TO WS-LO-OCORRENCIA
                   ADD 1 TO WS-LINHAS-DIVERGENTES
                   PERFORM P-IMPRIMIR-EXCECAO-NOTA
               END-IF
           END-IF
           IF WS-LINHAS-DIVERGENTES = ZEROS
               PERFORM P-FATURAR-ITENS
               MOVE "L" TO NF-SITUACAO
               ADD 1 TO WS-TOTAL-LIBERADAS
               ADD NF-VALOR-TOTAL TO WS-VALOR-LIBERADO
           ELSE
               MOVE "R" TO NF-SITUACAO
               ADD 1 TO WS-TOTAL-RETIDAS
               ADD NF-VALOR-TOTAL TO WS-VALOR-RETIDO
           END-IF
           MOVE WS-HOJE-AAAAMMDD TO NF-DATA-CONFERENCIA
           REWRITE NOTA-FISCAL
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR NOTA " NF-NUMERO
                       " STATUS: " WS-STATUS-NF
           END-REWRITE.

       P-POSICIONAR-LINHAS.
           MOVE NF-FORNECEDOR TO NFI-FORNECEDOR
           MOVE NF-NUMERO     TO NFI-NUMERO
           MOVE ZEROS         TO NFI-SKU
           START ARQUIVO-NFITEM KEY IS NOT LESS THAN NFI-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-NFITEM
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-NFITEM
           END-START.

      * A QUANTIDADE FATURAVEL E O RECEBIDO MENOS O JA FATURADO EM
      * NOTAS LIBERADAS; O CUSTO FATURADO NAO PODE PASSAR O CUSTO
      * MEDIO CAPTURADO NO RECEBIMENTO (PROG024).
       P-CONFERIR-LINHA.
           ADD 1 TO WS-LINHAS-LIDAS
           COMPUTE WS-SOMA-LINHAS =
               WS-SOMA-LINHAS + (NFI-QTD * NFI-CUSTO-UNIT)
           MOVE "N" TO WS-DIVERG-QTD WS-DIVERG-CUSTO
           PERFORM P-LER-ITEM
           IF NOT WS-ITEM-ACHOU
               MOVE "N" TO NFI-OCORRENCIA
           ELSE
               COMPUTE WS-QTD-A-FATURAR =
                   ITEM-QTD-RECEBIDA - ITEM-QTD-FATURADA
               IF NFI-QTD > WS-QTD-A-FATURAR
                   MOVE "S" TO WS-DIVERG-QTD
               END-IF
               IF NFI-CUSTO-UNIT > ITEM-CUSTO-RECEBIDO
                       AND ITEM-QTD-RECEBIDA > ZEROS
                   MOVE "S" TO WS-DIVERG-CUSTO
               END-IF
               MOVE SPACE TO NFI-OCORRENCIA
               IF WS-DIVERG-QTD = "S" AND WS-DIVERG-CUSTO = "S"
                   MOVE "A" TO NFI-OCORRENCIA
               ELSE
                   IF WS-DIVERG-QTD = "S"
                       MOVE "Q" TO NFI-OCORRENCIA
                   END-IF
                   IF WS-DIVERG-CUSTO = "S"
                       MOVE "C" TO NFI-OCORRENCIA
                   END-IF
               END-IF
           END-IF
           REWRITE NF-ITEM
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR LINHA DA NOTA "
                       NFI-NUMERO " STATUS: " WS-STATUS-NFITEM
           END-REWRITE
           IF NFI-OCORRENCIA NOT = SPACE
               ADD 1 TO WS-LINHAS-DIVERGENTES
               PERFORM P-IMPRIMIR-EXCECAO
           END-IF.

       P-LER-ITEM.
           MOVE "N" TO WS-ITEM-OK
           MOVE NF-PEDIDO TO ITEM-NUMERO
           MOVE NFI-SKU   TO ITEM-SKU
           READ ARQUIVO-ITEM KEY IS ITEM-CHAVE
               INVALID KEY
                   MOVE "N" TO WS-ITEM-OK
               NOT INVALID KEY
                   MOVE "S" TO WS-ITEM-OK
           END-READ.

       P-FATURAR-ITENS.
           PERFORM P-POSICIONAR-LINHAS
           PERFORM UNTIL WS-FIM-DO-NFITEM
               READ ARQUIVO-NFITEM NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-NFITEM
                   NOT AT END
                       IF NFI-FORNECEDOR NOT = NF-FORNECEDOR
                               OR NFI-NUMERO NOT = NF-NUMERO
                           MOVE "S" TO WS-FIM-NFITEM
                       ELSE
                           PERFORM P-FATURAR-UM-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       P-FATURAR-UM-ITEM.
           PERFORM P-LER-ITEM
           IF WS-ITEM-ACHOU
               ADD NFI-QTD TO ITEM-QTD-FATURADA
               REWRITE ITEM-PEDIDO
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR ITEM DO PEDIDO "
                           ITEM-NUMERO " STATUS: " WS-STATUS-ITEM
               END-REWRITE
           END-IF.

      ******************************************************************
      * PARAGRAFOS DE RELATORIO
      ******************************************************************

       P-IMPRIMIR-EXCECAO.
           PERFORM P-IMPRIMIR-CAB-NOTA
           MOVE NFI-SKU TO WS-LD-SKU
           MOVE NFI-SKU TO SKU
           READ ARQUIVO KEY IS SKU
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO WS-LD-NOME
               NOT INVALID KEY
                   MOVE NOME TO WS-LD-NOME
           END-READ
           MOVE NFI-QTD        TO WS-LD-FATURADA
           MOVE NFI-CUSTO-UNIT TO WS-LD-CUSTO-NF
           IF WS-ITEM-ACHOU
               MOVE ITEM-QTD-PEDIDA     TO WS-LD-PEDIDA
               MOVE ITEM-QTD-RECEBIDA   TO WS-LD-RECEBIDA
               MOVE ITEM-QTD-FATURADA   TO WS-LD-JA-FATURADA
               MOVE ITEM-CUSTO-RECEBIDO TO WS-LD-CUSTO-REC
           ELSE
               MOVE ZEROS TO WS-LD-PEDIDA WS-LD-RECEBIDA
               MOVE ZEROS TO WS-LD-JA-FATURADA WS-LD-CUSTO-REC
           END-IF
           EVALUATE NFI-OCORRENCIA
               WHEN "Q"
                   MOVE "QTD NAO RECEB" TO WS-LD-OCORRENCIA
               WHEN "C"
                   MOVE "CUSTO ACIMA"   TO WS-LD-OCORRENCIA
               WHEN "A"
                   MOVE "QTD E CUSTO"   TO WS-LD-OCORRENCIA
               WHEN OTHER
                   MOVE "FORA DO PEDIDO" TO WS-LD-OCORRENCIA
           END-EVALUATE
           MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-IMPRIMIR-EXCECAO-NOTA.
           PERFORM P-IMPRIMIR-CAB-NOTA
           MOVE WS-SOMA-LINHAS TO WS-LO-SOMA
           MOVE WS-LINHA-OCORR-NOTA TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-IMPRIMIR-CAB-NOTA.
           IF NOT WS-CABECALHO-IMPRESSO
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE NF-NUMERO      TO WS-CN-NUMERO
               MOVE NF-FORNECEDOR  TO WS-CN-FORNECEDOR
               MOVE NF-PEDIDO      TO WS-CN-PEDIDO
               MOVE NF-VALOR-TOTAL TO WS-CN-VALOR
               MOVE WS-LINHA-CAB-NOTA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE "S" TO WS-CAB-IMPRESSO
           END-IF.

       P-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-CONFERIDAS TO WS-LR-CONFERIDAS
           MOVE WS-LINHA-RODAPE1 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-LIBERADAS TO WS-LR-LIBERADAS
           MOVE WS-VALOR-LIBERADO  TO WS-LR-VALOR-LIB
           MOVE WS-LINHA-RODAPE2 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-RETIDAS TO WS-LR-RETIDAS
           MOVE WS-VALOR-RETIDO  TO WS-LR-VALOR-RET
           MOVE WS-LINHA-RODAPE3 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

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
