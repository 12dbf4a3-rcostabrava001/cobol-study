           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-NOME-ARC-MOV.

           01 REGISTRO-ARC-MOV        PIC X(86).

       FD ARQUIVO-TRAB-LOG
           LABEL RECORDS ARE STANDARD
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PROG028-TRB2.DAT".

           01 REGISTRO-TRAB-MOV       PIC X(86).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-LOG           PIC X(02).
      * ANTIGOS: AINDA PRECISAM SER APLICADOS OU REJEITADOS PELO
      * PROG009 ANTES DE SAIR DO ARQUIVO VIVO. MOVIMENTOS DATADOS DA
      * BASE DO SKU EM DIANTE (DIA INTEIRO, POR SEGURANCA) TAMBEM
      * FICAM VIVOS, POIS O PROG026 OS SOMA SOBRE A BASE. APLICADO
      * AINDA SEM DIARIO CONTABIL (PROG036) TAMBEM FICA.
       P-SEPARAR-MOV.
           MOVE "N" TO WS-MANTER
           IF MOV-SITUACAO NOT = "A" AND MOV-SITUACAO NOT = "R"
                   END-IF
               END-IF
           END-IF
           IF MOV-SITUACAO = "A" AND MOV-DATA-DIARIO = ZEROS
               MOVE "S" TO WS-MANTER
           END-IF
           IF WS-MANTER = "N"
               COMPUTE WS-MES-REGISTRO = MOV-DATA / 100
               IF WS-ARC-MOV-ABERTO = "N"
