      *          QTD-ESTOQUE PELA MESMA DIFERENCA, GRAVA O
      *          ANTES/DEPOIS DO TOTAL NO LOG DE AUDITORIA COM A
      *          OPERACAO "C" (CONTAGEM) E REGISTRA O AJUSTE NO LEDGER
      *          DE MOVIMENTOS COM O LOCAL CONTADO. A FALTA SAI DOS
      *          LOTES DO LOCAL PELO VENCIMENTO MAIS PROXIMO (FEFO) E A
      *          SOBRA ENTRA NO LOTE "SEM LOTE" COM A VALIDADE DO
      *          CADASTRO (PROG009-LOTE.DAT). O AJUSTE LEVA A DATA DA
      *          CONTAGEM INFORMADA (ZERO = HOJE, NUNCA FUTURA) E NADA E
      *          APLICADO SE ELA CAI EM PERIODO JA FECHADO PELO PROG037
      ******************************************************************

       IDENTIFICATION DIVISION.
           COPY SELMOV.
           COPY SELCNT.
           COPY SELSLD.
           COPY SELLOT.
           COPY SELFEC.
           COPY SELOPE.
           COPY SELSGN.
           COPY SELSES.
           COPY SELPRM.

       DATA DIVISION.
       FILE SECTION.
           COPY FDMOV.
           COPY FDCNT.
           COPY FDSLD.
           COPY FDLOT.
           COPY FDFEC.
           COPY FDOPE.
           COPY FDSGN.
           COPY FDSES.
           COPY FDPRM.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO       PIC X(02).
           77 WS-STATUS-MOV           PIC X(02).
           77 WS-STATUS-CONT          PIC X(02).
           77 WS-STATUS-SALDO         PIC X(02).
           77 WS-STATUS-LOTE          PIC X(02).
           77 WS-STATUS-FECH          PIC X(02).
           77 WS-FIM-CONT             PIC X(01) VALUE "N".
               88 WS-FIM-DA-CONT      VALUE "S".
           77 WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
               88 WS-REGISTRO-ACHOU   VALUE "S".
           77 WS-CONFIRMA             PIC X(01) VALUE SPACE.
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

           77 WS-ANTES-QTD            PIC 9(04) VALUE ZEROS.
           77 WS-SALDO-ANTES          PIC 9(04) VALUE ZEROS.
           77 WS-TOTAL-APLICADOS      PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-SEM-AJUSTE     PIC 9(05) VALUE ZEROS.

           77 WS-FIM-LOTE             PIC X(01) VALUE "N".
               88 WS-FIM-DO-LOTE      VALUE "S".
           77 WS-LOTE-SKU             PIC 9(04) VALUE ZEROS.
           77 WS-LOTE-LOCAL           PIC X(01) VALUE SPACE.
           77 WS-LOTE-VALIDADE        PIC 9(08) VALUE ZEROS.
           77 WS-LOTE-NUMERO          PIC X(10) VALUE SPACES.
           77 WS-LOTE-QTD             PIC 9(04) VALUE ZEROS.
           77 WS-LOTE-QTD-BAIXA       PIC 9(04) VALUE ZEROS.

           77 WS-LOG-QTD-ED           PIC ZZZ9.
           77 WS-HOJE-AAAAMMDD        PIC 9(08) VALUE ZEROS.
           77 WS-DATA-LANCAMENTO      PIC 9(08) VALUE ZEROS.
           77 WS-INTEIRO-LANCAMENTO   PIC S9(09) COMP.
           77 WS-DATA-OK              PIC X(01) VALUE "N".
               88 WS-DATA-ACEITA      VALUE "S".
           77 WS-PERIODO-FECHADO      PIC X(01) VALUE "N".
               88 WS-PERIODO-BLOQUEADO VALUE "S".

       PROCEDURE DIVISION.


       P-ABERTURA.
           DISPLAY "PROG021 - APLICACAO DO INVENTARIO FISICO"
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
           PERFORM P-INFORMAR-DATA THRU P-INFORMAR-DATA-FIM
           IF NOT WS-DATA-ACEITA
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN I-O ARQUIVO-CONT
           IF WS-STATUS-CONT NOT = "00"
               DISPLAY "ARQUIVO DE CONTAGEM NAO ENCONTRADO. "
               CLOSE ARQUIVO-CONT
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN I-O ARQUIVO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO. STATUS: "
               CLOSE ARQUIVO
               GO TO P-FIM-STOP-RUN
           END-IF
           PERFORM P-ABERTURA-LOTE
           IF WS-STATUS-LOTE NOT = "00"
               DISPLAY "ERRO AO ABRIR LOTES. STATUS: "
                   WS-STATUS-LOTE
               CLOSE ARQUIVO-CONT
               CLOSE ARQUIVO
               CLOSE ARQUIVO-SALDO
               GO TO P-FIM-STOP-RUN
           END-IF
           PERFORM P-ABERTURA-LOG
           PERFORM P-ABERTURA-MOV
           GO TO P-PRINCIPAL.

      * A CONTAGEM E APLICADA COM A DATA EM QUE DE FATO OCORREU
      * (ZERO ASSUME HOJE), NUNCA FUTURA E NUNCA DENTRO DE UM PERIODO
      * JA FECHADO PELO PROG037.
       P-INFORMAR-DATA.
           MOVE "N" TO WS-DATA-OK
           MOVE ZEROS TO WS-DATA-LANCAMENTO
           DISPLAY "DATA DA CONTAGEM AAAAMMDD (0=HOJE): "
           ACCEPT WS-DATA-LANCAMENTO FROM CONSOLE
           IF WS-DATA-LANCAMENTO = ZEROS
               MOVE WS-HOJE-AAAAMMDD TO WS-DATA-LANCAMENTO
           END-IF
           COMPUTE WS-INTEIRO-LANCAMENTO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-LANCAMENTO)
           IF WS-INTEIRO-LANCAMENTO = ZEROS
               DISPLAY "DATA INVALIDA. PROGRAMA ENCERRADO."
               GO TO P-INFORMAR-DATA-FIM
           END-IF
           IF WS-DATA-LANCAMENTO > WS-HOJE-AAAAMMDD
               DISPLAY "DATA FUTURA NAO PERMITIDA. PROGRAMA ENCERRADO."
               GO TO P-INFORMAR-DATA-FIM
           END-IF
           PERFORM P-VERIFICAR-PERIODO THRU P-VERIFICAR-PERIODO-FIM
           IF WS-PERIODO-BLOQUEADO
               DISPLAY "PERIODO " FEC-PERIODO " JA FECHADO PELO "
                   "PROG037. LANCAMENTO NAO PERMITIDO."
               GO TO P-INFORMAR-DATA-FIM
           END-IF
           MOVE "S" TO WS-DATA-OK.

       P-INFORMAR-DATA-FIM.
           EXIT.

      * UM PERIODO (AAAAMM) E BLOQUEADO QUANDO TEM REGISTRO EM
      * PROG037-FECH.DAT; SEM O ARQUIVO NENHUM PERIODO FOI FECHADO.
       P-VERIFICAR-PERIODO.
           MOVE "N" TO WS-PERIODO-FECHADO
           COMPUTE FEC-PERIODO = WS-DATA-LANCAMENTO / 100
           OPEN INPUT ARQUIVO-FECH
           IF WS-STATUS-FECH NOT = "00"
               GO TO P-VERIFICAR-PERIODO-FIM
           END-IF
           READ ARQUIVO-FECH KEY IS FEC-PERIODO
               INVALID KEY
                   MOVE "N" TO WS-PERIODO-FECHADO
               NOT INVALID KEY
                   MOVE "S" TO WS-PERIODO-FECHADO
           END-READ
           CLOSE ARQUIVO-FECH.

       P-VERIFICAR-PERIODO-FIM.
           EXIT.

       P-ABERTURA-SALDO.
           OPEN I-O ARQUIVO-SALDO
           IF WS-STATUS-SALDO NOT = "00"
           MOVE ZEROS       TO SLD-QTD
           WRITE SALDO-LOCAL.

       P-ABERTURA-LOTE.
           OPEN I-O ARQUIVO-LOTE
           IF WS-STATUS-LOTE NOT = "00"
               IF WS-STATUS-LOTE = "35" OR WS-STATUS-LOTE = "30"
                   OPEN OUTPUT ARQUIVO-LOTE
                   CLOSE ARQUIVO-LOTE
                   OPEN I-O ARQUIVO-LOTE
                   IF WS-STATUS-LOTE = "00"
                       PERFORM P-CARGA-INICIAL-LOTE
                   END-IF
               END-IF
           END-IF.

      * PRIMEIRA EXECUCAO: CADA SALDO POR LOCAL VIRA UM LOTE "INICIAL"
      * COM A VALIDADE DO CADASTRO (MESMA CARGA DO PROG009).
       P-CARGA-INICIAL-LOTE.
           DISPLAY "CRIANDO LOTES A PARTIR DOS SALDOS POR LOCAL..."
           MOVE ZEROS TO SKU
           START ARQUIVO KEY IS NOT LESS THAN SKU
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL WS-FIM-DO-ARQUIVO
               READ ARQUIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM P-CARGA-UM-LOTE
               END-READ
           END-PERFORM.

       P-CARGA-UM-LOTE.
           MOVE "L" TO WS-LOTE-LOCAL
           PERFORM P-CARGA-LOTE-LOCAL
           MOVE "D" TO WS-LOTE-LOCAL
           PERFORM P-CARGA-LOTE-LOCAL.

       P-CARGA-LOTE-LOCAL.
           MOVE SKU           TO SLD-SKU
           MOVE WS-LOTE-LOCAL TO SLD-LOCAL
           READ ARQUIVO-SALDO KEY IS SLD-CHAVE
               INVALID KEY
                   MOVE ZEROS TO SLD-QTD
           END-READ
           IF SLD-QTD > ZEROS
               MOVE SKU           TO LOT-SKU
               MOVE WS-LOTE-LOCAL TO LOT-LOCAL
               COMPUTE LOT-VALIDADE = (ANO * 10000) + (MES * 100)
                   + DIA
               MOVE "INICIAL"     TO LOT-NUMERO
               MOVE SLD-QTD       TO LOT-QTD
               ACCEPT LOT-DATA-ENTRADA FROM DATE YYYYMMDD
               WRITE REGISTRO-LOTE
           END-IF.

       P-ABERTURA-LOG.
           OPEN EXTEND ARQUIVO-LOG
           IF WS-STATUS-LOG NOT = "00"
           CLOSE ARQUIVO-MOV
           CLOSE ARQUIVO-CONT
           CLOSE ARQUIVO-SALDO
           CLOSE ARQUIVO-LOTE
           PERFORM P-EXIBIR-RESUMO
           GO TO P-FIM-STOP-RUN.

               NOT INVALID KEY
                   MOVE CNT-QTD-CONTADA TO SLD-QTD
                   REWRITE SALDO-LOCAL
                   PERFORM P-AJUSTAR-LOTES
                   PERFORM P-LOGAR-CONTAGEM
                   PERFORM P-GRAVAR-MOVIMENTO
                   MOVE "A" TO CNT-SITUACAO
                   WRITE SALDO-LOCAL
           END-READ.

      ******************************************************************
      * PARAGRAFOS DE LOTES (FEFO)
      ******************************************************************

       P-AJUSTAR-LOTES.
           MOVE CNT-SKU   TO WS-LOTE-SKU
           MOVE CNT-LOCAL TO WS-LOTE-LOCAL
           IF CNT-QTD-CONTADA < WS-SALDO-ANTES
               COMPUTE WS-LOTE-QTD = WS-SALDO-ANTES - CNT-QTD-CONTADA
               PERFORM P-CONSUMIR-LOTES
           ELSE
               COMPUTE WS-LOTE-QTD = CNT-QTD-CONTADA - WS-SALDO-ANTES
               PERFORM P-ENTRADA-SEM-LOTE
           END-IF.

      * SOBRA DE CONTAGEM NAO TEM LOTE CONHECIDO: ENTRA NO LOTE
      * "SEM LOTE" DO LOCAL COM A VALIDADE DO CADASTRO.
       P-ENTRADA-SEM-LOTE.
           MOVE WS-LOTE-SKU   TO LOT-SKU
           MOVE WS-LOTE-LOCAL TO LOT-LOCAL
           COMPUTE LOT-VALIDADE = (ANO * 10000) + (MES * 100) + DIA
           MOVE "SEM LOTE"    TO LOT-NUMERO
           MOVE LOT-VALIDADE  TO WS-LOTE-VALIDADE
           READ ARQUIVO-LOTE KEY IS LOT-CHAVE
               INVALID KEY
                   MOVE WS-LOTE-SKU      TO LOT-SKU
                   MOVE WS-LOTE-LOCAL    TO LOT-LOCAL
                   MOVE WS-LOTE-VALIDADE TO LOT-VALIDADE
                   MOVE "SEM LOTE"       TO LOT-NUMERO
                   MOVE WS-LOTE-QTD      TO LOT-QTD
                   ACCEPT LOT-DATA-ENTRADA FROM DATE YYYYMMDD
                   WRITE REGISTRO-LOTE
               NOT INVALID KEY
                   ADD WS-LOTE-QTD TO LOT-QTD
                   REWRITE REGISTRO-LOTE
           END-READ.

      * CONSUMO FEFO DE WS-LOTE-QTD NO SKU/LOCAL (MESMA REGRA DO
      * PROG009). SOBRA SEM LOTE FICA EM WS-LOTE-QTD.
       P-CONSUMIR-LOTES.
           MOVE "N" TO WS-FIM-LOTE
           PERFORM UNTIL WS-LOTE-QTD = ZEROS OR WS-FIM-DO-LOTE
               PERFORM P-CONSUMIR-UM-LOTE THRU P-CONSUMIR-UM-LOTE-FIM
           END-PERFORM.

       P-CONSUMIR-UM-LOTE.
           MOVE WS-LOTE-SKU   TO LOT-SKU
           MOVE WS-LOTE-LOCAL TO LOT-LOCAL
           MOVE ZEROS         TO LOT-VALIDADE
           MOVE LOW-VALUES    TO LOT-NUMERO
           START ARQUIVO-LOTE KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LOTE
           END-START
           IF WS-FIM-DO-LOTE
               GO TO P-CONSUMIR-UM-LOTE-FIM
           END-IF
           READ ARQUIVO-LOTE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LOTE
           END-READ
           IF WS-FIM-DO-LOTE
                   OR LOT-SKU NOT = WS-LOTE-SKU
                   OR LOT-LOCAL NOT = WS-LOTE-LOCAL
               MOVE "S" TO WS-FIM-LOTE
               GO TO P-CONSUMIR-UM-LOTE-FIM
           END-IF
           MOVE LOT-VALIDADE TO WS-LOTE-VALIDADE
           MOVE LOT-NUMERO   TO WS-LOTE-NUMERO
           IF LOT-QTD > WS-LOTE-QTD
               MOVE WS-LOTE-QTD TO WS-LOTE-QTD-BAIXA
               SUBTRACT WS-LOTE-QTD FROM LOT-QTD
               REWRITE REGISTRO-LOTE
           ELSE
               MOVE LOT-QTD TO WS-LOTE-QTD-BAIXA
               DELETE ARQUIVO-LOTE RECORD
           END-IF
           SUBTRACT WS-LOTE-QTD-BAIXA FROM WS-LOTE-QTD.

       P-CONSUMIR-UM-LOTE-FIM.
           EXIT.

      ******************************************************************
      * PARAGRAFOS DE LOG E LEDGER DE MOVIMENTOS
      ******************************************************************
               COMPUTE MOV-QTD = CNT-QTD-CONTADA - WS-SALDO-ANTES
           END-IF
           MOVE "INV"            TO MOV-MOTIVO
           MOVE WS-DATA-LANCAMENTO TO MOV-DATA
           ACCEPT MOV-HORA FROM TIME
           MOVE WS-OPERADOR      TO MOV-OPERADOR
           MOVE "A"              TO MOV-SITUACAO
           MOVE CNT-LOCAL        TO MOV-LOCAL
           MOVE SPACE            TO MOV-LOCAL-DEST
           MOVE ZEROS            TO MOV-CUSTO-UNIT
           MOVE SPACES           TO MOV-LOTE
           MOVE ZEROS            TO MOV-VALIDADE-LOTE
           MOVE WS-HOJE-AAAAMMDD TO MOV-DATA-APLICACAO
           MOVE ZEROS            TO MOV-DATA-DIARIO
           MOVE ZEROS            TO MOV-PEDIDO
           WRITE REGISTRO-MOV.

       P-EXIBIR-RESUMO.
           DISPLAY "CONTAGENS APLICADAS.......: " WS-TOTAL-APLICADOS
           DISPLAY "CONTAGENS SEM AJUSTE......: " WS-TOTAL-SEM-AJUSTE.

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
           MOVE "PROG021 "       TO SGN-PROGRAMA
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
           MOVE "PROG021 " TO PRM-PROGRAMA
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
           MOVE "PROG021 "    TO PRM-PROGRAMA
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
