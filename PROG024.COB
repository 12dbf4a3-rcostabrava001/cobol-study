      * PURPOSE: RECEBIMENTO DE MERCADORIA CONTRA PEDIDO DE COMPRA
      *          (PROG023-PED.DAT / PROG023-ITEM.DAT): CONFERE AS
      *          QUANTIDADES CHEGADAS COM AS LINHAS ABERTAS DO PEDIDO,
      *          CAPTURA O LOTE E A VALIDADE DE CADA ENTREGA,
      *          ACUMULA O CUSTO MEDIO RECEBIDO POR LINHA (BASE DA
      *          CONFERENCIA DAS NOTAS FISCAIS NO PROG034),
      *          GRAVA OS MOVIMENTOS "E" PENDENTES NO LEDGER
      *          (PROG008-MOV.DAT) PARA A BAIXA DO PROG009, ATUALIZA A
      *          SITUACAO DO PEDIDO E IMPRIME O RELATORIO DE FALTA E
      *          EXCESSO DE ENTREGA POR LINHA. A ENTRADA LEVA A DATA DO
      *          RECEBIMENTO INFORMADA (ZERO = HOJE, NUNCA FUTURA) E NAO
      *          E ACEITA SE ELA CAI EM PERIODO JA FECHADO PELO PROG037
      ******************************************************************

       IDENTIFICATION DIVISION.
           COPY SELMOV.
           COPY SELPED.
           COPY SELITE.
           COPY SELFEC.
           COPY SELOPE.
           COPY SELSGN.
           COPY SELSES.
           COPY SELPRM.

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           COPY FDMOV.
           COPY FDPED.
           COPY FDITE.
           COPY FDFEC.
           COPY FDOPE.
           COPY FDSGN.
           COPY FDSES.
           COPY FDPRM.

       FD RELATORIO
           LABEL RECORDS ARE STANDARD.
           77 WS-STATUS-MOV           PIC X(02).
           77 WS-STATUS-PED           PIC X(02).
           77 WS-STATUS-ITEM          PIC X(02).
           77 WS-STATUS-FECH          PIC X(02).
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
           77 WS-INTEIRO-SENHA        PIC S9(09) COMP VALUE ZEROS.
           77 WS-NOVA-SENHA           PIC X(08) VALUE SPACES.
           77 WS-NOVA-SENHA2          PIC X(08) VALUE SPACES.
           77 WS-TROCA-OK             PIC X(01) VALUE "N".
               88 WS-TROCA-FEITA      VALUE "S".

           77 WS-ACHOU                PIC X(01) VALUE "N".
               88 WS-REGISTRO-ACHOU   VALUE "S".
           77 WS-CUSTO-INTEIRO        PIC 9(04) VALUE ZEROS.
           77 WS-CUSTO-CENTAVOS       PIC 9(02) VALUE ZEROS.
           77 WS-CUSTO-LOTE           PIC 9(04)V99 VALUE ZEROS.
           77 WS-CUSTO-EFETIVO        PIC 9(04)V99 VALUE ZEROS.
           77 WS-QTD-CHEGADA          PIC 9(04) VALUE ZEROS.
           77 WS-LOTE-NUMERO          PIC X(10) VALUE SPACES.
           77 WS-LOTE-VALIDADE        PIC 9(08) VALUE ZEROS.
           77 WS-INTEIRO-HOJE         PIC S9(09) COMP.
           77 WS-INTEIRO-VALIDADE     PIC S9(09) COMP.
           77 WS-VALIDADE-OK          PIC X(01) VALUE "N".
               88 WS-VALIDADE-VALIDA  VALUE "S".
           77 WS-SALDO-LINHA          PIC S9(05) VALUE ZEROS.
           77 WS-TOTAL-LINHAS         PIC 9(05) VALUE ZEROS.
           77 WS-LINHAS-COMPLETAS     PIC 9(05) VALUE ZEROS.
           77 WS-LINHAS-COM-EXCESSO   PIC 9(05) VALUE ZEROS.
           77 WS-MOVS-GRAVADOS        PIC 9(05) VALUE ZEROS.
           77 WS-HOJE-AAAAMMDD        PIC 9(08) VALUE ZEROS.
           77 WS-DATA-LANCAMENTO      PIC 9(08) VALUE ZEROS.
           77 WS-INTEIRO-LANCAMENTO   PIC S9(09) COMP.
           77 WS-DATA-OK              PIC X(01) VALUE "N".
               88 WS-DATA-ACEITA      VALUE "S".
           77 WS-PERIODO-FECHADO      PIC X(01) VALUE "N".
               88 WS-PERIODO-BLOQUEADO VALUE "S".

           01 WS-LOTE-PADRAO.
               05 FILLER               PIC X(03) VALUE "PED".
               05 WS-LP-NUMERO         PIC 9(06).
               05 FILLER               PIC X(01) VALUE SPACE.

           01 WS-LINHA-CABECALHO1.
               05 FILLER PIC X(08) VALUE "PEDIDO: ".

       P-ABERTURA.
           DISPLAY "PROG024 - RECEBIMENTO CONTRA PEDIDO DE COMPRA"
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
           COMPUTE WS-INTEIRO-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD)
           OPEN I-O ARQUIVO-PED
           IF WS-STATUS-PED NOT = "00"
               DISPLAY "ARQUIVO DE PEDIDOS NAO ENCONTRADO. "
               DISPLAY "PEDIDO JA ESTA FECHADO. NADA A RECEBER."
               GO TO P-ENCERRAR
           END-IF
           DISPLAY "LOCAL DE ENTRADA (L/D, BRANCO=DEPOSITO): "
           ACCEPT WS-LOCAL-ENTRADA FROM CONSOLE
           IF WS-LOCAL-ENTRADA = "l" MOVE "L" TO WS-LOCAL-ENTRADA
           PERFORM P-ABERTURA-MOV
           GO TO P-PRINCIPAL.

      * O RECEBIMENTO E LANCADO COM A DATA EM QUE DE FATO OCORREU
      * (ZERO ASSUME HOJE), NUNCA FUTURA E NUNCA DENTRO DE UM PERIODO
      * JA FECHADO PELO PROG037.
       P-INFORMAR-DATA.
           MOVE "N" TO WS-DATA-OK
           MOVE ZEROS TO WS-DATA-LANCAMENTO
           DISPLAY "DATA DO RECEBIMENTO AAAAMMDD (0=HOJE): "
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

       P-ABERTURA-MOV.
           OPEN EXTEND ARQUIVO-MOV
           IF WS-STATUS-MOV NOT = "00"
           ACCEPT WS-QTD-CHEGADA FROM CONSOLE
           IF WS-QTD-CHEGADA > ZEROS
               PERFORM P-PEDIR-CUSTO
               PERFORM P-PEDIR-LOTE
               PERFORM P-GRAVAR-MOVIMENTO
               IF WS-STATUS-MOV NOT = "00"
                   DISPLAY "  LINHA NAO ATUALIZADA - MOVIMENTO NAO "
                       "FOI GRAVADO."
               ELSE
                   PERFORM P-ATUALIZAR-CUSTO-ITEM
                   ADD WS-QTD-CHEGADA TO ITEM-QTD-RECEBIDA
                   REWRITE ITEM-PEDIDO
                       INVALID KEY
           COMPUTE WS-CUSTO-LOTE = WS-CUSTO-INTEIRO
               + (WS-CUSTO-CENTAVOS / 100).

      * CUSTO MEDIO DO ITEM NO RECEBIMENTO: LOTE SEM CUSTO INFORMADO
      * ENTRA PELO VALOR-CUSTO ATUAL DO CADASTRO.
       P-ATUALIZAR-CUSTO-ITEM.
           MOVE WS-CUSTO-LOTE TO WS-CUSTO-EFETIVO
           IF WS-CUSTO-EFETIVO = ZEROS
               MOVE VALOR-CUSTO TO WS-CUSTO-EFETIVO
           END-IF
           COMPUTE ITEM-CUSTO-RECEBIDO ROUNDED =
               ((ITEM-CUSTO-RECEBIDO * ITEM-QTD-RECEBIDA)
               + (WS-CUSTO-EFETIVO * WS-QTD-CHEGADA))
               / (ITEM-QTD-RECEBIDA + WS-QTD-CHEGADA).

      * LOTE E VALIDADE DA MERCADORIA RECEBIDA, GRAVADOS NO MOVIMENTO
      * PARA O PROG009 CRIAR O LOTE NA BAIXA. LOTE EM BRANCO ASSUME O
      * NUMERO DO PEDIDO; A VALIDADE E OBRIGATORIA.
       P-PEDIR-LOTE.
           MOVE SPACES TO WS-LOTE-NUMERO
           DISPLAY "  NUMERO DO LOTE (BRANCO=NUMERO DO PEDIDO)....: "
           ACCEPT WS-LOTE-NUMERO FROM CONSOLE
           IF WS-LOTE-NUMERO = SPACES
               MOVE WS-PED-NUMERO  TO WS-LP-NUMERO
               MOVE WS-LOTE-PADRAO TO WS-LOTE-NUMERO
           END-IF
           MOVE "N" TO WS-VALIDADE-OK
           PERFORM UNTIL WS-VALIDADE-VALIDA
               MOVE ZEROS TO WS-LOTE-VALIDADE
               DISPLAY "  VALIDADE DO LOTE (AAAAMMDD)................: "
               ACCEPT WS-LOTE-VALIDADE FROM CONSOLE
               PERFORM P-VALIDAR-VALIDADE
           END-PERFORM.

       P-VALIDAR-VALIDADE.
           MOVE ZEROS TO WS-INTEIRO-VALIDADE
           IF WS-LOTE-VALIDADE NUMERIC AND WS-LOTE-VALIDADE > ZEROS
               COMPUTE WS-INTEIRO-VALIDADE =
                   FUNCTION INTEGER-OF-DATE(WS-LOTE-VALIDADE)
           END-IF
           IF WS-INTEIRO-VALIDADE = ZEROS
               DISPLAY "  VALIDADE INVALIDA. INFORME NOVAMENTE."
           ELSE
               MOVE "S" TO WS-VALIDADE-OK
               IF WS-INTEIRO-VALIDADE < WS-INTEIRO-HOJE
                   DISPLAY "  ATENCAO: LOTE JA RECEBIDO VENCIDO."
               END-IF
           END-IF.

       P-GRAVAR-MOVIMENTO.
           MOVE ITEM-SKU         TO MOV-SKU
           MOVE "E"              TO MOV-TIPO
           MOVE "+"              TO MOV-SINAL
           MOVE WS-QTD-CHEGADA   TO MOV-QTD
           MOVE "PED"            TO MOV-MOTIVO
           MOVE WS-DATA-LANCAMENTO TO MOV-DATA
           ACCEPT MOV-HORA FROM TIME
           MOVE WS-OPERADOR      TO MOV-OPERADOR
           MOVE "P"              TO MOV-SITUACAO
           MOVE WS-LOCAL-ENTRADA TO MOV-LOCAL
           MOVE SPACE            TO MOV-LOCAL-DEST
           MOVE WS-CUSTO-LOTE    TO MOV-CUSTO-UNIT
           MOVE WS-LOTE-NUMERO   TO MOV-LOTE
           MOVE WS-LOTE-VALIDADE TO MOV-VALIDADE-LOTE
           MOVE ZEROS            TO MOV-DATA-APLICACAO
           MOVE ZEROS            TO MOV-DATA-DIARIO
           MOVE ITEM-NUMERO      TO MOV-PEDIDO
           WRITE REGISTRO-MOV
           IF WS-STATUS-MOV = "00"
               ADD 1 TO WS-MOVS-GRAVADOS
           DISPLAY "RELATORIO GERADO: PROG024.LST"
           DISPLAY "EXECUTE O PROG009 PARA APLICAR AS ENTRADAS.".

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
           MOVE "PROG024 "       TO SGN-PROGRAMA
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
           MOVE "PROG024 " TO PRM-PROGRAMA
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
           MOVE "PROG024 "    TO PRM-PROGRAMA
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
