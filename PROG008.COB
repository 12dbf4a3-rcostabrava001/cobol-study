      *          LOJA E DEPOSITO). CADA MOVIMENTO INDICA O LOCAL
      *          ATINGIDO (L/D); OS MOVIMENTOS FICAM PENDENTES EM
      *          PROG008-MOV.DAT ATE SEREM APLICADOS EM QTD-ESTOQUE E
      *          NOS SALDOS POR LOCAL PELO PROG009. ENTRADAS E
      *          AJUSTES POSITIVOS PODEM INFORMAR O LOTE E A VALIDADE
      *          (EM BRANCO O PROG009 USA O LOTE "SEM LOTE").
      *          O MOVIMENTO LEVA A DATA EM QUE OCORREU (ZERO = HOJE,
      *          NUNCA FUTURA); DATAS EM PERIODO JA FECHADO PELO PROG037
      *          (PROG037-FECH.DAT) SAO RECUSADAS.
      ******************************************************************

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY SELARQ.
           COPY SELMOV.
           COPY SELFEC.
           COPY SELOPE.
           COPY SELSGN.
           COPY SELSES.
           COPY SELPRM.

       DATA DIVISION.
       FILE SECTION.
           COPY FDARQ.
           COPY FDMOV.
           COPY FDFEC.
           COPY FDOPE.
           COPY FDSGN.
           COPY FDSES.
           COPY FDPRM.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO    PIC X(02).
           77 WS-STATUS-MOV        PIC X(02).
           77 WS-STATUS-FECH       PIC X(02).
           77 WS-OPERADOR          PIC X(08) VALUE SPACES.
           77 WS-PARAMETRO         PIC X(20) VALUE SPACES.
           77 WS-PARM-OPERADOR     PIC X(08) VALUE SPACES.
           77 WS-PARM-TOKEN        PIC X(08) VALUE SPACES.
           77 WS-STATUS-PERM       PIC X(02).
           77 WS-NIVEL-PERM        PIC 9(01) VALUE ZERO.
           77 WS-PERMITIDO         PIC X(01) VALUE "N".
               88 WS-PROGRAMA-PERMITIDO VALUE "S".
           77 WS-STATUS-OPER       PIC X(02).
           77 WS-STATUS-SESSAO     PIC X(02).
           77 WS-STATUS-SIGNON     PIC X(02).
           77 WS-OPERADOR-SENHA    PIC X(08) VALUE SPACES.
           77 WS-NIVEL-OPERADOR    PIC 9(01) VALUE ZERO.
           77 WS-OPER-DISPONIVEL   PIC X(01) VALUE "N".
               88 WS-OPER-ABERTO   VALUE "S".
           77 WS-ACESSO-OK         PIC X(01) VALUE "N".
               88 WS-ACESSO-LIBERADO VALUE "S".
           77 WS-TENTATIVAS-ACESSO PIC 9(01) VALUE ZEROS.
           77 WS-SGN-RESULTADO     PIC X(01) VALUE SPACE.
           77 WS-HOJE-AAAAMMDD     PIC 9(08) VALUE ZEROS.
           77 WS-VALIDADE-SENHA    PIC 9(03) VALUE 90.
           77 WS-DIAS-SENHA        PIC S9(05) VALUE ZEROS.
           77 WS-INTEIRO-HOJE      PIC S9(09) COMP VALUE ZEROS.
           77 WS-INTEIRO-SENHA     PIC S9(09) COMP VALUE ZEROS.
           77 WS-NOVA-SENHA        PIC X(08) VALUE SPACES.
           77 WS-NOVA-SENHA2       PIC X(08) VALUE SPACES.
           77 WS-TROCA-OK          PIC X(01) VALUE "N".
               88 WS-TROCA-FEITA   VALUE "S".

           77 WS-OPCAO             PIC 9(01) VALUE ZERO.
           77 WS-SAIR              PIC X(01) VALUE "N".
           77 WS-MOV-LOCAL-DEST    PIC X(01) VALUE SPACE.
               88 WS-DESTINO-VALIDO VALUE "L" "D".
           77 WS-MOV-CUSTO         PIC 9(04)V99 VALUE ZEROS.
           77 WS-MOV-LOTE          PIC X(10) VALUE SPACES.
           77 WS-MOV-VALIDADE      PIC 9(08) VALUE ZEROS.
           77 WS-INTEIRO-VALIDADE  PIC S9(09) COMP.
           77 WS-DATA-LANCAMENTO   PIC 9(08) VALUE ZEROS.
           77 WS-MOV-DATA          PIC 9(08) VALUE ZEROS.
           77 WS-INTEIRO-LANCAMENTO PIC S9(09) COMP.
           77 WS-PERIODO-FECHADO   PIC X(01) VALUE "N".
               88 WS-PERIODO-BLOQUEADO VALUE "S".

           77 WS-TOTAL-LISTADOS    PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-ENTRADAS    PIC 9(06) VALUE ZEROS.
           05 LINE 04 COLUMN 21 PIC X(03) USING WS-MOV-MOTIVO.
           05 LINE 05 COLUMN 01 VALUE "LOCAL (L/D)......: ".
           05 LINE 05 COLUMN 21 PIC X(01) USING WS-MOV-LOCAL.
           05 LINE 10 COLUMN 01 VALUE "DATA (0=HOJE)....: ".
           05 LINE 10 COLUMN 21 PIC 9(08) USING WS-MOV-DATA.

       01 TELA-SINAL-AJUSTE.
           05 LINE 06 COLUMN 01 VALUE "AJUSTE SOMA OU SUBTRAI (+/-): ".
           05 LINE 07 COLUMN 01 VALUE "CUSTO UNIT LOTE (0=ATUAL): ".
           05 LINE 07 COLUMN 28 PIC 9(04)V99 USING WS-MOV-CUSTO.

       01 TELA-LOTE-ENTRADA.
           05 LINE 08 COLUMN 01 VALUE "LOTE (BRANCO=SEM LOTE)....: ".
           05 LINE 08 COLUMN 28 PIC X(10) USING WS-MOV-LOTE.
           05 LINE 09 COLUMN 01 VALUE "VALIDADE AAAAMMDD (0=CAD.): ".
           05 LINE 09 COLUMN 29 PIC 9(08) USING WS-MOV-VALIDADE.

       01 TELA-SKU-BUSCA.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE "INFORME O SKU: ".
      ******************************************************************

       P-ABERTURA.
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
           OPEN INPUT ARQUIVO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO. STATUS: "

       P-PRINCIPAL.
           MOVE "N" TO WS-SAIR
           PERFORM UNTIL WS-FIM-PROGRAMA
               PERFORM P-MENU-INICIO THRU P-MENU-FIM
           END-PERFORM

       P-INCLUIR-INICIO.
           MOVE ZEROS  TO WS-MOV-SKU WS-MOV-QTD WS-MOV-CUSTO
           MOVE ZEROS  TO WS-MOV-VALIDADE WS-MOV-DATA
           MOVE SPACES TO WS-MOV-LOTE
           MOVE SPACES TO WS-MOV-TIPO WS-MOV-SINAL WS-MOV-MOTIVO
           MOVE SPACES TO WS-MOV-LOCAL WS-MOV-LOCAL-DEST
           DISPLAY TELA-MOVIMENTO
                   END-IF
               END-IF
           END-IF
           IF WS-MOV-SINAL = "+"
               DISPLAY TELA-LOTE-ENTRADA
               ACCEPT TELA-LOTE-ENTRADA
               IF WS-MOV-VALIDADE > ZEROS
                   COMPUTE WS-INTEIRO-VALIDADE =
                       FUNCTION INTEGER-OF-DATE(WS-MOV-VALIDADE)
                   IF WS-INTEIRO-VALIDADE = ZEROS
                       DISPLAY "VALIDADE INVALIDA. MOVIMENTO CANCELADO."
                       GO TO P-INCLUIR-FIM
                   END-IF
               END-IF
           END-IF
           PERFORM P-GRAVAR-MOVIMENTO.

       P-INCLUIR-FIM.
           IF NOT WS-REGISTRO-ACHOU
               DISPLAY "SKU NAO ENCONTRADO NO CADASTRO."
               MOVE "N" TO WS-MOV-OK
           END-IF
           PERFORM P-VALIDA-DATA THRU P-VALIDA-DATA-FIM.

      * O MOVIMENTO PODE SER LANCADO COM A DATA EM QUE DE FATO
      * OCORREU (ZERO ASSUME HOJE), NUNCA FUTURA E NUNCA DENTRO DE UM
      * PERIODO JA FECHADO PELO PROG037.
       P-VALIDA-DATA.
           ACCEPT WS-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           IF WS-MOV-DATA = ZEROS
               MOVE WS-HOJE-AAAAMMDD TO WS-MOV-DATA
           END-IF
           MOVE WS-MOV-DATA TO WS-DATA-LANCAMENTO
           COMPUTE WS-INTEIRO-LANCAMENTO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-LANCAMENTO)
           IF WS-INTEIRO-LANCAMENTO = ZEROS
               DISPLAY "DATA DO MOVIMENTO INVALIDA."
               MOVE "N" TO WS-MOV-OK
               GO TO P-VALIDA-DATA-FIM
           END-IF
           IF WS-DATA-LANCAMENTO > WS-HOJE-AAAAMMDD
               DISPLAY "DATA DO MOVIMENTO NAO PODE SER FUTURA."
               MOVE "N" TO WS-MOV-OK
               GO TO P-VALIDA-DATA-FIM
           END-IF
           PERFORM P-VERIFICAR-PERIODO THRU P-VERIFICAR-PERIODO-FIM
           IF WS-PERIODO-BLOQUEADO
               DISPLAY "PERIODO " FEC-PERIODO " JA FECHADO. "
                   "MOVIMENTO NAO PERMITIDO."
               MOVE "N" TO WS-MOV-OK
           END-IF.

       P-VALIDA-DATA-FIM.
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

       P-GRAVAR-MOVIMENTO.
           OPEN EXTEND ARQUIVO-MOV
           IF WS-STATUS-MOV NOT = "00"
           MOVE WS-MOV-SINAL  TO MOV-SINAL
           MOVE WS-MOV-QTD    TO MOV-QTD
           MOVE WS-MOV-MOTIVO TO MOV-MOTIVO
           MOVE WS-DATA-LANCAMENTO TO MOV-DATA
           ACCEPT MOV-HORA FROM TIME
           MOVE WS-OPERADOR   TO MOV-OPERADOR
           MOVE "P"           TO MOV-SITUACAO
           MOVE WS-MOV-LOCAL  TO MOV-LOCAL
           MOVE WS-MOV-LOCAL-DEST TO MOV-LOCAL-DEST
           MOVE WS-MOV-CUSTO  TO MOV-CUSTO-UNIT
           MOVE WS-MOV-LOTE   TO MOV-LOTE
           MOVE WS-MOV-VALIDADE TO MOV-VALIDADE-LOTE
           MOVE ZEROS         TO MOV-DATA-APLICACAO
           MOVE ZEROS         TO MOV-DATA-DIARIO
           MOVE ZEROS         TO MOV-PEDIDO
           WRITE REGISTRO-MOV
           IF WS-STATUS-MOV = "00"
               DISPLAY "MOVIMENTO GRAVADO COMO PENDENTE."
               END-IF
           END-IF.

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
           MOVE "PROG008 "       TO SGN-PROGRAMA
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
           MOVE "PROG008 " TO PRM-PROGRAMA
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
           MOVE "PROG008 "    TO PRM-PROGRAMA
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
