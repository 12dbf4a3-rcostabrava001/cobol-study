           COPY SELARQ.
           COPY SELLOG.
           COPY SELFOR.
           COPY SELDEP.
           COPY SELOPE.
           COPY SELCTL.
           COPY SELEAN.
           COPY SELSGN.
           COPY SELSES.
           COPY SELPRM.

       DATA DIVISION.
       FILE SECTION.
           COPY FDARQ.
           COPY FDLOG.
           COPY FDFOR.
           COPY FDDEP.
           COPY FDOPE.
           COPY FDCTL.
           COPY FDEAN.
           COPY FDSGN.
           COPY FDSES.
           COPY FDPRM.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO    PIC X(02).
           77 WS-STATUS-LOG        PIC X(02).
           77 WS-STATUS-FORN       PIC X(02).
           77 WS-STATUS-DEP        PIC X(02).
           77 WS-STATUS-OPER       PIC X(02).
           77 WS-STATUS-CTL        PIC X(02).
           77 WS-STATUS-EAN        PIC X(02).
           77 WS-STATUS-SESSAO     PIC X(02).
           77 WS-EAN-DISPONIVEL    PIC X(01) VALUE "N".
               88 WS-EAN-ABERTO    VALUE "S".
           77 WS-EAN-BUSCA         PIC 9(13) VALUE ZEROS.
               88 WS-FORNECEDOR-VALIDO VALUE "S".
           77 WS-FORN-DISPONIVEL   PIC X(01) VALUE "N".
               88 WS-FORN-ABERTO   VALUE "S".
           77 WS-DEPARTAMENTO-OK   PIC X(01) VALUE "S".
               88 WS-DEPARTAMENTO-VALIDO VALUE "S".
           77 WS-DEP-DISPONIVEL    PIC X(01) VALUE "N".
               88 WS-DEP-ABERTO    VALUE "S".
           77 WS-VALIDADE-AAAAMMDD PIC 9(08) VALUE ZEROS.
           77 WS-INTEIRO-VALIDADE  PIC S9(09) VALUE ZEROS.
           77 WS-OPERADOR          PIC X(08) VALUE SPACES.
           77 WS-OPERADOR-SENHA    PIC X(08) VALUE SPACES.
           77 WS-PARAMETRO         PIC X(20) VALUE SPACES.
           77 WS-PARM-OPERADOR     PIC X(08) VALUE SPACES.
           77 WS-PARM-TOKEN        PIC X(08) VALUE SPACES.
           77 WS-STATUS-PERM       PIC X(02).
           77 WS-NIVEL-PERM        PIC 9(01) VALUE ZERO.
           77 WS-PERMITIDO         PIC X(01) VALUE "N".
               88 WS-PROGRAMA-PERMITIDO VALUE "S".
           77 WS-NIVEL-OPERADOR    PIC 9(01) VALUE ZERO.
           77 WS-OPER-DISPONIVEL   PIC X(01) VALUE "N".
               88 WS-OPER-ABERTO   VALUE "S".
               05 WS-VALOR-VENDA       PIC 9(04)V99.
               05 WS-QTD-ESTOQUE       PIC 9(04).
               05 WS-COD-FORNECEDOR    PIC 9(04).
               05 WS-COD-DEPARTAMENTO  PIC 9(03).

           01 WS-PRODUTO-ANTES.
               05 WS-ANTES-NOME        PIC X(30).
               05 WS-ANTES-VALOR-VENDA PIC 9(04)V99.
               05 WS-ANTES-QTD-ESTOQUE PIC 9(04).
               05 WS-ANTES-COD-FORN    PIC 9(04).
               05 WS-ANTES-COD-DEP     PIC 9(03).

           77 WS-LOG-OPERACAO      PIC X(01).
           77 WS-LOG-CAMPO         PIC X(15).
           05 LINE 06 COLUMN 21 PIC 9(04) USING WS-QTD-ESTOQUE.
           05 LINE 07 COLUMN 01 VALUE "FORNECEDOR.......: ".
           05 LINE 07 COLUMN 21 PIC 9(04) USING WS-COD-FORNECEDOR.
           05 LINE 08 COLUMN 01 VALUE "DEPARTAMENTO.....: ".
           05 LINE 08 COLUMN 21 PIC 9(03) USING WS-COD-DEPARTAMENTO.

       01 TELA-PRODUTO-ALTERAR.
           05 BLANK SCREEN.
           05 LINE 06 COLUMN 27 VALUE "(ALTERAR VIA PROG008)".
           05 LINE 07 COLUMN 01 VALUE "FORNECEDOR.......: ".
           05 LINE 07 COLUMN 21 PIC 9(04) USING WS-COD-FORNECEDOR.
           05 LINE 08 COLUMN 01 VALUE "DEPARTAMENTO.....: ".
           05 LINE 08 COLUMN 21 PIC 9(03) USING WS-COD-DEPARTAMENTO.

       01 TELA-CONFIRMA.
           05 LINE 09 COLUMN 01 VALUE "CONFIRMA EXCLUSAO (S/N): ".
           05 LINE 09 COLUMN 26 PIC X(01) USING WS-CONFIRMA.

       01 TELA-TIPO-CONSULTA.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 29 PIC X(30) USING WS-NOME.

       01 TELA-CONTINUAR.
           05 LINE 09 COLUMN 01 VALUE "PROXIMO REGISTRO (S/N): ".
           05 LINE 09 COLUMN 25 PIC X(01) USING WS-CONTINUAR.

       01 TELA-MARGEM-ALERTA.
           05 LINE 10 COLUMN 01 VALUE "VALOR DE VENDA MENOR QUE CUSTO.".
           05 LINE 11 COLUMN 01 VALUE "SUPERVISOR: ".
           05 LINE 11 COLUMN 13 PIC X(08) USING WS-SUP-CODIGO.
           05 LINE 12 COLUMN 01 VALUE "SENHA.....: ".
           05 LINE 12 COLUMN 13 PIC X(08) USING WS-SUP-SENHA SECURE.

       PROCEDURE DIVISION.

               GO TO P-FIM-EXIT
           END-IF
           PERFORM P-ABERTURA-FORN
           PERFORM P-ABERTURA-DEP
           PERFORM P-ABERTURA-OPER
           PERFORM P-ABERTURA-EAN
           GO TO P-PRINCIPAL.
                   "CODIGO NAO SERA VALIDADO."
           END-IF.

       P-ABERTURA-DEP.
           MOVE "N" TO WS-DEP-DISPONIVEL
           OPEN INPUT ARQUIVO-DEP
           IF WS-STATUS-DEP = "00"
               MOVE "S" TO WS-DEP-DISPONIVEL
           ELSE
               DISPLAY "CADASTRO DE DEPARTAMENTOS INDISPONIVEL. "
                   "CADASTRE NO PROG042 ANTES DE GRAVAR PRODUTOS."
           END-IF.

       P-TENTAR-ABRIR-ARQUIVO.
           ADD 1 TO WS-TENTATIVAS-ARQ
           OPEN I-O ARQUIVO
               DISPLAY "TENTATIVAS ESGOTADAS. PROGRAMA ENCERRADO."
               MOVE "S" TO WS-SAIR
           END-IF
           IF WS-OPER-ABERTO AND WS-ACESSO-LIBERADO
               PERFORM P-VERIFICAR-PERMISSAO
                   THRU P-VERIFICAR-PERMISSAO-FIM
               IF NOT WS-PROGRAMA-PERMITIDO
                   MOVE "S" TO WS-SAIR
               END-IF
           END-IF
           PERFORM UNTIL WS-FIM-PROGRAMA
               PERFORM P-MENU-INICIO THRU P-MENU-FIM
           END-PERFORM
           IF WS-FORN-ABERTO
               CLOSE ARQUIVO-FORN
           END-IF
           IF WS-DEP-ABERTO
               CLOSE ARQUIVO-DEP
           END-IF
           IF WS-OPER-ABERTO
               CLOSE ARQUIVO-OPER
           END-IF
           ACCEPT WS-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-TENTATIVAS-ACESSO
           MOVE "N" TO WS-ACESSO-OK
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-OPERADOR WS-PARM-TOKEN
           UNSTRING WS-PARAMETRO DELIMITED BY ALL SPACE
               INTO WS-PARM-OPERADOR WS-PARM-TOKEN
           END-UNSTRING
           IF NOT WS-OPER-ABERTO
               IF WS-PARAMETRO NOT = SPACES
                   MOVE WS-PARM-OPERADOR TO WS-OPERADOR
               ELSE
                   DISPLAY "INFORME O CODIGO DO OPERADOR: "
                   ACCEPT WS-OPERADOR FROM CONSOLE
               END-IF
               MOVE 1 TO WS-NIVEL-OPERADOR
               GO TO P-SIGNON-FIM
           END-IF
           IF WS-PARAMETRO NOT = SPACES
               PERFORM P-VALIDAR-SESSAO THRU P-VALIDAR-SESSAO-FIM
           END-IF
           PERFORM UNTIL WS-ACESSO-LIBERADO
                   OR WS-TENTATIVAS-ACESSO >= 3
               ADD 1 TO WS-TENTATIVAS-ACESSO
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
           MOVE "PROG001 " TO PRM-PROGRAMA
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
           MOVE "PROG001 "    TO PRM-PROGRAMA
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

       P-ABERTURA-LOG.
           OPEN EXTEND ARQUIVO-LOG
           IF WS-STATUS-LOG NOT = "00"
       P-INCLUIR-INICIO.
           MOVE ZEROS TO WS-SKU WS-DIA WS-MES WS-ANO
           MOVE ZEROS TO WS-VALOR-CUSTO WS-VALOR-VENDA WS-QTD-ESTOQUE
           MOVE ZEROS TO WS-COD-FORNECEDOR WS-COD-DEPARTAMENTO
           MOVE SPACES TO WS-NOME
           DISPLAY TELA-PRODUTO
           ACCEPT TELA-PRODUTO
               PERFORM P-VALIDA-VALIDADE
               PERFORM P-VALIDA-MARGEM
               PERFORM P-VALIDA-FORNECEDOR
               PERFORM P-VALIDA-DEPARTAMENTO
               IF WS-VALIDADE-VALIDA AND WS-MARGEM-VALIDA
                       AND WS-FORNECEDOR-VALIDO
                       AND WS-DEPARTAMENTO-VALIDO
                   MOVE WS-SKU         TO SKU
                   MOVE WS-NOME        TO NOME
                   MOVE WS-DIA         TO DIA
                   MOVE WS-VALOR-VENDA TO VALOR-VENDA
                   MOVE WS-QTD-ESTOQUE TO QTD-ESTOQUE
                   MOVE WS-COD-FORNECEDOR TO COD-FORNECEDOR
                   MOVE WS-COD-DEPARTAMENTO TO COD-DEPARTAMENTO
                   WRITE PRODUTO
                       INVALID KEY
                           DISPLAY "ERRO AO INCLUIR. STATUS: "
           MOVE SPACES       TO WS-LOG-VALOR-ANTIGO
           MOVE WS-COD-FORNECEDOR TO WS-LOG-QTD-ED
           MOVE WS-LOG-QTD-ED     TO WS-LOG-VALOR-NOVO
           PERFORM P-GRAVAR-LOG
           MOVE "I"            TO WS-LOG-OPERACAO
           MOVE "DEPARTAMENTO" TO WS-LOG-CAMPO
           MOVE SPACES         TO WS-LOG-VALOR-ANTIGO
           MOVE WS-COD-DEPARTAMENTO TO WS-LOG-QTD-ED
           MOVE WS-LOG-QTD-ED       TO WS-LOG-VALOR-NOVO
           PERFORM P-GRAVAR-LOG.

      ******************************************************************
               MOVE VALOR-VENDA TO WS-VALOR-VENDA
               MOVE QTD-ESTOQUE TO WS-QTD-ESTOQUE
               MOVE COD-FORNECEDOR TO WS-COD-FORNECEDOR
               MOVE COD-DEPARTAMENTO TO WS-COD-DEPARTAMENTO
               MOVE WS-NOME        TO WS-ANTES-NOME
               MOVE WS-DIA         TO WS-ANTES-DIA
               MOVE WS-MES         TO WS-ANTES-MES
               MOVE WS-VALOR-VENDA TO WS-ANTES-VALOR-VENDA
               MOVE WS-QTD-ESTOQUE TO WS-ANTES-QTD-ESTOQUE
               MOVE WS-COD-FORNECEDOR TO WS-ANTES-COD-FORN
               MOVE WS-COD-DEPARTAMENTO TO WS-ANTES-COD-DEP
               DISPLAY TELA-PRODUTO-ALTERAR
               ACCEPT TELA-PRODUTO-ALTERAR
               PERFORM P-VALIDA-VALIDADE
               PERFORM P-VALIDA-MARGEM
               PERFORM P-VALIDA-FORNECEDOR
               PERFORM P-VALIDA-DEPARTAMENTO
               IF WS-VALIDADE-VALIDA AND WS-MARGEM-VALIDA
                       AND WS-FORNECEDOR-VALIDO
                       AND WS-DEPARTAMENTO-VALIDO
                   MOVE WS-NOME        TO NOME
                   MOVE WS-DIA         TO DIA
                   MOVE WS-MES         TO MES
                   MOVE WS-VALOR-VENDA TO VALOR-VENDA
                   MOVE WS-QTD-ESTOQUE TO QTD-ESTOQUE
                   MOVE WS-COD-FORNECEDOR TO COD-FORNECEDOR
                   MOVE WS-COD-DEPARTAMENTO TO COD-DEPARTAMENTO
                   REWRITE PRODUTO
                       INVALID KEY
                           DISPLAY "ERRO AO ALTERAR. STATUS: "
               MOVE WS-COD-FORNECEDOR TO WS-LOG-QTD-ED
               MOVE WS-LOG-QTD-ED     TO WS-LOG-VALOR-NOVO
               PERFORM P-GRAVAR-LOG
           END-IF
           IF WS-ANTES-COD-DEP NOT = WS-COD-DEPARTAMENTO
               MOVE "A"            TO WS-LOG-OPERACAO
               MOVE "DEPARTAMENTO" TO WS-LOG-CAMPO
               MOVE WS-ANTES-COD-DEP    TO WS-LOG-QTD-ED
               MOVE WS-LOG-QTD-ED       TO WS-LOG-VALOR-ANTIGO
               MOVE WS-COD-DEPARTAMENTO TO WS-LOG-QTD-ED
               MOVE WS-LOG-QTD-ED       TO WS-LOG-VALOR-NOVO
               PERFORM P-GRAVAR-LOG
           END-IF.

      ******************************************************************
               END-READ
           END-IF.

      * O DEPARTAMENTO E OBRIGATORIO: TODO PRODUTO PRECISA CAIR EM UM
      * DEPARTAMENTO CADASTRADO NO PROG042 PARA OS SUBTOTAIS DOS
      * RELATORIOS E O MENU DA LOJA VIRTUAL.
       P-VALIDA-DEPARTAMENTO.
           MOVE "S" TO WS-DEPARTAMENTO-OK
           IF NOT WS-DEP-ABERTO
               DISPLAY "CADASTRO DE DEPARTAMENTOS INDISPONIVEL. "
                   "CADASTRE NO PROG042."
               MOVE "N" TO WS-DEPARTAMENTO-OK
           ELSE
               MOVE WS-COD-DEPARTAMENTO TO DEP-CODIGO
               READ ARQUIVO-DEP KEY IS DEP-CODIGO
                   INVALID KEY
                       DISPLAY "DEPARTAMENTO NAO CADASTRADO. "
                           "USE O PROG042."
                       MOVE "N" TO WS-DEPARTAMENTO-OK
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

      ******************************************************************
      * PARAGRAFOS DE MANUTENCAO - EXCLUSAO
      ******************************************************************
               MOVE VALOR-VENDA     TO WS-VALOR-VENDA
               MOVE QTD-ESTOQUE     TO WS-QTD-ESTOQUE
               MOVE COD-FORNECEDOR  TO WS-COD-FORNECEDOR
               MOVE COD-DEPARTAMENTO TO WS-COD-DEPARTAMENTO
               DISPLAY TELA-PRODUTO
               MOVE SPACE TO WS-CONFIRMA
               DISPLAY TELA-CONFIRMA
           MOVE WS-COD-FORNECEDOR TO WS-LOG-QTD-ED
           MOVE WS-LOG-QTD-ED     TO WS-LOG-VALOR-ANTIGO
           MOVE SPACES            TO WS-LOG-VALOR-NOVO
           PERFORM P-GRAVAR-LOG
           MOVE "E"            TO WS-LOG-OPERACAO
           MOVE "DEPARTAMENTO" TO WS-LOG-CAMPO
           MOVE WS-COD-DEPARTAMENTO TO WS-LOG-QTD-ED
           MOVE WS-LOG-QTD-ED       TO WS-LOG-VALOR-ANTIGO
           MOVE SPACES              TO WS-LOG-VALOR-NOVO
           PERFORM P-GRAVAR-LOG.

      ******************************************************************
               MOVE VALOR-VENDA TO WS-VALOR-VENDA
               MOVE QTD-ESTOQUE TO WS-QTD-ESTOQUE
               MOVE COD-FORNECEDOR TO WS-COD-FORNECEDOR
               MOVE COD-DEPARTAMENTO TO WS-COD-DEPARTAMENTO
               DISPLAY TELA-PRODUTO
           END-IF.

                           MOVE VALOR-VENDA TO WS-VALOR-VENDA
                           MOVE QTD-ESTOQUE TO WS-QTD-ESTOQUE
                           MOVE COD-FORNECEDOR TO WS-COD-FORNECEDOR
                           MOVE COD-DEPARTAMENTO TO WS-COD-DEPARTAMENTO
                           DISPLAY TELA-PRODUTO
                           DISPLAY TELA-CONTINUAR
                           ACCEPT TELA-CONTINUAR
               MOVE VALOR-VENDA TO WS-VALOR-VENDA
               MOVE QTD-ESTOQUE TO WS-QTD-ESTOQUE
               MOVE COD-FORNECEDOR TO WS-COD-FORNECEDOR
               MOVE COD-DEPARTAMENTO TO WS-COD-DEPARTAMENTO
               DISPLAY TELA-PRODUTO
           END-IF.

