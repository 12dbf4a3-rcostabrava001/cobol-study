      ******************************************************************
      * AUTHOR: RODRIGO COSTABRAVA
      * PURPOSE: MENU PRINCIPAL DO SISTEMA: O OPERADOR FAZ UM UNICO
      *          ACESSO COM SENHA CONTRA O CADASTRO DE OPERADORES
      *          (PROG017-OPER.DAT), COM AS MESMAS REGRAS DE BLOQUEIO
      *          POR FALHAS E EXPIRACAO DE SENHA DO PROG001/PROG017, E
      *          VE SOMENTE OS PROGRAMAS LIBERADOS PARA ELE OU PARA O
      *          SEU NIVEL NO ARQUIVO DE PERMISSOES (PROG017-PERM.DAT).
      *          O PROGRAMA ESCOLHIDO E EXECUTADO RECEBENDO O CODIGO DO
      *          OPERADOR E A CHAVE DA SESSAO NA LINHA DE COMANDO, PARA
      *          QUE DISPENSE NOVA SENHA E OS MOVIMENTOS, PEDIDOS,
      *          PRECOS E LOG DE AUDITORIA GRAVEM QUEM DE FATO OPEROU.
      *          CADA ACESSO E CADA PROGRAMA INICIADO FICAM NO
      *          JORNAL DE ACESSOS (PROG017-SIGNON.DAT) E A SESSAO DO
      *          OPERADOR FICA ATIVA EM PROG044-SESSAO.DAT ATE A SAIDA
      ******************************************************************

       IDENTIFICATION DIVISION.
           PROGRAM-ID. PROG044.
           AUTHOR. RODRIGO COSTABRAVA

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELOPE.
           COPY SELSGN.
           COPY SELPRM.
           COPY SELSES.

       DATA DIVISION.
       FILE SECTION.
           COPY FDOPE.
           COPY FDSGN.
           COPY FDPRM.
           COPY FDSES.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-OPER          PIC X(02).
           77 WS-STATUS-SIGNON        PIC X(02).
           77 WS-STATUS-PERM          PIC X(02).
           77 WS-STATUS-SESSAO        PIC X(02).

           77 WS-OPCAO                PIC 9(02) VALUE ZEROS.
           77 WS-SAIR                 PIC X(01) VALUE "N".
               88 WS-FIM-PROGRAMA     VALUE "S".
           77 WS-ACHOU                PIC X(01) VALUE "N".
               88 WS-REGISTRO-ACHOU   VALUE "S".
           77 WS-PERM-DISPONIVEL      PIC X(01) VALUE "N".
               88 WS-PERM-ABERTO      VALUE "S".

           77 WS-OPERADOR             PIC X(08) VALUE SPACES.
           77 WS-OPERADOR-SENHA       PIC X(08) VALUE SPACES.
           77 WS-NOME-OPERADOR        PIC X(30) VALUE SPACES.
           77 WS-NIVEL-OPERADOR       PIC 9(01) VALUE ZERO.
           77 WS-ACESSO-OK            PIC X(01) VALUE "N".
               88 WS-ACESSO-LIBERADO  VALUE "S".
           77 WS-TENTATIVAS-ACESSO    PIC 9(01) VALUE ZEROS.
           77 WS-SGN-RESULTADO        PIC X(01) VALUE SPACE.
           77 WS-SGN-PROGRAMA         PIC X(08) VALUE SPACES.
           77 WS-HOJE-AAAAMMDD        PIC 9(08) VALUE ZEROS.
           77 WS-VALIDADE-SENHA       PIC 9(03) VALUE 90.
           77 WS-DIAS-SENHA           PIC S9(05) VALUE ZEROS.
           77 WS-INTEIRO-HOJE         PIC S9(09) COMP VALUE ZEROS.
           77 WS-INTEIRO-SENHA        PIC S9(09) COMP VALUE ZEROS.
           77 WS-NOVA-SENHA           PIC X(08) VALUE SPACES.
           77 WS-NOVA-SENHA2          PIC X(08) VALUE SPACES.
           77 WS-TROCA-OK             PIC X(01) VALUE "N".
               88 WS-TROCA-FEITA      VALUE "S".

           77 WS-IND                  PIC 9(02) COMP VALUE ZEROS.
           77 WS-MAX-PROGRAMAS        PIC 9(02) COMP VALUE 46.
           77 WS-QTD-LIBERADOS        PIC 9(02) VALUE ZEROS.
           77 WS-NIVEL-PERM           PIC 9(01) VALUE ZERO.
           77 WS-COMANDO              PIC X(30) VALUE SPACES.
           77 WS-RETORNO-SISTEMA      PIC S9(04) COMP VALUE ZEROS.
           77 WS-TOKEN-SESSAO         PIC X(08) VALUE SPACES.
           77 WS-TOKEN-NUM            PIC 9(08) VALUE ZEROS.
           77 WS-SEMENTE              PIC 9(08) VALUE ZEROS.

      * CATALOGO DOS PROGRAMAS DO MENU: A POSICAO NA TABELA E O NUMERO
      * DO PROGRAMA. WS-CT-OPERADOR "S" INDICA QUE O PROGRAMA RECEBE O
      * CODIGO DO OPERADOR E A CHAVE DA SESSAO NA LINHA DE COMANDO, E
      * CONFERE DE NOVO A PERMISSAO AO INICIAR; OS DEMAIS NAO GRAVAM
      * OPERADOR OU JA USAM A LINHA DE COMANDO PARA OUTRO PARAMETRO
      * (PROG022 BACKUP, PROG036 DATA DO DIARIO). A POSICAO DO PROPRIO
      * PROG044 SO GUARDA A NUMERACAO E NUNCA E LIBERADA.
           01 WS-CATALOGO-VALORES.
               05 FILLER               PIC X(08) VALUE "PROG001 ".
               05 FILLER               PIC X(30)
                   VALUE "CADASTRO DE PRODUTOS".
               05 FILLER               PIC X(01) VALUE "S".
               05 FILLER               PIC X(08) VALUE "PROG002 ".
               05 FILLER               PIC X(30)
                   VALUE "LOTES PROXIMOS DO VENCIMENTO".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG003 ".
               05 FILLER               PIC X(30)
                   VALUE "RELATORIO DE REPOSICAO".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG004 ".
               05 FILLER               PIC X(30)
                   VALUE "REAJUSTE DE PRECOS EM LOTE".
               05 FILLER               PIC X(01) VALUE "S".
               05 FILLER               PIC X(08) VALUE "PROG005 ".
               05 FILLER               PIC X(30)
                   VALUE "NOMES DUPLICADOS NO CADASTRO".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG006 ".
               05 FILLER               PIC X(30)
                   VALUE "EXPORTACAO DO CATALOGO".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG007 ".
               05 FILLER               PIC X(30)
                   VALUE "VALORIZACAO DO ESTOQUE".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG008 ".
               05 FILLER               PIC X(30)
                   VALUE "MOVIMENTOS DE ESTOQUE".
               05 FILLER               PIC X(01) VALUE "S".
               05 FILLER               PIC X(08) VALUE "PROG009 ".
               05 FILLER               PIC X(30)
                   VALUE "BAIXA DOS MOVIMENTOS".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG010 ".
               05 FILLER               PIC X(30)
                   VALUE "IMPORTACAO DE VENDAS DO PDV".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG011 ".
               05 FILLER               PIC X(30)
                   VALUE "CONSULTA DO LOG DE AUDITORIA".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG012 ".
               05 FILLER               PIC X(30)
                   VALUE "CADASTRO DE FORNECEDORES".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG013 ".
               05 FILLER               PIC X(30)
                   VALUE "SUGESTAO DE PEDIDO DE COMPRA".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG014 ".
               05 FILLER               PIC X(30)
                   VALUE "BAIXA DE LOTES VENCIDOS".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG015 ".
               05 FILLER               PIC X(30)
                   VALUE "ALTERACOES DE PRECO AGENDADAS".
               05 FILLER               PIC X(01) VALUE "S".
               05 FILLER               PIC X(08) VALUE "PROG016 ".
               05 FILLER               PIC X(30)
                   VALUE "APLICACAO DOS PRECOS AGENDADOS".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG017 ".
               05 FILLER               PIC X(30)
                   VALUE "OPERADORES E PERMISSOES".
               05 FILLER               PIC X(01) VALUE "S".
               05 FILLER               PIC X(08) VALUE "PROG018 ".
               05 FILLER               PIC X(30)
                   VALUE "EXTRACAO DA CONTAGEM".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG019 ".
               05 FILLER               PIC X(30)
                   VALUE "DIGITACAO DA CONTAGEM".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG020 ".
               05 FILLER               PIC X(30)
                   VALUE "DIVERGENCIAS DO INVENTARIO".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG021 ".
               05 FILLER               PIC X(30)
                   VALUE "APLICACAO DO INVENTARIO".
               05 FILLER               PIC X(01) VALUE "S".
               05 FILLER               PIC X(08) VALUE "PROG022 ".
               05 FILLER               PIC X(30)
                   VALUE "BACKUP E RESTAURACAO".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG023 ".
               05 FILLER               PIC X(30)
                   VALUE "PEDIDOS DE COMPRA".
               05 FILLER               PIC X(01) VALUE "S".
               05 FILLER               PIC X(08) VALUE "PROG024 ".
               05 FILLER               PIC X(30)
                   VALUE "RECEBIMENTO DE MERCADORIA".
               05 FILLER               PIC X(01) VALUE "S".
               05 FILLER               PIC X(08) VALUE "PROG025 ".
               05 FILLER               PIC X(30)
                   VALUE "VENDAS E MARGEM DO MES".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG026 ".
               05 FILLER               PIC X(30)
                   VALUE "CONCILIACAO DO ESTOQUE".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG027 ".
               05 FILLER               PIC X(30)
                   VALUE "CADEIA NOTURNA".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG028 ".
               05 FILLER               PIC X(30)
                   VALUE "ARQUIVAMENTO DO LOG".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG029 ".
               05 FILLER               PIC X(30)
                   VALUE "CODIGOS DE BARRAS EAN-13".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG030 ".
               05 FILLER               PIC X(30)
                   VALUE "RESERVAS DA LOJA VIRTUAL".
               05 FILLER               PIC X(01) VALUE "S".
               05 FILLER               PIC X(08) VALUE "PROG031 ".
               05 FILLER               PIC X(30)
                   VALUE "CONFERENCIA DOS LOTES".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG032 ".
               05 FILLER               PIC X(30)
                   VALUE "DEVOLUCOES DO PDV".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG033 ".
               05 FILLER               PIC X(30)
                   VALUE "NOTAS FISCAIS DE FORNECEDOR".
               05 FILLER               PIC X(01) VALUE "S".
               05 FILLER               PIC X(08) VALUE "PROG034 ".
               05 FILLER               PIC X(30)
                   VALUE "CONFERENCIA DAS NOTAS FISCAIS".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG035 ".
               05 FILLER               PIC X(30)
                   VALUE "CONTAS A PAGAR".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG036 ".
               05 FILLER               PIC X(30)
                   VALUE "DIARIO CONTABIL DE ESTOQUE".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG037 ".
               05 FILLER               PIC X(30)
                   VALUE "FECHAMENTO MENSAL DO ESTOQUE".
               05 FILLER               PIC X(01) VALUE "S".
               05 FILLER               PIC X(08) VALUE "PROG038 ".
               05 FILLER               PIC X(30)
                   VALUE "COMPARATIVO MENSAL DO ESTOQUE".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG039 ".
               05 FILLER               PIC X(30)
                   VALUE "PARAMETROS DE GONDOLA".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG040 ".
               05 FILLER               PIC X(30)
                   VALUE "REPOSICAO DA LOJA".
               05 FILLER               PIC X(01) VALUE "S".
               05 FILLER               PIC X(08) VALUE "PROG041 ".
               05 FILLER               PIC X(30)
                   VALUE "CONFIRMACAO DA SEPARACAO".
               05 FILLER               PIC X(01) VALUE "S".
               05 FILLER               PIC X(08) VALUE "PROG042 ".
               05 FILLER               PIC X(30)
                   VALUE "CADASTRO DE DEPARTAMENTOS".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG043 ".
               05 FILLER               PIC X(30)
                   VALUE "AVALIACAO DE FORNECEDORES".
               05 FILLER               PIC X(01) VALUE "S".
               05 FILLER               PIC X(08) VALUE "PROG044 ".
               05 FILLER               PIC X(30)
                   VALUE "MENU PRINCIPAL".
               05 FILLER               PIC X(01) VALUE "N".
               05 FILLER               PIC X(08) VALUE "PROG045 ".
               05 FILLER               PIC X(30)
                   VALUE "SUSPENSO DE VENDAS DO PDV".
               05 FILLER               PIC X(01) VALUE "S".
               05 FILLER               PIC X(08) VALUE "PROG046 ".
               05 FILLER               PIC X(30)
                   VALUE "AGING DO SUSPENSO DO PDV".
               05 FILLER               PIC X(01) VALUE "N".

           01 WS-TABELA-CATALOGO REDEFINES WS-CATALOGO-VALORES.
               05 WS-CATALOGO OCCURS 46 TIMES.
                   10 WS-CT-PROGRAMA   PIC X(08).
                   10 WS-CT-DESCRICAO  PIC X(30).
                   10 WS-CT-OPERADOR   PIC X(01).

           01 WS-TABELA-LIBERADOS.
               05 WS-LIBERADO OCCURS 46 TIMES PIC X(01).

           01 WS-LINHA-MENU.
               05 WS-LM-NUMERO         PIC Z9.
               05 FILLER               PIC X(03) VALUE " - ".
               05 WS-LM-PROGRAMA       PIC X(08).
               05 WS-LM-DESCRICAO      PIC X(30).

       PROCEDURE DIVISION.

      ******************************************************************
      * PARAGRAFOS PRINCIPAIS
      ******************************************************************

       P-ABERTURA.
           DISPLAY "PROG044 - MENU PRINCIPAL"
           OPEN I-O ARQUIVO-OPER
           IF WS-STATUS-OPER NOT = "00"
               DISPLAY "CADASTRO DE OPERADORES NAO ENCONTRADO. "
                   "EXECUTE O PROG017. STATUS: " WS-STATUS-OPER
               GO TO P-FIM-STOP-RUN
           END-IF
           PERFORM P-SIGNON THRU P-SIGNON-FIM
           CLOSE ARQUIVO-OPER
           IF NOT WS-ACESSO-LIBERADO
               DISPLAY "TENTATIVAS ESGOTADAS. PROGRAMA ENCERRADO."
               GO TO P-FIM-STOP-RUN
           END-IF
           PERFORM P-ABRIR-SESSAO
           GO TO P-PRINCIPAL.

       P-PRINCIPAL.
           MOVE "N" TO WS-SAIR
           PERFORM UNTIL WS-FIM-PROGRAMA
               PERFORM P-MENU-INICIO THRU P-MENU-FIM
           END-PERFORM
           PERFORM P-ENCERRAR-SESSAO
           GO TO P-FIM-STOP-RUN.

      ******************************************************************
      * PARAGRAFOS DE ACESSO
      ******************************************************************

       P-SIGNON.
           ACCEPT WS-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-TENTATIVAS-ACESSO
           MOVE "N" TO WS-ACESSO-OK
           PERFORM UNTIL WS-ACESSO-LIBERADO
                   OR WS-TENTATIVAS-ACESSO >= 3
               ADD 1 TO WS-TENTATIVAS-ACESSO
               DISPLAY "INFORME O CODIGO DO OPERADOR: "
               ACCEPT WS-OPERADOR FROM CONSOLE
               DISPLAY "INFORME A SENHA: "
               ACCEPT WS-OPERADOR-SENHA FROM CONSOLE
               PERFORM P-VALIDAR-ACESSO THRU P-VALIDAR-ACESSO-FIM
           END-PERFORM.

       P-SIGNON-FIM.
           EXIT.

       P-VALIDAR-ACESSO.
           MOVE "PROG044 " TO WS-SGN-PROGRAMA
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
               MOVE OPE-NOME  TO WS-NOME-OPERADOR
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

      ******************************************************************
      * PARAGRAFOS DA SESSAO DO MENU
      ******************************************************************

       P-ABRIR-SESSAO.
           OPEN I-O ARQUIVO-SESSAO
           IF WS-STATUS-SESSAO NOT = "00"
               IF WS-STATUS-SESSAO = "35" OR WS-STATUS-SESSAO = "30"
                   OPEN OUTPUT ARQUIVO-SESSAO
                   CLOSE ARQUIVO-SESSAO
                   OPEN I-O ARQUIVO-SESSAO
               END-IF
           END-IF
           IF WS-STATUS-SESSAO NOT = "00"
               DISPLAY "ERRO AO ABRIR SESSOES. STATUS: "
                   WS-STATUS-SESSAO
               DISPLAY "OS PROGRAMAS DO MENU PEDIRAO A SENHA "
                   "NOVAMENTE."
           ELSE
               MOVE WS-OPERADOR TO SES-OPERADOR
               MOVE "N" TO WS-ACHOU
               READ ARQUIVO-SESSAO KEY IS SES-OPERADOR
                   INVALID KEY
                       MOVE "N" TO WS-ACHOU
                   NOT INVALID KEY
                       MOVE "S" TO WS-ACHOU
               END-READ
               MOVE WS-OPERADOR TO SES-OPERADOR
               ACCEPT SES-DATA FROM DATE YYYYMMDD
               ACCEPT SES-HORA FROM TIME
               MOVE "A" TO SES-SITUACAO
               PERFORM P-SORTEAR-CHAVE
               MOVE WS-TOKEN-SESSAO TO SES-TOKEN
               IF WS-REGISTRO-ACHOU
                   REWRITE SESSAO-REG
               ELSE
                   WRITE SESSAO-REG
               END-IF
               CLOSE ARQUIVO-SESSAO
           END-IF.

       P-ENCERRAR-SESSAO.
           OPEN I-O ARQUIVO-SESSAO
           IF WS-STATUS-SESSAO = "00"
               MOVE WS-OPERADOR TO SES-OPERADOR
               READ ARQUIVO-SESSAO KEY IS SES-OPERADOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "E" TO SES-SITUACAO
                       MOVE SPACES TO SES-TOKEN
                       REWRITE SESSAO-REG
               END-READ
               CLOSE ARQUIVO-SESSAO
           END-IF.

      * A CHAVE E SORTEADA A CADA ACESSO AO MENU E SO VALE PARA A
      * SESSAO ABERTA; QUEM CHAMA UM PROGRAMA DIRETO, SEM ELA, PASSA
      * PELA SENHA MESMO QUE O OPERADOR ESTEJA NO MENU.
       P-SORTEAR-CHAVE.
           MOVE SES-HORA TO WS-SEMENTE
           COMPUTE WS-TOKEN-NUM =
               FUNCTION RANDOM (WS-SEMENTE) * 100000000
           MOVE WS-TOKEN-NUM TO WS-TOKEN-SESSAO.

      ******************************************************************
      * PARAGRAFOS DO MENU
      ******************************************************************

      * A LISTA E REMONTADA A CADA VOLTA DO MENU, PARA REFLETIR NA
      * HORA AS PERMISSOES ALTERADAS PELO SUPERVISOR NO PROG017.
       P-MENU-INICIO.
           PERFORM P-MONTAR-LISTA
           DISPLAY " "
           DISPLAY "PROG044 - MENU PRINCIPAL - OPERADOR: " WS-OPERADOR
               " " WS-NOME-OPERADOR
           MOVE 1 TO WS-IND
           PERFORM P-EXIBIR-PROGRAMA
               UNTIL WS-IND > WS-MAX-PROGRAMAS
           IF WS-QTD-LIBERADOS = ZEROS
               DISPLAY "NENHUM PROGRAMA LIBERADO PARA O OPERADOR. "
                   "PROCURE UM SUPERVISOR (PROG017)."
           END-IF
           DISPLAY " 0 - SAIR"
           DISPLAY "OPCAO (NUMERO DO PROGRAMA): "
           MOVE ZEROS TO WS-OPCAO
           ACCEPT WS-OPCAO FROM CONSOLE
           IF WS-OPCAO = ZEROS
               MOVE "S" TO WS-SAIR
               GO TO P-MENU-FIM
           END-IF
           IF WS-OPCAO > WS-MAX-PROGRAMAS
               DISPLAY "OPCAO INVALIDA."
               GO TO P-MENU-FIM
           END-IF
           IF WS-LIBERADO (WS-OPCAO) NOT = "S"
               DISPLAY "PROGRAMA NAO LIBERADO PARA O OPERADOR."
               GO TO P-MENU-FIM
           END-IF
           PERFORM P-EXECUTAR-PROGRAMA.

       P-MENU-FIM.
           EXIT.

       P-EXIBIR-PROGRAMA.
           IF WS-LIBERADO (WS-IND) = "S"
               MOVE WS-IND                   TO WS-LM-NUMERO
               MOVE WS-CT-PROGRAMA (WS-IND)  TO WS-LM-PROGRAMA
               MOVE WS-CT-DESCRICAO (WS-IND) TO WS-LM-DESCRICAO
               DISPLAY WS-LINHA-MENU
           END-IF
           ADD 1 TO WS-IND.

      ******************************************************************
      * PARAGRAFOS DE PERMISSAO
      ******************************************************************

      * UM PROGRAMA E LIBERADO QUANDO HA PERMISSAO PARA O OPERADOR OU
      * PARA QUALQUER NIVEL ATE O DELE. O PROG017 E SEMPRE LIBERADO AO
      * SUPERVISOR, PARA QUE AS PERMISSOES POSSAM SER MANTIDAS MESMO
      * COM O ARQUIVO VAZIO.
       P-MONTAR-LISTA.
           MOVE ZEROS TO WS-QTD-LIBERADOS
           MOVE "N" TO WS-PERM-DISPONIVEL
           OPEN INPUT ARQUIVO-PERM
           IF WS-STATUS-PERM = "00"
               MOVE "S" TO WS-PERM-DISPONIVEL
           END-IF
           MOVE 1 TO WS-IND
           PERFORM P-VERIFICAR-PERMISSAO THRU P-VERIFICAR-PERMISSAO-FIM
               UNTIL WS-IND > WS-MAX-PROGRAMAS
           IF WS-PERM-ABERTO
               CLOSE ARQUIVO-PERM
           END-IF.

       P-VERIFICAR-PERMISSAO.
           MOVE "N" TO WS-LIBERADO (WS-IND)
           IF WS-CT-PROGRAMA (WS-IND) = "PROG044 "
               GO TO P-VERIFICAR-PERMISSAO-PROX
           END-IF
           IF WS-CT-PROGRAMA (WS-IND) = "PROG017 "
                   AND WS-NIVEL-OPERADOR = 3
               MOVE "S" TO WS-LIBERADO (WS-IND)
               GO TO P-VERIFICAR-PERMISSAO-PROX
           END-IF
           IF NOT WS-PERM-ABERTO
               GO TO P-VERIFICAR-PERMISSAO-PROX
           END-IF
           MOVE WS-CT-PROGRAMA (WS-IND) TO PRM-PROGRAMA
           MOVE "O"                     TO PRM-TIPO
           MOVE WS-OPERADOR             TO PRM-ALVO
           PERFORM P-LER-PERMISSAO
           IF WS-REGISTRO-ACHOU
               MOVE "S" TO WS-LIBERADO (WS-IND)
               GO TO P-VERIFICAR-PERMISSAO-PROX
           END-IF
           MOVE 1 TO WS-NIVEL-PERM
           PERFORM P-VERIFICAR-NIVEL
               UNTIL WS-NIVEL-PERM > WS-NIVEL-OPERADOR
                  OR WS-LIBERADO (WS-IND) = "S".

       P-VERIFICAR-PERMISSAO-PROX.
           IF WS-LIBERADO (WS-IND) = "S"
               ADD 1 TO WS-QTD-LIBERADOS
           END-IF
           ADD 1 TO WS-IND.

       P-VERIFICAR-PERMISSAO-FIM.
           EXIT.

       P-VERIFICAR-NIVEL.
           MOVE WS-CT-PROGRAMA (WS-IND) TO PRM-PROGRAMA
           MOVE "N"                     TO PRM-TIPO
           MOVE SPACES                  TO PRM-ALVO
           MOVE WS-NIVEL-PERM           TO PRM-ALVO (1:1)
           PERFORM P-LER-PERMISSAO
           IF WS-REGISTRO-ACHOU
               MOVE "S" TO WS-LIBERADO (WS-IND)
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
      * PARAGRAFOS DE EXECUCAO
      ******************************************************************

       P-EXECUTAR-PROGRAMA.
           MOVE SPACES TO WS-COMANDO
           IF WS-CT-OPERADOR (WS-OPCAO) = "S"
               STRING "./" DELIMITED BY SIZE
                   WS-CT-PROGRAMA (WS-OPCAO) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-OPERADOR DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-TOKEN-SESSAO DELIMITED BY SPACE
                   INTO WS-COMANDO
           ELSE
               STRING "./" DELIMITED BY SIZE
                   WS-CT-PROGRAMA (WS-OPCAO) DELIMITED BY SPACE
                   INTO WS-COMANDO
           END-IF
           MOVE WS-CT-PROGRAMA (WS-OPCAO) TO WS-SGN-PROGRAMA
           MOVE "L" TO WS-SGN-RESULTADO
           PERFORM P-GRAVAR-SIGNON
           DISPLAY "EXECUTANDO " WS-CT-PROGRAMA (WS-OPCAO) " - "
               WS-CT-DESCRICAO (WS-OPCAO)
           CALL "SYSTEM" USING WS-COMANDO
           MOVE RETURN-CODE TO WS-RETORNO-SISTEMA
           IF WS-RETORNO-SISTEMA NOT = ZEROS
               DISPLAY WS-CT-PROGRAMA (WS-OPCAO)
                   " TERMINOU COM RETORNO " WS-RETORNO-SISTEMA
           END-IF.

      ******************************************************************
      * PARAGRAFOS DO JORNAL DE ACESSOS
      ******************************************************************

       P-GRAVAR-SIGNON.
           OPEN EXTEND ARQUIVO-SIGNON
           IF WS-STATUS-SIGNON NOT = "00"
               OPEN OUTPUT ARQUIVO-SIGNON
               CLOSE ARQUIVO-SIGNON
               OPEN EXTEND ARQUIVO-SIGNON
           END-IF
           MOVE WS-OPERADOR      TO SGN-OPERADOR
           MOVE WS-SGN-PROGRAMA  TO SGN-PROGRAMA
           ACCEPT SGN-DATA FROM DATE YYYYMMDD
           ACCEPT SGN-HORA FROM TIME
           MOVE WS-SGN-RESULTADO TO SGN-RESULTADO
           WRITE REGISTRO-SIGNON
           CLOSE ARQUIVO-SIGNON.

      ******************************************************************
      * PARAGRAFOS DE SAIDA
      ******************************************************************

       P-FIM-STOP-RUN.
           STOP RUN.
