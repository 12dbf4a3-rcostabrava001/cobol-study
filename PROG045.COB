      ******************************************************************
      * AUTHOR: RODRIGO COSTABRAVA
      * PURPOSE: TRATAMENTO DO SUSPENSO DE VENDAS DO PDV
      *          (PROG010-SUSPENSO.DAT). PERCORRE AS LINHAS EM ABERTO
      *          NA ORDEM EM QUE FORAM REJEITADAS E PERMITE CORRIGIR O
      *          CODIGO (SKU OU EAN) E A QUANTIDADE, LIBERAR A LINHA
      *          PARA O PROXIMO PROG010 OU DESCARTA-LA. A LINHA SO E
      *          LIBERADA SE O CODIGO CHEGAR A UM SKU DO CADASTRO;
      *          A LINHA ORIGINAL DO PDV NUNCA E ALTERADA
      ******************************************************************

       IDENTIFICATION DIVISION.
           PROGRAM-ID. PROG045.
           AUTHOR. RODRIGO COSTABRAVA

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELSUS.
           COPY SELARQ.
           COPY SELEAN.
           COPY SELOPE.
           COPY SELSGN.
           COPY SELSES.
           COPY SELPRM.

       DATA DIVISION.
       FILE SECTION.
           COPY FDSUS.
           COPY FDARQ.
           COPY FDEAN.
           COPY FDOPE.
           COPY FDSGN.
           COPY FDSES.
           COPY FDPRM.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-SUSPENSO   PIC X(02).
           77 WS-STATUS-ARQUIVO    PIC X(02).
           77 WS-STATUS-EAN        PIC X(02).

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
           77 WS-ACHOU             PIC X(01) VALUE "N".
               88 WS-REGISTRO-ACHOU VALUE "S".
           77 WS-SGN-RESULTADO     PIC X(01) VALUE SPACE.
           77 WS-VALIDADE-SENHA    PIC 9(03) VALUE 90.
           77 WS-DIAS-SENHA        PIC S9(05) VALUE ZEROS.
           77 WS-INTEIRO-HOJE      PIC S9(09) COMP VALUE ZEROS.
           77 WS-INTEIRO-SENHA     PIC S9(09) COMP VALUE ZEROS.
           77 WS-NOVA-SENHA        PIC X(08) VALUE SPACES.
           77 WS-NOVA-SENHA2       PIC X(08) VALUE SPACES.
           77 WS-TROCA-OK          PIC X(01) VALUE "N".
               88 WS-TROCA-FEITA   VALUE "S".
           77 WS-HOJE-AAAAMMDD     PIC 9(08) VALUE ZEROS.

           77 WS-OPCAO             PIC 9(01) VALUE ZERO.
           77 WS-SAIR              PIC X(01) VALUE "N".
               88 WS-FIM-PROGRAMA  VALUE "S".
           77 WS-ACAO              PIC X(01) VALUE SPACE.
           77 WS-CONFIRMA          PIC X(01) VALUE SPACE.
           77 WS-FIM-SUSPENSO      PIC X(01) VALUE "N".
               88 WS-FIM-DO-SUSPENSO VALUE "S".
           77 WS-FIM-TRATAR        PIC X(01) VALUE "N".
               88 WS-FIM-TRATAMENTO VALUE "S".
           77 WS-ITEM-CONCLUIDO    PIC X(01) VALUE "N".
               88 WS-ITEM-TRATADO  VALUE "S".
           77 WS-EAN-DISPONIVEL    PIC X(01) VALUE "N".
               88 WS-EAN-ABERTO    VALUE "S".
           77 WS-CODIGO-OK         PIC X(01) VALUE "N".
               88 WS-CODIGO-RESOLVIDO VALUE "S".

           77 WS-CODIGO-NUM        PIC 9(13) VALUE ZEROS.
           77 WS-SKU-RESOLVIDO     PIC 9(04) VALUE ZEROS.
           77 WS-MOTIVO-CODIGO     PIC X(30) VALUE SPACES.

           77 WS-QTD-VISTAS        PIC 9(05) VALUE ZEROS.
           77 WS-QTD-CORRIGIDAS    PIC 9(05) VALUE ZEROS.
           77 WS-QTD-LIBERADAS     PIC 9(05) VALUE ZEROS.
           77 WS-QTD-DESCARTADAS   PIC 9(05) VALUE ZEROS.
           77 WS-QTD-LISTADAS      PIC 9(05) VALUE ZEROS.

           01 WS-CORRECAO-TELA.
               05 WS-NOVO-CODIGO       PIC 9(13).
               05 WS-NOVA-QTD          PIC 9(04).

           01 WS-DATA-TELA.
               05 WS-DT-DIA            PIC 9(02).
               05 FILLER               PIC X(01) VALUE "/".
               05 WS-DT-MES            PIC 9(02).
               05 FILLER               PIC X(01) VALUE "/".
               05 WS-DT-ANO            PIC 9(04).

           01 WS-DATA-AAAAMMDD         PIC 9(08).
           01 WS-DATA-PARTES REDEFINES WS-DATA-AAAAMMDD.
               05 WS-DP-ANO            PIC 9(04).
               05 WS-DP-MES            PIC 9(02).
               05 WS-DP-DIA            PIC 9(02).

           01 WS-LINHA-LISTA.
               05 WS-LL-DATA           PIC X(10).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LL-NUM-LINHA      PIC ZZZZ9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LL-SITUACAO       PIC X(01).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LL-CODIGO         PIC X(13).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LL-QTD            PIC X(04).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LL-MOTIVO         PIC X(30).

       SCREEN SECTION.

       01 TELA-MENU.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE "PROG045 - SUSPENSO DO PDV".
           05 LINE 03 COLUMN 01 VALUE "1 - TRATAR LINHAS EM ABERTO".
           05 LINE 04 COLUMN 01 VALUE "2 - LISTAR SUSPENSO (A/L)".
           05 LINE 05 COLUMN 01 VALUE "3 - SAIR".
           05 LINE 07 COLUMN 01 VALUE "OPCAO: ".
           05 LINE 07 COLUMN 09 PIC 9(01) USING WS-OPCAO.

       01 TELA-SUSPENSO.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE "PROG045 - LINHA EM SUSPENSO".
           05 LINE 03 COLUMN 01 VALUE "REJEITADA EM.....: ".
           05 LINE 03 COLUMN 21 PIC X(10) FROM WS-DATA-TELA.
           05 LINE 03 COLUMN 33 VALUE "LINHA: ".
           05 LINE 03 COLUMN 40 PIC 9(05) FROM SUS-NUM-LINHA.
           05 LINE 04 COLUMN 01 VALUE "MOTIVO...........: ".
           05 LINE 04 COLUMN 21 PIC X(30) FROM SUS-MOTIVO.
           05 LINE 05 COLUMN 01 VALUE "LINHA ORIGINAL...: ".
           05 LINE 05 COLUMN 21 PIC X(42) FROM SUS-LINHA-ORIGINAL.
           05 LINE 06 COLUMN 01 VALUE "LINHA ATUAL......: ".
           05 LINE 06 COLUMN 21 PIC X(42) FROM SUS-LINHA.
           05 LINE 07 COLUMN 01 VALUE "TENTATIVAS.......: ".
           05 LINE 07 COLUMN 21 PIC 9(02) FROM SUS-TENTATIVAS.
           05 LINE 09 COLUMN 01 VALUE
               "C-CORRIGIR L-LIBERAR D-DESCARTAR P-PROXIMA F-FIM: ".
           05 LINE 09 COLUMN 52 PIC X(01) USING WS-ACAO.

       01 TELA-CORRECAO.
           05 LINE 11 COLUMN 01 VALUE "CODIGO (SKU/EAN).: ".
           05 LINE 11 COLUMN 21 PIC 9(13) USING WS-NOVO-CODIGO.
           05 LINE 12 COLUMN 01 VALUE "QUANTIDADE.......: ".
           05 LINE 12 COLUMN 21 PIC 9(04) USING WS-NOVA-QTD.

       01 TELA-CONFIRMA.
           05 LINE 14 COLUMN 01 VALUE "CONFIRMA DESCARTE (S/N): ".
           05 LINE 14 COLUMN 26 PIC X(01) USING WS-CONFIRMA.

       PROCEDURE DIVISION.

      ******************************************************************
      * PARAGRAFOS PRINCIPAIS
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
           ACCEPT WS-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           OPEN I-O ARQUIVO-SUSPENSO
           IF WS-STATUS-SUSPENSO NOT = "00"
               DISPLAY "SUSPENSO DE VENDAS INDISPONIVEL. STATUS: "
                   WS-STATUS-SUSPENSO
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN INPUT ARQUIVO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO AO ABRIR CADASTRO. STATUS: "
                   WS-STATUS-ARQUIVO
               CLOSE ARQUIVO-SUSPENSO
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN INPUT ARQUIVO-EAN
           IF WS-STATUS-EAN = "00"
               MOVE "S" TO WS-EAN-DISPONIVEL
           ELSE
               MOVE "N" TO WS-EAN-DISPONIVEL
           END-IF
           GO TO P-PRINCIPAL.

       P-PRINCIPAL.
           MOVE "N" TO WS-SAIR
           PERFORM UNTIL WS-FIM-PROGRAMA
               PERFORM P-MENU-INICIO THRU P-MENU-FIM
           END-PERFORM
           CLOSE ARQUIVO-SUSPENSO
           CLOSE ARQUIVO
           IF WS-EAN-ABERTO
               CLOSE ARQUIVO-EAN
           END-IF
           GO TO P-FIM-STOP-RUN.

       P-MENU-INICIO.
           DISPLAY TELA-MENU
           ACCEPT TELA-MENU
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P-TRATAR-INICIO THRU P-TRATAR-FIM
               WHEN 2
                   PERFORM P-LISTAR-INICIO THRU P-LISTAR-FIM
               WHEN 3
                   MOVE "S" TO WS-SAIR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       P-MENU-FIM.
           EXIT.

      ******************************************************************
      * PARAGRAFOS DE TRATAMENTO DAS LINHAS EM ABERTO
      ******************************************************************

       P-TRATAR-INICIO.
           MOVE ZEROS TO WS-QTD-VISTAS WS-QTD-CORRIGIDAS
               WS-QTD-LIBERADAS WS-QTD-DESCARTADAS
           MOVE "N" TO WS-FIM-SUSPENSO
           MOVE "N" TO WS-FIM-TRATAR
           MOVE ZEROS TO SUS-DATA-REJEICAO SUS-HORA-EXECUCAO
               SUS-NUM-LINHA
           START ARQUIVO-SUSPENSO KEY IS NOT LESS THAN SUS-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SUSPENSO
           END-START
           PERFORM P-TRATAR-ITEM THRU P-TRATAR-ITEM-FIM
               UNTIL WS-FIM-DO-SUSPENSO OR WS-FIM-TRATAMENTO
           DISPLAY "LINHAS VISTAS.....: " WS-QTD-VISTAS
           DISPLAY "CORRIGIDAS........: " WS-QTD-CORRIGIDAS
           DISPLAY "LIBERADAS.........: " WS-QTD-LIBERADAS
           DISPLAY "DESCARTADAS.......: " WS-QTD-DESCARTADAS.

       P-TRATAR-FIM.
           EXIT.

       P-TRATAR-ITEM.
           READ ARQUIVO-SUSPENSO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-SUSPENSO
           END-READ
           IF WS-FIM-DO-SUSPENSO
               GO TO P-TRATAR-ITEM-FIM
           END-IF
           IF SUS-SITUACAO NOT = "A"
               GO TO P-TRATAR-ITEM-FIM
           END-IF
           ADD 1 TO WS-QTD-VISTAS
           MOVE SUS-DATA-REJEICAO TO WS-DATA-AAAAMMDD
           PERFORM P-FORMATAR-DATA
           MOVE "N" TO WS-ITEM-CONCLUIDO
           PERFORM P-ACAO-INICIO THRU P-ACAO-FIM
               UNTIL WS-ITEM-TRATADO.

       P-TRATAR-ITEM-FIM.
           EXIT.

       P-ACAO-INICIO.
           MOVE SPACE TO WS-ACAO
           DISPLAY TELA-SUSPENSO
           ACCEPT TELA-SUSPENSO
           EVALUATE WS-ACAO
               WHEN "C"
               WHEN "c"
                   PERFORM P-CORRIGIR-INICIO THRU P-CORRIGIR-FIM
               WHEN "L"
               WHEN "l"
                   PERFORM P-LIBERAR-INICIO THRU P-LIBERAR-FIM
               WHEN "D"
               WHEN "d"
                   PERFORM P-DESCARTAR-INICIO THRU P-DESCARTAR-FIM
               WHEN "P"
               WHEN "p"
                   MOVE "S" TO WS-ITEM-CONCLUIDO
               WHEN "F"
               WHEN "f"
                   MOVE "S" TO WS-ITEM-CONCLUIDO
                   MOVE "S" TO WS-FIM-TRATAR
               WHEN OTHER
                   DISPLAY "ACAO INVALIDA."
           END-EVALUATE.

       P-ACAO-FIM.
           EXIT.

      ******************************************************************
      * PARAGRAFOS DE TRATAMENTO - CORRECAO
      ******************************************************************

      * A CORRECAO SO ALTERA A LINHA ATUAL; A LINHA CONTINUA EM ABERTO
      * ATE SER LIBERADA, PARA O OPERADOR CONFERIR ANTES.
       P-CORRIGIR-INICIO.
           MOVE ZEROS TO WS-NOVO-CODIGO WS-NOVA-QTD
           IF SUS-CODIGO NUMERIC
               MOVE SUS-CODIGO TO WS-NOVO-CODIGO
           END-IF
           IF SUS-QTD NUMERIC
               MOVE SUS-QTD TO WS-NOVA-QTD
           END-IF
           DISPLAY TELA-CORRECAO
           ACCEPT TELA-CORRECAO
           IF WS-NOVA-QTD = ZEROS
               DISPLAY "QUANTIDADE ZERADA. CORRECAO CANCELADA."
               GO TO P-CORRIGIR-FIM
           END-IF
           MOVE WS-NOVO-CODIGO TO WS-CODIGO-NUM
           PERFORM P-RESOLVER-CODIGO
           IF NOT WS-CODIGO-RESOLVIDO
               DISPLAY WS-MOTIVO-CODIGO ". CORRECAO CANCELADA."
               GO TO P-CORRIGIR-FIM
           END-IF
           MOVE WS-NOVO-CODIGO    TO SUS-CODIGO
           MOVE WS-NOVA-QTD       TO SUS-QTD
           MOVE WS-OPERADOR       TO SUS-OPERADOR
           MOVE WS-HOJE-AAAAMMDD  TO SUS-DATA-SITUACAO
           REWRITE REGISTRO-SUSPENSO
               INVALID KEY
                   DISPLAY "ERRO AO CORRIGIR. STATUS: "
                       WS-STATUS-SUSPENSO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-CORRIGIDAS
                   DISPLAY "LINHA CORRIGIDA. SKU " WS-SKU-RESOLVIDO
                       " - " NOME
           END-REWRITE.

       P-CORRIGIR-FIM.
           EXIT.

      ******************************************************************
      * PARAGRAFOS DE TRATAMENTO - LIBERACAO
      ******************************************************************

      * O ESTOQUE NAO E CONFERIDO AQUI: A LINHA PODE ESPERAR A ENTRADA
      * DA MERCADORIA E, SE FALTAR DE NOVO, VOLTA EM ABERTO NO PROG010.
       P-LIBERAR-INICIO.
           IF SUS-QTD NOT NUMERIC OR SUS-QTD = ZEROS
               DISPLAY "QUANTIDADE INVALIDA. CORRIJA ANTES DE LIBERAR."
               GO TO P-LIBERAR-FIM
           END-IF
           IF SUS-CODIGO NOT NUMERIC
               DISPLAY "CODIGO INVALIDO. CORRIJA ANTES DE LIBERAR."
               GO TO P-LIBERAR-FIM
           END-IF
           MOVE SUS-CODIGO TO WS-CODIGO-NUM
           PERFORM P-RESOLVER-CODIGO
           IF NOT WS-CODIGO-RESOLVIDO
               DISPLAY WS-MOTIVO-CODIGO ". CORRIJA ANTES DE LIBERAR."
               GO TO P-LIBERAR-FIM
           END-IF
           MOVE "L"               TO SUS-SITUACAO
           MOVE WS-OPERADOR       TO SUS-OPERADOR
           MOVE WS-HOJE-AAAAMMDD  TO SUS-DATA-SITUACAO
           REWRITE REGISTRO-SUSPENSO
               INVALID KEY
                   DISPLAY "ERRO AO LIBERAR. STATUS: "
                       WS-STATUS-SUSPENSO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-LIBERADAS
                   MOVE "S" TO WS-ITEM-CONCLUIDO
                   DISPLAY "LINHA LIBERADA PARA O PROXIMO PROG010."
           END-REWRITE.

       P-LIBERAR-FIM.
           EXIT.

      ******************************************************************
      * PARAGRAFOS DE TRATAMENTO - DESCARTE
      ******************************************************************

      * A LINHA DESCARTADA FICA NO SUSPENSO COMO HISTORICO, COM QUEM E
      * QUANDO DESCARTOU, MAS SAI DO TRATAMENTO E DO AGING.
       P-DESCARTAR-INICIO.
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY TELA-CONFIRMA
           ACCEPT TELA-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "DESCARTE CANCELADO."
               GO TO P-DESCARTAR-FIM
           END-IF
           MOVE "D"               TO SUS-SITUACAO
           MOVE WS-OPERADOR       TO SUS-OPERADOR
           MOVE WS-HOJE-AAAAMMDD  TO SUS-DATA-SITUACAO
           REWRITE REGISTRO-SUSPENSO
               INVALID KEY
                   DISPLAY "ERRO AO DESCARTAR. STATUS: "
                       WS-STATUS-SUSPENSO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-DESCARTADAS
                   MOVE "S" TO WS-ITEM-CONCLUIDO
                   DISPLAY "LINHA DESCARTADA."
           END-REWRITE.

       P-DESCARTAR-FIM.
           EXIT.

      ******************************************************************
      * PARAGRAFOS DE CONSULTA
      ******************************************************************

       P-LISTAR-INICIO.
           MOVE ZEROS TO WS-QTD-LISTADAS
           MOVE "N" TO WS-FIM-SUSPENSO
           MOVE ZEROS TO SUS-DATA-REJEICAO SUS-HORA-EXECUCAO
               SUS-NUM-LINHA
           START ARQUIVO-SUSPENSO KEY IS NOT LESS THAN SUS-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SUSPENSO
           END-START
           DISPLAY "DATA       LINHA S CODIGO        QTD  MOTIVO"
           PERFORM P-LISTAR-LINHA
               UNTIL WS-FIM-DO-SUSPENSO
           DISPLAY "LINHAS EM ABERTO OU LIBERADAS: " WS-QTD-LISTADAS.

       P-LISTAR-FIM.
           EXIT.

       P-LISTAR-LINHA.
           READ ARQUIVO-SUSPENSO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-SUSPENSO
               NOT AT END
                   IF SUS-SITUACAO = "A" OR SUS-SITUACAO = "L"
                       MOVE SUS-DATA-REJEICAO TO WS-DATA-AAAAMMDD
                       PERFORM P-FORMATAR-DATA
                       MOVE WS-DATA-TELA   TO WS-LL-DATA
                       MOVE SUS-NUM-LINHA  TO WS-LL-NUM-LINHA
                       MOVE SUS-SITUACAO   TO WS-LL-SITUACAO
                       MOVE SUS-CODIGO     TO WS-LL-CODIGO
                       MOVE SUS-QTD        TO WS-LL-QTD
                       MOVE SUS-MOTIVO     TO WS-LL-MOTIVO
                       DISPLAY WS-LINHA-LISTA
                       ADD 1 TO WS-QTD-LISTADAS
                   END-IF
           END-READ.

      ******************************************************************
      * PARAGRAFOS AUXILIARES
      ******************************************************************

      * MESMA REGRA DO PROG010: ATE 9999 E SKU, ACIMA DISSO E EAN-13.
      * ALEM DISSO O SKU PRECISA EXISTIR NO CADASTRO.
       P-RESOLVER-CODIGO.
           MOVE "N" TO WS-CODIGO-OK
           MOVE SPACES TO WS-MOTIVO-CODIGO
           MOVE ZEROS TO WS-SKU-RESOLVIDO
           IF WS-CODIGO-NUM = ZEROS
               MOVE "CODIGO ZERADO" TO WS-MOTIVO-CODIGO
           ELSE
               IF WS-CODIGO-NUM NOT > 9999
                   MOVE WS-CODIGO-NUM TO WS-SKU-RESOLVIDO
                   MOVE "S" TO WS-CODIGO-OK
               ELSE
                   IF NOT WS-EAN-ABERTO
                       MOVE "EAN SEM CADASTRO DE BARRAS"
                           TO WS-MOTIVO-CODIGO
                   ELSE
                       MOVE WS-CODIGO-NUM TO EAN-CODIGO
                       READ ARQUIVO-EAN KEY IS EAN-CODIGO
                           INVALID KEY
                               MOVE "EAN DESCONHECIDO"
                                   TO WS-MOTIVO-CODIGO
                           NOT INVALID KEY
                               MOVE EAN-SKU TO WS-SKU-RESOLVIDO
                               MOVE "S" TO WS-CODIGO-OK
                       END-READ
                   END-IF
               END-IF
           END-IF
           IF WS-CODIGO-RESOLVIDO
               MOVE WS-SKU-RESOLVIDO TO SKU
               READ ARQUIVO KEY IS SKU
                   INVALID KEY
                       MOVE "N" TO WS-CODIGO-OK
                       MOVE "SKU NAO CADASTRADO" TO WS-MOTIVO-CODIGO
               END-READ
           END-IF.

       P-FORMATAR-DATA.
           MOVE WS-DP-DIA TO WS-DT-DIA
           MOVE WS-DP-MES TO WS-DT-MES
           MOVE WS-DP-ANO TO WS-DT-ANO.

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
           MOVE "PROG045 "       TO SGN-PROGRAMA
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
           MOVE "PROG045 " TO PRM-PROGRAMA
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
           MOVE "PROG045 "    TO PRM-PROGRAMA
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
