      ******************************************************************
      * AUTHOR: RODRIGO COSTABRAVA
      * PURPOSE: DIGITACAO DE NOTAS FISCAIS DE FORNECEDOR
      *          (PROG033-NF.DAT E PROG033-NFITEM.DAT) CONTRA UM PEDIDO
      *          DE COMPRA DO PROG023: CABECALHO COM EMISSAO E
      *          VENCIMENTO, LINHAS POR SKU COM QUANTIDADE E CUSTO
      *          UNITARIO FATURADOS, CONSULTA, EXCLUSAO DE NOTA AINDA
      *          NAO LIBERADA E REGISTRO DE PAGAMENTO. A CONFERENCIA
      *          CONTRA PEDIDO E RECEBIMENTO E FEITA PELO PROG034
      ******************************************************************

       IDENTIFICATION DIVISION.
           PROGRAM-ID. PROG033.
           AUTHOR. RODRIGO COSTABRAVA

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELARQ.
           COPY SELFOR.
           COPY SELPED.
           COPY SELNFC.
           COPY SELNFI.
           COPY SELOPE.
           COPY SELSGN.
           COPY SELSES.
           COPY SELPRM.

       DATA DIVISION.
       FILE SECTION.
           COPY FDARQ.
           COPY FDFOR.
           COPY FDPED.
           COPY FDNFC.
           COPY FDNFI.
           COPY FDOPE.
           COPY FDSGN.
           COPY FDSES.
           COPY FDPRM.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO       PIC X(02).
           77 WS-STATUS-FORN          PIC X(02).
           77 WS-STATUS-PED           PIC X(02).
           77 WS-STATUS-NF            PIC X(02).
           77 WS-STATUS-NFITEM        PIC X(02).
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

           77 WS-OPCAO                PIC 9(01) VALUE ZERO.
           77 WS-SAIR                 PIC X(01) VALUE "N".
               88 WS-FIM-PROGRAMA     VALUE "S".
           77 WS-ACHOU                PIC X(01) VALUE "N".
               88 WS-REGISTRO-ACHOU   VALUE "S".
           77 WS-FIM-NFITEM           PIC X(01) VALUE "N".
               88 WS-FIM-DO-NFITEM    VALUE "S".
           77 WS-CONFIRMA             PIC X(01) VALUE SPACE.

           77 WS-NF-FORNECEDOR        PIC 9(04) VALUE ZEROS.
           77 WS-NF-NUMERO            PIC 9(09) VALUE ZEROS.
           77 WS-NF-PEDIDO            PIC 9(06) VALUE ZEROS.
           77 WS-EMI-DIA              PIC 99 VALUE ZEROS.
           77 WS-EMI-MES              PIC 99 VALUE ZEROS.
           77 WS-EMI-ANO              PIC 9(04) VALUE ZEROS.
           77 WS-VEN-DIA              PIC 99 VALUE ZEROS.
           77 WS-VEN-MES              PIC 99 VALUE ZEROS.
           77 WS-VEN-ANO              PIC 9(04) VALUE ZEROS.
           77 WS-DATA-EMISSAO         PIC 9(08) VALUE ZEROS.
           77 WS-DATA-VENCIMENTO      PIC 9(08) VALUE ZEROS.
           77 WS-INTEIRO-EMISSAO      PIC S9(09) COMP.
           77 WS-INTEIRO-VENCIMENTO   PIC S9(09) COMP.
           77 WS-ITEM-SKU             PIC 9(04) VALUE ZEROS.
           77 WS-ITEM-QTD             PIC 9(04) VALUE ZEROS.
           77 WS-ITEM-CUSTO           PIC 9(04)V99 VALUE ZEROS.
           77 WS-VALOR-TOTAL          PIC 9(07)V99 VALUE ZEROS.
           77 WS-ITENS-GRAVADOS       PIC 9(05) VALUE ZEROS.
           77 WS-ITENS-LISTADOS       PIC 9(05) VALUE ZEROS.
           77 WS-HOJE-AAAAMMDD        PIC 9(08) VALUE ZEROS.

           01 WS-LINHA-ITEM.
               05 WS-LI-SKU            PIC 9(04).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LI-NOME           PIC X(30).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LI-QTD            PIC ZZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LI-CUSTO          PIC Z.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-LI-OCORRENCIA     PIC X(01).

       SCREEN SECTION.

       01 TELA-MENU.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE
               "PROG033 - NOTAS FISCAIS DE FORNECEDOR".
           05 LINE 03 COLUMN 01 VALUE "1 - DIGITAR NOTA FISCAL".
           05 LINE 04 COLUMN 01 VALUE "2 - CONSULTAR NOTA FISCAL".
           05 LINE 05 COLUMN 01 VALUE "3 - EXCLUIR NOTA NAO LIBERADA".
           05 LINE 06 COLUMN 01 VALUE "4 - REGISTRAR PAGAMENTO".
           05 LINE 07 COLUMN 01 VALUE "5 - SAIR".
           05 LINE 09 COLUMN 01 VALUE "OPCAO: ".
           05 LINE 09 COLUMN 09 PIC 9(01) USING WS-OPCAO.

       01 TELA-NF-BUSCA.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE "FORNECEDOR.......: ".
           05 LINE 01 COLUMN 21 PIC 9(04) USING WS-NF-FORNECEDOR.
           05 LINE 02 COLUMN 01 VALUE "NUMERO DA NOTA...: ".
           05 LINE 02 COLUMN 21 PIC 9(09) USING WS-NF-NUMERO.

       01 TELA-NF-CABECALHO.
           05 LINE 03 COLUMN 01 VALUE "PEDIDO DE COMPRA.: ".
           05 LINE 03 COLUMN 21 PIC 9(06) USING WS-NF-PEDIDO.
           05 LINE 04 COLUMN 01 VALUE "EMISSAO DD MM AAAA:".
           05 LINE 04 COLUMN 21 PIC 99 USING WS-EMI-DIA.
           05 LINE 04 COLUMN 24 PIC 99 USING WS-EMI-MES.
           05 LINE 04 COLUMN 27 PIC 9(04) USING WS-EMI-ANO.
           05 LINE 05 COLUMN 01 VALUE "VENCTO DD MM AAAA.:".
           05 LINE 05 COLUMN 21 PIC 99 USING WS-VEN-DIA.
           05 LINE 05 COLUMN 24 PIC 99 USING WS-VEN-MES.
           05 LINE 05 COLUMN 27 PIC 9(04) USING WS-VEN-ANO.

       01 TELA-NF-ITEM.
           05 LINE 07 COLUMN 01 VALUE "SKU (ZERO=FIM)...: ".
           05 LINE 07 COLUMN 21 PIC 9(04) USING WS-ITEM-SKU.
           05 LINE 08 COLUMN 01 VALUE "QUANTIDADE.......: ".
           05 LINE 08 COLUMN 21 PIC 9(04) USING WS-ITEM-QTD.
           05 LINE 09 COLUMN 01 VALUE "CUSTO UNITARIO...: ".
           05 LINE 09 COLUMN 21 PIC 9(04)V99 USING WS-ITEM-CUSTO.

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
           OPEN I-O ARQUIVO-NF
           IF WS-STATUS-NF NOT = "00"
               IF WS-STATUS-NF = "35" OR WS-STATUS-NF = "30"
                   OPEN OUTPUT ARQUIVO-NF
                   CLOSE ARQUIVO-NF
                   OPEN I-O ARQUIVO-NF
               END-IF
           END-IF
           IF WS-STATUS-NF NOT = "00"
               DISPLAY "ERRO AO ABRIR NOTAS. STATUS: " WS-STATUS-NF
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN I-O ARQUIVO-NFITEM
           IF WS-STATUS-NFITEM NOT = "00"
               IF WS-STATUS-NFITEM = "35" OR WS-STATUS-NFITEM = "30"
                   OPEN OUTPUT ARQUIVO-NFITEM
                   CLOSE ARQUIVO-NFITEM
                   OPEN I-O ARQUIVO-NFITEM
               END-IF
           END-IF
           IF WS-STATUS-NFITEM NOT = "00"
               DISPLAY "ERRO AO ABRIR LINHAS DAS NOTAS. STATUS: "
                   WS-STATUS-NFITEM
               CLOSE ARQUIVO-NF
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN INPUT ARQUIVO-PED
           IF WS-STATUS-PED NOT = "00"
               DISPLAY "ARQUIVO DE PEDIDOS NAO ENCONTRADO. "
                   "EXECUTE O PROG023. STATUS: " WS-STATUS-PED
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
               CLOSE ARQUIVO-PED
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN INPUT ARQUIVO-FORN
           IF WS-STATUS-FORN NOT = "00"
               DISPLAY "ERRO AO ABRIR FORNECEDORES. STATUS: "
                   WS-STATUS-FORN
               CLOSE ARQUIVO-NF
               CLOSE ARQUIVO-NFITEM
               CLOSE ARQUIVO-PED
               CLOSE ARQUIVO
               GO TO P-FIM-STOP-RUN
           END-IF
           GO TO P-PRINCIPAL.

       P-PRINCIPAL.
           MOVE "N" TO WS-SAIR
           PERFORM UNTIL WS-FIM-PROGRAMA
               PERFORM P-MENU-INICIO THRU P-MENU-FIM
           END-PERFORM
           CLOSE ARQUIVO-NF
           CLOSE ARQUIVO-NFITEM
           CLOSE ARQUIVO-PED
           CLOSE ARQUIVO
           CLOSE ARQUIVO-FORN
           GO TO P-FIM-STOP-RUN.

       P-MENU-INICIO.
           DISPLAY TELA-MENU
           ACCEPT TELA-MENU
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P-DIGITAR-INICIO THRU P-DIGITAR-FIM
               WHEN 2
                   PERFORM P-CONSULTAR-INICIO THRU P-CONSULTAR-FIM
               WHEN 3
                   PERFORM P-EXCLUIR-INICIO THRU P-EXCLUIR-FIM
               WHEN 4
                   PERFORM P-PAGAR-INICIO THRU P-PAGAR-FIM
               WHEN 5
                   MOVE "S" TO WS-SAIR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       P-MENU-FIM.
           EXIT.

      ******************************************************************
      * PARAGRAFOS DE DIGITACAO DA NOTA
      ******************************************************************

       P-DIGITAR-INICIO.
           MOVE ZEROS TO WS-NF-FORNECEDOR WS-NF-NUMERO WS-NF-PEDIDO
           MOVE ZEROS TO WS-EMI-DIA WS-EMI-MES WS-EMI-ANO
           MOVE ZEROS TO WS-VEN-DIA WS-VEN-MES WS-VEN-ANO
           DISPLAY TELA-NF-BUSCA
           ACCEPT TELA-NF-BUSCA
           MOVE "N" TO WS-ACHOU
           MOVE WS-NF-FORNECEDOR TO FORN-CODIGO
           READ ARQUIVO-FORN KEY IS FORN-CODIGO
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ
           IF NOT WS-REGISTRO-ACHOU
               DISPLAY "FORNECEDOR NAO CADASTRADO. USE O PROG012."
               GO TO P-DIGITAR-FIM
           END-IF
           PERFORM P-LER-NOTA
           IF WS-REGISTRO-ACHOU
               DISPLAY "NOTA JA DIGITADA PARA ESTE FORNECEDOR."
               GO TO P-DIGITAR-FIM
           END-IF
           DISPLAY TELA-NF-CABECALHO
           ACCEPT TELA-NF-CABECALHO
           PERFORM P-VALIDAR-CABECALHO THRU P-VALIDAR-CAB-FIM
           IF NOT WS-REGISTRO-ACHOU
               GO TO P-DIGITAR-FIM
           END-IF
           MOVE WS-NF-FORNECEDOR   TO NF-FORNECEDOR
           MOVE WS-NF-NUMERO       TO NF-NUMERO
           MOVE WS-NF-PEDIDO       TO NF-PEDIDO
           MOVE WS-DATA-EMISSAO    TO NF-DATA-EMISSAO
           MOVE WS-DATA-VENCIMENTO TO NF-DATA-VENCIMENTO
           MOVE ZEROS              TO NF-VALOR-TOTAL
           MOVE WS-OPERADOR        TO NF-OPERADOR
           MOVE "D"                TO NF-SITUACAO
           MOVE ZEROS              TO NF-DATA-CONFERENCIA
           MOVE ZEROS              TO NF-DATA-PAGAMENTO
           WRITE NOTA-FISCAL
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR NOTA. STATUS: "
                       WS-STATUS-NF
                   GO TO P-DIGITAR-FIM
           END-WRITE
           MOVE ZEROS TO WS-ITENS-GRAVADOS WS-VALOR-TOTAL
           MOVE 1 TO WS-ITEM-SKU
           PERFORM UNTIL WS-ITEM-SKU = ZEROS
               MOVE ZEROS TO WS-ITEM-SKU WS-ITEM-QTD WS-ITEM-CUSTO
               DISPLAY TELA-NF-ITEM
               ACCEPT TELA-NF-ITEM
               IF WS-ITEM-SKU NOT = ZEROS
                   PERFORM P-VALIDAR-E-GRAVAR-ITEM
                       THRU P-VALIDAR-ITEM-FIM
               END-IF
           END-PERFORM
           PERFORM P-LER-NOTA
           IF WS-ITENS-GRAVADOS = ZEROS
               DISPLAY "NOTA SEM LINHAS. NOTA EXCLUIDA."
               DELETE ARQUIVO-NF RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO EXCLUIR NOTA. STATUS: "
                           WS-STATUS-NF
                   NOT INVALID KEY
                       CONTINUE
               END-DELETE
               GO TO P-DIGITAR-FIM
           END-IF
           MOVE WS-VALOR-TOTAL TO NF-VALOR-TOTAL
           REWRITE NOTA-FISCAL
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR NOTA. STATUS: "
                       WS-STATUS-NF
               NOT INVALID KEY
                   DISPLAY "NOTA " WS-NF-NUMERO " DO FORNECEDOR "
                       WS-NF-FORNECEDOR " GRAVADA COM "
                       WS-ITENS-GRAVADOS " LINHAS. TOTAL: "
                       WS-VALOR-TOTAL
                   DISPLAY "EXECUTE O PROG034 PARA A CONFERENCIA."
           END-REWRITE.

       P-DIGITAR-FIM.
           EXIT.

      * A NOTA SO ENTRA CONTRA PEDIDO DO MESMO FORNECEDOR, COM DATAS
      * VALIDAS E VENCIMENTO NAO ANTERIOR A EMISSAO.
       P-VALIDAR-CABECALHO.
           MOVE "N" TO WS-ACHOU
           MOVE WS-NF-PEDIDO TO PED-NUMERO
           READ ARQUIVO-PED KEY IS PED-NUMERO
               INVALID KEY
                   DISPLAY "PEDIDO NAO ENCONTRADO."
                   GO TO P-VALIDAR-CAB-FIM
           END-READ
           IF PED-FORNECEDOR NOT = WS-NF-FORNECEDOR
               DISPLAY "PEDIDO " PED-NUMERO " E DO FORNECEDOR "
                   PED-FORNECEDOR ". NOTA NAO ACEITA."
               GO TO P-VALIDAR-CAB-FIM
           END-IF
           COMPUTE WS-DATA-EMISSAO =
               (WS-EMI-ANO * 10000) + (WS-EMI-MES * 100) + WS-EMI-DIA
           COMPUTE WS-DATA-VENCIMENTO =
               (WS-VEN-ANO * 10000) + (WS-VEN-MES * 100) + WS-VEN-DIA
           MOVE ZEROS TO WS-INTEIRO-EMISSAO WS-INTEIRO-VENCIMENTO
           IF WS-DATA-EMISSAO > ZEROS
               COMPUTE WS-INTEIRO-EMISSAO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-EMISSAO)
           END-IF
           IF WS-DATA-VENCIMENTO > ZEROS
               COMPUTE WS-INTEIRO-VENCIMENTO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-VENCIMENTO)
           END-IF
           IF WS-INTEIRO-EMISSAO = ZEROS
               DISPLAY "DATA DE EMISSAO INVALIDA."
               GO TO P-VALIDAR-CAB-FIM
           END-IF
           IF WS-INTEIRO-VENCIMENTO = ZEROS
               DISPLAY "DATA DE VENCIMENTO INVALIDA."
               GO TO P-VALIDAR-CAB-FIM
           END-IF
           IF WS-INTEIRO-VENCIMENTO < WS-INTEIRO-EMISSAO
               DISPLAY "VENCIMENTO ANTERIOR A EMISSAO."
               GO TO P-VALIDAR-CAB-FIM
           END-IF
           MOVE "S" TO WS-ACHOU.

       P-VALIDAR-CAB-FIM.
           EXIT.

       P-VALIDAR-E-GRAVAR-ITEM.
           IF WS-ITEM-QTD = ZEROS
               DISPLAY "QUANTIDADE DEVE SER MAIOR QUE ZERO."
               GO TO P-VALIDAR-ITEM-FIM
           END-IF
           MOVE "N" TO WS-ACHOU
           MOVE WS-ITEM-SKU TO SKU
           READ ARQUIVO KEY IS SKU
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ
           IF NOT WS-REGISTRO-ACHOU
               DISPLAY "SKU NAO ENCONTRADO NO CADASTRO."
               GO TO P-VALIDAR-ITEM-FIM
           END-IF
           MOVE WS-NF-FORNECEDOR TO NFI-FORNECEDOR
           MOVE WS-NF-NUMERO     TO NFI-NUMERO
           MOVE WS-ITEM-SKU      TO NFI-SKU
           MOVE WS-ITEM-QTD      TO NFI-QTD
           MOVE WS-ITEM-CUSTO    TO NFI-CUSTO-UNIT
           MOVE SPACE            TO NFI-OCORRENCIA
           WRITE NF-ITEM
               INVALID KEY
                   DISPLAY "SKU " WS-ITEM-SKU " JA ESTA NA NOTA. "
                       "LINHA IGNORADA."
               NOT INVALID KEY
                   ADD 1 TO WS-ITENS-GRAVADOS
                   COMPUTE WS-VALOR-TOTAL = WS-VALOR-TOTAL
                       + (WS-ITEM-QTD * WS-ITEM-CUSTO)
           END-WRITE.

       P-VALIDAR-ITEM-FIM.
           EXIT.

       P-LER-NOTA.
           MOVE "N" TO WS-ACHOU
           MOVE WS-NF-FORNECEDOR TO NF-FORNECEDOR
           MOVE WS-NF-NUMERO     TO NF-NUMERO
           READ ARQUIVO-NF KEY IS NF-CHAVE
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ.

      ******************************************************************
      * PARAGRAFOS DE CONSULTA
      ******************************************************************

       P-CONSULTAR-INICIO.
           MOVE ZEROS TO WS-NF-FORNECEDOR WS-NF-NUMERO
           DISPLAY TELA-NF-BUSCA
           ACCEPT TELA-NF-BUSCA
           PERFORM P-LER-NOTA
           IF NOT WS-REGISTRO-ACHOU
               DISPLAY "NOTA NAO ENCONTRADA."
               GO TO P-CONSULTAR-FIM
           END-IF
           DISPLAY "NOTA......: " NF-NUMERO
           DISPLAY "FORNECEDOR: " NF-FORNECEDOR
           DISPLAY "PEDIDO....: " NF-PEDIDO
           DISPLAY "EMISSAO...: " NF-DATA-EMISSAO
           DISPLAY "VENCIMENTO: " NF-DATA-VENCIMENTO
           DISPLAY "VALOR.....: " NF-VALOR-TOTAL
           DISPLAY "SITUACAO..: " NF-SITUACAO
               " (D=DIGITADA L=LIBERADA R=RETIDA P=PAGA)"
           DISPLAY "SKU  NOME                            QTD  "
               "   CUSTO  OCORR"
           MOVE ZEROS TO WS-ITENS-LISTADOS
           PERFORM P-POSICIONAR-LINHAS
           PERFORM UNTIL WS-FIM-DO-NFITEM
               READ ARQUIVO-NFITEM NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-NFITEM
                   NOT AT END
                       IF NFI-FORNECEDOR NOT = WS-NF-FORNECEDOR
                               OR NFI-NUMERO NOT = WS-NF-NUMERO
                           MOVE "S" TO WS-FIM-NFITEM
                       ELSE
                           PERFORM P-LISTAR-UMA-LINHA
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "LINHAS DA NOTA: " WS-ITENS-LISTADOS
           DISPLAY "TECLE ENTER PARA CONTINUAR."
           ACCEPT WS-CONFIRMA FROM CONSOLE.

       P-CONSULTAR-FIM.
           EXIT.

       P-POSICIONAR-LINHAS.
           MOVE WS-NF-FORNECEDOR TO NFI-FORNECEDOR
           MOVE WS-NF-NUMERO     TO NFI-NUMERO
           MOVE ZEROS            TO NFI-SKU
           START ARQUIVO-NFITEM KEY IS NOT LESS THAN NFI-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-NFITEM
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-NFITEM
           END-START.

       P-LISTAR-UMA-LINHA.
           MOVE NFI-SKU TO WS-LI-SKU
           MOVE NFI-SKU TO SKU
           READ ARQUIVO KEY IS SKU
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO WS-LI-NOME
               NOT INVALID KEY
                   MOVE NOME TO WS-LI-NOME
           END-READ
           MOVE NFI-QTD        TO WS-LI-QTD
           MOVE NFI-CUSTO-UNIT TO WS-LI-CUSTO
           MOVE NFI-OCORRENCIA TO WS-LI-OCORRENCIA
           DISPLAY WS-LINHA-ITEM
           ADD 1 TO WS-ITENS-LISTADOS.

      ******************************************************************
      * PARAGRAFOS DE EXCLUSAO
      ******************************************************************

       P-EXCLUIR-INICIO.
           MOVE ZEROS TO WS-NF-FORNECEDOR WS-NF-NUMERO
           DISPLAY TELA-NF-BUSCA
           ACCEPT TELA-NF-BUSCA
           PERFORM P-LER-NOTA
           IF NOT WS-REGISTRO-ACHOU
               DISPLAY "NOTA NAO ENCONTRADA."
               GO TO P-EXCLUIR-FIM
           END-IF
           IF NF-SITUACAO NOT = "D" AND NF-SITUACAO NOT = "R"
               DISPLAY "NOTA JA LIBERADA OU PAGA. EXCLUSAO NEGADA."
               GO TO P-EXCLUIR-FIM
           END-IF
           DISPLAY "NOTA " NF-NUMERO " DO FORNECEDOR " NF-FORNECEDOR
               ". CONFIRMA A EXCLUSAO (S/N)? "
           ACCEPT WS-CONFIRMA FROM CONSOLE
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "EXCLUSAO CANCELADA."
               GO TO P-EXCLUIR-FIM
           END-IF
           PERFORM P-POSICIONAR-LINHAS
           PERFORM UNTIL WS-FIM-DO-NFITEM
               READ ARQUIVO-NFITEM NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-NFITEM
                   NOT AT END
                       IF NFI-FORNECEDOR NOT = WS-NF-FORNECEDOR
                               OR NFI-NUMERO NOT = WS-NF-NUMERO
                           MOVE "S" TO WS-FIM-NFITEM
                       ELSE
                           DELETE ARQUIVO-NFITEM RECORD
                       END-IF
               END-READ
           END-PERFORM
           PERFORM P-LER-NOTA
           DELETE ARQUIVO-NF RECORD
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR NOTA. STATUS: "
                       WS-STATUS-NF
               NOT INVALID KEY
                   DISPLAY "NOTA EXCLUIDA."
           END-DELETE.

       P-EXCLUIR-FIM.
           EXIT.

      ******************************************************************
      * PARAGRAFOS DE PAGAMENTO
      ******************************************************************

       P-PAGAR-INICIO.
           MOVE ZEROS TO WS-NF-FORNECEDOR WS-NF-NUMERO
           DISPLAY TELA-NF-BUSCA
           ACCEPT TELA-NF-BUSCA
           PERFORM P-LER-NOTA
           IF NOT WS-REGISTRO-ACHOU
               DISPLAY "NOTA NAO ENCONTRADA."
               GO TO P-PAGAR-FIM
           END-IF
           IF NF-SITUACAO NOT = "L"
               DISPLAY "SO NOTA LIBERADA PELA CONFERENCIA PODE SER "
                   "PAGA. SITUACAO: " NF-SITUACAO
               GO TO P-PAGAR-FIM
           END-IF
           DISPLAY "NOTA " NF-NUMERO " VALOR " NF-VALOR-TOTAL
               " VENCIMENTO " NF-DATA-VENCIMENTO
               ". CONFIRMA O PAGAMENTO (S/N)? "
           ACCEPT WS-CONFIRMA FROM CONSOLE
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "PAGAMENTO CANCELADO."
               GO TO P-PAGAR-FIM
           END-IF
           MOVE "P"              TO NF-SITUACAO
           MOVE WS-HOJE-AAAAMMDD TO NF-DATA-PAGAMENTO
           REWRITE NOTA-FISCAL
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR NOTA. STATUS: "
                       WS-STATUS-NF
               NOT INVALID KEY
                   DISPLAY "PAGAMENTO REGISTRADO."
           END-REWRITE.

       P-PAGAR-FIM.
           EXIT.

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
           MOVE "PROG033 "       TO SGN-PROGRAMA
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
           MOVE "PROG033 " TO PRM-PROGRAMA
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
           MOVE "PROG033 "    TO PRM-PROGRAMA
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
