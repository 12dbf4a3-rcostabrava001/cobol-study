      ******************************************************************
      * AUTHOR: RODRIGO COSTABRAVA
      * PURPOSE: REPOSICAO DA LOJA A PARTIR DO DEPOSITO: PARA CADA SKU
      *          COM PARAMETROS DE GONDOLA (PROG039-GON.DAT) COMPARA O
      *          SALDO DA LOJA (PROG009-SALDO.DAT, MAIS AS
      *          TRANSFERENCIAS PENDENTES PARA A LOJA) COM O MINIMO E,
      *          ABAIXO DELE, COMPLETA ATE A CAPACIDADE COM O QUE O
      *          DEPOSITO TEM DISPONIVEL. GRAVA O MOVIMENTO "T"
      *          (MOTIVO "REP", DEPOSITO PARA LOJA) PENDENTE NO LEDGER
      *          (PROG008-MOV.DAT) E A SEPARACAO AGUARDANDO CONFIRMACAO
      *          (PROG040-SEP.DAT); O PROG009 SO MOVE O SALDO DEPOIS
      *          QUE O PROG041 CONFIRMA A SEPARACAO. IMPRIME EM
      *          PROG040.LST A LISTA DE SEPARACAO POR CORREDOR E
      *          POSICAO DO DEPOSITO (ORDEM DE CAMINHADA) E A LISTA DE
      *          EXCECOES DOS SKUS QUE NAO PUDERAM SER REPOSTOS POR
      *          INTEIRO
      ******************************************************************

       IDENTIFICATION DIVISION.
           PROGRAM-ID. PROG040.
           AUTHOR. RODRIGO COSTABRAVA

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELARQ.
           COPY SELGON.
           COPY SELSLD.
           COPY SELMOV.
           COPY SELSEP.
           COPY SELFEC.
           COPY SELOPE.
           COPY SELSGN.
           COPY SELSES.
           COPY SELPRM.

           SELECT SORT-SEPARACAO ASSIGN TO "SORTWK1".

           SELECT RELATORIO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
           COPY FDARQ.
           COPY FDGON.
           COPY FDSLD.
           COPY FDMOV.
           COPY FDSEP.
           COPY FDFEC.
           COPY FDOPE.
           COPY FDSGN.
           COPY FDSES.
           COPY FDPRM.

       SD SORT-SEPARACAO.
           01 SD-REGISTRO.
               05 SD-TIPO              PIC X(01).
               05 SD-CORREDOR          PIC X(02).
               05 SD-POSICAO           PIC X(03).
               05 SD-SKU               PIC 9(04).
               05 SD-NOME              PIC X(20).
               05 SD-LOJA              PIC 9(04).
               05 SD-MINIMO            PIC 9(04).
               05 SD-CAPACIDADE        PIC 9(04).
               05 SD-NECESSARIA        PIC 9(04).
               05 SD-SUGERIDA          PIC 9(04).
               05 SD-MOTIVO            PIC X(30).

       FD RELATORIO
           LABEL RECORDS ARE STANDARD.
           01 LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO       PIC X(02).
           77 WS-STATUS-GON           PIC X(02).
           77 WS-STATUS-SALDO         PIC X(02).
           77 WS-STATUS-MOV           PIC X(02).
           77 WS-STATUS-SEP           PIC X(02).
           77 WS-STATUS-FECH          PIC X(02).
           77 WS-STATUS-RELATORIO     PIC X(02).
           77 WS-FIM-GON              PIC X(01) VALUE "N".
               88 WS-FIM-DO-GON       VALUE "S".
           77 WS-FIM-MOV              PIC X(01) VALUE "N".
               88 WS-FIM-DO-MOV       VALUE "S".
           77 WS-FIM-SORT             PIC X(01) VALUE "N".
               88 WS-FIM-DO-SORT      VALUE "S".
           77 WS-ACHOU                PIC X(01) VALUE "N".
               88 WS-REGISTRO-ACHOU   VALUE "S".
           77 WS-TEM-GRUPO            PIC X(01) VALUE "N".
               88 WS-GRUPO-ABERTO     VALUE "S".
           77 WS-TEM-EXCECAO          PIC X(01) VALUE "N".
               88 WS-EXCECAO-ABERTA   VALUE "S".
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

           77 WS-HOJE-AAAAMMDD        PIC 9(08) VALUE ZEROS.
           77 WS-DATA-LANCAMENTO      PIC 9(08) VALUE ZEROS.
           77 WS-PERIODO-FECHADO      PIC X(01) VALUE "N".
               88 WS-PERIODO-BLOQUEADO VALUE "S".

           77 WS-IND                  PIC 9(04) COMP VALUE ZEROS.
           77 WS-MAX-SKU              PIC 9(04) COMP VALUE 9999.
           77 WS-LOCAL-BUSCA          PIC X(01) VALUE SPACE.
           77 WS-SALDO-LOCAL-QTD      PIC 9(04) VALUE ZEROS.
           77 WS-LOJA-PROJETADA       PIC S9(06) VALUE ZEROS.
           77 WS-DEPOSITO-DISPONIVEL  PIC S9(06) VALUE ZEROS.
           77 WS-QTD-NECESSARIA       PIC S9(06) VALUE ZEROS.
           77 WS-QTD-SUGERIDA         PIC S9(06) VALUE ZEROS.
           77 WS-MOTIVO-EXCECAO       PIC X(30) VALUE SPACES.
           77 WS-CORREDOR-ATUAL       PIC X(02) VALUE SPACES.

           77 WS-TOTAL-AVALIADOS      PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-SEPARACOES     PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-UNIDADES       PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-EXCECOES       PIC 9(05) VALUE ZEROS.

      * TRANSFERENCIAS AINDA PENDENTES NO LEDGER, POR SKU: O QUE JA
      * ESTA A CAMINHO DA LOJA E O QUE JA ESTA COMPROMETIDO NO
      * DEPOSITO, PARA UMA NOVA EXECUCAO NAO REPOR DUAS VEZES.
           01 WS-TABELA-PENDENTE.
               05 WS-PENDENTE OCCURS 9999 TIMES.
                   10 WS-PD-ENTRA-LOJA    PIC S9(06) COMP.
                   10 WS-PD-SAI-DEPOSITO  PIC S9(06) COMP.

           01 WS-LINHA-TITULO.
               05 FILLER PIC X(40) VALUE
                   "LISTA DE SEPARACAO - REPOSICAO DA LOJA  ".
               05 FILLER PIC X(06) VALUE "DATA: ".
               05 WS-TI-DATA           PIC 9(08).

           01 WS-LINHA-CAB-CORREDOR.
               05 FILLER PIC X(20) VALUE "CORREDOR DEPOSITO: ".
               05 WS-CC-CORREDOR       PIC X(02).

           01 WS-LINHA-CABECALHO.
               05 FILLER PIC X(40) VALUE
                   "POS SKU  NOME                 LOJA  MIN ".
               05 FILLER PIC X(23) VALUE
                   " CAP  SEPARAR  SEPARADO".

           01 WS-LINHA-DETALHE.
               05 WS-LD-POSICAO        PIC X(03).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-SKU            PIC 9(04).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-NOME           PIC X(20).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-LOJA           PIC ZZZ9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-MINIMO         PIC ZZZ9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LD-CAPACIDADE     PIC ZZZ9.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 WS-LD-SEPARAR        PIC ZZZ9.
               05 FILLER               PIC X(10) VALUE
                   "  ________".

           01 WS-LINHA-TITULO-EXCECAO.
               05 FILLER PIC X(40) VALUE
                   "EXCECOES - REPOSICAO NAO ATENDIDA POR IN".
               05 FILLER PIC X(06) VALUE "TEIRO".

           01 WS-LINHA-CAB-EXCECAO.
               05 FILLER PIC X(40) VALUE
                   "END    SKU  NOME            NECESS SEPAR".
               05 FILLER PIC X(16) VALUE
                   "AR  FALTA MOTIVO".

           01 WS-LINHA-EXCECAO.
               05 WS-LE-CORREDOR       PIC X(02).
               05 FILLER               PIC X(01) VALUE "-".
               05 WS-LE-POSICAO        PIC X(03).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LE-SKU            PIC 9(04).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LE-NOME           PIC X(15).
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-LE-NECESSARIA     PIC ZZZ9.
               05 FILLER               PIC X(04) VALUE SPACES.
               05 WS-LE-SUGERIDA       PIC ZZZ9.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-LE-FALTA          PIC ZZZ9.
               05 FILLER               PIC X(01) VALUE SPACE.
               05 WS-LE-MOTIVO         PIC X(30).

           01 WS-LINHA-RODAPE1.
               05 FILLER PIC X(30) VALUE
                   "LINHAS DE SEPARACAO.........: ".
               05 WS-LR-SEPARACOES     PIC ZZZZ9.

           01 WS-LINHA-RODAPE2.
               05 FILLER PIC X(30) VALUE
                   "UNIDADES A SEPARAR..........: ".
               05 WS-LR-UNIDADES       PIC ZZZZZZ9.

           01 WS-LINHA-RODAPE3.
               05 FILLER PIC X(30) VALUE
                   "EXCECOES....................: ".
               05 WS-LR-EXCECOES       PIC ZZZZ9.

       PROCEDURE DIVISION.

      ******************************************************************
      * PARAGRAFOS PRINCIPAIS
      ******************************************************************

       P-ABERTURA.
           DISPLAY "PROG040 - REPOSICAO DA LOJA A PARTIR DO DEPOSITO"
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
           MOVE WS-HOJE-AAAAMMDD TO WS-DATA-LANCAMENTO
           PERFORM P-VERIFICAR-PERIODO THRU P-VERIFICAR-PERIODO-FIM
           IF WS-PERIODO-BLOQUEADO
               DISPLAY "PERIODO " FEC-PERIODO " JA FECHADO PELO "
                   "PROG037. LANCAMENTO NAO PERMITIDO."
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN INPUT ARQUIVO-GON
           IF WS-STATUS-GON NOT = "00"
               DISPLAY "PARAMETROS DE GONDOLA NAO ENCONTRADOS. "
                   "EXECUTE O PROG039. STATUS: " WS-STATUS-GON
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN INPUT ARQUIVO-SALDO
           IF WS-STATUS-SALDO NOT = "00"
               DISPLAY "SALDOS POR LOCAL NAO ENCONTRADOS. "
                   "EXECUTE O PROG009. STATUS: " WS-STATUS-SALDO
               CLOSE ARQUIVO-GON
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN INPUT ARQUIVO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO. STATUS: "
                   WS-STATUS-ARQUIVO
               CLOSE ARQUIVO-GON
               CLOSE ARQUIVO-SALDO
               GO TO P-FIM-STOP-RUN
           END-IF
           MOVE 1 TO WS-IND
           PERFORM P-LIMPAR-PENDENTE
               UNTIL WS-IND > WS-MAX-SKU
           PERFORM P-CARREGAR-PENDENTES
           DISPLAY "CONFIRMA A GERACAO DA REPOSICAO (S/N)? "
           ACCEPT WS-CONFIRMA FROM CONSOLE
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "REPOSICAO CANCELADA PELO OPERADOR."
               PERFORM P-FECHAR-CADASTROS
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN I-O ARQUIVO-SEP
           IF WS-STATUS-SEP NOT = "00"
               IF WS-STATUS-SEP = "35" OR WS-STATUS-SEP = "30"
                   OPEN OUTPUT ARQUIVO-SEP
                   CLOSE ARQUIVO-SEP
                   OPEN I-O ARQUIVO-SEP
               END-IF
           END-IF
           IF WS-STATUS-SEP NOT = "00"
               DISPLAY "ERRO AO ABRIR SEPARACOES. STATUS: "
                   WS-STATUS-SEP
               PERFORM P-FECHAR-CADASTROS
               GO TO P-FIM-STOP-RUN
           END-IF
           OPEN OUTPUT RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO CRIAR RELATORIO. STATUS: "
                   WS-STATUS-RELATORIO
               PERFORM P-FECHAR-CADASTROS
               CLOSE ARQUIVO-SEP
               GO TO P-FIM-STOP-RUN
           END-IF
           PERFORM P-ABERTURA-MOV
           MOVE WS-HOJE-AAAAMMDD TO WS-TI-DATA
           MOVE WS-LINHA-TITULO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-PRINCIPAL.
           SORT SORT-SEPARACAO
               ON ASCENDING KEY SD-TIPO SD-CORREDOR SD-POSICAO
                                SD-SKU
               INPUT PROCEDURE IS P-SELECIONAR-INICIO
                   THRU P-SELECIONAR-FIM
               OUTPUT PROCEDURE IS P-IMPRIMIR-INICIO
                   THRU P-IMPRIMIR-FIM
           PERFORM P-FECHAR-CADASTROS
           CLOSE ARQUIVO-SEP
           CLOSE ARQUIVO-MOV
           CLOSE RELATORIO
           DISPLAY "RELATORIO GERADO: PROG040.LST"
           DISPLAY "SKUS AVALIADOS......: " WS-TOTAL-AVALIADOS
           DISPLAY "LINHAS DE SEPARACAO.: " WS-TOTAL-SEPARACOES
           DISPLAY "UNIDADES A SEPARAR..: " WS-TOTAL-UNIDADES
           DISPLAY "EXCECOES............: " WS-TOTAL-EXCECOES
           IF WS-TOTAL-SEPARACOES > ZEROS
               DISPLAY "CONFIRME A SEPARACAO NO PROG041 ANTES DE "
                   "EXECUTAR O PROG009."
           END-IF
           GO TO P-FIM-STOP-RUN.

       P-FECHAR-CADASTROS.
           CLOSE ARQUIVO-GON
           CLOSE ARQUIVO-SALDO
           CLOSE ARQUIVO.

       P-ABERTURA-MOV.
           OPEN EXTEND ARQUIVO-MOV
           IF WS-STATUS-MOV NOT = "00"
               OPEN OUTPUT ARQUIVO-MOV
               CLOSE ARQUIVO-MOV
               OPEN EXTEND ARQUIVO-MOV
           END-IF.

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

      ******************************************************************
      * PARAGRAFOS DE CARGA DAS TRANSFERENCIAS PENDENTES
      ******************************************************************

       P-LIMPAR-PENDENTE.
           MOVE ZEROS TO WS-PD-ENTRA-LOJA (WS-IND)
           MOVE ZEROS TO WS-PD-SAI-DEPOSITO (WS-IND)
           ADD 1 TO WS-IND.

       P-CARREGAR-PENDENTES.
           OPEN INPUT ARQUIVO-MOV
           IF WS-STATUS-MOV = "00"
               PERFORM P-LER-PENDENTES
               CLOSE ARQUIVO-MOV
           END-IF.

       P-LER-PENDENTES.
           MOVE "N" TO WS-FIM-MOV
           PERFORM UNTIL WS-FIM-DO-MOV
               READ ARQUIVO-MOV NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-MOV
                   NOT AT END
                       IF MOV-SITUACAO = "P" AND MOV-TIPO = "T"
                           AND MOV-SKU > ZEROS
                           PERFORM P-ACUMULAR-PENDENTE
                       END-IF
               END-READ
           END-PERFORM.

       P-ACUMULAR-PENDENTE.
           MOVE MOV-SKU TO WS-IND
           IF MOV-LOCAL-DEST = "L"
               ADD MOV-QTD TO WS-PD-ENTRA-LOJA (WS-IND)
           END-IF
           IF MOV-LOCAL = "D"
               ADD MOV-QTD TO WS-PD-SAI-DEPOSITO (WS-IND)
           END-IF.

      ******************************************************************
      * PARAGRAFOS DE SELECAO (INPUT PROCEDURE DO SORT)
      ******************************************************************

       P-SELECIONAR-INICIO.
           MOVE "N" TO WS-FIM-GON
           PERFORM UNTIL WS-FIM-DO-GON
               READ ARQUIVO-GON NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-GON
                   NOT AT END
                       ADD 1 TO WS-TOTAL-AVALIADOS
                       PERFORM P-AVALIAR-SKU THRU P-AVALIAR-SKU-FIM
               END-READ
           END-PERFORM.

       P-SELECIONAR-FIM.
           EXIT.

       P-AVALIAR-SKU.
           MOVE GON-SKU        TO SD-SKU
           MOVE GON-CORREDOR   TO SD-CORREDOR
           MOVE GON-POSICAO    TO SD-POSICAO
           MOVE GON-MINIMO     TO SD-MINIMO
           MOVE GON-CAPACIDADE TO SD-CAPACIDADE
           MOVE ZEROS TO SD-LOJA SD-NECESSARIA SD-SUGERIDA
           MOVE GON-SKU TO SKU
           READ ARQUIVO KEY IS SKU
               INVALID KEY
                   MOVE SPACES TO SD-NOME
                   MOVE "SKU NAO CADASTRADO" TO WS-MOTIVO-EXCECAO
                   PERFORM P-LIBERAR-EXCECAO
                   GO TO P-AVALIAR-SKU-FIM
           END-READ
           MOVE NOME TO SD-NOME
           MOVE "N" TO WS-ACHOU
           MOVE GON-SKU TO SEP-SKU
           READ ARQUIVO-SEP KEY IS SEP-SKU
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ
           IF WS-REGISTRO-ACHOU AND SEP-SITUACAO = "A"
               MOVE SEP-QTD-SUGERIDA TO SD-SUGERIDA
               MOVE "SEPARACAO ANTERIOR PENDENTE"
                   TO WS-MOTIVO-EXCECAO
               PERFORM P-LIBERAR-EXCECAO
               GO TO P-AVALIAR-SKU-FIM
           END-IF
           MOVE GON-SKU TO WS-IND
           MOVE "L" TO WS-LOCAL-BUSCA
           PERFORM P-OBTER-SALDO
           COMPUTE WS-LOJA-PROJETADA =
               WS-SALDO-LOCAL-QTD + WS-PD-ENTRA-LOJA (WS-IND)
           IF WS-LOJA-PROJETADA NOT < GON-MINIMO
               GO TO P-AVALIAR-SKU-FIM
           END-IF
           MOVE WS-LOJA-PROJETADA TO SD-LOJA
           COMPUTE WS-QTD-NECESSARIA =
               GON-CAPACIDADE - WS-LOJA-PROJETADA
           MOVE "D" TO WS-LOCAL-BUSCA
           PERFORM P-OBTER-SALDO
           COMPUTE WS-DEPOSITO-DISPONIVEL =
               WS-SALDO-LOCAL-QTD - WS-PD-SAI-DEPOSITO (WS-IND)
           IF WS-DEPOSITO-DISPONIVEL < ZEROS
               MOVE ZEROS TO WS-DEPOSITO-DISPONIVEL
           END-IF
           IF WS-DEPOSITO-DISPONIVEL < WS-QTD-NECESSARIA
               MOVE WS-DEPOSITO-DISPONIVEL TO WS-QTD-SUGERIDA
           ELSE
               MOVE WS-QTD-NECESSARIA TO WS-QTD-SUGERIDA
           END-IF
           MOVE WS-QTD-NECESSARIA TO SD-NECESSARIA
           MOVE WS-QTD-SUGERIDA   TO SD-SUGERIDA
           IF WS-QTD-SUGERIDA > ZEROS
               PERFORM P-GRAVAR-TRANSFERENCIA
               PERFORM P-GRAVAR-SEPARACAO
               MOVE "1" TO SD-TIPO
               MOVE SPACES TO SD-MOTIVO
               RELEASE SD-REGISTRO
               ADD 1 TO WS-TOTAL-SEPARACOES
               ADD WS-QTD-SUGERIDA TO WS-TOTAL-UNIDADES
           END-IF
           IF WS-QTD-SUGERIDA < WS-QTD-NECESSARIA
               MOVE "DEPOSITO SEM SALDO SUFICIENTE"
                   TO WS-MOTIVO-EXCECAO
               PERFORM P-LIBERAR-EXCECAO
           END-IF.

       P-AVALIAR-SKU-FIM.
           EXIT.

       P-LIBERAR-EXCECAO.
           MOVE "2" TO SD-TIPO
           MOVE WS-MOTIVO-EXCECAO TO SD-MOTIVO
           RELEASE SD-REGISTRO
           ADD 1 TO WS-TOTAL-EXCECOES.

       P-OBTER-SALDO.
           MOVE GON-SKU        TO SLD-SKU
           MOVE WS-LOCAL-BUSCA TO SLD-LOCAL
           READ ARQUIVO-SALDO KEY IS SLD-CHAVE
               INVALID KEY
                   MOVE ZEROS TO WS-SALDO-LOCAL-QTD
               NOT INVALID KEY
                   MOVE SLD-QTD TO WS-SALDO-LOCAL-QTD
           END-READ.

       P-GRAVAR-TRANSFERENCIA.
           MOVE GON-SKU          TO MOV-SKU
           MOVE "T"              TO MOV-TIPO
           MOVE SPACE            TO MOV-SINAL
           MOVE WS-QTD-SUGERIDA  TO MOV-QTD
           MOVE "REP"            TO MOV-MOTIVO
           MOVE WS-HOJE-AAAAMMDD TO MOV-DATA
           ACCEPT MOV-HORA FROM TIME
           MOVE WS-OPERADOR      TO MOV-OPERADOR
           MOVE "P"              TO MOV-SITUACAO
           MOVE "D"              TO MOV-LOCAL
           MOVE "L"              TO MOV-LOCAL-DEST
           MOVE ZEROS            TO MOV-CUSTO-UNIT
           MOVE SPACES           TO MOV-LOTE
           MOVE ZEROS            TO MOV-VALIDADE-LOTE
           MOVE ZEROS            TO MOV-DATA-APLICACAO
           MOVE ZEROS            TO MOV-DATA-DIARIO
           MOVE ZEROS            TO MOV-PEDIDO
           WRITE REGISTRO-MOV.

      * A SEPARACAO GUARDA DATA E HORA DO MOVIMENTO GRAVADO, QUE E
      * COMO O PROG009 RECONHECE A TRANSFERENCIA AINDA NAO CONFIRMADA.
       P-GRAVAR-SEPARACAO.
           MOVE GON-SKU           TO SEP-SKU
           MOVE MOV-DATA          TO SEP-DATA
           MOVE MOV-HORA          TO SEP-HORA
           MOVE WS-QTD-NECESSARIA TO SEP-QTD-NECESSARIA
           MOVE WS-QTD-SUGERIDA   TO SEP-QTD-SUGERIDA
           MOVE ZEROS             TO SEP-QTD-SEPARADA
           MOVE "A"               TO SEP-SITUACAO
           MOVE WS-OPERADOR       TO SEP-OPERADOR
           IF WS-REGISTRO-ACHOU
               REWRITE SEPARACAO-REPOSICAO
           ELSE
               WRITE SEPARACAO-REPOSICAO
           END-IF.

      ******************************************************************
      * PARAGRAFOS DE IMPRESSAO (OUTPUT PROCEDURE DO SORT)
      ******************************************************************

       P-IMPRIMIR-INICIO.
           MOVE "N" TO WS-FIM-SORT
           MOVE "N" TO WS-TEM-GRUPO
           MOVE "N" TO WS-TEM-EXCECAO
           PERFORM UNTIL WS-FIM-DO-SORT
               RETURN SORT-SEPARACAO
                   AT END
                       MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       IF SD-TIPO = "1"
                           PERFORM P-IMPRIMIR-SEPARACAO
                       ELSE
                           PERFORM P-IMPRIMIR-EXCECAO
                       END-IF
               END-RETURN
           END-PERFORM
           PERFORM P-IMPRIMIR-RODAPE.

       P-IMPRIMIR-FIM.
           EXIT.

       P-IMPRIMIR-SEPARACAO.
           IF NOT WS-GRUPO-ABERTO OR SD-CORREDOR NOT = WS-CORREDOR-ATUAL
               MOVE "S" TO WS-TEM-GRUPO
               MOVE SD-CORREDOR TO WS-CORREDOR-ATUAL
               MOVE SD-CORREDOR TO WS-CC-CORREDOR
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE WS-LINHA-CAB-CORREDOR TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           MOVE SD-POSICAO    TO WS-LD-POSICAO
           MOVE SD-SKU        TO WS-LD-SKU
           MOVE SD-NOME       TO WS-LD-NOME
           MOVE SD-LOJA       TO WS-LD-LOJA
           MOVE SD-MINIMO     TO WS-LD-MINIMO
           MOVE SD-CAPACIDADE TO WS-LD-CAPACIDADE
           MOVE SD-SUGERIDA   TO WS-LD-SEPARAR
           MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-IMPRIMIR-EXCECAO.
           IF NOT WS-EXCECAO-ABERTA
               MOVE "S" TO WS-TEM-EXCECAO
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE WS-LINHA-TITULO-EXCECAO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE WS-LINHA-CAB-EXCECAO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           MOVE SD-CORREDOR   TO WS-LE-CORREDOR
           MOVE SD-POSICAO    TO WS-LE-POSICAO
           MOVE SD-SKU        TO WS-LE-SKU
           MOVE SD-NOME       TO WS-LE-NOME
           MOVE SD-NECESSARIA TO WS-LE-NECESSARIA
           MOVE SD-SUGERIDA   TO WS-LE-SUGERIDA
           IF SD-NECESSARIA > SD-SUGERIDA
               COMPUTE WS-LE-FALTA = SD-NECESSARIA - SD-SUGERIDA
           ELSE
               MOVE ZEROS TO WS-LE-FALTA
           END-IF
           MOVE SD-MOTIVO     TO WS-LE-MOTIVO
           MOVE WS-LINHA-EXCECAO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-IMPRIMIR-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-SEPARACOES TO WS-LR-SEPARACOES
           MOVE WS-LINHA-RODAPE1 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-UNIDADES TO WS-LR-UNIDADES
           MOVE WS-LINHA-RODAPE2 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-EXCECOES TO WS-LR-EXCECOES
           MOVE WS-LINHA-RODAPE3 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

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
           MOVE "PROG040 "       TO SGN-PROGRAMA
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
           MOVE "PROG040 " TO PRM-PROGRAMA
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
           MOVE "PROG040 "    TO PRM-PROGRAMA
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
