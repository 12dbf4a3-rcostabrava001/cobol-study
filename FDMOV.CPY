      *              P = PERDA
      *              A = AJUSTE
      *              T = TRANSFERENCIA ENTRE LOCAIS
      *              D = DEVOLUCAO DE CLIENTE (PDV)
      *          MOV-SINAL INDICA SE O MOVIMENTO SOMA (+) OU SUBTRAI
      *          (-) DE QTD-ESTOQUE; NA TRANSFERENCIA FICA EM BRANCO,
      *          POIS O TOTAL NAO MUDA. MOV-LOCAL E O LOCAL ATINGIDO
      *          MOV-CUSTO-UNIT E O CUSTO UNITARIO DO LOTE NAS
      *          ENTRADAS ("E"); QUANDO MAIOR QUE ZERO O PROG009
      *          RECALCULA VALOR-CUSTO PELA MEDIA PONDERADA DO
      *          ESTOQUE EXISTENTE COM O LOTE RECEBIDO. NA DEVOLUCAO
      *          ("D") GUARDA O CUSTO UNITARIO DA VENDA ORIGINAL. NOS
      *          DEMAIS TIPOS FICA ZERADO.
      *          MOV-LOTE E MOV-VALIDADE-LOTE (AAAAMMDD) IDENTIFICAM O
      *          LOTE NAS ENTRADAS; EM BRANCO/ZERO O PROG009 USA O
      *          LOTE "SEM LOTE" COM A VALIDADE DO CADASTRO. NAS
      *          SAIDAS, PERDAS E TRANSFERENCIAS O CONSUMO E FEFO
      *          (PROG009-LOTE.DAT); A BAIXA DE VENCIDOS DO PROG014
      *          GRAVA O LOTE BAIXADO.
      *          ARQUIVAMENTO (PROG028): ALEM DOS PENDENTES ("P"),
      *          FICAM NO ARQUIVO VIVO, MESMO ANTERIORES AO CORTE,
      *          OS MOVIMENTOS DATADOS DA ULTIMA BASE "C"/"I" DO SKU
      *          NO LOG EM DIANTE - O PROG026 OS SOMA SOBRE A BASE
      *          NA CONCILIACAO SEMANAL.
      *          MOV-DATA-APLICACAO E A DATA EM QUE O MOVIMENTO FOI
      *          APLICADO AO ESTOQUE (PROG009, PROG010, PROG014 E
      *          PROG021), QUE PODE SER POSTERIOR A MOV-DATA.
      *          MOV-DATA-DIARIO E A DATA DO DIARIO CONTABIL (PROG036)
      *          QUE LEVOU O MOVIMENTO; ZERADA ENQUANTO NAO EXPORTADO.
      *          MOV-PEDIDO E O NUMERO DO PEDIDO DE COMPRA NAS
      *          ENTRADAS DE RECEBIMENTO ("E"/"PED") DO PROG024; NOS
      *          DEMAIS MOVIMENTOS FICA ZERADO.
      ******************************************************************
       FD ARQUIVO-MOV
           LABEL RECORDS ARE STANDARD
               05 MOV-LOCAL           PIC X(01).
               05 MOV-LOCAL-DEST      PIC X(01).
               05 MOV-CUSTO-UNIT      PIC 9(04)V99.
               05 MOV-LOTE            PIC X(10).
               05 MOV-VALIDADE-LOTE   PIC 9(08).
               05 MOV-DATA-APLICACAO  PIC 9(08).
               05 MOV-DATA-DIARIO     PIC 9(08).
               05 MOV-PEDIDO          PIC 9(06).
