           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-NOME-ARQ-BACKUP.

           01 REGISTRO-BACKUP         PIC X(65).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO       PIC X(02).
                   OR VALOR-VENDA NOT NUMERIC
                   OR QTD-ESTOQUE NOT NUMERIC
                   OR COD-FORNECEDOR NOT NUMERIC
                   OR COD-DEPARTAMENTO NOT NUMERIC
                   OR DIA NOT NUMERIC
                   OR MES NOT NUMERIC
                   OR ANO NOT NUMERIC
                   MOVE ZEROS TO DIA MES ANO
                   MOVE ZEROS TO VALOR-CUSTO VALOR-VENDA
                   MOVE ZEROS TO QTD-ESTOQUE COD-FORNECEDOR
                   MOVE ZEROS TO COD-DEPARTAMENTO
                   WRITE PRODUTO
                       INVALID KEY
                           DISPLAY "ERRO AO REINCLUIR SKU " LOG-SKU
               WHEN "FORNECEDOR"
                   COMPUTE COD-FORNECEDOR =
                       FUNCTION NUMVAL(LOG-VALOR-NOVO)
               WHEN "DEPARTAMENTO"
                   COMPUTE COD-DEPARTAMENTO =
                       FUNCTION NUMVAL(LOG-VALOR-NOVO)
               WHEN OTHER
                   GO TO P-REAPLICAR-ALT-FIM
           END-EVALUATE
