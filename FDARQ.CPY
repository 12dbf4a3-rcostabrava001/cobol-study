      *          ATENCAO: AO ALTERAR O TAMANHO DO REGISTRO, AJUSTAR
      *          TAMBEM REGISTRO-BACKUP NO PROG022 (COPIA DE SEGURANCA)
      *          E CONVERTER O PROG001.DAT E AS GERACOES EXISTENTES.
      *          COD-DEPARTAMENTO APONTA PARA O CADASTRO DE
      *          DEPARTAMENTOS (PROG042-DEP.DAT), VALIDADO NO PROG001.
      ******************************************************************
       FD ARQUIVO
           LABEL RECORDS ARE STANDARD
               05 VALOR-VENDA      PIC 9(04)V99.
               05 QTD-ESTOQUE      PIC 9(04).
               05 COD-FORNECEDOR   PIC 9(04).
               05 COD-DEPARTAMENTO PIC 9(03).
