      ******************************************************************
      * COPY: FDSUS
      * PURPOSE: FD E LAYOUT DO REGISTRO DE SUSPENSO DE VENDAS DO PDV
      *          (PROG010-SUSPENSO.DAT). A CHAVE E A DATA E HORA DA
      *          EXECUCAO DO PROG010 QUE REJEITOU A LINHA MAIS O NUMERO
      *          DA LINHA NO ARQUIVO DE VENDAS DAQUELA NOITE.
      *          SUS-LINHA-ORIGINAL GUARDA A LINHA COMO VEIO DO PDV E
      *          SUS-LINHA A LINHA CORRIGIDA QUE SERA REPROCESSADA
      *          (MESMO LAYOUT DE REGISTRO-VENDA DO PROG010).
      *          SITUACAO:
      *              A = ABERTO (AGUARDA CORRECAO)
      *              L = LIBERADO (REPROCESSA NO PROXIMO PROG010)
      *              P = PROCESSADO NO REPROCESSAMENTO
      *              D = DESCARTADO
      *          LINHA LIBERADA QUE VOLTA A SER REJEITADA RETORNA PARA
      *          "A" COM O NOVO MOTIVO E SOMA 1 EM SUS-TENTATIVAS.
      ******************************************************************
       FD ARQUIVO-SUSPENSO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PROG010-SUSPENSO.DAT".

           01 REGISTRO-SUSPENSO.
               05 SUS-CHAVE.
                   10 SUS-DATA-REJEICAO PIC 9(08).
                   10 SUS-HORA-EXECUCAO PIC 9(08).
                   10 SUS-NUM-LINHA     PIC 9(05).
               05 SUS-LINHA-ORIGINAL  PIC X(42).
               05 SUS-LINHA           PIC X(42).
               05 SUS-LINHA-CAMPOS REDEFINES SUS-LINHA.
                   10 SUS-CODIGO      PIC X(13).
                   10 FILLER          PIC X(01).
                   10 SUS-QTD         PIC 9(04).
                   10 FILLER          PIC X(01).
                   10 SUS-DATA-VENDA  PIC 9(08).
                   10 FILLER          PIC X(01).
                   10 SUS-HORA-VENDA  PIC 9(08).
                   10 FILLER          PIC X(01).
                   10 SUS-TIPO        PIC X(01).
                   10 FILLER          PIC X(01).
                   10 SUS-MOTIVO-DEV  PIC X(03).
               05 SUS-MOTIVO          PIC X(30).
               05 SUS-SITUACAO        PIC X(01).
               05 SUS-DATA-SITUACAO   PIC 9(08).
               05 SUS-OPERADOR        PIC X(08).
               05 SUS-TENTATIVAS      PIC 9(02).
