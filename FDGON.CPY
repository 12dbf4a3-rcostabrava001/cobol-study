      ******************************************************************
      * COPY: FDGON
      * PURPOSE: FD E LAYOUT DOS PARAMETROS DE GONDOLA DA LOJA
      *          (PROG039-GON.DAT). QUANDO O SALDO DA LOJA FICA ABAIXO
      *          DE GON-MINIMO A REPOSICAO COMPLETA ATE GON-CAPACIDADE.
      *          GON-CORREDOR/GON-POSICAO E O ENDERECO DO SKU NO
      *          DEPOSITO, QUE DA A ORDEM DE CAMINHADA DA SEPARACAO.
      ******************************************************************
       FD ARQUIVO-GON
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PROG039-GON.DAT".

           01 PARAMETRO-GONDOLA.
               05 GON-SKU             PIC 9(04).
               05 GON-MINIMO          PIC 9(04).
               05 GON-CAPACIDADE      PIC 9(04).
               05 GON-ENDERECO.
                   10 GON-CORREDOR    PIC X(02).
                   10 GON-POSICAO     PIC X(03).
