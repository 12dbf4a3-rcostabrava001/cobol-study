      *                  NIVEL INSUFICIENTE)
      *              B = RECUSADO POR OPERADOR BLOQUEADO
      *              E = SENHA EXPIRADA E TROCA NAO CONCLUIDA
      *              L = PROGRAMA INICIADO PELO MENU PRINCIPAL (PROG044)
      *                  PARA O OPERADOR DA SESSAO
      *              P = RECUSADO POR FALTA DE PERMISSAO DO OPERADOR
      *                  PARA O PROGRAMA (PROG017-PERM.DAT)
      ******************************************************************
       FD ARQUIVO-SIGNON
           LABEL RECORDS ARE STANDARD
