      *>===================================================================================
      *> PD09401 - Histórico de Alterações do Controle de Projetos (PD09400)
      *>          Imagem anterior/atual de cada habilitação/desabilitação de projeto
      *>          por Empresa/Filial, com usuário, data/hora, programa e motivo -
      *>          gravada pelo PW09401X.
      *>===================================================================================
           fd  pd09401.
           01  g9401-registro.
               03  g9401-chave.
                   05  g9401-cd-empresa          pic 9(03).
                   05  g9401-cd-filial           pic 9(04).
                   05  g9401-codigo-projeto      pic 9(03).
                   05  g9401-dt-alteracao        pic 9(08).
                   05  g9401-hr-alteracao        pic 9(06).
                   05  g9401-nr-evento           pic 9(03).
               03  g9401-id-usuario              pic x(10).
               03  g9401-nome-programa           pic x(08).
               03  g9401-status-anterior         pic x(01).
               03  g9401-status-atual            pic x(01).
               03  g9401-motivo                  pic x(60).
               03  g9401-imagem-anterior         pic x(81).
               03  g9401-imagem-atual            pic x(81).
               03  g9401-filler                  pic x(20).
