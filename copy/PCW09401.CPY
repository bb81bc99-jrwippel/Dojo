      *>===================================================================================
      *> PCW09401 - Parâmetros da gravação de histórico do PD09400 (PW09401X)
      *>            Todo programa que habilita/desabilita um projeto no PD09400
      *>            preenche a chave, as imagens antes/depois e o motivo e chama o
      *>            PW09401X.
      *>===================================================================================
       01   lnk-hist-pd09400.
            03  lnk-hj-chave.
                05  lnk-hj-cd-empresa       pic 9(03).
                05  lnk-hj-cd-filial        pic 9(04).
                05  lnk-hj-codigo-projeto   pic 9(03).
            03  lnk-hj-imagem-anterior      pic x(81).
            03  lnk-hj-imagem-atual         pic x(81).
            03  lnk-hj-motivo               pic x(60).
            03  lnk-hj-nome-programa        pic x(08).
