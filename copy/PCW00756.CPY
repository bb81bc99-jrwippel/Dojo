      *>===================================================================================
      *> PCW00756 - Parâmetros da contagem de um arquivo do conjunto de backup
      *>            (PW00756X). O chamador informa o arquivo (nome do layout, ex.
      *>            PD99800, PDI00400) e o caminho físico; recebe a quantidade de
      *>            registros e o valor de controle do conteúdo (Adler-32 sobre os
      *>            registros na ordem da chave).
      *>            retorno: 0 = contado / 1 = arquivo não abriu ou leitura falhou /
      *>                     9 = arquivo desconhecido
      *>===================================================================================
       01   lnk-conta-arquivo.
            03  lnk-ca-cd-arquivo               pic x(08).
            03  lnk-ca-caminho                  pic x(200).
            03  lnk-ca-qt-registros             pic 9(09).
            03  lnk-ca-valor-controle           pic 9(10).
            03  lnk-ca-status                   pic x(02).
            03  lnk-ca-retorno                  pic x(01).
                88  lnk-ca-contado                  value "0".
                88  lnk-ca-com-erro                 value "1".
                88  lnk-ca-desconhecido             value "9".
