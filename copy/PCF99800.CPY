                88  fparg-sem-vinculo-foto-seav      value "S".
            03  fparg-qt-max-sessoes          pic 9(04).
            03  filler                        pic x(184).

       01   fparl-liberacao-periodo redefines fparm-mestre.
      *>    codigo-registro 84 - liberação gerencial de período fechado: só existe
      *>    como imagem no histórico (PD99801), gravada pelo PW38300X quando uma
      *>    alteração datada no ou antes do último Fechamento Financeiro é aceita
      *>    com justificativa; nunca é gravado no PD99800
            03  fparl-chave.
                05  fparl-cd-empresa      pic 9(03).
                05  fparl-cd-filial       pic 9(04).
                05  fparl-cd-registro     pic 9(02).
                05  fparl-cd-sequencia    pic 9(02).
            03  fparl-dt-ult-fechamento       pic 9(08).
            03  fparl-dt-liberada             pic 9(08).
            03  fparl-nome-programa           pic x(08).
            03  fparl-justificativa           pic x(60).
            03  filler                        pic x(105).

       01   fpari-incorporacao-filial redefines fparm-mestre.
      *>    codigo-registro 85 - incorporações recebidas pela filial (PWSTB003):
      *>    uma sequência por incorporação, com a unidade de origem, data/hora,
      *>    operador, regras de colisão aplicadas (EFDPAR, PD99704, PD99705,
      *>    PD99706, PD99707) e os totais do EFDPAR incorporado
            03  fpari-chave.
                05  fpari-cd-empresa      pic 9(03).
                05  fpari-cd-filial       pic 9(04).
                05  fpari-cd-registro     pic 9(02).
                05  fpari-cd-sequencia    pic 9(02).
            03  fpari-cd-empresa-origem       pic 9(03).
            03  fpari-cd-filial-origem        pic 9(04).
            03  fpari-dt-incorporacao         pic 9(08).
            03  fpari-hr-incorporacao         pic 9(06).
            03  fpari-id-usuario              pic x(10).
            03  fpari-regra-colisao           pic x(05).
            03  fpari-qt-adicionados          pic 9(07).
            03  fpari-qt-sobrepostos          pic 9(07).
            03  fpari-qt-mantidos             pic 9(07).
            03  fpari-qt-rejeitados           pic 9(07).
            03  filler                        pic x(125).

       01   fpard-desativacao-filial redefines fparm-mestre.
      *>    codigo-registro 86 - desativação da filial substituída por transferência
      *>    de base (PW00754): desativada, a unidade tem o logon recusado com
      *>    indicação da substituta (PP00001), fica fora da varredura 6500 do
      *>    PW00007 e dos relatórios da instalação (PW00720/PW00726), tem os Lotes
      *>    sem agendamento e, passada a carência, os registros levados ao arquivo
      *>    morto pelo PW00755. Reativação só por usuário gerencial; cada mudança
      *>    fica no histórico PD99801.
            03  fpard-chave.
                05  fpard-cd-empresa      pic 9(03).
                05  fpard-cd-filial       pic 9(04).
                05  fpard-cd-registro     pic 9(02).
                05  fpard-cd-sequencia    pic 9(02).
            03  fpard-situacao                pic x(01).
                88  fpard-filial-desativada        value "D".
                88  fpard-filial-reativada         value "R".
            03  fpard-dt-desativacao          pic 9(08).
            03  fpard-id-usuario-desativacao  pic x(10).
            03  fpard-cd-empresa-substituta   pic 9(03).
            03  fpard-cd-filial-substituta    pic 9(04).
            03  fpard-dt-transferencia        pic 9(08).
            03  fpard-nr-dias-carencia        pic 9(04).
            03  fpard-dt-arquivamento         pic 9(08).
            03  fpard-dt-reativacao           pic 9(08).
            03  fpard-id-usuario-reativacao   pic x(10).
            03  fpard-motivo                  pic x(60).
            03  filler                        pic x(65).
