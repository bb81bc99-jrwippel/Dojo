      *>===================================================================================
      *> PCW38300 - Parâmetros da verificação de período fechado (PW38300X)
      *>            Todo programa que grava cotação (PD02202) ou data de movimento
      *>            (CR=1 SEQ=0 / CR=17 do PD99800) preenche a unidade e a data da
      *>            alteração - ou a chave e as imagens antes/depois do registro de
      *>            parâmetro - e chama o PW38300X antes de gravar. Data no ou antes
      *>            do último Fechamento Financeiro (PD38300) é recusada, salvo
      *>            liberação de usuário gerencial com justificativa, que fica no
      *>            histórico de parâmetros (PD99801, codigo-registro 84).
      *>===================================================================================
       01   lnk-periodo-fechado.
            03  lnk-pf-cd-empresa           pic 9(03).
            03  lnk-pf-cd-filial            pic 9(04).
            03  lnk-pf-dt-alteracao         pic 9(08).
            03  lnk-pf-parametro.
                05  lnk-pf-codigo-registro  pic 9(02).
                05  lnk-pf-sequencia        pic 9(02).
                05  lnk-pf-imagem-anterior  pic x(189).
                05  lnk-pf-imagem-atual     pic x(189).
            03  lnk-pf-nome-programa        pic x(08).
            03  lnk-pf-justificativa        pic x(60).
            03  lnk-pf-dt-ult-fechamento    pic 9(08).
            03  lnk-pf-situacao             pic x(01).
                88  lnk-pf-periodo-aberto        value "A".
                88  lnk-pf-periodo-fechado       value "F".
                88  lnk-pf-liberado-gerente      value "G".
