      *>===================================================================================
      *> PD99714 - Situação de Login por Unidade
      *>          Um registro por Empresa/Filial, regravado toda noite pelo PW00743
      *>          com o resultado das verificações pesadas do primeiro login
      *>          (2900-carrega-parametros do PP00001): nota mais antiga e
      *>          indicador de reorganização, dias desde os fechamentos financeiro
      *>          e de estoque, mapas 2V em atraso e a primeira divergência
      *>          Promax x SEFAZ. O login só usa o registro quando ele foi
      *>          calculado no próprio dia e para a mesma data de movimento;
      *>          fora disso refaz as verificações como sempre fez.
      *>===================================================================================
           fd  pd99714.
           01  p99714-registro.
               03  p99714-chave.
                   05  p99714-cd-empresa         pic 9(03).
                   05  p99714-cd-filial          pic 9(04).
               03  p99714-dt-calculo             pic 9(08).
               03  p99714-hr-calculo             pic 9(06).
               03  p99714-dt-movimento-base      pic 9(08).
               03  p99714-dt-nota-mais-antiga    pic 9(08).
               03  p99714-ind-reorganizacao      pic x(01).
               03  p99714-dt-ult-fech-financ     pic 9(08).
               03  p99714-dias-fech-financ       pic 9(05).
               03  p99714-nr-dias-fech-financ    pic 9(03).
               03  p99714-dt-ult-fech-estoque    pic 9(08).
               03  p99714-dias-fech-estoque      pic 9(05).
               03  p99714-nr-dias-fech-estoque   pic 9(03).
               03  p99714-qt-mapas-2v-atraso     pic 9(05).
               03  p99714-nr-dias-limite-2v      pic 9(03).
               03  p99714-dt-primeira-diverg     pic 9(08).
               03  p99714-filler                 pic x(30).
