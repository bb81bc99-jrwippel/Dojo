      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id.  PW00743.
      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>               Pré-cálculo da Situação de Login por Unidade
      *>            --------------------------------------------------------
      *>
      *>    O 2900-carrega-parametros do PP00001 faz, no primeiro login do dia,
      *>    verificações que varrem arquivos grandes da unidade: o índice e o
      *>    mestre de NF (nota mais antiga e reorganização), os fechamentos
      *>    financeiro (PD38300) e de estoque (PD18700), a Interface 2V (PD42200)
      *>    e o log de divergências Promax x SEFAZ (PD89700). Este batch faz as
      *>    mesmas verificações de madrugada para TODAS as Empresas/Filiais do
      *>    EFDPAR e grava o resultado no PD99714 (EFDSLG.CAD), um registro por
      *>    unidade. O login usa o registro quando ele é do próprio dia e da
      *>    mesma data de movimento da unidade; se o registro faltar ou estiver
      *>    velho, o login refaz as verificações como antes. Unidade desativada
      *>    (registro 86) não tem mais login - fica fora do cálculo e é só
      *>    contada nos totais.
      *>
      *>    Parâmetros (lnk-rotina-configuracao, campo=valor&...):
      *>        empresa=NNN        restringe o cálculo a uma Empresa
      *>        filial=NNNN        restringe o cálculo a uma Filial
      *>
      *>    Saída: resumo em ../tmp/work/sitlogin_<data>.txt (campo;campo;...).
      *>    Pode ser cadastrado como job de um Lote do PW00007 (diário, depois
      *>    da virada da data de movimento e antes da abertura das unidades).
      *>

      *>===================================================================================
       environment division.
            special-names. decimal-point is comma.

       input-output section.
       file-control.

       copy PCS00400.CPY.               *> NF
       copy PCS18700.CPY replacing ==(F187)== BY ==F187==. *> Fechamento Estoque
       copy PCS38300.CPY.               *> Fechamento Financeiro
       copy PCS42200.CPY.               *> Interface 2V
       copy PCS89700.CPY.               *> Log divergências
       copy PCS99714.CPY.               *> Situação de Login por Unidade
       copy PCS99800.CPY.               *> Parâmetros
       copy PCSI00400.CPY.              *> Índice NF

            select rel-situacao-login assign to disk wid-rel-situacao-login
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-rel-situacao-login.

      *>===================================================================================
       data division.

       copy PCF00400.CPY.               *> NF
       copy PCF18700.CPY replacing ==(F187)== BY ==F187==. *> Fechamento Estoque
       copy PCF38300.CPY.               *> Fechamento Financeiro
       copy PCF42200.CPY.               *> Interface 2V
       copy PCF89700.CPY.               *> Log divergências
       copy PCF99714.CPY.               *> Situação de Login por Unidade
       copy PCF99800.CPY.               *> Parâmetros
       copy PCFI00400.CPY.              *> Índice NF

       fd   rel-situacao-login.
       01   rs-linha-relatorio          pic x(300).

      *>===================================================================================
       working-storage section.
       78   versao                      value "a".

       copy PCW900.CPY.

       01   ws-parametros-entrada.
            03 ws-par-config            pic x(2000) value spaces.
            03 ws-par-item              pic x(100) occurs 20.
            03 ws-par-campo             pic x(30) value spaces.
            03 ws-par-valor             pic x(60) value spaces.
            03 ws-par-index             pic 9(02) value zeros.
            03 ws-empresa-informada     pic 9(03) value zeros.
            03 ws-filial-informada      pic 9(04) value zeros.

       01   ws-campos-de-trabalho.
            03 ws-data-hoje             pic 9(08) value zeros.
            03 ws-hora-hoje             pic 9(06) value zeros.
            03 ws-integer-hoje          pic 9(07) value zeros.
            03 ws-integer-trabalho      pic 9(07) value zeros.
            03 ws-dias                  pic s9(09) value zeros.
            03 ws-empresa-unidade       pic 9(03) value zeros.
            03 ws-filial-unidade        pic 9(04) value zeros.
            03 ws-data-movimento-unid   pic 9(08) value zeros.
            03 ws-revenda-unid          pic x(01) value spaces.
               88 ws-unidade-revenda        value "S".
            03 ws-tipo-cdd-unid         pic x(01) value spaces.
               88 ws-unidade-cdd            value "S".
            03 ws-nr-dias-retencao      pic s9(08) value zeros.
            03 ws-qt-unidades           pic 9(04) value zeros.
            03 ws-qt-desativadas        pic 9(04) value zeros.
            03 ws-situacao-unidade      pic x(01) value spaces.
               88 ws-unidade-desativada     value "D".
            03 ws-qt-reorganizacao      pic 9(04) value zeros.
            03 ws-qt-falhas             pic 9(04) value zeros.

       01   wid-pd00400                 pic x(100) value spaces.
       01   wid-pd18700                 pic x(100) value spaces.
       01   wid-pd38300                 pic x(100) value spaces.
       01   wid-pd42200                 pic x(100) value spaces.
       01   wid-pd89700                 pic x(100) value spaces.
       01   wid-pdi00400                pic x(100) value spaces.
       01   wid-rel-situacao-login      pic x(100) value spaces.
       01   ws-sts-rel-situacao-login   pic x(02) value "00".
            88 ws-rel-situacao-login-ok     value "00".

      *>===================================================================================
       linkage section.
       copy PCW990.CPY.

      *>===================================================================================
       procedure division using lnk-par.

      *>===================================================================================
       0000-controle section.
       0000.
            perform 1000-inicializacao
            if   lnk-sem-erro
                 perform 2000-calcula-unidades
                 perform 2900-imprime-totais
            end-if
            perform 3000-finalizacao.
       0000-saida.
            exit program
            stop run.

      *>===================================================================================
       1000-inicializacao section.
       1000.
            move "0"                    to lnk-retorno
            move zeros                  to ws-qt-unidades ws-qt-reorganizacao ws-qt-falhas
                                           ws-qt-desativadas
            perform 1100-carrega-parametros-entrada
            move function current-date(1:8) to ws-data-hoje
            move function current-date(9:6) to ws-hora-hoje
            move function integer-of-date(ws-data-hoje) to ws-integer-hoje

            perform 9000-abre-relatorio
            if   not ws-rel-situacao-login-ok
                 move "1"               to lnk-retorno
                 exit section
            end-if
            move spaces                 to rs-linha-relatorio
            string "Empresa/Filial;Data Movimento;Nota Mais Antiga;Reorganização;"
                   "Dias Fech. Financeiro;Dias Fech. Estoque;Mapas 2V em Atraso;"
                   "Primeira Divergência" delimited by size
                   into rs-linha-relatorio
            write rs-linha-relatorio

            move spaces                 to wid-pd99800
            string lnk-dtbpath delimited by " "
                   "/EFDPAR.CAD" delimited by size
                   into wid-pd99800
            perform 9000-abrir-i-pd99800
            if   not ws-operacao-ok
                 move ";;;;;;;Falha na abertura do EFDPAR" to rs-linha-relatorio
                 write rs-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if
            perform 9000-abrir-io-pd99714
            if   not ws-operacao-ok
                 perform 9000-monta-status
                 move spaces            to rs-linha-relatorio
                 string ";;;;;;;Falha na abertura do EFDSLG.CAD - Status: "
                        ws-status delimited by "  "
                        into rs-linha-relatorio
                 write rs-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if

            move spaces                 to wid-pd00400
            string lnk-dtbpath delimited by " ",
                   "/EFD004.CAD" delimited by size into wid-pd00400
            perform 9000-abrir-i-pd00400
            move spaces                 to wid-pdi00400
            string lnk-dtbpath delimited by " ",
                   "/EFDI04.IND" delimited by size into wid-pdi00400
            perform 9000-abrir-i-pdi00400
            perform 9000-abrir-i-pd18700
            move spaces                 to wid-pd38300
            string lnk-dtbpath delimited by " "
                   "/EFD383.CAD" delimited by size
                   into wid-pd38300
            perform 9000-abrir-i-pd38300
            move spaces                 to wid-pd42200
            string lnk-dtbpath delimited by " "
                   "/EFD422.CAD" delimited by size
                   into wid-pd42200
            open input pd42200
            move spaces                 to wid-pd89700
            string lnk-dtbpath delimited by " "
                   "/EFD897.CAD" delimited by size
                   into wid-pd89700
            open input pd89700
            move zeros                  to ws-resultado-acesso.
       1000-exit.
            exit.

      *>===================================================================================
       1100-carrega-parametros-entrada section.
       1100.
            move zeros                  to ws-empresa-informada ws-filial-informada
            move lnk-rotina-configuracao to ws-par-config
            perform varying ws-par-index from 1 by 1
                    until ws-par-index > 20
                 move spaces            to ws-par-item(ws-par-index)
            end-perform
            unstring ws-par-config delimited by "&" or "¤" into
                     ws-par-item(01) ws-par-item(02) ws-par-item(03)
                     ws-par-item(04) ws-par-item(05) ws-par-item(06)
                     ws-par-item(07) ws-par-item(08) ws-par-item(09)
                     ws-par-item(10) ws-par-item(11) ws-par-item(12)
                     ws-par-item(13) ws-par-item(14) ws-par-item(15)
                     ws-par-item(16) ws-par-item(17) ws-par-item(18)
                     ws-par-item(19) ws-par-item(20)
            perform varying ws-par-index from 1 by 1
                    until ws-par-index > 20
                 if   ws-par-item(ws-par-index) not = spaces
                      move spaces       to ws-par-campo ws-par-valor
                      unstring ws-par-item(ws-par-index) delimited by "="
                               into ws-par-campo ws-par-valor
                      evaluate ws-par-campo
                          when "empresa"
                               if   ws-par-valor(1:3) is numeric
                                    move ws-par-valor(1:3) to ws-empresa-informada
                               end-if
                          when "filial"
                               if   ws-par-valor(1:4) is numeric
                                    move ws-par-valor(1:4) to ws-filial-informada
                               end-if
                      end-evaluate
                 end-if
            end-perform.
       1100-exit.
            exit.

      *>===================================================================================
      *>    Uma passada pelo EFDPAR: cada unidade (codigo-registro 1, sequencia 0)
      *>    tem seu registro recalculado. A posição da varredura é preservada
      *>    reposicionando a chave da unidade após as leituras auxiliares.
      *>===================================================================================
       2000-calcula-unidades section.
       2000.
            initialize                  fparm-mestre
            perform 9000-str-pd99800-nlss
            perform 9000-ler-pd99800-nex
            perform until not ws-operacao-ok
                 if   fparm-codigo-registro = 1
                 and  fparm-sequencia       = 0
                 and (ws-empresa-informada  = zeros
                 or   ws-empresa-informada  = fparm-cd-empresa)
                 and (ws-filial-informada   = zeros
                 or   ws-filial-informada   = fparm-cd-filial)
                      move fparm-cd-empresa to ws-empresa-unidade
                      move fparm-cd-filial  to ws-filial-unidade
                      perform 2100-calcula-unidade
                      initialize        fparm-mestre
                      move ws-empresa-unidade to fparm-cd-empresa
                      move ws-filial-unidade  to fparm-cd-filial
                      move 1            to fparm-codigo-registro
                      move 0            to fparm-sequencia
                      perform 9000-str-pd99800-nlss
                      perform 9000-ler-pd99800-nex
                 end-if
                 perform 9000-ler-pd99800-nex
            end-perform
            move zeros                  to ws-resultado-acesso.
       2000-exit.
            exit.

      *>===================================================================================
      *>    Unidade desativada (registro 86) não tem mais login - fica fora do
      *>    cálculo e é só contada nos totais.
       2050-verifica-desativacao section.
       2050.
            move spaces                 to ws-situacao-unidade
            initialize                  fpard-desativacao-filial
            move ws-empresa-unidade     to fpard-cd-empresa
            move ws-filial-unidade      to fpard-cd-filial
            move 86                     to fpard-cd-registro
            move 0                      to fpard-cd-sequencia
            perform 9000-ler-pd99800-ran
            if   ws-operacao-ok
            and  fpard-filial-desativada
                 move "D"               to ws-situacao-unidade
            end-if
            move zeros                  to ws-resultado-acesso.
       2050-exit.
            exit.

      *>===================================================================================
       2100-calcula-unidade section.
       2100.
            move fpare-data-atual       to ws-data-movimento-unid
            move fpare-revenda          to ws-revenda-unid
            move fpare-tipo-cdd         to ws-tipo-cdd-unid
            perform 2050-verifica-desativacao
            if   ws-unidade-desativada
                 add 1                  to ws-qt-desativadas
                 exit section
            end-if
            add 1                       to ws-qt-unidades

            initialize                  p99714-registro
            move ws-empresa-unidade     to p99714-cd-empresa
            move ws-filial-unidade      to p99714-cd-filial
            move ws-data-hoje           to p99714-dt-calculo
            move ws-hora-hoje           to p99714-hr-calculo
            move ws-data-movimento-unid to p99714-dt-movimento-base
            move "N"                    to p99714-ind-reorganizacao

            perform 2150-carrega-limites-cr81
            if   ws-unidade-revenda
            or   ws-unidade-cdd
                 perform 2200-primeira-nota
            end-if
            perform 2300-fech-financeiro
            perform 2400-fech-estoque
            perform 2500-mapas-2v
            perform 2600-primeira-divergencia

            write p99714-registro
            if   ws-registro-existente
                 rewrite p99714-registro
            end-if
            if   not ws-operacao-ok
                 add 1                  to ws-qt-falhas
                 perform 9000-monta-status
                 move spaces            to rs-linha-relatorio
                 string ws-empresa-unidade "/" ws-filial-unidade
                        ";;;;;;;Falha na gravação do EFDSLG.CAD - Status: "
                        ws-status delimited by "  "
                        into rs-linha-relatorio
                 write rs-linha-relatorio
                 move "1"               to lnk-retorno
            else
                 perform 9000-grava-linha-unidade
            end-if
            move zeros                  to ws-resultado-acesso.
       2100-exit.
            exit.

      *>===================================================================================
       2150-carrega-limites-cr81 section.
       2150.
            initialize                  fparv-incorporacao-revenda
            move ws-empresa-unidade     to fparv-cd-empresa
            move ws-filial-unidade      to fparv-cd-filial
            move 81                     to fparv-cd-registro
            move 0                      to fparv-cd-sequencia
            perform 9000-ler-pd99800-ran
            if   ws-operacao-ok
                 if   fparv-nr-dias-fech-financ is numeric
                      move fparv-nr-dias-fech-financ  to p99714-nr-dias-fech-financ
                 end-if
                 if   fparv-nr-dias-fech-estoque is numeric
                      move fparv-nr-dias-fech-estoque to p99714-nr-dias-fech-estoque
                 end-if
                 if   fparv-nr-dias-retencao-2v is numeric
                      move fparv-nr-dias-retencao-2v  to p99714-nr-dias-limite-2v
                 end-if
            end-if
            if   p99714-nr-dias-limite-2v = zeros
                 move 5                 to p99714-nr-dias-limite-2v
            end-if
            move zeros                  to ws-resultado-acesso.
       2150-exit.
            exit.

      *>===================================================================================
      *>    Mesma regra do 2901-primeira-nota do PP00001: a primeira nota de
      *>    tipo-movimento 51 na ordem do índice (codigo-registro 01) dá a data
      *>    da nota mais antiga; acima de 62 dias (CDD) ou 92 dias (revenda) da
      *>    data de movimento a unidade precisa de reorganização.
      *>===================================================================================
       2200-primeira-nota section.
       2200.
            initialize                  fifrd-registro-data
            move ws-empresa-unidade     to fifrd-cd-empresa
            move ws-filial-unidade      to fifrd-cd-filial
            move 01                     to fifrd-codigo-registro
            perform 9000-str-pdi00400-gtr
            perform 9000-ler-pdi00400-nex
            perform until not ws-operacao-ok
                           or fifrd-cd-empresa      <> ws-empresa-unidade
                           or fifrd-cd-filial       <> ws-filial-unidade
                           or fifrd-codigo-registro <> 01

                 move ws-empresa-unidade to fcfmf-cd-empresa
                 move ws-filial-unidade  to fcfmf-cd-filial
                 move fifrd-tipo-nota   to fcfmf-tipo-nota
                 move fifrd-codigo-des  to fcfmf-codigo-des
                 move fifrd-numero-doc  to fcfmf-numero-doc
                 move fifrd-serie-doc   to fcfmf-serie-doc
                 move 1                 to fcfmf-codigo-registro
                 move zeros             to fcfmf-sequencia
                 perform 9000-ler-pd00400-ran
                 if   not ws-operacao-ok
                      exit perform
                 end-if
                 if   fcfmf-tipo-movimento = 51
                      move fcfmf-data-emissao to p99714-dt-nota-mais-antiga
                      compute ws-dias = function integer-of-date(ws-data-movimento-unid) -
                                        function integer-of-date(fcfmf-data-emissao)
                      if   ws-unidade-cdd and ws-dias > 62
                           move "S"     to p99714-ind-reorganizacao
                      end-if
                      if   ws-unidade-revenda and ws-dias > 92
                           move "S"     to p99714-ind-reorganizacao
                      end-if
                      exit perform
                 end-if

                 perform 9000-ler-pdi00400-nex
            end-perform
            if   p99714-ind-reorganizacao = "S"
                 add 1                  to ws-qt-reorganizacao
            end-if
            move zeros                  to ws-resultado-acesso.
       2200-exit.
            exit.

      *>===================================================================================
       2300-fech-financeiro section.
       2300.
            move ws-empresa-unidade     to f38300-cd-empresa
            move ws-filial-unidade      to f38300-cd-filial
            move 99999999               to f38300-dt-fechamento
            start pd38300 key is not greater f38300-chave
            if   ws-operacao-ok
                 read pd38300 previous record
                 if   ws-operacao-ok
                 and  f38300-cd-empresa = ws-empresa-unidade
                 and  f38300-cd-filial  = ws-filial-unidade
                      move f38300-dt-fechamento to p99714-dt-ult-fech-financ
                 end-if
            end-if
            move zeros                  to ws-resultado-acesso
            if   p99714-dt-ult-fech-financ > zeros
                 move function integer-of-date(p99714-dt-ult-fech-financ)
                                        to ws-integer-trabalho
                 if   ws-integer-trabalho > zeros
                 and  ws-integer-hoje > ws-integer-trabalho
                      compute p99714-dias-fech-financ =
                              ws-integer-hoje - ws-integer-trabalho
                 end-if
            end-if.
       2300-exit.
            exit.

      *>===================================================================================
       2400-fech-estoque section.
       2400.
            initialize                  F187-fechamento-estoque
            move ws-empresa-unidade     to F187-cd-empresa
            move ws-filial-unidade      to F187-cd-filial
            move 99999999               to F187-dt-fechamento
            perform 9000-str-pd18700-lss
            if   ws-operacao-ok
                 perform 9000-ler-pd18700-pre
                 if   ws-operacao-ok
                 and  F187-cd-empresa = ws-empresa-unidade
                 and  F187-cd-filial  = ws-filial-unidade
                      move F187-dt-fechamento to p99714-dt-ult-fech-estoque
                 end-if
            end-if
            move zeros                  to ws-resultado-acesso
            if   p99714-dt-ult-fech-estoque > zeros
                 move function integer-of-date(p99714-dt-ult-fech-estoque)
                                        to ws-integer-trabalho
                 if   ws-integer-trabalho > zeros
                 and  ws-integer-hoje > ws-integer-trabalho
                      compute p99714-dias-fech-estoque =
                              ws-integer-hoje - ws-integer-trabalho
                 end-if
            end-if.
       2400-exit.
            exit.

      *>===================================================================================
      *>    Mapas 2V pendentes há mais dias que o limite (CR=81, default 5): a
      *>    posição 1 da janela é o dia mais antigo; entram na soma as posições
      *>    que já passaram do limite, como no login.
      *>===================================================================================
       2500-mapas-2v section.
       2500.
            initialize                  f42200-recebimento-2v
            move ws-empresa-unidade     to f42200-cd-empresa
            move ws-filial-unidade      to f42200-cd-filial
            perform 9000-ler-pd42200-ran
            if   not ws-operacao-ok
            or   f42200-dt-retencao(1) is not numeric
            or   f42200-dt-retencao(1) = zeros
                 move zeros             to ws-resultado-acesso
                 exit section
            end-if
            move zeros                  to ws-resultado-acesso
            move function integer-of-date(f42200-dt-retencao(1))
                                        to ws-integer-trabalho
            if   ws-integer-trabalho = zeros
                 exit section
            end-if
            compute ws-nr-dias-retencao = ws-integer-hoje - ws-integer-trabalho
                                        - p99714-nr-dias-limite-2v
            if   ws-nr-dias-retencao > zeros
                 perform varying wx-index-1 from 1 by 1
                         until wx-index-1 > ws-nr-dias-retencao
                         or    wx-index-1 > 10
                         or    f42200-dt-retencao(wx-index-1) is not numeric
                         or    f42200-dt-retencao(wx-index-1) = zeros
                      add f42200-qt-mapas-pendentes(wx-index-1)
                                        to p99714-qt-mapas-2v-atraso
                 end-perform
            end-if.
       2500-exit.
            exit.

      *>===================================================================================
      *>    Primeira divergência Promax x SEFAZ (situação 2) ainda em aberto a
      *>    partir da nota mais antiga da unidade.
      *>===================================================================================
       2600-primeira-divergencia section.
       2600.
            initialize                  f89700-hist-diverg-promax-sefaz
            move ws-empresa-unidade     to f89700-cd-empresa
            move ws-filial-unidade      to f89700-cd-filial
            move 2                      to f89700-id-situacao-promax
            move p99714-dt-nota-mais-antiga to f89700-dt-entrega
            perform 9000-str-pd89700-nlss-2
            if   ws-operacao-ok
                 perform 9000-ler-pd89700-nex
                 perform until not ws-operacao-ok
                         or    f89700-cd-empresa         not = ws-empresa-unidade
                         or    f89700-cd-filial          not = ws-filial-unidade
                         or    f89700-id-situacao-promax not = 2
                         or    f89700-divergencia-aberta
                      perform 9000-ler-pd89700-nex
                 end-perform
                 if   ws-operacao-ok
                 and  f89700-cd-empresa          = ws-empresa-unidade
                 and  f89700-cd-filial           = ws-filial-unidade
                 and  f89700-id-situacao-promax  = 2
                 and  f89700-dt-entrega         >= p99714-dt-nota-mais-antiga
                      move f89700-dt-entrega to p99714-dt-primeira-diverg
                 end-if
            end-if
            move zeros                  to ws-resultado-acesso.
       2600-exit.
            exit.

      *>===================================================================================
       2900-imprime-totais section.
       2900.
            move spaces                 to rs-linha-relatorio
            write rs-linha-relatorio
            move spaces                 to rs-linha-relatorio
            string "Unidades calculadas;" ws-qt-unidades
                   ";Desativadas (ignoradas);" ws-qt-desativadas
                   ";Com reorganização pendente;" ws-qt-reorganizacao
                   ";Falhas de gravação;" ws-qt-falhas delimited by size
                   into rs-linha-relatorio
            write rs-linha-relatorio.
       2900-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close pd00400
            close pdi00400
            close pd18700
            close pd38300
            close pd42200
            close pd89700
            close pd99714
            close pd99800
            close rel-situacao-login.
       3000-exit.
            exit.

      *>===================================================================================
       9000-grava-linha-unidade section.
       9000.
            move spaces                 to rs-linha-relatorio
            string p99714-cd-empresa "/" p99714-cd-filial ";"
                   p99714-dt-movimento-base ";"
                   p99714-dt-nota-mais-antiga ";"
                   p99714-ind-reorganizacao ";"
                   p99714-dias-fech-financ ";"
                   p99714-dias-fech-estoque ";"
                   p99714-qt-mapas-2v-atraso ";"
                   p99714-dt-primeira-diverg delimited by size
                   into rs-linha-relatorio
            write rs-linha-relatorio.
       9000-exit.
            exit.

      *>===================================================================================
       9000-monta-status section.
       9000.
            move spaces                 to ws-status
            move ws-resultado-acesso    to ws-status.
       9000-exit.
            exit.

      *>===================================================================================
       9000-abre-relatorio section.
       9000.
            move spaces                 to wid-rel-situacao-login
            string lnk-dtbpath delimited by " ",
                   "/../tmp/work/sitlogin_" lnk-data-cpu ".txt"
                   into wid-rel-situacao-login
            open output rel-situacao-login.
       9000-exit.
            exit.

      *>===================================================================================
      *> Leituras

       copy PCL00400.CPY.               *> NF
       copy PCL18700.CPY replacing ==(F187)== BY ==F187==. *> Fechamento Estoque
       copy PCL38300.CPY.               *> Fechamento Financeiro
       copy PCL42200.CPY.               *> Interface 2V
       copy PCL89700.CPY.               *> Log divergências
       copy PCL99714.CPY.               *> Situação de Login por Unidade
       copy PCL99800.CPY.               *> Parâmetros
       copy PCLI00400.CPY.              *> Índice NF
