      *>    Parâmetros (lnk-rotina-configuracao, campo=valor&...):
      *>        arquivo=<nome>     arquivo do banco no diretório de integração
      *>                           (default COTACAO.TXT)
      *>        justificativa=<motivo>  liberação gerencial de período fechado
      *>
      *>    Cotação datada no ou antes do último Fechamento Financeiro da unidade
      *>    não é gravada nela (verificação comum de período fechado, PW38300X):
      *>    sai como RECUSADA no relatório, salvo liberação de usuário gerencial
      *>    com justificativa, que fica no histórico de parâmetros.
      *>
      *>    Saída: relatório em ../tmp/work/cotimp_<data>.txt - linhas gravadas,
      *>    atualizadas e rejeitadas com o motivo. Qualquer rejeição encerra com
            03 ws-par-valor             pic x(60) value spaces.
            03 ws-par-index             pic 9(02) value zeros.
            03 ws-nome-arq-banco        pic x(60) value spaces.
            03 ws-justificativa-fechamento pic x(60) value spaces.

       01   ws-campos-linha-banco.
            03 ws-lb-moeda              pic x(10) value spaces.
            03 ws-qt-atualizadas        pic 9(07) value zeros.
            03 ws-qt-unidades           pic 9(03) value zeros.
            03 ws-ix-unidade            pic 9(03) value zeros.
            03 ws-qt-unidades-linha     pic 9(03) value zeros.
            03 ws-qt-recusadas-fechamento pic 9(07) value zeros.
            03 ws-qt-liberadas-fechamento pic 9(07) value zeros.
            03 ws-data-cotacao          pic 9(08) value zeros.

       01   tb-unidades-efdpar.
            03 tb-unidade occurs 200.
               05 tb-un-empresa         pic 9(03).
               05 tb-un-filial          pic 9(04).

       01   ws-PW38300X                 pic x(08) value "PW38300X".
       copy PCW38300.CPY.               *> Verificação de Período Fechado

       01   wid-pd02202                 pic x(100) value spaces.
       01   wid-arq-banco               pic x(200) value spaces.
       01   ws-sts-arq-banco            pic x(02) value "00".
                      and  ws-par-valor not = spaces
                           move ws-par-valor(1:60) to ws-nome-arq-banco
                      end-if
                      if   ws-par-campo = "justificativa"
                           move ws-par-valor(1:60) to ws-justificativa-fechamento
                      end-if
                 end-if
            end-perform
            inspect lnk-integpath replacing all "\" by "/"
                 exit section
            end-if
            add 1                       to ws-qt-linhas-validas
            move zeros                  to ws-qt-unidades-linha
            compute ws-data-cotacao = ws-ano-num * 10000
                                    + ws-mes-num * 100 + ws-dia-num
            perform varying ws-ix-unidade from 1 by 1
                    until ws-ix-unidade > ws-qt-unidades
                 perform 2150-verifica-periodo-fechado
                 if   not lnk-pf-periodo-fechado
                      perform 2200-grava-cotacao-unidade
                      add 1             to ws-qt-unidades-linha
                 end-if
            end-perform
            move spaces                 to rc-linha-relatorio
            string ws-qt-linhas-lidas ";GRAVADA;moeda " delimited by size
                   ws-moeda-num " período " ws-dia-num "/"
                   ws-mes-num "/" ws-ano-num
                   " em " ws-qt-unidades-linha " unidade(s)" delimited by size
                   into rc-linha-relatorio
            write rc-linha-relatorio.
       2100-exit.
       2120-exit.
            exit.

      *>===================================================================================
      *>    Mês fechado continua fechado: a cotação não entra na unidade cujo
      *>    último Fechamento Financeiro já cobre a data, salvo liberação
      *>    gerencial justificada.
      *>===================================================================================
       2150-verifica-periodo-fechado section.
       2150.
            initialize                  lnk-periodo-fechado
            move tb-un-empresa(ws-ix-unidade) to lnk-pf-cd-empresa
            move tb-un-filial(ws-ix-unidade)  to lnk-pf-cd-filial
            move ws-data-cotacao        to lnk-pf-dt-alteracao
            move "PW00730"              to lnk-pf-nome-programa
            move ws-justificativa-fechamento to lnk-pf-justificativa
            call ws-PW38300X using lnk-par lnk-periodo-fechado
            cancel ws-PW38300X
            evaluate true
                when lnk-pf-periodo-fechado
                     add 1              to ws-qt-recusadas-fechamento
                     move "1"           to lnk-retorno
                     move spaces        to rc-linha-relatorio
                     string ws-qt-linhas-lidas ";RECUSADA;" delimited by size
                            lnk-pf-cd-empresa "/" lnk-pf-cd-filial
                            " período fechado - último Fechamento Financeiro "
                            lnk-pf-dt-ult-fechamento delimited by size
                            into rc-linha-relatorio
                     write rc-linha-relatorio
                when lnk-pf-liberado-gerente
                     add 1              to ws-qt-liberadas-fechamento
                     move spaces        to rc-linha-relatorio
                     string ws-qt-linhas-lidas ";LIBERADA;" delimited by size
                            lnk-pf-cd-empresa "/" lnk-pf-cd-filial
                            " período fechado liberado por " delimited by size
                            lnk-id-usuario delimited by "  "
                            into rc-linha-relatorio
                     write rc-linha-relatorio
            end-evaluate.
       2150-exit.
            exit.

      *>===================================================================================
       2200-grava-cotacao-unidade section.
       2200.
                   ";Válidas;" ws-qt-linhas-validas
                   ";Rejeitadas;" ws-qt-linhas-rejeitadas
                   ";Cotações gravadas;" ws-qt-gravadas
                   ";Atualizadas;" ws-qt-atualizadas
                   ";Recusadas (período fechado);" ws-qt-recusadas-fechamento
                   ";Liberadas;" ws-qt-liberadas-fechamento delimited by size
                   into rc-linha-relatorio
            write rc-linha-relatorio
            if   ws-qt-linhas-validas = zeros
