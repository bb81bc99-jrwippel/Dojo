      *>        - atualiza o CR=17 (anterior/atual/próxima) e a data de movimento
      *>          visível do CR=1 SEQ=0 (fpare-data-atual), ambos com imagem
      *>          antes/depois no histórico de parâmetros (PW99801X);
      *>        - recusa a data nova no ou antes do último Fechamento Financeiro
      *>          da unidade (verificação comum de período fechado, PW38300X);
      *>          usuário gerencial libera informando justificativa=<motivo>,
      *>          que fica no histórico de parâmetros;
      *>        - loga o que fez em ../tmp/work/avadata_<data>.txt.
      *>
      *>    Parâmetros (lnk-rotina-configuracao, campo=valor&...):
      *>        justificativa=<motivo>  liberação gerencial de período fechado
      *>

      *>===================================================================================
       environment division.
       01   ws-PW99801X                 pic x(08) value "PW99801X".
       copy PCW99801.CPY.               *> Histórico de Alterações do PD99800

       01   ws-PW38300X                 pic x(08) value "PW38300X".
       copy PCW38300.CPY.               *> Verificação de Período Fechado

       01   ws-parametros-entrada.
            03 ws-par-config            pic x(2000) value spaces.
            03 ws-par-item              pic x(100) occurs 20.
            03 ws-par-campo             pic x(30) value spaces.
            03 ws-par-valor             pic x(60) value spaces.
            03 ws-par-index             pic 9(02) value zeros.
            03 ws-justificativa-fechamento pic x(60) value spaces.

       01   ws-campos-de-trabalho.
            03 ws-data-hoje             pic 9(08) value zeros.
            03 ws-integer-hoje          pic 9(07) value zeros.
                 perform 2000-verifica-fechamentos
                 if   lnk-sem-erro
                      perform 2300-calcula-data-nova
                      perform 2400-verifica-periodo-fechado
                      if   lnk-sem-erro
                           perform 2500-aplica-avanco
                      end-if
                 end-if
            end-if
            perform 3000-finalizacao.
       1000-inicializacao section.
       1000.
            move "0"                    to lnk-retorno
            perform 1100-carrega-parametros-entrada
            perform 9000-abre-relatorio
            if   not ws-rel-avanco-ok
                 move "1"               to lnk-retorno
       1000-exit.
            exit.

      *>===================================================================================
       1100-carrega-parametros-entrada section.
       1100.
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
                      if   ws-par-campo = "justificativa"
                           move ws-par-valor to ws-justificativa-fechamento
                      end-if
                 end-if
            end-perform.
       1100-exit.
            exit.

      *>===================================================================================
      *>    As mesmas verificações de fechamento do PW00720: financeiro (PD38300) e
      *>    estoque (PD18700) dentro dos limites de dias do CR=81 - fora do limite
       2320-exit.
            exit.

      *>===================================================================================
      *>    Mês fechado continua fechado: a data nova não pode cair no ou antes do
      *>    último Fechamento Financeiro, salvo liberação gerencial justificada.
      *>===================================================================================
       2400-verifica-periodo-fechado section.
       2400.
            initialize                  lnk-periodo-fechado
            move lnk-cd-empresa         to lnk-pf-cd-empresa
            move lnk-cd-filial          to lnk-pf-cd-filial
            move ws-data-nova-mov       to lnk-pf-dt-alteracao
            move "PW00729"              to lnk-pf-nome-programa
            move ws-justificativa-fechamento to lnk-pf-justificativa
            call ws-PW38300X using lnk-par lnk-periodo-fechado
            cancel ws-PW38300X
            evaluate true
                when lnk-pf-periodo-fechado
                     move spaces        to whs-mensagem
                     string "Avanço recusado - data nova " ws-data-nova-mov
                            " no período fechado (último Fechamento Financeiro "
                            lnk-pf-dt-ult-fechamento ")" delimited by size
                            into whs-mensagem
                     perform 9000-grava-erro
                when lnk-pf-liberado-gerente
                     move spaces        to ra-linha-relatorio
                     string "PW00729;" lnk-cd-empresa "/" lnk-cd-filial
                            ";Período fechado liberado por " delimited by size
                            lnk-id-usuario delimited by "  "
                            " - último Fechamento Financeiro " delimited by size
                            lnk-pf-dt-ult-fechamento delimited by size
                            into ra-linha-relatorio
                     write ra-linha-relatorio
            end-evaluate.
       2400-exit.
            exit.

      *>===================================================================================
      *>    Aplicação: CR=17 (anterior <- atual, atual <- nova, próxima <- nova+1
      *>    com os mesmos deslocamentos) e data de movimento visível do CR=1 SEQ=0,
