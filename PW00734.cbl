      *>    histórico auditado (PW99801X, que registra o aprovador). A pendência
      *>    decidida permanece no PD99712 com solicitante, aprovador e data/hora -
      *>    a trilha mostra quem pediu e quem aprovou.
      *>    Parâmetro aprovado que leva a data de movimento (CR=1 SEQ=0 / CR=17)
      *>    para o período fechado passa pela verificação comum (PW38300X): só
      *>    aplica com justificativa de aprovador gerencial.
      *>    Concessão de perfil não normal (tela PW00752 e importação do RH PW00753)
      *>    também passa por aqui: a aprovação grava os perfis da solicitação no
      *>    PD30800 pelo PW30800X, com solicitante e aprovador no histórico.
      *>    Solicitação de unidade desativada (registro 86 do EFDPAR, PW00754) não
      *>    é aplicada - só pode ser rejeitada.
      *>

      *>===================================================================================
       copy PCS99712.CPY.               *> Alterações Pendentes de Aprovação
       copy PCS99704.CPY.               *> Lotes de Rotinas
       copy PCS99800.CPY.               *> Parâmetros
       copy PCS99715.CPY.               *> Assinantes das Saídas dos Jobs

      *>===================================================================================
       data division.
       copy PCF99712.CPY.               *> Alterações Pendentes de Aprovação
       copy PCF99704.CPY.               *> Lotes de Rotinas
       copy PCF99800.CPY.               *> Parâmetros
       copy PCF99715.CPY.               *> Assinantes das Saídas dos Jobs

      *>===================================================================================
       working-storage section.
       01   ws-PW99801X                 pic x(08) value "PW99801X".
       copy PCW99801.CPY.               *> Histórico de Alterações do PD99800

       01   ws-PW38300X                 pic x(08) value "PW38300X".
       copy PCW38300.CPY.               *> Verificação de Período Fechado

       01   ws-PW30800X                 pic x(08) value "PW30800X".
       copy PCW30800.CPY.               *> Concessão/Remoção de Usuário-Perfil

       01   ws-campos-de-trabalho.
            03 ws-chave-grupo.
               05 ws-gr-empresa         pic 9(03).
               88 ws-decisao-rejeitar       value "R".
            03 ws-grupo-aplicado        pic x(01) value "N".
               88 ws-aplicacao-ok           value "S".
            03 ws-dt-fechamento-tela    pic x(10) value spaces.
            03 ws-unidade-desativada-ind pic x(01) value "N".
               88 ws-unidade-desativada     value "S".

       01   ws-campos-renumeracao.
            03 ws-renumeracao-ind        pic x(01) value "S".
               88 ws-renumeracao-conhecida  value "S".
            03 ws-seq-job-anterior       pic 9(03) value zeros.
            03 ws-seq-job-nova           pic 9(03) value zeros.
            03 ws-ix-assinatura          pic 9(04) value zeros.
            03 ws-qt-assinaturas         pic 9(04) value zeros.
            03 tb-renumeracao-job        occurs 999.
               05 tb-rn-existente        pic x(01).
               05 tb-rn-seq-nova         pic 9(03).
            03 tb-assinatura-lote        occurs 9999.
               05 tb-as-seq-job          pic 9(03).
               05 tb-as-seq-assinante    pic 9(03).

       01   cgi-input is external-form.
            copy PCW902.CPY.
                05  f-ap-identificacao  pic x(05) identified by "apIdentificacao".
                05  f-ap-dt             pic 9(08) identified by "apDt".
                05  f-ap-hr             pic 9(06) identified by "apHr".
                05  f-justificativa-fechamento pic x(60) identified by "justificativaFechamento".
            03  f-Pendencias         pic x(50000) identified by "hPendencias".

      *>===================================================================================
       2210-monta-linha-pendencia section.
       2210.
            move spaces                 to ws-resumo-antes ws-resumo-depois
            evaluate true
                when a99712-tipo-parametro
                     move a99712-imagem-anterior(12:60) to ws-resumo-antes
                     move a99712-imagem-nova(12:60)     to ws-resumo-depois
                when a99712-tipo-usuario-perfil
                     move a99712-imagem-nova to lnk-up-dados
                     move "(sem o perfil)"  to ws-resumo-antes
                     string lnk-up-id-usuario delimited by " ",
                            " - sistema " lnk-up-cd-sistema
                            " perfil " lnk-up-cd-perfil delimited by size,
                            " - " delimited by size,
                            lnk-up-motivo delimited by "  "
                            into ws-resumo-depois
                when other
      *>             Lote: resume pela descrição do cabeçalho (posição da descrição na
      *>             imagem do PD99704 - após a chave de 15 posições)
                     move a99712-imagem-anterior(16:50) to ws-resumo-antes
                     move a99712-imagem-nova(16:50)     to ws-resumo-depois
            end-evaluate
            string a99712-cd-empresa        delimited by size,
                   "/" delimited by size,
                   a99712-cd-filial         delimited by size,
                 perform 8000-mensagem
                 exit section
            end-if
            if   ws-decisao-aprovar
                 perform 2550-verifica-unidade-desativada
                 if   ws-unidade-desativada
                      move spaces       to whs-mensagem
                      string "Unidade " f-ap-empresa "/" f-ap-filial
                             " desativada (PW00754) - a solicitação não pode ser aplicada, só rejeitada !"
                             delimited by size
                             into whs-mensagem
                      perform 8000-mensagem
                      exit section
                 end-if
            end-if
            move function current-date(1:8) to ws-dt-decisao
            move function current-date(9:6) to ws-hr-decisao
            move "S"                    to ws-grupo-aplicado
            if   ws-decisao-aprovar
                 evaluate f-ap-tipo
                     when "L"
                          perform 2600-aplica-lote
                     when "U"
                          perform 2680-aplica-usuario-perfil
                     when other
                          perform 2650-aplica-parametro
                 end-evaluate
            end-if
            if   ws-aplicacao-ok
                 perform 2700-marca-grupo-decidido
       2510-exit.
            exit.

      *>===================================================================================
      *>    Unidade desativada pela PW00754: o registro 86 do EFDPAR com situação D.
      *>===================================================================================
       2550-verifica-unidade-desativada section.
       2550.
            move "N"                    to ws-unidade-desativada-ind
            move spaces                 to wid-pd99800
            string lnk-dtbpath delimited by " "
                   "/EFDPAR.CAD" delimited by size
                   into wid-pd99800
            perform 9000-abrir-i-pd99800
            if   not ws-operacao-ok
                 close pd99800
                 move zeros             to ws-resultado-acesso
                 exit section
            end-if
            initialize                  fpard-desativacao-filial
            move f-ap-empresa           to fpard-cd-empresa
            move f-ap-filial            to fpard-cd-filial
            move 86                     to fpard-cd-registro
            move 0                      to fpard-cd-sequencia
            perform 9000-ler-pd99800-ran
            if   ws-operacao-ok
            and  fpard-filial-desativada
                 move "S"               to ws-unidade-desativada-ind
            end-if
            close pd99800
            move zeros                  to ws-resultado-acesso.
       2550-exit.
            exit.

      *>===================================================================================
      *>    Aplicação de solicitação de Lote: os registros vivos do Lote saem e as
      *>    imagens pendentes entram (ação G) - ou só saem (ação E) - o mesmo
      *>    delete-e-regrava do 2600/2610 do PW00007. As assinaturas (PD99715)
      *>    seguem os jobs para as seqs novas, como no 2620 do PW00007; as de job
      *>    removido, e todas as do Lote excluído, saem.
      *>===================================================================================
       2600-aplica-lote section.
       2600.
            move "N"                    to ws-grupo-aplicado
            initialize                  ws-campos-renumeracao
            move "S"                    to ws-renumeracao-ind
            perform 9000-abrir-io-pd99704
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd99704 "OP" ws-resultado-acesso
                 close pd99704
                 exit section
            end-if
            perform 9000-abrir-io-pd99715
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd99715 "OP" ws-resultado-acesso
                 cancel ws-PP00001X
                 close pd99704
                 close pd99715
                 exit section
            end-if
            move zeros                  to ws-lote-aplicar
            if   f-ap-identificacao(1:3) is numeric
                 move f-ap-identificacao(1:3) to ws-lote-aplicar
            perform 2610-remove-lote-vivo
            if   not ws-aplicacao-ok
                 close pd99704
                 close pd99715
                 exit section
            end-if

            if   ws-acao-grupo = "G"
                 perform 2620-grava-imagens-pendentes
            end-if

      *>    solicitação gravada antes da seq de origem dos jobs: as assinaturas
      *>    ficam como estão
            if   ws-aplicacao-ok
            and  ws-renumeracao-conhecida
                 perform 2630-renumera-assinaturas
            end-if
            close pd99704
            close pd99715.
       2600-exit.
            exit.

                    or  f99704-cd-empresa not = f-ap-empresa
                    or  f99704-cd-filial  not = f-ap-filial
                    or  f99704-lote       not = ws-lote-aplicar
                 if   f99704-codigo-registro = 1
                 and  f99704-seq > zeros
                      move "S"          to tb-rn-existente(f99704-seq)
                 end-if
                 delete pd99704
                 if   not ws-operacao-ok
                      call ws-PP00001X using wid-pd99704 "DL" ws-resultado-acesso
                           call ws-PP00001X using wid-pd99704 "WR" ws-resultado-acesso
                           cancel ws-PP00001X
                           move "N"     to ws-grupo-aplicado
                      else
                           if   f99704-codigo-registro = 1
                                perform 2625-registra-renumeracao
                           end-if
                      end-if
                 end-if
                 perform 9000-ler-pd99712-nex
       2620-exit.
            exit.

      *>===================================================================================
       2625-registra-renumeracao section.
       2625.
            if   a99712-seq-job-origem not numeric
                 move "N"               to ws-renumeracao-ind
                 exit section
            end-if
            move a99712-seq-job-origem  to ws-seq-job-anterior
            if   ws-seq-job-anterior > zeros
            and  tb-rn-existente(ws-seq-job-anterior) = "S"
                 move f99704-seq        to tb-rn-seq-nova(ws-seq-job-anterior)
            end-if.
       2625-exit.
            exit.

      *>===================================================================================
      *>    Assinaturas do Lote para as seqs novas dos jobs, passando por uma seq
      *>    provisória (nova + 500) para um job não cair sobre as assinaturas de
      *>    outro ainda não renumerado; job sem seq nova perde as assinaturas.
      *>===================================================================================
       2630-renumera-assinaturas section.
       2630.
            move zeros                  to ws-qt-assinaturas
            move spaces                 to a99715-registro
            initialize                  a99715-registro
            move f-ap-empresa           to a99715-cd-empresa
            move f-ap-filial            to a99715-cd-filial
            move ws-lote-aplicar        to a99715-lote
            perform 9000-str-pd99715-nlss
            perform 9000-ler-pd99715-nex
            perform until
                    not ws-operacao-ok
                    or  a99715-cd-empresa not equal f-ap-empresa
                    or  a99715-cd-filial  not equal f-ap-filial
                    or  a99715-lote       not equal ws-lote-aplicar
                    or  ws-qt-assinaturas >= 9999
                 add 1                  to ws-qt-assinaturas
                 move a99715-seq-job    to tb-as-seq-job(ws-qt-assinaturas)
                 move a99715-seq-assinante
                                        to tb-as-seq-assinante(ws-qt-assinaturas)
                 perform 9000-ler-pd99715-nex
            end-perform
            move zeros                  to ws-resultado-acesso

            perform varying ws-ix-assinatura from 1 by 1
                    until ws-ix-assinatura > ws-qt-assinaturas
                 move tb-as-seq-job(ws-ix-assinatura) to ws-seq-job-anterior
                 move zeros             to ws-seq-job-nova
                 if   ws-seq-job-anterior > zeros
                      move tb-rn-seq-nova(ws-seq-job-anterior) to ws-seq-job-nova
                 end-if
                 if   ws-seq-job-nova not = ws-seq-job-anterior
                      perform 2635-retira-assinatura
                 end-if
            end-perform

            perform varying ws-ix-assinatura from 1 by 1
                    until ws-ix-assinatura > ws-qt-assinaturas
                 move tb-as-seq-job(ws-ix-assinatura) to ws-seq-job-anterior
                 move zeros             to ws-seq-job-nova
                 if   ws-seq-job-anterior > zeros
                      move tb-rn-seq-nova(ws-seq-job-anterior) to ws-seq-job-nova
                 end-if
                 if   ws-seq-job-nova not = ws-seq-job-anterior
                 and  ws-seq-job-nova > zeros
                      perform 2636-assenta-assinatura
                 end-if
            end-perform.
       2630-exit.
            exit.

      *>===================================================================================
       2635-retira-assinatura section.
       2635.
            move spaces                 to a99715-registro
            initialize                  a99715-registro
            move f-ap-empresa           to a99715-cd-empresa
            move f-ap-filial            to a99715-cd-filial
            move ws-lote-aplicar        to a99715-lote
            move ws-seq-job-anterior    to a99715-seq-job
            move tb-as-seq-assinante(ws-ix-assinatura) to a99715-seq-assinante
            perform 9000-ler-pd99715-ran
            if   not ws-operacao-ok
                 move zeros             to ws-resultado-acesso
                 exit section
            end-if
            delete pd99715
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd99715 "DL" ws-resultado-acesso
                 cancel ws-PP00001X
                 exit section
            end-if
            if   ws-seq-job-nova > zeros
                 compute a99715-seq-job = ws-seq-job-nova + 500
                 write a99715-registro
                 if   not ws-operacao-ok
                      call ws-PP00001X using wid-pd99715 "WR" ws-resultado-acesso
                      cancel ws-PP00001X
                 end-if
            end-if
            move zeros                  to ws-resultado-acesso.
       2635-exit.
            exit.

      *>===================================================================================
       2636-assenta-assinatura section.
       2636.
            move spaces                 to a99715-registro
            initialize                  a99715-registro
            move f-ap-empresa           to a99715-cd-empresa
            move f-ap-filial            to a99715-cd-filial
            move ws-lote-aplicar        to a99715-lote
            compute a99715-seq-job = ws-seq-job-nova + 500
            move tb-as-seq-assinante(ws-ix-assinatura) to a99715-seq-assinante
            perform 9000-ler-pd99715-ran
            if   not ws-operacao-ok
                 move zeros             to ws-resultado-acesso
                 exit section
            end-if
            delete pd99715
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd99715 "DL" ws-resultado-acesso
                 cancel ws-PP00001X
                 exit section
            end-if
            move ws-seq-job-nova        to a99715-seq-job
            write a99715-registro
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd99715 "WR" ws-resultado-acesso
                 cancel ws-PP00001X
            end-if
            move zeros                  to ws-resultado-acesso.
       2636-exit.
            exit.

      *>===================================================================================
      *>    Aplicação de solicitação de parâmetro: o registro do PD99800 recebe a
      *>    imagem aprovada, com antes/depois no histórico auditado (PW99801X) - o
                 exit section
            end-if
            move a99712-imagem-nova(1:200) to fparm-mestre
            perform 2660-verifica-periodo-fechado
            if   lnk-pf-periodo-fechado
                 close pd99800
                 exit section
            end-if
            initialize                  lnk-hist-pd99800
            move fparm-cd-empresa       to lnk-hp-cd-empresa
            move fparm-cd-filial        to lnk-hp-cd-filial
       2650-exit.
            exit.

      *>===================================================================================
      *>    Imagem aprovada que leva a data de movimento para o período fechado:
      *>    não aplica (a solicitação continua pendente), salvo aprovador
      *>    gerencial com justificativa - a liberação fica no histórico.
      *>===================================================================================
       2660-verifica-periodo-fechado section.
       2660.
            initialize                  lnk-periodo-fechado
            move fparm-cd-empresa       to lnk-pf-cd-empresa
            move fparm-cd-filial        to lnk-pf-cd-filial
            move fparm-codigo-registro  to lnk-pf-codigo-registro
            move fparm-sequencia        to lnk-pf-sequencia
            move a99712-imagem-anterior(12:189) to lnk-pf-imagem-anterior
            move fparm-dados            to lnk-pf-imagem-atual
            move "PW00734"              to lnk-pf-nome-programa
            move f-justificativa-fechamento to lnk-pf-justificativa
            call ws-PW38300X using lnk-par lnk-periodo-fechado
            cancel ws-PW38300X
            if   lnk-pf-periodo-fechado
                 move spaces            to ws-dt-fechamento-tela
                 string lnk-pf-dt-ult-fechamento(7:2) "/"
                        lnk-pf-dt-ult-fechamento(5:2) "/"
                        lnk-pf-dt-ult-fechamento(1:4) delimited by size
                        into ws-dt-fechamento-tela
                 move spaces            to whs-mensagem
                 string "Aprovação não aplicada - a data de movimento cai no período fechado (último Fechamento Financeiro em "
                        ws-dt-fechamento-tela
                        "). Liberação só por aprovador gerencial, com justificativa !"
                        delimited by size
                        into whs-mensagem
                 perform 8000-mensagem
            end-if.
       2660-exit.
            exit.

      *>===================================================================================
      *>    Aplicação de concessão de perfil não normal: cada perfil pendente da
      *>    solicitação é gravado no PD30800 pelo PW30800X, com o solicitante como
      *>    operador e o decisor como aprovador no histórico. Perfil que já
      *>    existe não é erro - a reaprovação depois de uma falha só completa.
      *>===================================================================================
       2680-aplica-usuario-perfil section.
       2680.
            move spaces                 to a99712-registro
            initialize                  a99712-registro
            move f-ap-empresa           to a99712-cd-empresa
            move f-ap-filial            to a99712-cd-filial
            move f-ap-tipo              to a99712-tipo
            move f-ap-identificacao     to a99712-identificacao
            move f-ap-dt                to a99712-dt-solicitacao
            move f-ap-hr                to a99712-hr-solicitacao
            perform 9000-str-pd99712-nlss
            perform 9000-ler-pd99712-nex
            perform until not ws-operacao-ok
                    or  a99712-cd-empresa      not = f-ap-empresa
                    or  a99712-cd-filial       not = f-ap-filial
                    or  a99712-tipo            not = f-ap-tipo
                    or  a99712-identificacao   not = f-ap-identificacao
                    or  a99712-dt-solicitacao  not = f-ap-dt
                    or  a99712-hr-solicitacao  not = f-ap-hr
                    or  not ws-aplicacao-ok
                 if   a99712-pendente
                      initialize        lnk-usuario-perfil
                      move a99712-imagem-nova to lnk-up-dados
                      move "C"          to lnk-up-acao
                      move a99712-id-solicitante to lnk-up-id-operador
                      move lnk-id-usuario to lnk-up-id-aprovador
                      move "PW00734"    to lnk-up-nome-programa
                      call ws-PW30800X using lnk-par lnk-usuario-perfil
                      cancel ws-PW30800X
                      if   lnk-up-com-erro
                           move "N"     to ws-grupo-aplicado
                      end-if
                 end-if
                 perform 9000-ler-pd99712-nex
            end-perform
            move zeros                  to ws-resultado-acesso.
       2680-exit.
            exit.

      *>===================================================================================
       2700-marca-grupo-decidido section.
       2700.
                     <TD class=titulocampo width=14%>&nbsp;
                  <TR>
                     <TD colspan=10><div id=divPendencias></div>
                  <TR>
                     <TD class=titulocampo colspan=2>Justificativa (período fechado)
                     <TD colspan=8>&nbsp;<input name=justificativaFechamento size=60 maxlength=60 value="" class="campo">
                        &nbsp;(só aprovador gerencial - data de movimento no ou antes do último Fechamento Financeiro)
               </TABLE>
               </TABLE>
               <input type=hidden name=hPendencias value=":f-Pendencias">
                       return data.substr(6,2) + '/' + data.substr(4,2) + '/' + data.substr(0,4);
                   }
                   function TipoAp( tipo ) {
                       if( tipo == 'U' ) { return 'Usuário-Perfil'; }
                       return ( tipo == 'L' ) ? 'Lote' : 'Parâmetro';
                   }
                   function AcaoAp( acao ) {
       copy PCL99712.CPY.               *> Alterações Pendentes de Aprovação
       copy PCL99704.CPY.               *> Lotes de Rotinas
       copy PCL99800.CPY.               *> Parâmetros
       copy PCL99715.CPY.               *> Assinantes das Saídas dos Jobs
