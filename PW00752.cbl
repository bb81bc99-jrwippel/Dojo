      $set preprocess (htmlpp) endp
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id.  PW00752.
      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>            Provisionamento de Usuário-Perfil (PD30800)
      *>            --------------------------------------------------------
      *>
      *>    Clonagem: os perfis (sistema/perfil/perfil-normal-ind) de um usuário
      *>    modelo são concedidos a um usuário novo nas Empresas/Filiais
      *>    escolhidas (eee/ffff separadas por vírgula; em branco, as mesmas
      *>    unidades do modelo). Cada unidade recebe os perfis que o modelo tem
      *>    nela; com a unidade do modelo informada, todas recebem os perfis que o
      *>    modelo tem naquela unidade - assim também se abre o próprio usuário em
      *>    mais filiais (modelo = usuário).
      *>    Perfil normal é gravado na hora; perfil não normal fica pendente no
      *>    PD99712 (tipo U) até um aprovador DIFERENTE decidir na tela PW00734.
      *>
      *>    Desligamento: o usuário sai de todas as Empresas/Filiais, suas
      *>    concessões pendentes são rejeitadas e suas sessões vivas (LOGON /
      *>    SUBLOGON) encerradas como no console PW00736, com o evento
      *>    LOGOFF-FORCADO na trilha lgn-hist.
      *>
      *>    Toda concessão e remoção passa pelo PW30800X e fica no histórico
      *>    PD30801 com operador, aprovador e motivo (obrigatório), listado aqui
      *>    com os perfis atuais do usuário consultado. Tela restrita a usuário
      *>    gerencial; a importação em massa do RH é o batch PW00753.
      *>

      *>===================================================================================
       environment division.
            special-names. decimal-point is comma.

       input-output section.
       file-control.

       copy PCS30800.CPY.               *> Usuário-Perfil
       copy PCS30801.CPY.               *> Histórico de Usuário-Perfil
       copy PCS99712.CPY.               *> Alterações Pendentes de Aprovação
       copy PCS99800.CPY.               *> Parâmetros

            select logon assign to disk wid-logon
                   organization is indexed
                   access mode is dynamic
                   record key is lgn-session-id
                   alternate key is lgn-usuario with duplicates
                   file status is ws-resultado-acesso
                   lock mode is manual.

            select sublogon assign to disk wid-sublogon
                   organization is indexed
                   access mode is dynamic
                   record key is lns-sub-session-id
                   alternate key is lns-chave-2 = lns-session-id
                                                  lns-sub-session-id
                   file status is ws-resultado-acesso
                   lock mode is manual.

            select lgn-hist assign to disk wid-lgn-hist
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-lgn-hist.

      *>===================================================================================
       data division.

       copy PCF30800.CPY.               *> Usuário-Perfil
       copy PCF30801.CPY.               *> Histórico de Usuário-Perfil
       copy PCF99712.CPY.               *> Alterações Pendentes de Aprovação
       copy PCF99800.CPY.               *> Parâmetros

       fd   logon.
       01   lgn-registro.
            03 lgn-session-id           pic x(50).
            03 lgn-usuario              pic x(20).
            03 lgn-linkage              pic x(10000).
            03 lgn-dt-ult-atividade     pic 9(08).
            03 lgn-hr-ult-atividade     pic 9(06).
            03 lgn-cd-empresa           pic 9(03).
            03 lgn-cd-filial            pic 9(04).

       fd   sublogon.
       01   lns-registro.
            03 lns-sub-session-id       pic x(50).
            03 lns-session-id           pic x(50).
            03 lns-linkage              pic x(10000).
            03 lns-dt-ult-atividade     pic 9(08).
            03 lns-hr-ult-atividade     pic 9(06).

       fd   lgn-hist.
       01   lh-linha-hist               pic x(300).

      *>===================================================================================
       working-storage section.
       78   versao             value "a".

       78   ws-limite-perfis            value 500.
       78   ws-limite-unidades          value 50.

       copy PCW900.CPY.
       copy PCW904.CPY.

       01   ws-PW30800X                 pic x(08) value "PW30800X".
       copy PCW30800.CPY.               *> Concessão/Remoção de Usuário-Perfil

       01   ws-campos-de-trabalho.
            03 ws-data-agora            pic 9(08) value zeros.
            03 ws-hora-agora            pic 9(06) value zeros.
            03 ws-id-usuario-perfis     pic x(10) value spaces.
            03 ws-ix-perfil             pic 9(03) value zeros.
            03 ws-ix-unidade            pic 9(03) value zeros.
            03 ws-qt-perfis             pic 9(03) value zeros.
            03 ws-qt-unidades           pic 9(03) value zeros.
            03 ws-qt-concedidos         pic 9(05) value zeros.
            03 ws-qt-ja-existentes      pic 9(05) value zeros.
            03 ws-qt-pendentes          pic 9(05) value zeros.
            03 ws-qt-removidos          pic 9(05) value zeros.
            03 ws-qt-rejeitadas         pic 9(05) value zeros.
            03 ws-qt-erros              pic 9(05) value zeros.
            03 ws-qt-unid-sem-perfil    pic 9(03) value zeros.
            03 ws-qt-perfis-unidade     pic 9(03) value zeros.
            03 ws-seq-pendencia         pic 9(03) value zeros.
            03 ws-empresa-origem        pic 9(03) value zeros.
            03 ws-filial-origem         pic 9(04) value zeros.
            03 ws-lista-unidades        pic x(200) value spaces.
            03 ws-texto-unidade         pic x(20) value spaces.
            03 ws-ponteiro-lista        pic 9(03) value zeros.
            03 ws-motivo-erro           pic x(100) value spaces.

       01   ws-campos-sessao.
            03 ws-qt-subsessoes         pic 9(05) value zeros.
            03 ws-qt-sessoes-encerradas pic 9(05) value zeros.
            03 ws-sessionid-alvo        pic x(50) value spaces.
            03 ws-usuario-alvo          pic x(20) value spaces.
            03 ws-empresa-alvo          pic 9(03) value zeros.
            03 ws-filial-alvo           pic 9(04) value zeros.

       01   tb-perfis.
            03 tb-perfil occurs 500.
               05 tp-cd-empresa         pic 9(03).
               05 tp-cd-filial          pic 9(04).
               05 tp-cd-sistema         pic 9(10).
               05 tp-cd-perfil          pic 9(04).
               05 tp-perfil-normal-ind  pic x(01).

       01   tb-unidades-destino.
            03 tb-unidade occurs 50.
               05 tu-cd-empresa         pic 9(03).
               05 tu-cd-filial          pic 9(04).

       01   wid-pd30800                 pic x(100) value spaces.
       01   wid-pd30801                 pic x(100) value spaces.
       01   wid-logon                   pic x(100) value spaces.
       01   wid-sublogon                pic x(100) value spaces.
       01   wid-lgn-hist                pic x(100) value spaces.
       01   ws-sts-lgn-hist             pic x(02) value "00".
            88 ws-lgn-hist-ok               value "00".

       01   cgi-input is external-form.
            copy PCW902.CPY.
            03  f-campos-formulario.
                05  f-usuario-modelo    pic x(10) identified by "usuarioModelo".
                05  f-usuario-destino   pic x(10) identified by "usuarioDestino".
                05  f-modelo-empresa    pic 9(03) identified by "modeloEmpresa".
                05  f-modelo-filial     pic 9(04) identified by "modeloFilial".
                05  f-unidades-destino  pic x(200) identified by "unidadesDestino".
                05  f-motivo            pic x(60) identified by "motivo".
                05  f-usuario-consulta  pic x(10) identified by "usuarioConsulta".
            03  f-Perfis             pic x(20000) identified by "hPerfis".
            03  f-Historico          pic x(50000) identified by "hHistorico".

      *>===================================================================================
       linkage section.
       copy PCW990.CPY.

      *>===================================================================================
       procedure division using lnk-par.

      *>===================================================================================
       0000-controle section.
       0000.
            perform 1000-inicializacao.
            perform 2000-processamento.
            perform 3000-finalizacao.
       0000-saida.
            exit program
            stop run.

      *>===================================================================================
       1000-inicializacao section.
       1000.
            perform 9000-abrir-i-pd30800
            perform 9000-abrir-io-pd30801
            perform 9000-abrir-io-pd99712
            move spaces                 to wid-pd99800
            string lnk-dtbpath delimited by " "
                   "/EFDPAR.CAD" delimited by size
                   into wid-pd99800
            perform 9000-abrir-i-pd99800
            perform 9000-abrir-io-logon
            perform 9000-abrir-io-sublogon
            perform 9000-validar-sessao
            perform 8000-cabecalho-padrao.
       1000-exit.
            exit.

      *>===================================================================================
       2000-processamento section.
       2000.
            if   not lnk-usuario-gerencial
                 move "Provisionamento de perfis restrito a usuário gerencial !"
                                        to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            evaluate f-frame
                when 0
                    perform 2000-controle-programa
                when 9
                    perform 2999-controle-frame
                when other
                    move "Frame Inválido !" to whs-mensagem
                    perform 8000-mensagem
            end-evaluate.
       2000-exit.
            exit.

      *>===================================================================================
       2000-controle-programa section.
       2000.
            evaluate f-opcao
                when 0
                    perform 2200-carrega-perfis-atuais
                    perform 2300-carrega-historico
                    perform 8000-tela
                when other
                    move "Opção Inválida!" to whs-mensagem
                    perform 8000-mensagem
            end-evaluate.
       2000-exit.
            exit.

      *>===================================================================================
       2999-controle-frame section.
       2999.
            move function current-date(1:8) to ws-data-agora
            move function current-date(9:6) to ws-hora-agora
            move zeros                  to ws-qt-concedidos ws-qt-ja-existentes
                                           ws-qt-pendentes ws-qt-removidos
                                           ws-qt-rejeitadas ws-qt-erros
                                           ws-qt-unid-sem-perfil
                                           ws-qt-sessoes-encerradas
                                           ws-seq-pendencia
            evaluate f-opcao
                when 6
                    perform 2600-clona-usuario
                when 7
                    perform 2700-desliga-usuario
                when other
                    move "Controle Inválido" to whs-mensagem
                    perform 8000-mensagem
            end-evaluate
            perform 8000-finaliza-controle.
       2999-exit.
            exit.

      *>===================================================================================
      *>    Perfis atuais do usuário consultado, por Empresa/Filial.
      *>===================================================================================
       2200-carrega-perfis-atuais section.
       2200.
            move 1                      to wx-index-1
            move spaces                 to f-Perfis
            if   f-usuario-consulta = spaces
                 exit section
            end-if
            move f-usuario-consulta     to ws-id-usuario-perfis
            perform 9000-carrega-perfis-usuario
            perform varying ws-ix-perfil from 1 by 1
                    until ws-ix-perfil > ws-qt-perfis
                 string tp-cd-empresa(ws-ix-perfil) delimited by size,
                        "/" delimited by size,
                        tp-cd-filial(ws-ix-perfil)  delimited by size,
                        "¶" delimited by size,
                        tp-cd-sistema(ws-ix-perfil) delimited by size,
                        "¶" delimited by size,
                        tp-cd-perfil(ws-ix-perfil)  delimited by size,
                        "¶" delimited by size,
                        tp-perfil-normal-ind(ws-ix-perfil) delimited by size,
                        delimitador delimited by size
                        into f-Perfis
                        pointer wx-index-1
            end-perform.
       2200-exit.
            exit.

      *>===================================================================================
      *>    Histórico de concessões e remoções do usuário consultado (PD30801).
      *>===================================================================================
       2300-carrega-historico section.
       2300.
            move 1                      to wx-index-1
            move spaces                 to f-Historico
            if   f-usuario-consulta = spaces
                 exit section
            end-if
            move spaces                 to g30801-registro
            initialize                  g30801-registro
            move f-usuario-consulta     to g30801-id-usuario
            perform 9000-str-pd30801-nlss
            perform 9000-ler-pd30801-nex
            perform until not ws-operacao-ok
                    or  g30801-id-usuario not = f-usuario-consulta
                    or  wx-index-1 > 49500
                 string g30801-dt-alteracao      delimited by size,
                        "¶" delimited by size,
                        g30801-hr-alteracao      delimited by size,
                        "¶" delimited by size,
                        g30801-acao              delimited by size,
                        "¶" delimited by size,
                        g30801-cd-empresa        delimited by size,
                        "/" delimited by size,
                        g30801-cd-filial         delimited by size,
                        "¶" delimited by size,
                        g30801-cd-sistema        delimited by size,
                        "¶" delimited by size,
                        g30801-cd-perfil         delimited by size,
                        "¶" delimited by size,
                        g30801-perfil-normal-ind delimited by size,
                        "¶" delimited by size,
                        g30801-modo              delimited by size,
                        "¶" delimited by size,
                        g30801-id-usuario-modelo delimited by "  ",
                        "¶" delimited by size,
                        g30801-id-operador       delimited by "  ",
                        "¶" delimited by size,
                        g30801-id-aprovador      delimited by "  ",
                        "¶" delimited by size,
                        g30801-nome-programa     delimited by "  ",
                        "¶" delimited by size,
                        g30801-motivo            delimited by "  ",
                        delimitador delimited by size
                        into f-Historico
                        pointer wx-index-1
                 perform 9000-ler-pd30801-nex
            end-perform
            move zeros                  to ws-resultado-acesso.
       2300-exit.
            exit.

      *>===================================================================================
      *>    Clonagem dos perfis do modelo para o usuário novo nas unidades
      *>    escolhidas.
      *>===================================================================================
       2600-clona-usuario section.
       2600.
            if   f-modelo-empresa is not numeric
                 move zeros             to f-modelo-empresa
            end-if
            if   f-modelo-filial is not numeric
                 move zeros             to f-modelo-filial
            end-if
            if   f-usuario-modelo = spaces
            or   f-usuario-destino = spaces
                 move "Informe o usuário modelo e o usuário novo !" to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            if   f-motivo = spaces
                 move "Informe o motivo !" to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            if   f-usuario-modelo = f-usuario-destino
            and  f-modelo-empresa = zeros
            and  f-modelo-filial  = zeros
                 move "Para estender o próprio usuário a outras unidades informe a unidade do modelo !"
                                        to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if

            move f-usuario-modelo       to ws-id-usuario-perfis
            perform 9000-carrega-perfis-usuario
            if   ws-qt-perfis = zeros
                 move "Usuário modelo sem perfis no PD30800 !" to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            if   f-modelo-empresa not = zeros
            or   f-modelo-filial  not = zeros
                 move zeros             to ws-qt-perfis-unidade
                 perform varying ws-ix-perfil from 1 by 1
                         until ws-ix-perfil > ws-qt-perfis
                      if   tp-cd-empresa(ws-ix-perfil) = f-modelo-empresa
                      and  tp-cd-filial(ws-ix-perfil)  = f-modelo-filial
                           add 1        to ws-qt-perfis-unidade
                      end-if
                 end-perform
                 if   ws-qt-perfis-unidade = zeros
                      move "Usuário modelo sem perfis na unidade do modelo informada !"
                                        to whs-mensagem
                      perform 8000-mensagem
                      exit section
                 end-if
            end-if

            perform 2610-monta-unidades-destino
            if   ws-motivo-erro not = spaces
                 move ws-motivo-erro    to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if

            perform varying ws-ix-unidade from 1 by 1
                    until ws-ix-unidade > ws-qt-unidades
                 perform 2620-clona-para-unidade
            end-perform

            move spaces                 to whs-mensagem
            string "Clonagem para " delimited by size,
                   f-usuario-destino delimited by " ",
                   ": " ws-qt-concedidos " perfil(is) concedido(s), "
                   ws-qt-ja-existentes " já existente(s), "
                   ws-qt-pendentes " pendente(s) de aprovação (PW00734), "
                   ws-qt-unid-sem-perfil " unidade(s) sem perfil do modelo, "
                   ws-qt-erros " erro(s) !" delimited by size
                   into whs-mensagem
            perform 8000-mensagem.
       2600-exit.
            exit.

      *>===================================================================================
      *>    Unidades de destino: lista eee/ffff (vírgula, ponto-e-vírgula ou
      *>    espaço) conferidas no EFDPAR; em branco, as unidades do modelo.
      *>===================================================================================
       2610-monta-unidades-destino section.
       2610.
            move spaces                 to ws-motivo-erro
            move zeros                  to ws-qt-unidades
            if   f-unidades-destino = spaces
                 if   f-modelo-empresa not = zeros
                 or   f-modelo-filial  not = zeros
                      move "Informe as unidades de destino !" to ws-motivo-erro
                      exit section
                 end-if
                 perform varying ws-ix-perfil from 1 by 1
                         until ws-ix-perfil > ws-qt-perfis
                      move tp-cd-empresa(ws-ix-perfil) to ws-empresa-origem
                      move tp-cd-filial(ws-ix-perfil)  to ws-filial-origem
                      perform 2615-inclui-unidade
                 end-perform
                 exit section
            end-if

            move f-unidades-destino     to ws-lista-unidades
            inspect ws-lista-unidades replacing all ";" by ","
                                                all " " by ","
            move 1                      to ws-ponteiro-lista
            perform until ws-ponteiro-lista > 200
                    or    ws-motivo-erro not = spaces
                 move spaces            to ws-texto-unidade
                 unstring ws-lista-unidades delimited by all ","
                          into ws-texto-unidade
                          with pointer ws-ponteiro-lista
                 if   ws-texto-unidade not = spaces
                      if   ws-texto-unidade(1:3) is not numeric
                      or   ws-texto-unidade(4:1) not = "/"
                      or   ws-texto-unidade(5:4) is not numeric
                      or   ws-texto-unidade(9:) not = spaces
                           move spaces  to ws-motivo-erro
                           string "Unidade inválida (use eee/ffff): " delimited by size,
                                  ws-texto-unidade delimited by "  "
                                  into ws-motivo-erro
                      else
                           move ws-texto-unidade(1:3) to ws-empresa-origem
                           move ws-texto-unidade(5:4) to ws-filial-origem
                           perform 2615-inclui-unidade
                      end-if
                 end-if
            end-perform
            if   ws-motivo-erro = spaces
            and  ws-qt-unidades = zeros
                 move "Informe as unidades de destino !" to ws-motivo-erro
            end-if.
       2610-exit.
            exit.

      *>===================================================================================
       2615-inclui-unidade section.
       2615.
            perform varying ws-ix-unidade from 1 by 1
                    until ws-ix-unidade > ws-qt-unidades
                    or   (tu-cd-empresa(ws-ix-unidade) = ws-empresa-origem
                          and tu-cd-filial(ws-ix-unidade) = ws-filial-origem)
            end-perform
            if   ws-ix-unidade <= ws-qt-unidades
                 exit section
            end-if
            if   ws-qt-unidades >= ws-limite-unidades
                 move "Unidades de destino demais - no máximo 50 por clonagem !"
                                        to ws-motivo-erro
                 exit section
            end-if
            initialize                  fpare-registro-01
            move ws-empresa-origem      to fpare-cd-empresa
            move ws-filial-origem       to fpare-cd-filial
            move 1                      to fpare-codigo-registro
            move 0                      to fpare-sequencia
            perform 9000-ler-pd99800-ran
            if   not ws-operacao-ok
                 move zeros             to ws-resultado-acesso
                 move spaces            to ws-motivo-erro
                 string "Empresa/Filial não cadastrada no EFDPAR: " delimited by size,
                        ws-empresa-origem "/" ws-filial-origem delimited by size
                        into ws-motivo-erro
                 exit section
            end-if
            add 1                       to ws-qt-unidades
            move ws-empresa-origem      to tu-cd-empresa(ws-qt-unidades)
            move ws-filial-origem       to tu-cd-filial(ws-qt-unidades).
       2615-exit.
            exit.

      *>===================================================================================
      *>    Perfis do modelo na unidade de origem (a do modelo informada ou a
      *>    própria unidade de destino) concedidos na unidade de destino.
      *>===================================================================================
       2620-clona-para-unidade section.
       2620.
            if   f-modelo-empresa not = zeros
            or   f-modelo-filial  not = zeros
                 move f-modelo-empresa  to ws-empresa-origem
                 move f-modelo-filial   to ws-filial-origem
            else
                 move tu-cd-empresa(ws-ix-unidade) to ws-empresa-origem
                 move tu-cd-filial(ws-ix-unidade)  to ws-filial-origem
            end-if
            move zeros                  to ws-qt-perfis-unidade
            perform varying ws-ix-perfil from 1 by 1
                    until ws-ix-perfil > ws-qt-perfis
                 if   tp-cd-empresa(ws-ix-perfil) = ws-empresa-origem
                 and  tp-cd-filial(ws-ix-perfil)  = ws-filial-origem
                      add 1             to ws-qt-perfis-unidade
                      initialize        lnk-usuario-perfil
                      move f-usuario-destino to lnk-up-id-usuario
                      move tu-cd-empresa(ws-ix-unidade) to lnk-up-cd-empresa
                      move tu-cd-filial(ws-ix-unidade)  to lnk-up-cd-filial
                      move tp-cd-sistema(ws-ix-perfil)  to lnk-up-cd-sistema
                      move tp-cd-perfil(ws-ix-perfil)   to lnk-up-cd-perfil
                      move tp-perfil-normal-ind(ws-ix-perfil)
                                        to lnk-up-perfil-normal-ind
                      move "C"          to lnk-up-modo
                      move f-usuario-modelo to lnk-up-id-usuario-modelo
                      move f-motivo     to lnk-up-motivo
                      perform 2630-concede-ou-pendencia
                 end-if
            end-perform
            if   ws-qt-perfis-unidade = zeros
                 add 1                  to ws-qt-unid-sem-perfil
            end-if.
       2620-exit.
            exit.

      *>===================================================================================
      *>    Perfil normal grava na hora; não normal que o usuário ainda não tem
      *>    vira pendência de aprovação.
      *>===================================================================================
       2630-concede-ou-pendencia section.
       2630.
            if   lnk-up-perfil-normal
                 move "C"               to lnk-up-acao
                 move lnk-id-usuario    to lnk-up-id-operador
                 move "PW00752"         to lnk-up-nome-programa
                 call ws-PW30800X using lnk-par lnk-usuario-perfil
                 cancel ws-PW30800X
                 evaluate true
                     when lnk-up-aplicado
                          add 1         to ws-qt-concedidos
                     when lnk-up-sem-alteracao
                          add 1         to ws-qt-ja-existentes
                     when other
                          add 1         to ws-qt-erros
                 end-evaluate
                 exit section
            end-if
            move spaces                 to f30800-usuario-perfil
            initialize                  f30800-usuario-perfil
            move lnk-up-id-usuario      to f30800-id-usuario
            move lnk-up-cd-empresa      to f30800-cd-empresa
            move lnk-up-cd-filial       to f30800-cd-filial
            move lnk-up-cd-sistema      to f30800-cd-sistema
            move lnk-up-cd-perfil       to f30800-cd-perfil
            perform 9000-ler-pd30800-ran-1
            if   ws-operacao-ok
                 add 1                  to ws-qt-ja-existentes
                 exit section
            end-if
            move zeros                  to ws-resultado-acesso
            perform 9000-grava-pendencia-perfil.
       2630-exit.
            exit.

      *>===================================================================================
      *>    Desligamento: remove o usuário de todas as unidades, rejeita as
      *>    concessões pendentes dele e encerra as sessões vivas.
      *>===================================================================================
       2700-desliga-usuario section.
       2700.
            if   f-usuario-destino = spaces
                 move "Informe o usuário a desligar !" to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            if   f-motivo = spaces
                 move "Informe o motivo !" to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            if   f-usuario-destino = lnk-id-usuario
                 move "O próprio operador não pode ser desligado por aqui !"
                                        to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if

            move f-usuario-destino      to ws-id-usuario-perfis
            perform 9000-carrega-perfis-usuario
            perform varying ws-ix-perfil from 1 by 1
                    until ws-ix-perfil > ws-qt-perfis
                 initialize             lnk-usuario-perfil
                 move f-usuario-destino to lnk-up-id-usuario
                 move tp-cd-empresa(ws-ix-perfil) to lnk-up-cd-empresa
                 move tp-cd-filial(ws-ix-perfil)  to lnk-up-cd-filial
                 move tp-cd-sistema(ws-ix-perfil) to lnk-up-cd-sistema
                 move tp-cd-perfil(ws-ix-perfil)  to lnk-up-cd-perfil
                 move tp-perfil-normal-ind(ws-ix-perfil)
                                        to lnk-up-perfil-normal-ind
                 move "D"               to lnk-up-modo
                 move f-motivo          to lnk-up-motivo
                 move "R"               to lnk-up-acao
                 move lnk-id-usuario    to lnk-up-id-operador
                 move "PW00752"         to lnk-up-nome-programa
                 call ws-PW30800X using lnk-par lnk-usuario-perfil
                 cancel ws-PW30800X
                 if   lnk-up-aplicado
                      add 1             to ws-qt-removidos
                 end-if
                 if   lnk-up-com-erro
                      add 1             to ws-qt-erros
                 end-if
            end-perform

            perform 2710-rejeita-pendencias-usuario
            perform 2720-encerra-sessoes-usuario

            move spaces                 to whs-mensagem
            string "Desligamento de " delimited by size,
                   f-usuario-destino delimited by " ",
                   ": " ws-qt-removidos " perfil(is) removido(s), "
                   ws-qt-rejeitadas " concessão(ões) pendente(s) rejeitada(s), "
                   ws-qt-sessoes-encerradas " sessão(ões) encerrada(s), "
                   ws-qt-erros " erro(s) !" delimited by size
                   into whs-mensagem
            perform 8000-mensagem.
       2700-exit.
            exit.

      *>===================================================================================
       2710-rejeita-pendencias-usuario section.
       2710.
            move spaces                 to a99712-registro
            initialize                  a99712-registro
            perform 9000-str-pd99712-nlss
            perform 9000-ler-pd99712-nex
            perform until not ws-operacao-ok
                 if   a99712-pendente
                 and  a99712-tipo-usuario-perfil
                 and  a99712-imagem-nova(1:10) = f-usuario-destino
                      move "R"          to a99712-status
                      move lnk-id-usuario to a99712-id-aprovador
                      move ws-data-agora to a99712-dt-decisao
                      move ws-hora-agora to a99712-hr-decisao
                      rewrite a99712-registro
                      if   ws-operacao-ok
                           add 1        to ws-qt-rejeitadas
                      else
                           add 1        to ws-qt-erros
                      end-if
                 end-if
                 perform 9000-ler-pd99712-nex
            end-perform
            move zeros                  to ws-resultado-acesso.
       2710-exit.
            exit.

      *>===================================================================================
      *>    Sessões vivas do usuário (chave alternativa lgn-usuario), encerradas
      *>    na mesma mecânica do console PW00736 (2700-encerra-sessoes-usuario).
      *>===================================================================================
       2720-encerra-sessoes-usuario section.
       2720.
            initialize                  lgn-registro
            move f-usuario-destino      to lgn-usuario
            start logon key is not less lgn-usuario
            if   ws-operacao-ok
                 read logon next
            end-if
            perform until not ws-operacao-ok
                           or lgn-usuario <> f-usuario-destino
                 if   lgn-session-id not = lnk-sessionid
                      perform 2730-encerra-sessao-lida
                 end-if
                 read logon next
            end-perform
            move zeros                  to ws-resultado-acesso.
       2720-exit.
            exit.

      *>===================================================================================
       2730-encerra-sessao-lida section.
       2730.
            move lgn-session-id         to ws-sessionid-alvo
            move lgn-usuario            to ws-usuario-alvo
            move lgn-cd-empresa         to ws-empresa-alvo
            move lgn-cd-filial          to ws-filial-alvo
            if   ws-empresa-alvo is not numeric
                 move zeros             to ws-empresa-alvo
            end-if
            if   ws-filial-alvo is not numeric
                 move zeros             to ws-filial-alvo
            end-if
            delete logon
            if   not ws-operacao-ok
                 add 1                  to ws-qt-erros
                 exit section
            end-if
            add 1                       to ws-qt-sessoes-encerradas
            perform 2740-excluir-subsession
            perform 9000-grava-evento-forcado.
       2730-exit.
            exit.

      *>===================================================================================
       2740-excluir-subsession section.
       2740.
            move zeros                  to ws-qt-subsessoes
            initialize                  lns-registro
            move ws-sessionid-alvo      to lns-session-id
            start sublogon key is not less lns-chave-2
            if   not ws-operacao-ok
                 move zeros             to ws-resultado-acesso
                 exit section
            end-if
            read sublogon next
            perform until not ws-operacao-ok
                           or lns-session-id <> ws-sessionid-alvo
                 delete sublogon
                 if   ws-operacao-ok
                      add 1             to ws-qt-subsessoes
                 end-if
                 read sublogon next
            end-perform
            move zeros                  to ws-resultado-acesso.
       2740-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close   pd30800
            close   pd30801
            close   pd99712
            close   pd99800
            close   logon
            close   sublogon
            perform 8000-oculta-gif.
       3000-exit.
            exit.

      *>===================================================================================
      *>    Perfis de ws-id-usuario-perfis no PD30800 (chave começa pelo usuário).
      *>===================================================================================
       9000-carrega-perfis-usuario section.
       9000.
            move zeros                  to ws-qt-perfis
            move spaces                 to f30800-usuario-perfil
            initialize                  f30800-usuario-perfil
            move ws-id-usuario-perfis   to f30800-id-usuario
            start pd30800 key is not less f30800-chave
            if   ws-operacao-ok
                 read pd30800 next
                 perform until not ws-operacao-ok
                         or    f30800-id-usuario not = ws-id-usuario-perfis
                         or    ws-qt-perfis >= ws-limite-perfis
                      add 1             to ws-qt-perfis
                      move f30800-cd-empresa to tp-cd-empresa(ws-qt-perfis)
                      move f30800-cd-filial  to tp-cd-filial(ws-qt-perfis)
                      move f30800-cd-sistema to tp-cd-sistema(ws-qt-perfis)
                      move f30800-cd-perfil  to tp-cd-perfil(ws-qt-perfis)
                      move f30800-perfil-normal-ind
                                        to tp-perfil-normal-ind(ws-qt-perfis)
                      read pd30800 next
                 end-perform
            end-if
            move zeros                  to ws-resultado-acesso.
       9000-exit.
            exit.

      *>===================================================================================
      *>    Concessão de perfil não normal pendente de aprovação: uma solicitação
      *>    (identificação CLONE) por unidade de destino, seq por perfil.
      *>===================================================================================
       9000-grava-pendencia-perfil section.
       9000.
            if   ws-seq-pendencia >= 999
                 add 1                  to ws-qt-erros
                 exit section
            end-if
            add 1                       to ws-seq-pendencia
            move spaces                 to a99712-registro
            initialize                  a99712-registro
            move lnk-up-cd-empresa      to a99712-cd-empresa
            move lnk-up-cd-filial       to a99712-cd-filial
            move "U"                    to a99712-tipo
            move "CLONE"                to a99712-identificacao
            move ws-data-agora          to a99712-dt-solicitacao
            move ws-hora-agora          to a99712-hr-solicitacao
            move ws-seq-pendencia       to a99712-seq-registro
            move "P"                    to a99712-status
            move "G"                    to a99712-acao
            move lnk-id-usuario         to a99712-id-solicitante
            move spaces                 to a99712-id-aprovador
            move zeros                  to a99712-dt-decisao
                                           a99712-hr-decisao
            move lnk-up-dados           to a99712-imagem-nova
            move spaces                 to a99712-imagem-anterior
            write a99712-registro
            if   ws-operacao-ok
                 add 1                  to ws-qt-pendentes
            else
                 call ws-PP00001X using wid-pd99712 "WR" ws-resultado-acesso
                 cancel ws-PP00001X
                 add 1                  to ws-qt-erros
            end-if.
       9000-exit.
            exit.

      *>===================================================================================
       9000-abrir-io-logon section.
       9000.
            move spaces to wid-logon
            string lnk-dtbPath delimited by " ", "/LOGON"
                   into wid-logon
            open i-o logon.
       9000-exit.
            exit.

      *>===================================================================================
       9000-abrir-io-sublogon section.
       9000.
            move spaces to wid-sublogon
            string lnk-dtbPath delimited by " ", "/SUBLOGON"
                   into wid-sublogon
            open i-o sublogon.
       9000-exit.
            exit.

      *>===================================================================================
      *>    Evento LOGOFF-FORCADO na trilha lgn-hist, no formato do PW00736.
      *>===================================================================================
       9000-grava-evento-forcado section.
       9000.
            move spaces                 to wid-lgn-hist
            string lnk-dtbpath delimited by " ",
                   "/../tmp/work/lgnhist_" lnk-data-cpu ".txt"
                   into wid-lgn-hist
            open extend lgn-hist
            if   not ws-lgn-hist-ok
                 open output lgn-hist
            end-if
            move spaces                 to lh-linha-hist
            string ws-data-agora(7:2), "/", ws-data-agora(5:2), "/",
                   ws-data-agora(1:4), ";",
                   ws-hora-agora(1:2), ":", ws-hora-agora(3:2), ":",
                   ws-hora-agora(5:2), ";",
                   "LOGOFF-FORCADO" delimited by size, ";",
                   ws-sessionid-alvo    delimited by " ", ";",
                   ";",
                   ws-usuario-alvo      delimited by " ", ";",
                   "operador=" delimited by size,
                   lnk-id-usuario       delimited by " ",
                   " sessao-operador=" delimited by size,
                   lnk-sessionid        delimited by " ",
                   " unidade=" delimited by size,
                   ws-empresa-alvo "/" ws-filial-alvo delimited by size,
                   " subsessoes=" delimited by size,
                   ws-qt-subsessoes delimited by size,
                   " desligamento do usuario" delimited by size
                   into lh-linha-hist
            write lh-linha-hist
            close lgn-hist.
       9000-exit.
            exit.

      *>-----------------------------------------------------------------------------------
      *>                                        HTML
      *>-----------------------------------------------------------------------------------
       copy PCP8000.CPY.

      *>===================================================================================
       8000-tela section.
       8000.
            inspect f-Perfis replacing all '"' by "'"
            inspect f-Historico replacing all '"' by "'"
            exec html
               <TABLE width=100% border=0>
                  <TR>
                     <TD>
               <TABLE rules=none width=100% :tabela-padrao border=0>
                  <TR>
                     <TD class=titulocampo colspan=8>Provisionamento de Usuário-Perfil
                  <TR>
                     <TD class=titulocampo width=12%>Usuário modelo
                     <TD nowrap><input name=usuarioModelo size=10 maxlength=10 value="" class="campo">
                     <TD class=titulocampo width=12%>Unidade do modelo
                     <TD nowrap><input name=modeloEmpresa size=3 maxlength=3 value="" class="campo">&nbsp;/&nbsp;<input name=modeloFilial size=4 maxlength=4 value="" class="campo">
                     <TD class=titulocampo width=12%>Usuário novo / a desligar
                     <TD nowrap colspan=3><input name=usuarioDestino size=10 maxlength=10 value="" class="campo">
                  <TR>
                     <TD class=titulocampo>Unidades de destino
                     <TD nowrap colspan=3><input name=unidadesDestino size=60 maxlength=200 value="" class="campo">&nbsp;(eee/ffff, eee/ffff ... - em branco: as do modelo)
                     <TD class=titulocampo>Motivo
                     <TD nowrap colspan=3><input name=motivo size=60 maxlength=60 value="" class="campo">
                  <TR>
                     <TD colspan=8 nowrap>
                        <button name=botClonar accessKey="C" class=botao onclick="Clonar();"><label><U>C</U>lonar perfis</label></button>
                        <button name=botDesligar accessKey="D" class=botao onclick="Desligar();"><label><U>D</U>esligar usuário</label></button>
                  <TR>
                     <TD class=titulocampo>Consultar usuário
                     <TD nowrap colspan=7><input name=usuarioConsulta size=10 maxlength=10 value=":f-usuario-consulta" class="campo">
                        <button name=botConsultar class=botao onclick="Consultar();">Consultar</button>
                  <TR>
                     <TD class=titulocampo colspan=8>Perfis atuais (Empresa/Filial - sistema - perfil - normal)
                  <TR>
                     <TD colspan=8><div id=divPerfis></div>
                  <TR>
                     <TD class=titulocampo colspan=8>Histórico de concessões e remoções
                  <TR>
                     <TD colspan=8><div id=divHistorico></div>
               </TABLE>
               </TABLE>
               <input type=hidden name=hPerfis value=":f-Perfis">
               <input type=hidden name=hHistorico value=":f-Historico">
               <script>
                   function FormataDataProv( data, hora ) {
                       if( !data || data == '0' || data == '00000000' ) { return '-'; }
                       return data.substr(6,2) + '/' + data.substr(4,2) + '/' + data.substr(0,4) +
                              ' ' + hora.substr(0,2) + ':' + hora.substr(2,2) + ':' + hora.substr(4,2);
                   }
                   function ModoProv( modo ) {
                       if( modo == 'C' ) { return 'Clonagem'; }
                       if( modo == 'I' ) { return 'Importação RH'; }
                       if( modo == 'D' ) { return 'Desligamento'; }
                       return modo;
                   }
                   function MontaPerfis() {
                       var linha  = document.all.hPerfis.value.split( ':delimitador' );
                       var html = '<table rules=all width=100% border=0>';
                       for( var i = 0; i < linha.length - 1; i++ ) {
                           var campo = linha[i].split( '¶' );
                           html = html + '<tr>' +
                                  '<td>' + campo[0] + '<td>' + campo[1] + '<td>' + campo[2] +
                                  '<td>' + ( campo[3] == 'S' ? 'normal' : 'NÃO NORMAL' ) + '</tr>';
                       }
                       html = html + '</table>';
                       document.all.divPerfis.innerHTML = html;
                   }
                   function MontaHistorico() {
                       var linha  = document.all.hHistorico.value.split( ':delimitador' );
                       var html = '<table rules=all width=100% border=0>';
                       for( var i = 0; i < linha.length - 1; i++ ) {
                           var campo = linha[i].split( '¶' );
                           html = html + '<tr>' +
                                  '<td>' + FormataDataProv( campo[0], campo[1] ) +
                                  '<td>' + ( campo[2] == 'C' ? 'Concessão' : 'Remoção' ) +
                                  '<td>' + campo[3] + '<td>' + campo[4] + '/' + campo[5] +
                                  '<td>' + ( campo[6] == 'S' ? 'normal' : 'NÃO NORMAL' ) +
                                  '<td>' + ModoProv( campo[7] ) +
                                  ( campo[8] != '' ? ' (modelo ' + campo[8] + ')' : '' ) +
                                  '<td>' + campo[9] +
                                  ( campo[10] != '' ? ' / aprov. ' + campo[10] : '' ) +
                                  '<td>' + campo[11] + '<td>' + campo[12] + '</tr>';
                       }
                       html = html + '</table>';
                       document.all.divHistorico.innerHTML = html;
                   }
                   function Consultar() {
                       document.all.frame.value = 0;
                       document.all.opcao.value = 0;
                       document.form1.submit();
                   }
                   function Clonar() {
                       if( document.all.usuarioModelo.value == '' || document.all.usuarioDestino.value == '' ) {
                           alert( 'Informe o usuário modelo e o usuário novo !' );
                           return;
                       }
                       if( document.all.motivo.value == '' ) {
                           alert( 'Informe o motivo !' );
                           return;
                       }
                       if( ! confirm( 'Confirma a clonagem dos perfis de ' + document.all.usuarioModelo.value +
                                      ' para ' + document.all.usuarioDestino.value + ' ?' ) ) { return; }
                       document.all.frame.value = 9;
                       document.all.opcao.value = 6;
                       document.form1.submit();
                   }
                   function Desligar() {
                       if( document.all.usuarioDestino.value == '' || document.all.motivo.value == '' ) {
                           alert( 'Informe o usuário a desligar e o motivo !' );
                           return;
                       }
                       if( ! confirm( 'Confirma o DESLIGAMENTO de ' + document.all.usuarioDestino.value +
                                      ' - remoção de todas as unidades e encerramento das sessões ?' ) ) { return; }
                       document.all.frame.value = 9;
                       document.all.opcao.value = 7;
                       document.form1.submit();
                   }
                   MontaPerfis();
                   MontaHistorico();
               </script>
            end-exec.
       8000-exit.
            exit.

      *>===================================================================================
       copy PCP9000.CPY.                *>Rotinas Padrões

      *>===================================================================================
      *>Leituras

       copy PCL30800.CPY.               *> Usuário-Perfil
       copy PCL30801.CPY.               *> Histórico de Usuário-Perfil
       copy PCL99712.CPY.               *> Alterações Pendentes de Aprovação
       copy PCL99800.CPY.               *> Parâmetros
