       copy PCS99800.CPY.               *> Interface 2V
       copy PCS99710.CPY.               *> Bloqueios de Logon (eventos de segurança)
       copy PCS99711.CPY.               *> Mensagens Operacionais de Logon
       copy PCS99714.CPY.               *> Situação de Login por Unidade
       copy PCSI00400.CPY.              *> Índice NF

            select promax-ini assign to disk wid-promax-ini
       copy PCF99800.CPY.               *> Parametros
       copy PCF99710.CPY.               *> Bloqueios de Logon (eventos de segurança)
       copy PCF99711.CPY.               *> Mensagens Operacionais de Logon
       copy PCF99714.CPY.               *> Situação de Login por Unidade
       copy PCFI00400.CPY.              *> Índice NF
       fd   promax-ini.
       01   reg-promaxini               pic x(200).
            03 lgn-linkage              pic x(10000).
            03 lgn-dt-ult-atividade     pic 9(08).
            03 lgn-hr-ult-atividade     pic 9(06).
            03 lgn-cd-empresa           pic 9(03).
            03 lgn-cd-filial            pic 9(04).

       fd   sublogon.
       01   lns-registro.
           03  ws-nr-dias-retencao-2v              pic 9(08) value zeros.
           03  ws-nr-dias-retencao                 pic s9(08) value zeros.
           03  ws-nr-dias-limite-2v                pic 9(03) value zeros.
           03  ws-qt-nr-mapas-exportados           pic 9(05) value zeros.
           03  ws-qt-nr-mapas-exportados-z         pic z(05) value spaces.
           03  ws-nr-dias-limite-2v-z              pic z(03) value spaces.
           03  ws-situacao-login-ind               pic x(01) value "N".
               88  ws-situacao-login-valida            value "S".
           03  ws-ip-cliente                       pic x(15) value spaces.
           03  ws-user-cliente                     pic x(15) value spaces.
           03  ws-st-projeto-5                     pic x(01) value "N".
       01  wid-lgn-hist                            pic x(100) value spaces.
       01  ws-sts-lgn-hist                         pic x(02) value "00".
           88  ws-lgn-hist-ok                          value "00".
       01  ws-PW09401X                             pic x(08) value "PW09401X".
       01  ws-imagem-antes-projeto                 pic x(81) value spaces.
       01  ws-evento-hist                          pic x(24) value spaces.
       01  ws-detalhe-hist                         pic x(60) value spaces.

       01  ws-controle-bloqueio.
           03  ws-bloqueio-manutencao-ind          pic x(01) value "N".
               88  ws-bloqueio-manutencao              value "S".

       01  ws-controle-filial-desativada.
           03  ws-filial-desativada-ind            pic x(01) value "N".
               88  ws-filial-desativada                value "S".
           03  ws-dt-desativacao-edit.
               05  ws-dia-desativacao              pic 9(02).
               05  filler                          pic x(01) value "/".
               05  ws-mes-desativacao              pic 9(02).
               05  filler                          pic x(01) value "/".
               05  ws-ano-desativacao              pic 9(04).

       01  ws-controle-sessoes.
           03  ws-qt-sessoes-ativas                pic 9(05) value zeros.
           03  ws-qt-sessoes-apos-login            pic 9(05) value zeros.
           03  filler                              pic x(04) value ".IND".

       copy PCW0007.CPY.                                                   *>NB310804:23125
       copy PCW09401.CPY.

       01   cgi-input is external-form.
            copy PCW902.CPY.
                 exit section
            end-if

            perform 2225-verifica-filial-desativada
            if   ws-filial-desativada
                 exit section
            end-if

            perform 2210-config-seguranca

            move lnk-sessionID          to lgn-session-id
            accept ws-horas             from time
            move ws-data-inv            to lgn-dt-ult-atividade
            move ws-horas(1:6)          to lgn-hr-ult-atividade
            move lnk-cd-empresa         to lgn-cd-empresa
            move lnk-cd-filial          to lgn-cd-filial
            write lgn-registro.
            if   not ws-operacao-ok
                 continue

      *>===================================================================================
      *>    Recusa de logon com bloqueio ativo para o usuário ou para o IP de
      *>    origem, ou com o usuário suspenso por inatividade (tipo D, PW00751) -
      *>    a liberação/reativação é feita pela tela de revisão de bloqueios
      *>    (PW00724).
      *>===================================================================================
       2220-verifica-bloqueio-logon section.
            and  k99710-bloqueado
                 move "S"               to ws-bloqueio-ativo-ind
            end-if
            if   not ws-bloqueio-ativo
                 move spaces            to k99710-registro
                 initialize             k99710-registro
                 move "D"               to k99710-tipo
                 move lnk-id-usuario    to k99710-identificacao
                 perform 9000-ler-pd99710-ran
                 if   ws-operacao-ok
                 and  k99710-bloqueado
                      move "S"          to ws-bloqueio-ativo-ind
                 end-if
            end-if
            if   not ws-bloqueio-ativo
                 perform 2101-ler-ip-cliente
                 if   ws-ip-cliente not = spaces
            move zeros                  to ws-resultado-acesso
            if   ws-bloqueio-ativo
                 move 1                 to lnk-status
                 if   k99710-tipo-suspensao
                      move "LOGIN-NEGADO-SUSPENSO" to ws-evento-hist
                 else
                      move "LOGIN-NEGADO-LOCKOUT" to ws-evento-hist
                 end-if
                 move spaces            to ws-detalhe-hist
                 string "tipo=", k99710-tipo,
                        " id=", k99710-identificacao
                        into ws-detalhe-hist
                 perform 9000-grava-logon-hist
                 if   k99710-tipo-suspensao
                      move "Usuário suspenso por inatividade - solicite a reativação ao gerente !"
                                        to whs-mensagem
                 else
                      move "Acesso bloqueado por eventos de segurança - solicite a liberação à operação !"
                                        to whs-mensagem
                 end-if
                 perform 9000-mensagem-inteligente
            end-if.
       2220-exit.
            exit.

      *>===================================================================================
      *>    Recusa de logon em Empresa/Filial desativada depois de uma transferência
      *>    de base (EFDPAR codigo-registro 86, PW00754) - a mensagem indica a
      *>    unidade que a substituiu.
      *>===================================================================================
       2225-verifica-filial-desativada section.
       2225.
            move "N"                    to ws-filial-desativada-ind
            if   lnk-cd-empresa = zeros
            and  lnk-cd-filial  = zeros
                 exit section
            end-if
            if   wid-pd99800 = spaces
                 string lnk-dtbpath delimited by " ", "/EFDPAR.CAD"
                        into wid-pd99800
            end-if
            perform 9000-abrir-i-pd99800
            if   not ws-operacao-ok
                 close pd99800
                 move zeros             to ws-resultado-acesso
                 exit section
            end-if
            initialize                  fpard-desativacao-filial
            move lnk-cd-empresa         to fpard-cd-empresa
            move lnk-cd-filial          to fpard-cd-filial
            move 86                     to fpard-cd-registro
            move 0                      to fpard-cd-sequencia
            perform 9000-ler-pd99800-ran
            if   ws-operacao-ok
            and  fpard-filial-desativada
                 move "S"               to ws-filial-desativada-ind
            end-if
            close pd99800
            move zeros                  to ws-resultado-acesso
            if   ws-filial-desativada
                 move 1                 to lnk-status
                 move "LOGIN-NEGADO-DESATIVADA" to ws-evento-hist
                 move spaces            to ws-detalhe-hist
                 string "filial=", lnk-cd-empresa, "/", lnk-cd-filial,
                        " substituta=", fpard-cd-empresa-substituta, "/",
                        fpard-cd-filial-substituta
                        into ws-detalhe-hist
                 perform 9000-grava-logon-hist
                 move fpard-dt-desativacao(7:2) to ws-dia-desativacao
                 move fpard-dt-desativacao(5:2) to ws-mes-desativacao
                 move fpard-dt-desativacao(1:4) to ws-ano-desativacao
                 move spaces            to whs-mensagem
                 string "Empresa/Filial desativada em ", ws-dt-desativacao-edit,
                        " - utilize a Empresa/Filial ",
                        fpard-cd-empresa-substituta, "/",
                        fpard-cd-filial-substituta, " !"
                        delimited by size
                        into whs-mensagem
                 perform 9000-mensagem-inteligente
            end-if.
       2225-exit.
            exit.

      *>===================================================================================
      *>    Mensagens operacionais (PD99711, mantidas pelo PW00725): exibidas no
      *>    logon dentro do período de validade - primeiro as da instalação inteira
            end-if
            move f2202-cotacao          to lnk-taxa-mensal

            perform 2906-le-situacao-login

            if   (lnk-cdd or lnk-revenda)
            and  lnk-execucao-normal
                 if   ws-situacao-login-valida
                      move p99714-ind-reorganizacao   to lnk-ind-reorganizacao
                      move p99714-dt-nota-mais-antiga to ws-dt-entrega-nf
                 else
                      perform 2901-primeira-nota
                 end-if
            end-if

            if   lnk-efetua-reorganizacao
                      close pd33200
                 end-if
                 if   acessa-fecha-financ
                 and  ws-situacao-login-valida
                      move p99714-nr-dias-fech-financ to fparv-nr-dias-fech-financ
                      if   p99714-dias-fech-financ > 999
                           move 999     to ws-dias-fechamento
                      else
                           move p99714-dias-fech-financ to ws-dias-fechamento
                      end-if
                      perform 2907-aviso-fech-financeiro
                 end-if
                 if   acessa-fecha-financ
                 and  not ws-situacao-login-valida
                      perform 9000-verifica-status-pd38300
                      if   not ws-ctrl-pd38300
                           perform 9000-abrir-i-pd38300
                      move 1            to opcao
                      perform 9000-controle-de-datas
                      compute ws-dias-fechamento = numero-dias - ws-numero-dias-fec-fin
                      perform 2907-aviso-fech-financeiro
                 end-if
            end-if

                      close pd33200
                 end-if
                 if   acessa-fecha-estoque
                 and  ws-situacao-login-valida
                      move p99714-nr-dias-fech-estoque to fparv-nr-dias-fech-estoque
                      if   p99714-dias-fech-estoque > 999
                           move 999     to ws-dias-fechamento
                      else
                           move p99714-dias-fech-estoque to ws-dias-fechamento
                      end-if
                      perform 2908-aviso-fech-estoque
                 end-if
                 if   acessa-fecha-estoque
                 and  not ws-situacao-login-valida
                      perform 9000-abrir-i-pd18700
                      initialize             F187-fechamento-estoque
                      move lnk-cd-empresa    to F187-cd-empresa
                      move 1            to opcao
                      perform 9000-controle-de-datas
                      compute ws-dias-fechamento = numero-dias - ws-numero-dias-fec-est
                      perform 2908-aviso-fech-estoque
                 end-if
            end-if

            if   lnk-revenda
            and  lnk-usuario-gerencial
            and  lnk-permissao-especial
            and  ws-situacao-login-valida
                 move p99714-qt-mapas-2v-atraso      to ws-qt-nr-mapas-exportados
                 move p99714-nr-dias-limite-2v       to ws-nr-dias-limite-2v
                 perform 2909-aviso-mapas-2v
            end-if

            if   lnk-revenda
            and  lnk-usuario-gerencial
            and  lnk-permissao-especial
            and  not ws-situacao-login-valida
                 string lnk-dtbpath delimited by " " "/EFD422.CAD" delimited by size into wid-pd42200
                 open input pd42200
                 if   ws-arquivo-inexistente
                           or   f42200-dt-retencao(wx-index-1) equal zeros
                                add f42200-qt-mapas-pendentes(wx-index-1) to ws-qt-nr-mapas-exportados
                           end-perform
                           perform 2909-aviso-mapas-2v
                      end-if
                 end-if
            end-if
            end-if

            if   lnk-revenda
            and  ws-situacao-login-valida
            and  p99714-dt-primeira-diverg greater zeros
                 move p99714-dt-primeira-diverg    to f89700-dt-entrega
                 perform 2910-aviso-divergencia
            end-if

            if   lnk-revenda
            and  not ws-situacao-login-valida
                 string lnk-dtbpath delimited by " " "/EFD897.CAD" delimited by size into wid-pd89700
                 open input pd89700
                 if   ws-arquivo-inexistente
                 move ws-dt-entrega-nf             to f89700-dt-entrega
                 perform 9000-str-pd89700-nlss-2
                 perform 9000-ler-pd89700-nex
      *>         Divergência resolvida/aceita no PW00744 não gera mais o aviso
                 perform until not ws-operacao-ok
                         or    f89700-cd-empresa         not equal lnk-cd-empresa
                         or    f89700-cd-filial          not equal lnk-cd-filial
                         or    f89700-id-situacao-promax not equal 2
                         or    f89700-divergencia-aberta
                      perform 9000-ler-pd89700-nex
                 end-perform
                 if   ws-operacao-ok
                 and  f89700-cd-empresa          equal lnk-cd-empresa
                 and  f89700-cd-filial           equal lnk-cd-filial
                 and  f89700-id-situacao-promax  equal 2
                 and  f89700-dt-entrega          >= ws-dt-entrega-nf
                      perform 2910-aviso-divergencia
                 end-if
                 close pd89700
            end-if
                 exit section
            end-if.

            move f9400-dados-projeto    to ws-imagem-antes-projeto
            move lnk-data-movimento     to f9400-data-projeto
            accept ws-horas             from time
            move ws-hh-mm               to f9400-hora-projeto
                 string "Erro de REGRAVACAO Projeto: ", f9400-codigo-projeto,
                        " - Status: ", ws-status into whs-mensagem
                 perform 9000-mensagem-inteligente
                 exit section
            end-if

            *> habilitação automática também vai para o histórico de projetos
            initialize                  lnk-hist-pd09400
            move f9400-cd-empresa       to lnk-hj-cd-empresa
            move f9400-cd-filial        to lnk-hj-cd-filial
            move f9400-codigo-projeto   to lnk-hj-codigo-projeto
            move ws-imagem-antes-projeto to lnk-hj-imagem-anterior
            move f9400-dados-projeto    to lnk-hj-imagem-atual
            move "habilitacao automatica MT Fiscal (hbsis)"
                                        to lnk-hj-motivo
            move "PP00001"              to lnk-hj-nome-programa
            call ws-PW09401X using lnk-par lnk-hist-pd09400
            cancel ws-PW09401X
            move zeros                  to ws-resultado-acesso.
       2903-exit.
            exit.

       2905-exit.
            exit.

      *>===================================================================================
      *>    Situação de login pré-calculada pelo PW00743 (PD99714). Só vale se foi
      *>    calculada hoje e para a data de movimento atual da unidade; senão as
      *>    verificações do 2900 são refeitas nos arquivos da unidade.
      *>===================================================================================
       2906-le-situacao-login section.
       2906.
            move "N"                    to ws-situacao-login-ind
            perform 9000-abrir-i-pd99714
            if   not ws-operacao-ok
                 move zeros             to ws-resultado-acesso
                 exit section
            end-if
            initialize                  p99714-registro
            move lnk-cd-empresa         to p99714-cd-empresa
            move lnk-cd-filial          to p99714-cd-filial
            perform 9000-ler-pd99714-ran
            if   ws-operacao-ok
            and  p99714-dt-calculo        equal lnk-data-cpu
            and  p99714-dt-movimento-base equal lnk-data-movimento
                 move "S"               to ws-situacao-login-ind
            end-if
            close pd99714
            move zeros                  to ws-resultado-acesso.
       2906-exit.
            exit.

      *>===================================================================================
       2907-aviso-fech-financeiro section.
       2907.
            if   ws-dias-fechamento > fparv-nr-dias-fech-financ
                 compute ws-dias-fechamento = ws-dias-fechamento - 1
                 move ws-dias-fechamento to ws-dias-fechamento-z
                 string "Fechamento Financeiro não realizado há "
                        ws-dias-fechamento-z
                        " dias"
                 into whs-mensagem

                 perform 9000-mensagem-inteligente
                 move spaces  to whs-mensagem
                                 lnk-auxiliar
            end-if.
       2907-exit.
            exit.

      *>===================================================================================
       2908-aviso-fech-estoque section.
       2908.
            if   ws-dias-fechamento > fparv-nr-dias-fech-estoque
                 compute ws-dias-fechamento = ws-dias-fechamento - 1
                 move ws-dias-fechamento to ws-dias-fechamento-z
                 string "Fechamento do Estoque não realizado há "
                        ws-dias-fechamento-z
                        " dias"
                    into whs-mensagem
                 perform 9000-mensagem-inteligente
                 move spaces  to whs-mensagem
                                 lnk-auxiliar
            end-if.
       2908-exit.
            exit.

      *>===================================================================================
       2909-aviso-mapas-2v section.
       2909.
            if   ws-qt-nr-mapas-exportados greater zeros
                 move ws-qt-nr-mapas-exportados to ws-qt-nr-mapas-exportados-z
                 move ws-nr-dias-limite-2v to ws-nr-dias-limite-2v-z
                 string "2V - Existem "ws-qt-nr-mapas-exportados-z" mapa(s) pendente(s) a mais de "
                        ws-nr-dias-limite-2v-z " dias" into whs-mensagem
                 perform 9000-mensagem-inteligente
                 move spaces        to whs-mensagem
                                       lnk-auxiliar
            end-if.
       2909-exit.
            exit.

      *>===================================================================================
       2910-aviso-divergencia section.
       2910.
            string "Existem NFs a partir do dia " f89700-dt-entrega-dia "/" f89700-dt-entrega-mes "/" f89700-dt-entrega-ano " com divergências.\n\n"
                   "Verificar no módulo 07.22.23-Rel. de Diverg. Promax x SEFAZ, proceder\n"
                   "a correção e executar a rotina 07.22.22-Verificação de Divergências."
                                  into whs-mensagem
            perform 9000-mensagem-inteligente
            move spaces                  to whs-mensagem
                                            lnk-auxiliar.
       2910-exit.
            exit.

      *>===================================================================================
       2999-output-logon-sublogon section.
       2999.
       copy PCL99800.CPY.               *> Parametros
       copy PCL99710.CPY.               *> Bloqueios de Logon (eventos de segurança)
       copy PCL99711.CPY.               *> Mensagens Operacionais de Logon
       copy PCL99714.CPY.               *> Situação de Login por Unidade
       copy PCLI00400.CPY.              *> Índice NF
*>

