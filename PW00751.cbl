      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id.  PW00751.
      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>            Contas Inativas (PD30800 x último LOGIN da trilha lgn-hist)
      *>            --------------------------------------------------------
      *>
      *>    Cruza cada usuário com perfil no PD30800 com o seu último LOGIN na
      *>    trilha lgnhist_<data>.txt e lista, por Empresa/Filial em que o
      *>    usuário tem perfil, quem está sem logon há mais dias que o limite. A
      *>    reativação gerencial (PW00724) conta como atividade - o usuário
      *>    reativado não volta a ser suspenso antes de um novo período inteiro.
      *>    Usuário sem LOGIN na trilha só é dado como inativo quando a trilha
      *>    disponível cobre o período inteiro; senão sai como indeterminado.
      *>    Com suspender=S cada inativo é suspenso: registro tipo D no PD99710
      *>    (quem suspendeu e quando), que o PP00001 recusa no logon, e evento
      *>    CONTA-SUSPENSA na trilha lgn-hist. O usuário que roda o job nunca é
      *>    suspenso por ele.
      *>    Perfil em unidade desativada (registro 86 do EFDPAR, PW00754) não
      *>    conta: a unidade não é listada e o usuário que só tem perfil nela não
      *>    é avaliado nem suspenso.
      *>
      *>    Parâmetros (lnk-rotina-configuracao, campo=valor&...):
      *>        dias=N             dias sem logon para a conta ser inativa
      *>                           (default 90)
      *>        diasTrilha=N       dias da trilha lgn-hist examinados (default 400)
      *>        suspender=S        suspende as contas inativas (default N)
      *>        nomeArquivoSM=xxx  nome da saída catalogada pelo PW00007
      *>
      *>    Saída: ../tmp/work/<nomeArquivoSM>.<formato do job> quando rodado como
      *>    job de Lote do PW00007 com nome de saída, senão
      *>    ../tmp/work/inativos_<data>.txt.
      *>

      *>===================================================================================
       environment division.
            special-names. decimal-point is comma.

       input-output section.
       file-control.

       copy PCS30800.CPY.               *> Usuário-Perfil
       copy PCS99710.CPY.               *> Bloqueios de Logon
       copy PCS99800.CPY.               *> Parâmetros

            select lgn-hist assign to disk wid-lgn-hist
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-lgn-hist.

            select rel-inativos assign to disk wid-rel-inativos
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-rel-inativos.

      *>===================================================================================
       data division.

       copy PCF30800.CPY.               *> Usuário-Perfil
       copy PCF99710.CPY.               *> Bloqueios de Logon
       copy PCF99800.CPY.               *> Parâmetros

       fd   lgn-hist.
       01   lh-linha-hist               pic x(300).

       fd   rel-inativos.
       01   ri-linha-relatorio          pic x(300).

      *>===================================================================================
       working-storage section.
       78   versao                      value "a".

       78   ws-limite-usuarios          value 3000.
       78   ws-limite-unid-usuario      value 10000.
       78   ws-limite-unidades          value 500.

       copy PCW900.CPY.

       01   ws-parametros-entrada.
            03 ws-par-config            pic x(2000) value spaces.
            03 ws-par-item              pic x(100) occurs 20.
            03 ws-par-campo             pic x(30) value spaces.
            03 ws-par-valor             pic x(60) value spaces.
            03 ws-par-index             pic 9(02) value zeros.
            03 ws-par-numero            pic 9(05) value zeros.
            03 ws-dias-inatividade      pic 9(05) value 90.
            03 ws-dias-trilha           pic 9(05) value 400.
            03 ws-suspender             pic x(01) value "N".
               88 ws-suspende-inativos      value "S".
            03 ws-nome-saida-lote       pic x(60) value spaces.

       01   ws-campos-linha-hist.
            03 ws-lh-data               pic x(10) value spaces.
            03 ws-lh-hora               pic x(08) value spaces.
            03 ws-lh-evento             pic x(24) value spaces.
            03 ws-lh-sessionid          pic x(50) value spaces.
            03 ws-lh-subsessionid       pic x(50) value spaces.
            03 ws-lh-usuario            pic x(20) value spaces.
            03 ws-lh-detalhe            pic x(100) value spaces.

       01   ws-campos-de-trabalho.
            03 ws-data-hoje             pic 9(08) value zeros.
            03 ws-hora-agora            pic 9(06) value zeros.
            03 ws-integer-hoje          pic 9(07) value zeros.
            03 ws-integer-corrente      pic 9(07) value zeros.
            03 ws-data-corrente         pic 9(08) value zeros.
            03 ws-dt-primeira-trilha    pic 9(08) value zeros.
            03 ws-dt-login              pic 9(08) value zeros.
            03 ws-dt-atividade          pic 9(08) value zeros.
            03 ws-ix-usuario            pic 9(04) value zeros.
            03 ws-ix-uu                 pic 9(05) value zeros.
            03 ws-ix-unidade            pic 9(03) value zeros.
            03 ws-qt-usuarios           pic 9(04) value zeros.
            03 ws-qt-unid-usuario       pic 9(05) value zeros.
            03 ws-qt-unidades           pic 9(03) value zeros.
            03 ws-qt-inativos           pic 9(05) value zeros.
            03 ws-qt-indeterminados     pic 9(05) value zeros.
            03 ws-qt-suspensos          pic 9(05) value zeros.
            03 ws-qt-ja-suspensos       pic 9(05) value zeros.
            03 ws-qt-ignorados          pic 9(05) value zeros.
            03 ws-qt-inativos-unidade   pic 9(05) value zeros.
            03 ws-qt-desativadas        pic 9(03) value zeros.
            03 ws-situacao-unidade      pic x(01) value spaces.
               88 ws-unidade-desativada     value "D".
            03 ws-texto-situacao        pic x(60) value spaces.
            03 ws-texto-ultimo-login    pic x(20) value spaces.

       01   tb-usuarios.
            03 tb-usuario occurs 3000.
               05 tu-id-usuario         pic x(10).
               05 tu-dt-ultimo-login    pic 9(08).
               05 tu-dt-reativacao      pic 9(08).
               05 tu-dias-inativo       pic 9(05).
               05 tu-situacao           pic x(01).
      *>          A = ativa / I = inativa / N = indeterminada (trilha curta)
               05 tu-suspensao          pic x(01).
      *>          J = já suspensa / S = suspensa nesta execução / spaces

       01   tb-unidades-usuario.
            03 tb-unid-usuario occurs 10000.
               05 tuu-ix-usuario        pic 9(04).
               05 tuu-cd-empresa        pic 9(03).
               05 tuu-cd-filial         pic 9(04).

       01   tb-unidades.
            03 tb-unidade occurs 500.
               05 tun-cd-empresa        pic 9(03).
               05 tun-cd-filial         pic 9(04).
               05 tun-situacao          pic x(01).

       01   wid-pd30800                 pic x(100) value spaces.
       01   wid-lgn-hist                pic x(100) value spaces.
       01   ws-sts-lgn-hist             pic x(02) value "00".
            88 ws-lgn-hist-ok               value "00".
       01   wid-rel-inativos            pic x(100) value spaces.
       01   ws-sts-rel-inativos         pic x(02) value "00".
            88 ws-rel-inativos-ok           value "00".

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
                 perform 2000-carrega-usuarios
                 perform 2100-le-trilha-logins
                 perform 2200-avalia-usuarios
                 perform 2400-imprime-por-unidade
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
            move function current-date(1:8) to ws-data-hoje
            move function current-date(9:6) to ws-hora-agora
            move function integer-of-date(ws-data-hoje) to ws-integer-hoje
            perform 1100-carrega-parametros-entrada
            perform 9000-abre-relatorio
            if   not ws-rel-inativos-ok
                 move "1"               to lnk-retorno
                 exit section
            end-if
            move spaces                 to ri-linha-relatorio
            string "CONTAS INATIVAS;em " ws-data-hoje
                   ";sem logon há mais de (dias);" ws-dias-inatividade
                   ";suspender;" ws-suspender delimited by size
                   into ri-linha-relatorio
            write ri-linha-relatorio

            perform 9000-abrir-i-pd30800
            if   not ws-operacao-ok
                 move "ERRO - Falha na abertura do PD30800 (Usuário-Perfil)"
                                        to ri-linha-relatorio
                 write ri-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if
            perform 9000-abrir-io-pd99710
            if   not ws-operacao-ok
                 move "ERRO - Falha na abertura do PD99710 (Bloqueios de Logon)"
                                        to ri-linha-relatorio
                 write ri-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if
            move spaces                 to wid-pd99800
            string lnk-dtbpath delimited by " "
                   "/EFDPAR.CAD" delimited by size
                   into wid-pd99800
            perform 9000-abrir-i-pd99800
            if   not ws-operacao-ok
                 move "ERRO - Falha na abertura do EFDPAR" to ri-linha-relatorio
                 write ri-linha-relatorio
                 move "1"               to lnk-retorno
            end-if.
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
                      move zeros        to ws-par-numero
                      if   ws-par-valor not = spaces
                           compute ws-par-numero = function numval(ws-par-valor)
                      end-if
                      evaluate ws-par-campo
                          when "dias"
                               if   ws-par-numero > zeros
                                    move ws-par-numero to ws-dias-inatividade
                               end-if
                          when "diasTrilha"
                               if   ws-par-numero > zeros
                                    move ws-par-numero to ws-dias-trilha
                               end-if
                          when "suspender"
                               if   ws-par-valor(1:1) = "S"
                                    move "S" to ws-suspender
                               end-if
                          when "nomeArquivoSM"
                               move ws-par-valor to ws-nome-saida-lote
                      end-evaluate
                 end-if
            end-perform.
       1100-exit.
            exit.

      *>===================================================================================
      *>    Usuários distintos do PD30800 (chave começa pelo usuário) e as
      *>    Empresas/Filiais em que cada um tem perfil.
      *>===================================================================================
       2000-carrega-usuarios section.
       2000.
            initialize                  f30800-usuario-perfil
            start pd30800 key is not less f30800-chave
            if   ws-operacao-ok
                 read pd30800 next
                 perform until not ws-operacao-ok
                      perform 2010-registra-usuario-unidade
                      read pd30800 next
                 end-perform
            end-if
            move zeros                  to ws-resultado-acesso.
       2000-exit.
            exit.

      *>===================================================================================
       2010-registra-usuario-unidade section.
       2010.
            perform 2020-localiza-unidade
            if   ws-unidade-desativada
                 exit section
            end-if
            if   ws-qt-usuarios = zeros
            or   tu-id-usuario(ws-qt-usuarios) not = f30800-id-usuario
                 if   ws-qt-usuarios >= ws-limite-usuarios
                      add 1             to ws-qt-ignorados
                      exit section
                 end-if
                 add 1                  to ws-qt-usuarios
                 move f30800-id-usuario to tu-id-usuario(ws-qt-usuarios)
                 move zeros             to tu-dt-ultimo-login(ws-qt-usuarios)
                                           tu-dt-reativacao(ws-qt-usuarios)
                                           tu-dias-inativo(ws-qt-usuarios)
                 move "A"               to tu-situacao(ws-qt-usuarios)
                 move spaces            to tu-suspensao(ws-qt-usuarios)
            end-if
            if   ws-qt-unid-usuario > zeros
            and  tuu-ix-usuario(ws-qt-unid-usuario) = ws-qt-usuarios
            and  tuu-cd-empresa(ws-qt-unid-usuario) = f30800-cd-empresa
            and  tuu-cd-filial(ws-qt-unid-usuario)  = f30800-cd-filial
                 exit section
            end-if
            if   ws-qt-unid-usuario >= ws-limite-unid-usuario
                 add 1                  to ws-qt-ignorados
                 exit section
            end-if
            add 1                       to ws-qt-unid-usuario
            move ws-qt-usuarios         to tuu-ix-usuario(ws-qt-unid-usuario)
            move f30800-cd-empresa      to tuu-cd-empresa(ws-qt-unid-usuario)
            move f30800-cd-filial       to tuu-cd-filial(ws-qt-unid-usuario).
       2010-exit.
            exit.

      *>===================================================================================
      *>    Unidade do perfil na tabela de unidades; a situação (desativada ou
      *>    não, registro 86) é lida uma vez por unidade.
      *>===================================================================================
       2020-localiza-unidade section.
       2020.
            perform varying ws-ix-unidade from 1 by 1
                    until ws-ix-unidade > ws-qt-unidades
                    or   (tun-cd-empresa(ws-ix-unidade) = f30800-cd-empresa
                          and tun-cd-filial(ws-ix-unidade) = f30800-cd-filial)
            end-perform
            if   ws-ix-unidade <= ws-qt-unidades
                 move tun-situacao(ws-ix-unidade) to ws-situacao-unidade
                 exit section
            end-if
            perform 2050-verifica-desativacao
            if   ws-qt-unidades < ws-limite-unidades
                 add 1                  to ws-qt-unidades
                 move f30800-cd-empresa to tun-cd-empresa(ws-qt-unidades)
                 move f30800-cd-filial  to tun-cd-filial(ws-qt-unidades)
                 move ws-situacao-unidade to tun-situacao(ws-qt-unidades)
                 if   ws-unidade-desativada
                      add 1             to ws-qt-desativadas
                 end-if
            end-if.
       2020-exit.
            exit.

      *>===================================================================================
       2050-verifica-desativacao section.
       2050.
            move spaces                 to ws-situacao-unidade
            initialize                  fpard-desativacao-filial
            move f30800-cd-empresa      to fpard-cd-empresa
            move f30800-cd-filial       to fpard-cd-filial
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
      *>    Trilha lgn-hist dos últimos diasTrilha dias, do mais antigo para o mais
      *>    recente - o último LOGIN lido de cada usuário é o mais recente.
      *>===================================================================================
       2100-le-trilha-logins section.
       2100.
            compute ws-integer-corrente = ws-integer-hoje - ws-dias-trilha
            perform until ws-integer-corrente > ws-integer-hoje
                 move function date-of-integer(ws-integer-corrente)
                                        to ws-data-corrente
                 perform 2110-le-dia-trilha
                 add 1                  to ws-integer-corrente
            end-perform.
       2100-exit.
            exit.

      *>===================================================================================
       2110-le-dia-trilha section.
       2110.
            move spaces                 to wid-lgn-hist
            string lnk-dtbpath delimited by " ",
                   "/../tmp/work/lgnhist_" ws-data-corrente ".txt"
                   into wid-lgn-hist
            open input lgn-hist
            if   not ws-lgn-hist-ok
                 exit section
            end-if
            if   ws-dt-primeira-trilha = zeros
                 move ws-data-corrente  to ws-dt-primeira-trilha
            end-if
            move spaces                 to lh-linha-hist
            read lgn-hist
            perform until not ws-lgn-hist-ok
                 if   lh-linha-hist(21:6) = "LOGIN;"
                      perform 2120-registra-login
                 end-if
                 move spaces            to lh-linha-hist
                 read lgn-hist
            end-perform
            close lgn-hist.
       2110-exit.
            exit.

      *>===================================================================================
       2120-registra-login section.
       2120.
            move spaces                 to ws-lh-data ws-lh-hora ws-lh-evento
                                           ws-lh-sessionid ws-lh-subsessionid
                                           ws-lh-usuario ws-lh-detalhe
            unstring lh-linha-hist delimited by ";"
                     into ws-lh-data ws-lh-hora ws-lh-evento
                          ws-lh-sessionid ws-lh-subsessionid
                          ws-lh-usuario ws-lh-detalhe
            perform varying ws-ix-usuario from 1 by 1
                    until ws-ix-usuario > ws-qt-usuarios
                    or    tu-id-usuario(ws-ix-usuario) = ws-lh-usuario
            end-perform
            if   ws-ix-usuario <= ws-qt-usuarios
                 move ws-data-corrente  to tu-dt-ultimo-login(ws-ix-usuario)
            end-if.
       2120-exit.
            exit.

      *>===================================================================================
      *>    Última atividade = último LOGIN ou reativação gerencial, o que for mais
      *>    recente. Sem nenhum dos dois, a conta só é inativa se a trilha
      *>    examinada cobre o limite inteiro.
      *>===================================================================================
       2200-avalia-usuarios section.
       2200.
            perform varying ws-ix-usuario from 1 by 1
                    until ws-ix-usuario > ws-qt-usuarios
                 perform 2210-avalia-um-usuario
            end-perform.
       2200-exit.
            exit.

      *>===================================================================================
       2210-avalia-um-usuario section.
       2210.
            move spaces                 to k99710-registro
            initialize                  k99710-registro
            move "D"                    to k99710-tipo
            move tu-id-usuario(ws-ix-usuario) to k99710-identificacao
            perform 9000-ler-pd99710-ran
            if   ws-operacao-ok
                 if   k99710-bloqueado
                      move "J"          to tu-suspensao(ws-ix-usuario)
                 end-if
                 if   k99710-dt-liberacao is numeric
                      move k99710-dt-liberacao to tu-dt-reativacao(ws-ix-usuario)
                 end-if
            end-if
            move zeros                  to ws-resultado-acesso

            move tu-dt-ultimo-login(ws-ix-usuario) to ws-dt-atividade
            if   tu-dt-reativacao(ws-ix-usuario) > ws-dt-atividade
                 move tu-dt-reativacao(ws-ix-usuario) to ws-dt-atividade
            end-if

            if   ws-dt-atividade not = zeros
                 compute tu-dias-inativo(ws-ix-usuario) =
                         ws-integer-hoje - function integer-of-date(ws-dt-atividade)
                 if   tu-dias-inativo(ws-ix-usuario) > ws-dias-inatividade
                      move "I"          to tu-situacao(ws-ix-usuario)
                 end-if
            else
                 if   ws-dt-primeira-trilha not = zeros
                      compute tu-dias-inativo(ws-ix-usuario) =
                              ws-integer-hoje
                            - function integer-of-date(ws-dt-primeira-trilha)
                 end-if
                 if   ws-dt-primeira-trilha not = zeros
                 and  tu-dias-inativo(ws-ix-usuario) > ws-dias-inatividade
                      move "I"          to tu-situacao(ws-ix-usuario)
                 else
                      move "N"          to tu-situacao(ws-ix-usuario)
                 end-if
            end-if

            evaluate true
                when tu-situacao(ws-ix-usuario) = "N"
                     add 1              to ws-qt-indeterminados
                when tu-situacao(ws-ix-usuario) = "I"
                     add 1              to ws-qt-inativos
                     if   tu-suspensao(ws-ix-usuario) = "J"
                          add 1         to ws-qt-ja-suspensos
                     else
                          if   ws-suspende-inativos
                          and  tu-id-usuario(ws-ix-usuario) not = lnk-id-usuario
                               perform 2500-suspende-usuario
                          end-if
                     end-if
            end-evaluate.
       2210-exit.
            exit.

      *>===================================================================================
      *>    Lista por Empresa/Filial: cada conta inativa ou indeterminada aparece
      *>    em todas as unidades em que tem perfil.
      *>===================================================================================
       2400-imprime-por-unidade section.
       2400.
            move spaces                 to ri-linha-relatorio
            write ri-linha-relatorio
            move "Empresa/Filial;Usuário;Último Login;Dias sem Logon;Situação"
                                        to ri-linha-relatorio
            write ri-linha-relatorio
            perform varying ws-ix-unidade from 1 by 1
                    until ws-ix-unidade > ws-qt-unidades
                 move zeros             to ws-qt-inativos-unidade
                 perform varying ws-ix-uu from 1 by 1
                         until ws-ix-uu > ws-qt-unid-usuario
                      if   tuu-cd-empresa(ws-ix-uu) = tun-cd-empresa(ws-ix-unidade)
                      and  tuu-cd-filial(ws-ix-uu)  = tun-cd-filial(ws-ix-unidade)
                           move tuu-ix-usuario(ws-ix-uu) to ws-ix-usuario
                           if   tu-situacao(ws-ix-usuario) not = "A"
                                perform 2410-imprime-usuario-unidade
                           end-if
                      end-if
                 end-perform
                 if   ws-qt-inativos-unidade > zeros
                      move spaces       to ri-linha-relatorio
                      string tun-cd-empresa(ws-ix-unidade) "/"
                             tun-cd-filial(ws-ix-unidade)
                             ";Total de contas inativas na unidade;"
                             ws-qt-inativos-unidade delimited by size
                             into ri-linha-relatorio
                      write ri-linha-relatorio
                 end-if
            end-perform.
       2400-exit.
            exit.

      *>===================================================================================
       2410-imprime-usuario-unidade section.
       2410.
            move spaces                 to ws-texto-ultimo-login ws-texto-situacao
            if   tu-dt-ultimo-login(ws-ix-usuario) = zeros
                 move "sem LOGIN na trilha" to ws-texto-ultimo-login
            else
                 move tu-dt-ultimo-login(ws-ix-usuario) to ws-texto-ultimo-login
            end-if
            evaluate true
                when tu-situacao(ws-ix-usuario) = "N"
                     move "INDETERMINADA - trilha mais curta que o limite"
                                        to ws-texto-situacao
                when tu-suspensao(ws-ix-usuario) = "J"
                     move "INATIVA - já suspensa"
                                        to ws-texto-situacao
                when tu-suspensao(ws-ix-usuario) = "S"
                     move "INATIVA - SUSPENSA nesta execução"
                                        to ws-texto-situacao
                when other
                     add 1              to ws-qt-inativos-unidade
                     move "INATIVA"     to ws-texto-situacao
            end-evaluate
            if   tu-situacao(ws-ix-usuario) = "I"
            and  tu-suspensao(ws-ix-usuario) not = space
                 add 1                  to ws-qt-inativos-unidade
            end-if
            if   tu-dt-reativacao(ws-ix-usuario) not = zeros
                 string ws-texto-situacao delimited by "  ",
                        " (reativada em " tu-dt-reativacao(ws-ix-usuario) ")"
                        delimited by size
                        into ws-texto-situacao
            end-if
            move spaces                 to ri-linha-relatorio
            string tun-cd-empresa(ws-ix-unidade) "/"
                   tun-cd-filial(ws-ix-unidade) ";" delimited by size,
                   tu-id-usuario(ws-ix-usuario) delimited by " ",
                   ";" delimited by size,
                   ws-texto-ultimo-login delimited by "  ",
                   ";" tu-dias-inativo(ws-ix-usuario) ";" delimited by size,
                   ws-texto-situacao delimited by "  "
                   into ri-linha-relatorio
            write ri-linha-relatorio.
       2410-exit.
            exit.

      *>===================================================================================
      *>    Suspensão: registro tipo D armado no PD99710 - último login em
      *>    dt-primeiro-evento, quem suspendeu e quando - e evento CONTA-SUSPENSA
      *>    na trilha lgn-hist.
      *>===================================================================================
       2500-suspende-usuario section.
       2500.
            move spaces                 to k99710-registro
            initialize                  k99710-registro
            move "D"                    to k99710-tipo
            move tu-id-usuario(ws-ix-usuario) to k99710-identificacao
            perform 9000-ler-pd99710-ran
            move "D"                    to k99710-tipo
            move tu-id-usuario(ws-ix-usuario) to k99710-identificacao
            move zeros                  to k99710-qt-eventos
            move tu-dt-ultimo-login(ws-ix-usuario) to k99710-dt-primeiro-evento
            move zeros                  to k99710-hr-primeiro-evento
            move ws-data-hoje           to k99710-dt-ultimo-evento
                                           k99710-dt-bloqueio
            move ws-hora-agora          to k99710-hr-ultimo-evento
                                           k99710-hr-bloqueio
            move "S"                    to k99710-bloqueado-ind
            move lnk-id-usuario         to k99710-id-usuario-bloqueio
            if   ws-operacao-ok
                 rewrite k99710-registro
            else
                 move spaces            to k99710-id-usuario-liberacao
                 move zeros             to k99710-dt-liberacao
                                           k99710-hr-liberacao
                 write k99710-registro
            end-if
            if   not ws-operacao-ok
                 move spaces            to ri-linha-relatorio
                 string "ERRO - Suspensão não gravada;" delimited by size,
                        tu-id-usuario(ws-ix-usuario) delimited by " ",
                        ";status;" ws-resultado-acesso delimited by size
                        into ri-linha-relatorio
                 write ri-linha-relatorio
                 move "1"               to lnk-retorno
                 move zeros             to ws-resultado-acesso
                 exit section
            end-if
            move "S"                    to tu-suspensao(ws-ix-usuario)
            add 1                       to ws-qt-suspensos
            perform 9000-grava-evento-suspensao.
       2500-exit.
            exit.

      *>===================================================================================
       2900-imprime-totais section.
       2900.
            move spaces                 to ri-linha-relatorio
            write ri-linha-relatorio
            move spaces                 to ri-linha-relatorio
            string "Usuários com perfil;" ws-qt-usuarios
                   ";Inativos;" ws-qt-inativos
                   ";Suspensos nesta execução;" ws-qt-suspensos
                   ";Já suspensos;" ws-qt-ja-suspensos
                   ";Indeterminados;" ws-qt-indeterminados
                   ";Unidades desativadas (ignoradas);" ws-qt-desativadas
                   delimited by size
                   into ri-linha-relatorio
            write ri-linha-relatorio
            move spaces                 to ri-linha-relatorio
            string "Trilha lgn-hist examinada desde;" ws-dt-primeira-trilha
                   delimited by size
                   into ri-linha-relatorio
            write ri-linha-relatorio
            if   ws-qt-ignorados > zeros
                 move spaces            to ri-linha-relatorio
                 string "AVISO - limite de tabela atingido;registros não avaliados;"
                        ws-qt-ignorados delimited by size
                        into ri-linha-relatorio
                 write ri-linha-relatorio
            end-if.
       2900-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close pd30800
            close pd99710
            close pd99800
            close rel-inativos.
       3000-exit.
            exit.

      *>===================================================================================
      *>    Evento CONTA-SUSPENSA na trilha lgn-hist, no mesmo formato dos eventos
      *>    do PP00001 (usuário da linha = quem suspendeu).
      *>===================================================================================
       9000-grava-evento-suspensao section.
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
            string ws-data-hoje(7:2), "/", ws-data-hoje(5:2), "/",
                   ws-data-hoje(1:4), ";",
                   ws-hora-agora(1:2), ":", ws-hora-agora(3:2), ":",
                   ws-hora-agora(5:2), ";",
                   "CONTA-SUSPENSA" delimited by size, ";",
                   ";",
                   ";",
                   lnk-id-usuario       delimited by " ", ";",
                   "tipo=D id=" delimited by size,
                   tu-id-usuario(ws-ix-usuario) delimited by " ",
                   " ultimo-login=" delimited by size,
                   tu-dt-ultimo-login(ws-ix-usuario) delimited by size,
                   " dias=" delimited by size,
                   tu-dias-inativo(ws-ix-usuario) delimited by size
                   into lh-linha-hist
            write lh-linha-hist
            close lgn-hist.
       9000-exit.
            exit.

      *>===================================================================================
       9000-abre-relatorio section.
       9000.
            move spaces                 to wid-rel-inativos
            if   ws-nome-saida-lote not = spaces
                 if   lnk-formato-saida = spaces
                      move "TXT"        to lnk-formato-saida
                 end-if
                 string lnk-dtbpath delimited by " ",
                        "/../tmp/work/" delimited by size,
                        ws-nome-saida-lote delimited by "  ",
                        "." delimited by size,
                        lnk-formato-saida delimited by " "
                        into wid-rel-inativos
            else
                 string lnk-dtbpath delimited by " ",
                        "/../tmp/work/inativos_" lnk-data-cpu ".txt"
                        into wid-rel-inativos
            end-if
            open output rel-inativos.
       9000-exit.
            exit.

      *>===================================================================================
      *> Leituras

       copy PCL30800.CPY.               *> Usuário-Perfil
       copy PCL99710.CPY.               *> Bloqueios de Logon
       copy PCL99800.CPY.               *> Parâmetros
