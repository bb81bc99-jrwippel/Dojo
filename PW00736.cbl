      $set preprocess (htmlpp) endp
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id.  PW00736.
      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>              Console de Sessões Ativas (LOGON / SUBLOGON)
      *>            --------------------------------------------------------
      *>
      *>    Lista as sessões vivas do LOGON - usuário, Empresa/Filial do logon,
      *>    última atividade e quantidade de SUBLOGON filhos - com filtro por
      *>    usuário e por unidade, e permite ao usuário gerencial encerrar uma
      *>    sessão ou todas as sessões de um usuário (conta comprometida, unidade
      *>    em manutenção) sem esperar a expiração do PW00714. Os SUBLOGON da
      *>    sessão saem junto e cada encerramento gera o evento LOGOFF-FORCADO na
      *>    trilha lgn-hist, com o operador que o comandou no detalhe.
      *>
      *>    A própria sessão do operador nunca é encerrada por aqui.
      *>

      *>===================================================================================
       environment division.
            special-names. decimal-point is comma.

       input-output section.
       file-control.

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

       copy PCW900.CPY.
       copy PCW904.CPY.

       01   ws-campos-de-trabalho.
            03 ws-data-agora            pic 9(08) value zeros.
            03 ws-hora-agora            pic 9(06) value zeros.
            03 ws-qt-subsessoes         pic 9(05) value zeros.
            03 ws-qt-sessoes-listadas   pic 9(05) value zeros.
            03 ws-qt-sessoes-encerradas pic 9(05) value zeros.
            03 ws-sessionid-alvo        pic x(50) value spaces.
            03 ws-usuario-alvo          pic x(20) value spaces.
            03 ws-empresa-alvo          pic 9(03) value zeros.
            03 ws-filial-alvo           pic 9(04) value zeros.
            03 ws-motivo-encerramento   pic x(30) value spaces.
            03 ws-sessao-filtrada-ind   pic x(01) value "N".
               88 ws-sessao-filtrada        value "S".

       01   wid-logon                   pic x(100) value spaces.
       01   wid-sublogon                pic x(100) value spaces.
       01   wid-lgn-hist                pic x(100) value spaces.
       01   ws-sts-lgn-hist             pic x(02) value "00".
            88 ws-lgn-hist-ok               value "00".

       01   cgi-input is external-form.
            copy PCW902.CPY.
            03  f-campos-formulario.
                05  f-filtro-usuario    pic x(20) identified by "filtroUsuario".
                05  f-filtro-empresa    pic 9(03) identified by "filtroEmpresa".
                05  f-filtro-filial     pic 9(04) identified by "filtroFilial".
                05  f-sessao-alvo       pic x(50) identified by "sessaoAlvo".
                05  f-usuario-alvo      pic x(20) identified by "usuarioAlvo".
            03  f-Sessoes            pic x(50000) identified by "hSessoes".

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
                 move "Console de sessões restrito a usuário gerencial !"
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
                    perform 2200-carrega-sessoes
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
            move zeros                  to ws-qt-sessoes-encerradas
            evaluate f-opcao
                when 6
                    perform 2600-encerra-sessao
                when 7
                    perform 2700-encerra-sessoes-usuario
                when other
                    move "Controle Inválido" to whs-mensagem
                    perform 8000-mensagem
            end-evaluate
            perform 8000-finaliza-controle.
       2999-exit.
            exit.

      *>===================================================================================
      *>    Monta a lista das sessões vivas, já filtrada por usuário e unidade.
      *>    Filtro de usuário informado usa a chave alternativa lgn-usuario.
      *>===================================================================================
       2200-carrega-sessoes section.
       2200.
            move 1                      to wx-index-1
            move spaces                 to f-Sessoes
            move zeros                  to ws-qt-sessoes-listadas
            if   f-filtro-empresa is not numeric
                 move zeros             to f-filtro-empresa
            end-if
            if   f-filtro-filial is not numeric
                 move zeros             to f-filtro-filial
            end-if
            initialize                  lgn-registro
            if   f-filtro-usuario = spaces
                 start logon key is not less lgn-session-id
            else
                 move f-filtro-usuario  to lgn-usuario
                 start logon key is not less lgn-usuario
            end-if
            if   not ws-operacao-ok
                 move zeros             to ws-resultado-acesso
                 exit section
            end-if
            read logon next
            perform until not ws-operacao-ok
                 if   f-filtro-usuario not = spaces
                 and  lgn-usuario not = f-filtro-usuario
                      exit perform
                 end-if
                 perform 2210-aplica-filtro-unidade
                 if   ws-sessao-filtrada
                      perform 2220-conta-subsessoes
                      perform 2230-monta-linha-sessao
                 end-if
                 read logon next
            end-perform
            move zeros                  to ws-resultado-acesso.
       2200-exit.
            exit.

      *>===================================================================================
      *>    Sessões gravadas antes do registro da unidade no LOGON (zeradas) só
      *>    aparecem quando não há filtro de unidade.
      *>===================================================================================
       2210-aplica-filtro-unidade section.
       2210.
            move "S"                    to ws-sessao-filtrada-ind
            if   lgn-cd-empresa is not numeric
                 move zeros             to lgn-cd-empresa
            end-if
            if   lgn-cd-filial is not numeric
                 move zeros             to lgn-cd-filial
            end-if
            if   f-filtro-empresa not = zeros
            and  lgn-cd-empresa not = f-filtro-empresa
                 move "N"               to ws-sessao-filtrada-ind
            end-if
            if   f-filtro-filial not = zeros
            and  lgn-cd-filial not = f-filtro-filial
                 move "N"               to ws-sessao-filtrada-ind
            end-if.
       2210-exit.
            exit.

      *>===================================================================================
       2220-conta-subsessoes section.
       2220.
            move zeros                  to ws-qt-subsessoes
            initialize                  lns-registro
            move lgn-session-id         to lns-session-id
            start sublogon key is not less lns-chave-2
            if   not ws-operacao-ok
                 move zeros             to ws-resultado-acesso
                 exit section
            end-if
            read sublogon next
            perform until not ws-operacao-ok
                           or lns-session-id <> lgn-session-id
                 add 1                  to ws-qt-subsessoes
                 read sublogon next
            end-perform
            move zeros                  to ws-resultado-acesso.
       2220-exit.
            exit.

      *>===================================================================================
       2230-monta-linha-sessao section.
       2230.
            if   lgn-dt-ult-atividade is not numeric
                 move zeros             to lgn-dt-ult-atividade
            end-if
            if   lgn-hr-ult-atividade is not numeric
                 move zeros             to lgn-hr-ult-atividade
            end-if
            add 1                       to ws-qt-sessoes-listadas
            string lgn-session-id           delimited by " ",
                   "¶" delimited by size,
                   lgn-usuario              delimited by " ",
                   "¶" delimited by size,
                   lgn-cd-empresa           delimited by size,
                   "/" delimited by size,
                   lgn-cd-filial            delimited by size,
                   "¶" delimited by size,
                   lgn-dt-ult-atividade     delimited by size,
                   "¶" delimited by size,
                   lgn-hr-ult-atividade     delimited by size,
                   "¶" delimited by size,
                   ws-qt-subsessoes         delimited by size,
                   delimitador delimited by size
                   into f-Sessoes
                   pointer wx-index-1.
       2230-exit.
            exit.

      *>===================================================================================
      *>    Encerramento de uma sessão pelo session-id escolhido na lista.
      *>===================================================================================
       2600-encerra-sessao section.
       2600.
            if   f-sessao-alvo = spaces
                 move "Sessão não informada !" to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            if   f-sessao-alvo = lnk-sessionid
                 move "A sessão do próprio operador não pode ser encerrada por aqui !"
                                        to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            initialize                  lgn-registro
            move f-sessao-alvo          to lgn-session-id
            read logon
            if   not ws-operacao-ok
                 move "Sessão não está mais ativa !" to whs-mensagem
                 perform 8000-mensagem
                 move zeros             to ws-resultado-acesso
                 exit section
            end-if
            move "sessao encerrada"     to ws-motivo-encerramento
            perform 2650-encerra-sessao-lida
            move spaces                 to whs-mensagem
            string "Sessão do usuário " delimited by size,
                   ws-usuario-alvo delimited by " ",
                   " encerrada - " delimited by size,
                   ws-qt-subsessoes delimited by size,
                   " subsessão(ões) removida(s) !" delimited by size
                   into whs-mensagem
            perform 8000-mensagem.
       2600-exit.
            exit.

      *>===================================================================================
      *>    Exclusão do LOGON lido, dos SUBLOGON filhos e gravação do evento.
      *>    Pressupõe lgn-registro lido.
      *>===================================================================================
       2650-encerra-sessao-lida section.
       2650.
            move lgn-session-id         to ws-sessionid-alvo
            move lgn-usuario            to ws-usuario-alvo
            move lgn-cd-empresa         to ws-empresa-alvo
            move lgn-cd-filial          to ws-filial-alvo
            delete logon
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-logon "EX" ws-resultado-acesso
                 cancel ws-PP00001X
                 exit section
            end-if
            add 1                       to ws-qt-sessoes-encerradas
            perform 2660-excluir-subsession
            perform 9000-grava-evento-forcado.
       2650-exit.
            exit.

      *>===================================================================================
      *>    Exclusão dos SUBLOGON da sessão, na mesma mecânica do PP00001
      *>    (2250-excluir-subsession).
      *>===================================================================================
       2660-excluir-subsession section.
       2660.
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
       2660-exit.
            exit.

      *>===================================================================================
      *>    Encerramento de todas as sessões de um usuário (chave alternativa
      *>    lgn-usuario), exceto a sessão do próprio operador.
      *>===================================================================================
       2700-encerra-sessoes-usuario section.
       2700.
            if   f-usuario-alvo = spaces
                 move "Usuário não informado !" to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            move "todas as sessoes do usuario" to ws-motivo-encerramento
            initialize                  lgn-registro
            move f-usuario-alvo         to lgn-usuario
            start logon key is not less lgn-usuario
            if   ws-operacao-ok
                 read logon next
            end-if
            perform until not ws-operacao-ok
                           or lgn-usuario <> f-usuario-alvo
                 if   lgn-session-id not = lnk-sessionid
                      perform 2650-encerra-sessao-lida
                 end-if
                 read logon next
            end-perform
            move zeros                  to ws-resultado-acesso
            move spaces                 to whs-mensagem
            string ws-qt-sessoes-encerradas delimited by size,
                   " sessão(ões) do usuário " delimited by size,
                   f-usuario-alvo delimited by " ",
                   " encerrada(s) !" delimited by size
                   into whs-mensagem
            perform 8000-mensagem.
       2700-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close   logon
            close   sublogon
            perform 8000-oculta-gif.
       3000-exit.
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
      *>    Evento LOGOFF-FORCADO na trilha lgn-hist, no mesmo formato dos eventos
      *>    do PP00001: a sessão e o usuário encerrados nos campos padrão, o
      *>    operador (usuário e sessão) no detalhe.
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
                   " " delimited by size,
                   ws-motivo-encerramento delimited by "  "
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
            inspect f-Sessoes replacing all '"' by "'"
            exec html
               <TABLE width=100% border=0>
                  <TR>
                     <TD>
               <TABLE rules=none width=100% :tabela-padrao border=0>
                  <TR>
                     <TD class=titulocampo colspan=7>Sessões Ativas (LOGON / SUBLOGON)
                  <TR>
                     <TD class=titulocampo width=10%>Usuário
                     <TD nowrap><input name=filtroUsuario size=20 maxlength=20 value=":f-filtro-usuario" class="campo">
                     <TD class=titulocampo width=10%>Empresa
                     <TD nowrap><input name=filtroEmpresa size=3 maxlength=3 value=":f-filtro-empresa" class="campo">
                     <TD class=titulocampo width=10%>Filial
                     <TD nowrap><input name=filtroFilial size=4 maxlength=4 value=":f-filtro-filial" class="campo">
                     <TD nowrap>
                        <button name=botFiltrar accessKey="F" class=botao onclick="Filtrar();"><label><U>F</U>iltrar</label></button>
                  <TR>
                     <TD class=titulocampo>Usuário
                     <TD class=titulocampo>Empresa/Filial
                     <TD class=titulocampo>Última Atividade
                     <TD class=titulocampo>Subsessões
                     <TD class=titulocampo colspan=3>Sessão
                  <TR>
                     <TD colspan=7><div id=divSessoes></div>
               </TABLE>
               </TABLE>
               <input type=hidden name=hSessoes value=":f-Sessoes">
               <input type=hidden name=sessaoAlvo value="">
               <input type=hidden name=usuarioAlvo value="">
               <script>
                   function FormataDataSes( data, hora ) {
                       if( !data || data == '0' || data == '00000000' ) { return '-'; }
                       return data.substr(6,2) + '/' + data.substr(4,2) + '/' + data.substr(0,4) +
                              ' ' + hora.substr(0,2) + ':' + hora.substr(2,2) + ':' + hora.substr(4,2);
                   }
                   function MontaSessoes() {
                       var linha  = document.all.hSessoes.value.split( ':delimitador' );
                       var html = '<table rules=all width=100% border=0>';
                       for( var i = 0; i < linha.length - 1; i++ ) {
                           var campo = linha[i].split( '¶' );
                           html = html + '<tr>' +
                                  '<td>' + campo[1] + '<td>' + campo[2] +
                                  '<td>' + FormataDataSes( campo[3], campo[4] ) +
                                  '<td>' + parseInt( campo[5], 10 ) +
                                  '<td>' + campo[0] +
                                  '<td><button class=botao onclick="EncerrarSessao(\'' +
                                  campo[0] + '\',\'' + campo[1] + '\');">Encerrar</button>' +
                                  '&nbsp;<button class=botao onclick="EncerrarUsuario(\'' +
                                  campo[1] + '\');">Encerrar todas do usuário</button></tr>';
                       }
                       html = html + '</table>';
                       document.all.divSessoes.innerHTML = html;
                   }
                   function Filtrar() {
                       document.all.frame.value = 0;
                       document.all.opcao.value = 0;
                       document.form1.submit();
                   }
                   function EncerrarSessao( sessao, usuario ) {
                       if( ! confirm( 'Confirma o encerramento da sessão do usuário ' + usuario + ' ?' ) ) { return; }
                       document.all.sessaoAlvo.value = sessao;
                       document.all.frame.value = 9;
                       document.all.opcao.value = 6;
                       document.form1.submit();
                   }
                   function EncerrarUsuario( usuario ) {
                       if( ! confirm( 'Confirma o encerramento de TODAS as sessões do usuário ' + usuario + ' ?' ) ) { return; }
                       document.all.usuarioAlvo.value = usuario;
                       document.all.frame.value = 9;
                       document.all.opcao.value = 7;
                       document.form1.submit();
                   }
                   MontaSessoes();
               </script>
            end-exec.
       8000-exit.
            exit.

      *>===================================================================================
       copy PCP9000.CPY.                *>Rotinas Padrões
