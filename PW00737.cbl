      $set preprocess (htmlpp) endp
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id.  PW00737.
      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>            Manutenção de Projetos por Empresa/Filial (PD09400)
      *>            --------------------------------------------------------
      *>
      *>    Habilita ou desabilita um projeto para a unidade consultada ou para
      *>    uma lista de unidades (eee/ffff separadas por ";") com motivo
      *>    obrigatório, em vez de alterar o EFD940.CAD por fora. Cada alteração
      *>    grava as imagens antes/depois no histórico de projetos (PD09401, via
      *>    PW09401X) - o mesmo histórico que recebe a habilitação automática do
      *>    PP00001 - e o histórico da unidade consultada é exibido na tela.
      *>
      *>    A alteração é restrita a usuário gerencial e vale a partir do próximo
      *>    logon na unidade (a tabela de projetos da sessão é carregada no login).
      *>

      *>===================================================================================
       environment division.
            special-names. decimal-point is comma.

       input-output section.
       file-control.

       copy PCS09400.CPY.               *> Controle de Projetos
       copy PCS09401.CPY.               *> Histórico de Alterações do PD09400
       copy PCS99800.CPY.               *> Parâmetros

      *>===================================================================================
       data division.

       copy PCF09400.CPY.               *> Controle de Projetos
       copy PCF09401.CPY.               *> Histórico de Alterações do PD09400
       copy PCF99800.CPY.               *> Parâmetros

      *>===================================================================================
       working-storage section.
       78   versao             value "a".

       copy PCW900.CPY.
       copy PCW904.CPY.
       copy PCW09401.CPY.

       01   ws-PW09401X                 pic x(08) value "PW09401X".

       01   wid-pd09400                 pic x(100) value spaces.
       01   wid-pd09401                 pic x(100) value spaces.

       01   ws-campos-de-trabalho.
            03 ws-empresa-consulta      pic 9(03) value zeros.
            03 ws-filial-consulta       pic 9(04) value zeros.
            03 ws-empresa-unidade       pic 9(03) value zeros.
            03 ws-filial-unidade        pic 9(04) value zeros.
            03 ws-unidade-item          pic x(20) value spaces.
            03 ws-ptr-unidades          pic 9(04) value zeros.
            03 ws-qt-alteradas          pic 9(04) value zeros.
            03 ws-qt-sem-alteracao      pic 9(04) value zeros.
            03 ws-qt-recusadas          pic 9(04) value zeros.
            03 ws-unidades-recusadas    pic x(100) value spaces.
            03 ws-ptr-recusadas         pic 9(04) value zeros.
            03 ws-imagem-antes          pic x(81) value spaces.
            03 ws-qt-historico          pic 9(04) value zeros.

       01   cgi-input is external-form.
            copy PCW902.CPY.
            03  f-campos-formulario.
                05  f-empresa-consulta  pic 9(03) identified by "empresaConsulta".
                05  f-filial-consulta   pic 9(04) identified by "filialConsulta".
                05  f-codigo-projeto    pic 9(03) identified by "codigoProjeto".
                05  f-novo-status       pic x(01) identified by "novoStatus".
                05  f-unidades          pic x(2000) identified by "unidades".
                05  f-motivo            pic x(60) identified by "motivo".
            03  f-Projetos           pic x(20000) identified by "hProjetos".
            03  f-Historico          pic x(30000) identified by "hHistorico".

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
            perform 9000-abrir-io-pd09400
            perform 9000-abrir-io-pd09401
            move spaces                 to wid-pd99800
            string lnk-dtbpath delimited by " "
                   "/EFDPAR.CAD" delimited by size
                   into wid-pd99800
            perform 9000-abrir-i-pd99800
            perform 9000-validar-sessao
            perform 8000-cabecalho-padrao.
       1000-exit.
            exit.

      *>===================================================================================
       2000-processamento section.
       2000.
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
                    perform 2100-define-unidade-consulta
                    perform 2200-carrega-projetos
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
            if   not lnk-usuario-gerencial
                 move "Alteração de projetos restrita a usuário gerencial !"
                                        to whs-mensagem
                 perform 8000-mensagem
                 perform 8000-finaliza-controle
                 exit section
            end-if
            evaluate f-opcao
                when 6
                    perform 2600-aplica-alteracao
                when other
                    move "Controle Inválido" to whs-mensagem
                    perform 8000-mensagem
            end-evaluate
            perform 8000-finaliza-controle.
       2999-exit.
            exit.

      *>===================================================================================
      *>    Unidade consultada: a informada na tela ou, sem informação, a da sessão.
      *>===================================================================================
       2100-define-unidade-consulta section.
       2100.
            move lnk-cd-empresa         to ws-empresa-consulta
            move lnk-cd-filial          to ws-filial-consulta
            if   f-empresa-consulta is numeric
            and  f-empresa-consulta not = zeros
                 move f-empresa-consulta to ws-empresa-consulta
                 move zeros             to ws-filial-consulta
                 if   f-filial-consulta is numeric
                      move f-filial-consulta to ws-filial-consulta
                 end-if
            end-if
            move ws-empresa-consulta    to f-empresa-consulta
            move ws-filial-consulta     to f-filial-consulta.
       2100-exit.
            exit.

      *>===================================================================================
       2200-carrega-projetos section.
       2200.
            move 1                      to wx-index-1
            move spaces                 to f-Projetos
            initialize                  f9400-dados-projeto
            move ws-empresa-consulta    to f9400-cd-empresa
            move ws-filial-consulta     to f9400-cd-filial
            perform 9000-str-pd09400-nlss
            if   ws-operacao-ok
                 perform 9000-ler-pd09400-nex
            end-if
            perform until not ws-operacao-ok
                    or  f9400-cd-empresa not equal ws-empresa-consulta
                    or  f9400-cd-filial  not equal ws-filial-consulta
                 string f9400-codigo-projeto     delimited by size,
                        "¶" delimited by size,
                        f9400-status-projeto     delimited by size,
                        "¶" delimited by size,
                        f9400-data-projeto       delimited by size,
                        "¶" delimited by size,
                        f9400-hora-projeto       delimited by size,
                        "¶" delimited by size,
                        f9400-id-usuario-projeto delimited by "  ",
                        delimitador delimited by size
                        into f-Projetos
                        pointer wx-index-1
                 perform 9000-ler-pd09400-nex
            end-perform
            move zeros                  to ws-resultado-acesso.
       2200-exit.
            exit.

      *>===================================================================================
      *>    Histórico da unidade consultada, todos os projetos, em ordem de chave
      *>    (projeto, data/hora) - limitado ao que cabe no campo da tela.
      *>===================================================================================
       2300-carrega-historico section.
       2300.
            move 1                      to wx-index-1
            move spaces                 to f-Historico
            move zeros                  to ws-qt-historico
            move spaces                 to g9401-registro
            initialize                  g9401-registro
            move ws-empresa-consulta    to g9401-cd-empresa
            move ws-filial-consulta     to g9401-cd-filial
            perform 9000-str-pd09401-nlss
            if   ws-operacao-ok
                 perform 9000-ler-pd09401-nex
            end-if
            perform until not ws-operacao-ok
                    or  g9401-cd-empresa not equal ws-empresa-consulta
                    or  g9401-cd-filial  not equal ws-filial-consulta
                    or  wx-index-1 > 29800
                 add 1                  to ws-qt-historico
                 string g9401-codigo-projeto     delimited by size,
                        "¶" delimited by size,
                        g9401-dt-alteracao       delimited by size,
                        "¶" delimited by size,
                        g9401-hr-alteracao       delimited by size,
                        "¶" delimited by size,
                        g9401-status-anterior    delimited by size,
                        "¶" delimited by size,
                        g9401-status-atual       delimited by size,
                        "¶" delimited by size,
                        g9401-id-usuario         delimited by "  ",
                        "¶" delimited by size,
                        g9401-nome-programa      delimited by "  ",
                        "¶" delimited by size,
                        g9401-motivo             delimited by "  ",
                        delimitador delimited by size
                        into f-Historico
                        pointer wx-index-1
                 perform 9000-ler-pd09401-nex
            end-perform
            move zeros                  to ws-resultado-acesso.
       2300-exit.
            exit.

      *>===================================================================================
      *>    Aplica o novo status do projeto a cada unidade da lista (ou à unidade
      *>    consultada, quando a lista vem vazia). Unidade fora do formato
      *>    eee/ffff ou sem cadastro no EFDPAR é recusada e citada na mensagem.
      *>===================================================================================
       2600-aplica-alteracao section.
       2600.
            if   f-codigo-projeto is not numeric
            or   f-codigo-projeto = zeros
                 move "Informe o código do projeto !" to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            if   f-novo-status not = "S" and not = "N"
                 move "Informe a situação do projeto (S-habilitado / N-desabilitado) !"
                                        to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            if   f-motivo = spaces
                 move "Informe o motivo da alteração do projeto !" to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            move zeros                  to ws-qt-alteradas
                                           ws-qt-sem-alteracao
                                           ws-qt-recusadas
            move spaces                 to ws-unidades-recusadas
            move 1                      to ws-ptr-recusadas

            if   f-unidades = spaces
                 perform 2100-define-unidade-consulta
                 move ws-empresa-consulta to ws-empresa-unidade
                 move ws-filial-consulta  to ws-filial-unidade
                 perform 2620-altera-projeto-unidade
            else
                 move 1                 to ws-ptr-unidades
                 perform until ws-ptr-unidades > 2000
                      move spaces       to ws-unidade-item
                      unstring f-unidades delimited by ";" or ","
                               into ws-unidade-item
                               pointer ws-ptr-unidades
                      if   ws-unidade-item not = spaces
                           perform 2610-valida-unidade-lista
                      end-if
                 end-perform
            end-if

            move spaces                 to whs-mensagem
            string "Projeto " f-codigo-projeto ": " delimited by size,
                   ws-qt-alteradas " unidade(s) alterada(s), " delimited by size,
                   ws-qt-sem-alteracao " já na situação pedida, " delimited by size,
                   ws-qt-recusadas " recusada(s) " delimited by size,
                   ws-unidades-recusadas delimited by "  "
                   into whs-mensagem
            perform 8000-mensagem.
       2600-exit.
            exit.

      *>===================================================================================
       2610-valida-unidade-lista section.
       2610.
            if   ws-unidade-item(4:1) not = "/"
            or   ws-unidade-item(1:3) is not numeric
            or   ws-unidade-item(5:4) is not numeric
            or   ws-unidade-item(9:) not = spaces
                 perform 2615-registra-recusa
                 exit section
            end-if
            move ws-unidade-item(1:3)   to ws-empresa-unidade
            move ws-unidade-item(5:4)   to ws-filial-unidade
            initialize                  fparm-mestre
            move ws-empresa-unidade     to fparm-cd-empresa
            move ws-filial-unidade      to fparm-cd-filial
            move 1                      to fparm-codigo-registro
            move zeros                  to fparm-sequencia
            perform 9000-ler-pd99800-ran
            if   not ws-operacao-ok
                 move zeros             to ws-resultado-acesso
                 perform 2615-registra-recusa
                 exit section
            end-if
            perform 2620-altera-projeto-unidade.
       2610-exit.
            exit.

      *>===================================================================================
       2615-registra-recusa section.
       2615.
            add 1                       to ws-qt-recusadas
            if   ws-ptr-recusadas < 90
                 string ws-unidade-item delimited by " ",
                        " " delimited by size
                        into ws-unidades-recusadas
                        pointer ws-ptr-recusadas
            end-if.
       2615-exit.
            exit.

      *>===================================================================================
      *>    Grava o novo status na unidade (inclui o registro quando o projeto
      *>    ainda não existe nela) e registra antes/depois no histórico.
      *>===================================================================================
       2620-altera-projeto-unidade section.
       2620.
            initialize                  f9400-dados-projeto
            move ws-empresa-unidade     to f9400-cd-empresa
            move ws-filial-unidade      to f9400-cd-filial
            move f-codigo-projeto       to f9400-codigo-projeto
            perform 9000-ler-pd09400-ran
            if   ws-operacao-ok
                 if   f9400-status-projeto = f-novo-status
                      add 1             to ws-qt-sem-alteracao
                      exit section
                 end-if
                 move f9400-dados-projeto to ws-imagem-antes
            else
                 if   f-novo-status = "N"
                      add 1             to ws-qt-sem-alteracao
                      move zeros        to ws-resultado-acesso
                      exit section
                 end-if
                 move spaces            to ws-imagem-antes
                 initialize             f9400-dados-projeto
                 move ws-empresa-unidade to f9400-cd-empresa
                 move ws-filial-unidade to f9400-cd-filial
                 move f-codigo-projeto  to f9400-codigo-projeto
            end-if
            move f-novo-status          to f9400-status-projeto
            move function current-date(1:8) to f9400-data-projeto
            move function current-date(9:4) to f9400-hora-projeto
            move lnk-id-usuario         to f9400-id-usuario-projeto
            if   ws-imagem-antes = spaces
                 write f9400-dados-projeto
            else
                 rewrite f9400-dados-projeto
            end-if
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd09400 "RW" ws-resultado-acesso
                 cancel ws-PP00001X
                 add 1                  to ws-qt-recusadas
                 exit section
            end-if
            add 1                       to ws-qt-alteradas

            initialize                  lnk-hist-pd09400
            move f9400-cd-empresa       to lnk-hj-cd-empresa
            move f9400-cd-filial        to lnk-hj-cd-filial
            move f9400-codigo-projeto   to lnk-hj-codigo-projeto
            move ws-imagem-antes        to lnk-hj-imagem-anterior
            move f9400-dados-projeto    to lnk-hj-imagem-atual
            move f-motivo               to lnk-hj-motivo
            move "PW00737"              to lnk-hj-nome-programa
            call ws-PW09401X using lnk-par lnk-hist-pd09400
            cancel ws-PW09401X.
       2620-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close   pd09400
            close   pd09401
            close   pd99800
            perform 8000-oculta-gif.
       3000-exit.
            exit.

      *>-----------------------------------------------------------------------------------
      *>                                        HTML
      *>-----------------------------------------------------------------------------------
       copy PCP8000.CPY.

      *>===================================================================================
       8000-tela section.
       8000.
            inspect f-Projetos  replacing all '"' by "'"
            inspect f-Historico replacing all '"' by "'"
            exec html
               <TABLE width=100% border=0>
                  <TR>
                     <TD>
               <TABLE rules=none width=100% :tabela-padrao border=0>
                  <TR>
                     <TD class=titulocampo colspan=8>Projetos por Empresa/Filial
                  <TR>
                     <TD class=titulocampo width=10%>Empresa
                     <TD nowrap><input name=empresaConsulta size=3 maxlength=3 value=":f-empresa-consulta" class="campo">
                     <TD class=titulocampo width=10%>Filial
                     <TD nowrap><input name=filialConsulta size=4 maxlength=4 value=":f-filial-consulta" class="campo">
                     <TD nowrap colspan=4>
                        <button name=botConsultar accessKey="O" class=botao onclick="Consultar();"><label>C<U>o</U>nsultar</label></button>
                  <TR>
                     <TD class=titulocampo>Projeto
                     <TD nowrap><input name=codigoProjeto size=3 maxlength=3 value="" class="campo">
                     <TD class=titulocampo>Situação
                     <TD nowrap><select name=novoStatus class="campo">
                                   <option value="S">S - Habilitado</option>
                                   <option value="N">N - Desabilitado</option>
                                </select>
                     <TD class=titulocampo>Unidades (eee/ffff;...)
                     <TD nowrap colspan=3><input name=unidades size=60 maxlength=2000 value="" class="campo">
                  <TR>
                     <TD class=titulocampo>Motivo
                     <TD nowrap colspan=6><input name=motivo size=60 maxlength=60 value="" class="campo">
                     <TD nowrap>
                        <button name=botAplicar accessKey="A" class=botao onclick="Aplicar();"><label><U>A</U>plicar</label></button>
                  <TR>
                     <TD class=titulocampo>Projeto
                     <TD class=titulocampo>Situação
                     <TD class=titulocampo>Data
                     <TD class=titulocampo>Hora
                     <TD class=titulocampo colspan=4>Usuário
                  <TR>
                     <TD colspan=8><div id=divProjetos></div>
                  <TR>
                     <TD class=titulocampo colspan=8>Histórico de Alterações da Unidade
                  <TR>
                     <TD colspan=8><div id=divHistorico></div>
               </TABLE>
               </TABLE>
               <input type=hidden name=hProjetos value=":f-Projetos">
               <input type=hidden name=hHistorico value=":f-Historico">
               <script>
                   function FormataDataPrj( data ) {
                       if( !data || data == '0' || data == '00000000' ) { return '-'; }
                       return data.substr(6,2) + '/' + data.substr(4,2) + '/' + data.substr(0,4);
                   }
                   function MontaProjetos() {
                       var linha  = document.all.hProjetos.value.split( ':delimitador' );
                       var html = '<table rules=all width=100% border=0>';
                       for( var i = 0; i < linha.length - 1; i++ ) {
                           var campo = linha[i].split( '¶' );
                           html = html + '<tr>' +
                                  '<td>' + campo[0] +
                                  '<td>' + ( campo[1] == 'S' ? 'Habilitado' : 'Desabilitado' ) +
                                  '<td>' + FormataDataPrj( campo[2] ) +
                                  '<td>' + campo[3].substr(0,2) + ':' + campo[3].substr(2,2) +
                                  '<td>' + campo[4] + '</tr>';
                       }
                       html = html + '</table>';
                       document.all.divProjetos.innerHTML = html;
                   }
                   function MontaHistorico() {
                       var linha  = document.all.hHistorico.value.split( ':delimitador' );
                       var html = '<table rules=all width=100% border=0>' +
                                  '<tr><td>Projeto<td>Data<td>Hora<td>Antes<td>Depois<td>Usuário<td>Programa<td>Motivo</tr>';
                       for( var i = 0; i < linha.length - 1; i++ ) {
                           var campo = linha[i].split( '¶' );
                           html = html + '<tr>' +
                                  '<td>' + campo[0] +
                                  '<td>' + FormataDataPrj( campo[1] ) +
                                  '<td>' + campo[2].substr(0,2) + ':' + campo[2].substr(2,2) + ':' + campo[2].substr(4,2) +
                                  '<td>' + campo[3] + '<td>' + campo[4] +
                                  '<td>' + campo[5] + '<td>' + campo[6] + '<td>' + campo[7] + '</tr>';
                       }
                       html = html + '</table>';
                       document.all.divHistorico.innerHTML = html;
                   }
                   function Consultar() {
                       document.all.frame.value = 0;
                       document.all.opcao.value = 0;
                       document.form1.submit();
                   }
                   function Aplicar() {
                       if( document.all.codigoProjeto.value == '' || parseInt( document.all.codigoProjeto.value, 10 ) == 0 ) {
                           alert( 'Informe o código do projeto !' );
                           return;
                       }
                       if( document.all.motivo.value == '' ) {
                           alert( 'Informe o motivo da alteração do projeto !' );
                           return;
                       }
                       var alvo = document.all.unidades.value == '' ? 'a unidade consultada' : 'as unidades ' + document.all.unidades.value;
                       if( ! confirm( 'Confirma a situação ' + document.all.novoStatus.value + ' do projeto ' + document.all.codigoProjeto.value + ' para ' + alvo + ' ?' ) ) { return; }
                       document.all.frame.value = 9;
                       document.all.opcao.value = 6;
                       document.form1.submit();
                   }
                   MontaProjetos();
                   MontaHistorico();
               </script>
            end-exec.
       8000-exit.
            exit.

      *>===================================================================================
       copy PCP9000.CPY.                *>Rotinas Padrões

      *>===================================================================================
      *>Leituras

       copy PCL09400.CPY.               *> Controle de Projetos
       copy PCL09401.CPY.               *> Histórico de Alterações do PD09400
       copy PCL99800.CPY.               *> Parâmetros
