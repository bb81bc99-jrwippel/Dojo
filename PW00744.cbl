      $set preprocess (htmlpp) endp
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id.  PW00744.
      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>            Resolução de Divergências Promax x SEFAZ (PD89700)
      *>            --------------------------------------------------------
      *>
      *>    O login (PP00001) avisa "Existem NFs a partir do dia ... com
      *>    divergências" a partir da primeira divergência de situação 2 da
      *>    unidade. Antes, o aviso só sumia excluindo registros do EFD897.CAD.
      *>    Nesta tela a equipe fiscal marca as divergências da unidade como
      *>    RESOLVIDA (corrigida) ou ACEITA (mantida, com justificativa):
      *>        - uma a uma, selecionando a linha da lista;
      *>        - por intervalo de datas de entrega, todas as em aberto.
      *>    Toda marcação exige justificativa e grava usuário e data/hora no
      *>    próprio PD89700 (f89700-resolucao) e uma linha no histórico PD89701
      *>    (EFD897H.CAD). Nenhum registro é excluído: o log continua como prova
      *>    de que a divergência foi tratada. O aviso do login e o PW00743 passam
      *>    a considerar só as divergências em aberto; o envelhecimento das
      *>    abertas por unidade sai no PW00745. Havendo marcação, o registro da
      *>    unidade no PD99714 (situação de login pré-calculada pelo PW00743) é
      *>    excluído, para o próximo login refazer a verificação.
      *>

      *>===================================================================================
       environment division.
            special-names. decimal-point is comma.

       input-output section.
       file-control.

       copy PCS89700.CPY.               *> Log divergências
       copy PCS89701.CPY.               *> Histórico de resolução das divergências
       copy PCS99714.CPY.               *> Situação de Login por Unidade
       copy PCS99800.CPY.               *> Parâmetros

      *>===================================================================================
       data division.

       copy PCF89700.CPY.               *> Log divergências
       copy PCF89701.CPY.               *> Histórico de resolução das divergências
       copy PCF99714.CPY.               *> Situação de Login por Unidade
       copy PCF99800.CPY.               *> Parâmetros

      *>===================================================================================
       working-storage section.
       78   versao             value "a".

       copy PCW900.CPY.
       copy PCW904.CPY.

       01   wid-pd89700                 pic x(100) value spaces.
       01   wid-pd89701                 pic x(100) value spaces.

       01   ws-campos-de-trabalho.
            03 ws-empresa-consulta      pic 9(03) value zeros.
            03 ws-filial-consulta       pic 9(04) value zeros.
            03 ws-data-tela             pic x(10) value spaces.
            03 ws-data-convertida       pic 9(08) value zeros.
            03 filler redefines ws-data-convertida.
               05 ws-ano-convertida     pic 9(04).
               05 ws-mes-convertida     pic 9(02).
               05 ws-dia-convertida     pic 9(02).
            03 ws-dt-inicial            pic 9(08) value zeros.
            03 ws-dt-final              pic 9(08) value zeros.
            03 ws-dt-resolucao          pic 9(08) value zeros.
            03 ws-hr-resolucao          pic 9(06) value zeros.
            03 ws-situacao-anterior     pic x(01) value spaces.
            03 ws-qt-marcadas           pic 9(05) value zeros.
            03 ws-qt-ja-tratadas        pic 9(05) value zeros.
            03 ws-qt-marcadas-z         pic z(04)9 value spaces.
            03 ws-qt-ja-tratadas-z      pic z(04)9 value spaces.
            03 ws-lista-truncada-ind    pic x(01) value "N".
               88 ws-lista-truncada         value "S".
            03 ws-descricao-tipo        pic x(09) value spaces.

       01   cgi-input is external-form.
            copy PCW902.CPY.
            03  f-campos-formulario.
                05  f-empresa-consulta  pic 9(03) identified by "empresaConsulta".
                05  f-filial-consulta   pic 9(04) identified by "filialConsulta".
                05  f-dt-inicial        pic x(10) identified by "dtInicial".
                05  f-dt-final          pic x(10) identified by "dtFinal".
                05  f-exibe-todas       pic x(01) identified by "exibeTodas".
                05  f-situacao-promax   pic 9(02) identified by "situacaoPromax".
                05  f-dt-entrega        pic 9(08) identified by "dtEntrega".
                05  f-tipo-resolucao    pic x(01) identified by "tipoResolucao".
                05  f-justificativa     pic x(60) identified by "justificativa".
            03  f-Divergencias       pic x(20000) identified by "hDivergencias".

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
            perform 9000-abrir-io-pd89700
            perform 9000-abrir-io-pd89701
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
                    perform 2200-carrega-divergencias
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
            perform 2100-define-unidade-consulta
            if   f-tipo-resolucao not = "R"
            and  f-tipo-resolucao not = "A"
                 move "Informe se a divergência foi Resolvida ou Aceita !"
                                        to whs-mensagem
                 perform 8000-mensagem
                 perform 8000-finaliza-controle
                 exit section
            end-if
            if   f-justificativa = spaces
                 move "Informe a justificativa !" to whs-mensagem
                 perform 8000-mensagem
                 perform 8000-finaliza-controle
                 exit section
            end-if
            move function current-date(1:8) to ws-dt-resolucao
            move function current-date(9:6) to ws-hr-resolucao
            move zeros                  to ws-qt-marcadas ws-qt-ja-tratadas
            evaluate f-opcao
                when 6
                    perform 2600-marca-divergencia
                when 7
                    perform 2700-marca-intervalo
                when other
                    move "Controle Inválido" to whs-mensagem
                    perform 8000-mensagem
            end-evaluate
            perform 8000-finaliza-controle.
       2999-exit.
            exit.

      *>===================================================================================
      *>    Unidade consultada: a informada na tela ou, sem informação, a da
      *>    sessão. Intervalo de datas de entrega opcional (dd/mm/aaaa).
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
            move ws-filial-consulta     to f-filial-consulta

            move f-dt-inicial           to ws-data-tela
            perform 2300-converte-data-tela
            move ws-data-convertida     to ws-dt-inicial
            move f-dt-final             to ws-data-tela
            perform 2300-converte-data-tela
            move ws-data-convertida     to ws-dt-final
            if   ws-dt-final = zeros
                 move 99999999          to ws-dt-final
            end-if.
       2100-exit.
            exit.

      *>===================================================================================
       2200-carrega-divergencias section.
       2200.
            move 1                      to wx-index-1
            move spaces                 to f-Divergencias
            move "N"                    to ws-lista-truncada-ind
            initialize                  f89700-hist-diverg-promax-sefaz
            move ws-empresa-consulta    to f89700-cd-empresa
            move ws-filial-consulta     to f89700-cd-filial
            perform 9000-str-pd89700-nlss-2
            if   ws-operacao-ok
                 perform 9000-ler-pd89700-nex
            end-if
            perform until not ws-operacao-ok
                    or  f89700-cd-empresa not equal ws-empresa-consulta
                    or  f89700-cd-filial  not equal ws-filial-consulta
                 if   f89700-dt-entrega >= ws-dt-inicial
                 and  f89700-dt-entrega <= ws-dt-final
                 and (f89700-divergencia-aberta
                 or   f-exibe-todas = "S")
                      if   wx-index-1 > 19900
                           move "S"     to ws-lista-truncada-ind
                           exit perform
                      end-if
                      if   f89700-divergencia-aberta
                           string f89700-id-situacao-promax delimited by size,
                                  "¶" f89700-dt-entrega "¶" delimited by size,
                                  "¶¶¶" delimited by size,
                                  delimitador delimited by size
                                  into f-Divergencias
                                  pointer wx-index-1
                      else
                           string f89700-id-situacao-promax delimited by size,
                                  "¶" f89700-dt-entrega "¶" delimited by size,
                                  f89700-situacao-resolucao delimited by size,
                                  "¶" delimited by size,
                                  f89700-id-usuario-resolucao delimited by " ",
                                  "¶" f89700-dt-resolucao delimited by size,
                                  "¶" f89700-hr-resolucao delimited by size,
                                  delimitador delimited by size
                                  into f-Divergencias
                                  pointer wx-index-1
                      end-if
                 end-if
                 perform 9000-ler-pd89700-nex
            end-perform
            move zeros                  to ws-resultado-acesso
            if   ws-lista-truncada
                 move "Lista limitada - informe um intervalo de datas menor !"
                                        to whs-mensagem
                 perform 8000-mensagem
            end-if.
       2200-exit.
            exit.

      *>===================================================================================
      *>    ws-data-tela em dd/mm/aaaa para aaaammdd em ws-data-convertida;
      *>    zeros quando vazia ou inválida.
      *>===================================================================================
       2300-converte-data-tela section.
       2300.
            move zeros                  to ws-data-convertida
            if   ws-data-tela(3:1) not = "/"
            or   ws-data-tela(6:1) not = "/"
            or   ws-data-tela(1:2) is not numeric
            or   ws-data-tela(4:2) is not numeric
            or   ws-data-tela(7:4) is not numeric
                 exit section
            end-if
            move ws-data-tela(1:2)      to ws-dia-convertida
            move ws-data-tela(4:2)      to ws-mes-convertida
            move ws-data-tela(7:4)      to ws-ano-convertida
            if   ws-ano-convertida < 1601
            or   ws-mes-convertida < 1 or ws-mes-convertida > 12
            or   ws-dia-convertida < 1 or ws-dia-convertida > 31
                 move zeros             to ws-data-convertida
                 exit section
            end-if
            if   function integer-of-date(ws-data-convertida) = zeros
                 move zeros             to ws-data-convertida
            end-if.
       2300-exit.
            exit.

      *>===================================================================================
      *>    Marca a divergência lida no PD89700 (registro corrente) e grava o
      *>    histórico. Divergência já resolvida/aceita não é remarcada.
      *>===================================================================================
       2500-marca-registro section.
       2500.
            if   not f89700-divergencia-aberta
                 add 1                  to ws-qt-ja-tratadas
                 exit section
            end-if
            move f89700-situacao-resolucao to ws-situacao-anterior
            move f-tipo-resolucao       to f89700-situacao-resolucao
            move ws-dt-resolucao        to f89700-dt-resolucao
            move ws-hr-resolucao        to f89700-hr-resolucao
            move lnk-id-usuario         to f89700-id-usuario-resolucao
            rewrite f89700-hist-diverg-promax-sefaz
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd89700 "RW" ws-resultado-acesso
                 cancel ws-PP00001X
                 exit section
            end-if
            add 1                       to ws-qt-marcadas

            move spaces                 to g8971-registro
            initialize                  g8971-registro
            move f89700-cd-empresa      to g8971-cd-empresa
            move f89700-cd-filial       to g8971-cd-filial
            move f89700-id-situacao-promax to g8971-id-situacao-promax
            move f89700-dt-entrega      to g8971-dt-entrega
            move ws-dt-resolucao        to g8971-dt-resolucao
            move ws-hr-resolucao        to g8971-hr-resolucao
            move zeros                  to g8971-nr-evento
            move lnk-id-usuario         to g8971-id-usuario
            move ws-situacao-anterior   to g8971-situacao-anterior
            move f-tipo-resolucao       to g8971-situacao-atual
            move f-justificativa        to g8971-justificativa
            write g8971-registro
            perform until ws-operacao-ok
                    or    not ws-registro-existente
                    or    g8971-nr-evento >= 999
                 add 1                  to g8971-nr-evento
                 write g8971-registro
            end-perform
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd89701 "WR" ws-resultado-acesso
                 cancel ws-PP00001X
            end-if
            move zeros                  to ws-resultado-acesso.
       2500-exit.
            exit.

      *>===================================================================================
       2600-marca-divergencia section.
       2600.
            if   f-situacao-promax is not numeric
            or   f-dt-entrega is not numeric
            or   f-dt-entrega = zeros
                 move "Selecione a divergência na lista !" to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            initialize                  f89700-hist-diverg-promax-sefaz
            move ws-empresa-consulta    to f89700-cd-empresa
            move ws-filial-consulta     to f89700-cd-filial
            move f-situacao-promax      to f89700-id-situacao-promax
            move f-dt-entrega           to f89700-dt-entrega
            perform 9000-ler-pd89700-ran
            if   not ws-operacao-ok
                 move zeros             to ws-resultado-acesso
                 move "Divergência não encontrada no log da unidade !" to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            perform 2500-marca-registro
            if   ws-qt-ja-tratadas > zeros
                 move "Divergência já estava resolvida/aceita !" to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            if   ws-qt-marcadas > zeros
                 perform 2900-descarta-situacao-login
            end-if
            perform 2800-descreve-tipo
            move spaces                 to whs-mensagem
            string "Divergência de " f-dt-entrega(7:2) "/" f-dt-entrega(5:2) "/"
                   f-dt-entrega(1:4) " marcada como " delimited by size,
                   ws-descricao-tipo delimited by " ",
                   "." delimited by size
                   into whs-mensagem
            perform 8000-mensagem.
       2600-exit.
            exit.

      *>===================================================================================
      *>    Todas as divergências em aberto da unidade com entrega no intervalo
      *>    informado, de qualquer situação Promax.
      *>===================================================================================
       2700-marca-intervalo section.
       2700.
            if   ws-dt-inicial = zeros
            or   f-dt-final = spaces
            or   ws-dt-final = 99999999
                 move "Informe as datas inicial e final válidas (dd/mm/aaaa) !"
                                        to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            if   ws-dt-inicial > ws-dt-final
                 move "Data inicial maior que a final !" to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            initialize                  f89700-hist-diverg-promax-sefaz
            move ws-empresa-consulta    to f89700-cd-empresa
            move ws-filial-consulta     to f89700-cd-filial
            perform 9000-str-pd89700-nlss-2
            if   ws-operacao-ok
                 perform 9000-ler-pd89700-nex
            end-if
            perform until not ws-operacao-ok
                    or  f89700-cd-empresa not equal ws-empresa-consulta
                    or  f89700-cd-filial  not equal ws-filial-consulta
                 if   f89700-dt-entrega >= ws-dt-inicial
                 and  f89700-dt-entrega <= ws-dt-final
                 and  f89700-divergencia-aberta
                      perform 2500-marca-registro
                 end-if
                 perform 9000-ler-pd89700-nex
            end-perform
            move zeros                  to ws-resultado-acesso
            if   ws-qt-marcadas > zeros
                 perform 2900-descarta-situacao-login
            end-if
            perform 2800-descreve-tipo
            move ws-qt-marcadas         to ws-qt-marcadas-z
            move spaces                 to whs-mensagem
            string ws-qt-marcadas-z " divergência(s) marcada(s) como " delimited by size,
                   ws-descricao-tipo delimited by " ",
                   "." delimited by size
                   into whs-mensagem
            perform 8000-mensagem.
       2700-exit.
            exit.

      *>===================================================================================
       2800-descreve-tipo section.
       2800.
            if   f-tipo-resolucao = "A"
                 move "ACEITA"          to ws-descricao-tipo
            else
                 move "RESOLVIDA"       to ws-descricao-tipo
            end-if.
       2800-exit.
            exit.

      *>===================================================================================
      *>    O registro da unidade no PD99714 guarda a primeira divergência em
      *>    aberto calculada antes da marcação: é excluído, e o próximo login
      *>    refaz a verificação no log da unidade.
      *>===================================================================================
       2900-descarta-situacao-login section.
       2900.
            perform 9000-abrir-io-pd99714
            if   not ws-operacao-ok
                 close pd99714
                 move zeros             to ws-resultado-acesso
                 exit section
            end-if
            initialize                  p99714-registro
            move ws-empresa-consulta    to p99714-cd-empresa
            move ws-filial-consulta     to p99714-cd-filial
            perform 9000-ler-pd99714-ran
            if   ws-operacao-ok
                 delete pd99714
                 if   not ws-operacao-ok
                      call ws-PP00001X using wid-pd99714 "EX" ws-resultado-acesso
                      cancel ws-PP00001X
                 end-if
            end-if
            close pd99714
            move zeros                  to ws-resultado-acesso.
       2900-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close   pd89700
            close   pd89701
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
            inspect f-Divergencias replacing all '"' by "'"
            exec html
               <TABLE width=100% border=0>
                  <TR>
                     <TD>
               <TABLE rules=none width=100% :tabela-padrao border=0>
                  <TR>
                     <TD class=titulocampo colspan=6>Divergências Promax x SEFAZ
                  <TR>
                     <TD class=titulocampo width=10%>Empresa
                     <TD nowrap><input name=empresaConsulta size=3 maxlength=3 value=":f-empresa-consulta" class="campo">
                     <TD class=titulocampo width=10%>Filial
                     <TD nowrap><input name=filialConsulta size=4 maxlength=4 value=":f-filial-consulta" class="campo">
                     <TD class=titulocampo>Exibir resolvidas/aceitas
                     <TD nowrap><input type=checkbox name=chkTodas onclick="document.all.exibeTodas.value = ( this.checked ? 'S' : 'N' );">
                  <TR>
                     <TD class=titulocampo>Entrega de
                     <TD nowrap><input name=dtInicial size=10 maxlength=10 value=":f-dt-inicial" class="campo">
                     <TD class=titulocampo>até
                     <TD nowrap colspan=3><input name=dtFinal size=10 maxlength=10 value=":f-dt-final" class="campo">
                  <TR>
                     <TD nowrap colspan=6>
                        <button name=botConsultar accessKey="O" class=botao onclick="Consultar();"><label>C<U>o</U>nsultar</label></button>
                  <TR>
                     <TD class=titulocampo>Selecionada
                     <TD nowrap><div id=divSelecionada>-</div>
                     <TD class=titulocampo>Marcar como
                     <TD nowrap colspan=3>
                        <input type=radio name=radTipo value="R" onclick="document.all.tipoResolucao.value = 'R';">Resolvida
                        <input type=radio name=radTipo value="A" onclick="document.all.tipoResolucao.value = 'A';">Aceita
                  <TR>
                     <TD class=titulocampo>Justificativa
                     <TD nowrap colspan=5><input name=justificativa size=60 maxlength=60 value="" class="campo">
                  <TR>
                     <TD nowrap colspan=6>
                        <button name=botMarcar accessKey="M" class=botao onclick="MarcarSelecionada();"><label><U>M</U>arcar selecionada</label></button>
                        <button name=botIntervalo accessKey="I" class=botao onclick="MarcarIntervalo();"><label>Marcar <U>i</U>ntervalo</label></button>
                  <TR>
                     <TD colspan=6><div id=divDivergencias></div>
               </TABLE>
               </TABLE>
               <input type=hidden name=exibeTodas value=":f-exibe-todas">
               <input type=hidden name=situacaoPromax value="">
               <input type=hidden name=dtEntrega value="">
               <input type=hidden name=tipoResolucao value="">
               <input type=hidden name=hDivergencias value=":f-Divergencias">
               <script>
                   function FormataData( data ) {
                       if( !data || data == '0' || data == '00000000' ) { return '-'; }
                       return data.substr(6,2) + '/' + data.substr(4,2) + '/' + data.substr(0,4);
                   }
                   function FormataHora( hora ) {
                       if( !hora ) { return ''; }
                       return hora.substr(0,2) + ':' + hora.substr(2,2);
                   }
                   function DescreveSituacao( s ) {
                       if( s == 'R' ) { return 'Resolvida'; }
                       if( s == 'A' ) { return 'Aceita'; }
                       return '<b>Em aberto</b>';
                   }
                   function MontaDivergencias() {
                       var linha  = document.all.hDivergencias.value.split( ':delimitador' );
                       var html = '<table rules=all width=100% border=0>' +
                                  '<tr><td>Sit. Promax<td>Entrega<td>Situação<td>Usuário<td>Data/Hora</tr>';
                       document.all.chkTodas.checked = ( document.all.exibeTodas.value == 'S' );
                       for( var i = 0; i < linha.length - 1; i++ ) {
                           var campo = linha[i].split( '¶' );
                           var entrega = FormataData( campo[1] );
                           if( campo[2] == '' ) {
                               entrega = '<a href="javascript:Seleciona(' + i + ');">' + entrega + '</a>';
                           }
                           html = html + '<tr>' +
                                  '<td>' + campo[0] +
                                  '<td>' + entrega +
                                  '<td>' + DescreveSituacao( campo[2] ) +
                                  '<td>' + campo[3] +
                                  '<td>' + ( campo[2] == '' ? '' : FormataData( campo[4] ) + ' ' + FormataHora( campo[5] ) ) + '</tr>';
                       }
                       html = html + '</table>';
                       document.all.divDivergencias.innerHTML = html;
                   }
                   function Seleciona( i ) {
                       var campo = document.all.hDivergencias.value.split( ':delimitador' )[i].split( '¶' );
                       document.all.situacaoPromax.value = campo[0];
                       document.all.dtEntrega.value      = campo[1];
                       document.all.divSelecionada.innerHTML = campo[0] + ' - ' + FormataData( campo[1] );
                   }
                   function ValidaMarcacao() {
                       if( document.all.tipoResolucao.value == '' ) {
                           alert( 'Informe se a divergência foi Resolvida ou Aceita !' );
                           return false;
                       }
                       if( document.all.justificativa.value == '' ) {
                           alert( 'Informe a justificativa !' );
                           return false;
                       }
                       return true;
                   }
                   function Consultar() {
                       document.all.frame.value = 0;
                       document.all.opcao.value = 0;
                       document.form1.submit();
                   }
                   function MarcarSelecionada() {
                       if( document.all.dtEntrega.value == '' ) {
                           alert( 'Selecione a divergência na lista !' );
                           return;
                       }
                       if( ! ValidaMarcacao() ) { return; }
                       if( ! confirm( 'Confirma a marcação da divergência de ' + FormataData( document.all.dtEntrega.value ) + ' ?' ) ) { return; }
                       document.all.frame.value = 9;
                       document.all.opcao.value = 6;
                       document.form1.submit();
                   }
                   function MarcarIntervalo() {
                       if( document.all.dtInicial.value == '' || document.all.dtFinal.value == '' ) {
                           alert( 'Informe as datas inicial e final !' );
                           return;
                       }
                       if( ! ValidaMarcacao() ) { return; }
                       if( ! confirm( 'Confirma a marcação de TODAS as divergências em aberto de ' + document.all.dtInicial.value + ' a ' + document.all.dtFinal.value + ' ?' ) ) { return; }
                       document.all.frame.value = 9;
                       document.all.opcao.value = 7;
                       document.form1.submit();
                   }
                   MontaDivergencias();
               </script>
            end-exec.
       8000-exit.
            exit.

      *>===================================================================================
       copy PCP9000.CPY.                *>Rotinas Padrões

      *>===================================================================================
      *>Leituras

       copy PCL89700.CPY.               *> Log divergências
       copy PCL89701.CPY.               *> Histórico de resolução das divergências
       copy PCL99714.CPY.               *> Situação de Login por Unidade
       copy PCL99800.CPY.               *> Parâmetros
