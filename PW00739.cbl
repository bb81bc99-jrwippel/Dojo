      $set preprocess (htmlpp) endp
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id.  PW00739.
      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>            Manutenção de Vigências da Empresa Corporativa (PD26800)
      *>            --------------------------------------------------------
      *>
      *>    Cadastra com antecedência o nome corporativo da unidade e a data em
      *>    que ele passa a valer (f26800-dt-vigencia-i) - o nome que o login
      *>    (PP00001 2904-reestruturacao) escolhe pela data de movimento. A
      *>    reestruturação anunciada é registrada uma vez e entra em vigor
      *>    sozinha, sem edição do EFD268.CAD na noite da troca.
      *>
      *>    Regras da inclusão:
      *>        - a unidade tem de existir no EFDPAR (codigo-registro 1);
      *>        - data repetida para a mesma unidade é recusada;
      *>        - a nova vigência tem de começar depois da última já cadastrada
      *>          e depois da data de movimento da unidade (fpare-data-atual),
      *>          para não sobrepor nem reabrir período já cadastrado ou usado -
      *>          exceto a primeira vigência da unidade, que pode ser retroativa;
      *>        - o nome não pode repetir o da vigência anterior.
      *>    Só é excluída vigência futura (posterior à data de movimento).
      *>
      *>    Consulta livre; inclusão e exclusão restritas a usuário gerencial.
      *>

      *>===================================================================================
       environment division.
            special-names. decimal-point is comma.

       input-output section.
       file-control.

       copy PCS26800.CPY.               *> Empresa Corporativa
       copy PCS99800.CPY.               *> Parâmetros

      *>===================================================================================
       data division.

       copy PCF26800.CPY.               *> Empresa Corporativa
       copy PCF99800.CPY.               *> Parâmetros

      *>===================================================================================
       working-storage section.
       78   versao             value "a".

       copy PCW900.CPY.
       copy PCW904.CPY.

       01   wid-pd26800                 pic x(100) value spaces.

       01   ws-campos-de-trabalho.
            03 ws-empresa-consulta      pic 9(03) value zeros.
            03 ws-filial-consulta       pic 9(04) value zeros.
            03 ws-data-movimento-unid   pic 9(08) value zeros.
            03 ws-dt-vigencia           pic 9(08) value zeros.
            03 filler redefines ws-dt-vigencia.
               05 ws-ano-vigencia       pic 9(04).
               05 ws-mes-vigencia       pic 9(02).
               05 ws-dia-vigencia       pic 9(02).
            03 ws-ultima-vigencia       pic 9(08) value zeros.
            03 ws-ultimo-nome           pic x(30) value spaces.
            03 ws-qt-vigencias          pic 9(04) value zeros.
            03 ws-dt-vigencia-edit      pic x(10) value spaces.

       01   cgi-input is external-form.
            copy PCW902.CPY.
            03  f-campos-formulario.
                05  f-empresa-consulta  pic 9(03) identified by "empresaConsulta".
                05  f-filial-consulta   pic 9(04) identified by "filialConsulta".
                05  f-dt-vigencia       pic x(10) identified by "dtVigencia".
                05  f-nome-revenda      pic x(30) identified by "nomeRevenda".
                05  f-data-movimento    pic 9(08) identified by "dataMovimento".
            03  f-Vigencias          pic x(20000) identified by "hVigencias".

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
            perform 9000-abrir-io-pd26800
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
                    perform 2200-carrega-vigencias
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
                 move "Manutenção de vigências restrita a usuário gerencial !"
                                        to whs-mensagem
                 perform 8000-mensagem
                 perform 8000-finaliza-controle
                 exit section
            end-if
            perform 2100-define-unidade-consulta
            evaluate f-opcao
                when 6
                    perform 2600-inclui-vigencia
                when 7
                    perform 2700-exclui-vigencia
                when other
                    move "Controle Inválido" to whs-mensagem
                    perform 8000-mensagem
            end-evaluate
            perform 8000-finaliza-controle.
       2999-exit.
            exit.

      *>===================================================================================
      *>    Unidade consultada: a informada na tela ou, sem informação, a da
      *>    sessão - junto com a data de movimento dela (CR=1 SEQ=0).
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

            move zeros                  to ws-data-movimento-unid
            initialize                  fparm-mestre
            move ws-empresa-consulta    to fparm-cd-empresa
            move ws-filial-consulta     to fparm-cd-filial
            move 1                      to fparm-codigo-registro
            move zeros                  to fparm-sequencia
            perform 9000-ler-pd99800-ran
            if   ws-operacao-ok
                 move fpare-data-atual  to ws-data-movimento-unid
            end-if
            move ws-data-movimento-unid to f-data-movimento.
       2100-exit.
            exit.

      *>===================================================================================
       2200-carrega-vigencias section.
       2200.
            move 1                      to wx-index-1
            move spaces                 to f-Vigencias
            initialize                  f26800-empresa-corporativa
            move ws-empresa-consulta    to f26800-cd-empresa
            move ws-filial-consulta     to f26800-cd-filial
            perform 9000-str-pd26800-nlss
            if   ws-operacao-ok
                 perform 9000-ler-pd26800-nex
            end-if
            perform until not ws-operacao-ok
                    or  f26800-cd-empresa not equal ws-empresa-consulta
                    or  f26800-cd-filial  not equal ws-filial-consulta
                 string f26800-dt-vigencia-i delimited by size,
                        "¶" delimited by size,
                        f26800-nome-revenda  delimited by "  ",
                        delimitador delimited by size
                        into f-Vigencias
                        pointer wx-index-1
                 perform 9000-ler-pd26800-nex
            end-perform
            move zeros                  to ws-resultado-acesso.
       2200-exit.
            exit.

      *>===================================================================================
      *>    Última vigência cadastrada da unidade (data e nome), para as regras
      *>    de sobreposição da inclusão e de exclusão.
      *>===================================================================================
       2250-busca-ultima-vigencia section.
       2250.
            move zeros                  to ws-ultima-vigencia
                                           ws-qt-vigencias
            move spaces                 to ws-ultimo-nome
            initialize                  f26800-empresa-corporativa
            move ws-empresa-consulta    to f26800-cd-empresa
            move ws-filial-consulta     to f26800-cd-filial
            perform 9000-str-pd26800-nlss
            if   ws-operacao-ok
                 perform 9000-ler-pd26800-nex
            end-if
            perform until not ws-operacao-ok
                    or  f26800-cd-empresa not equal ws-empresa-consulta
                    or  f26800-cd-filial  not equal ws-filial-consulta
                 add 1                  to ws-qt-vigencias
                 move f26800-dt-vigencia-i to ws-ultima-vigencia
                 move f26800-nome-revenda  to ws-ultimo-nome
                 perform 9000-ler-pd26800-nex
            end-perform
            move zeros                  to ws-resultado-acesso.
       2250-exit.
            exit.

      *>===================================================================================
      *>    Data da tela em dd/mm/aaaa para aaaammdd; zeros quando inválida.
      *>===================================================================================
       2300-converte-data-tela section.
       2300.
            move zeros                  to ws-dt-vigencia
            if   f-dt-vigencia(3:1) not = "/"
            or   f-dt-vigencia(6:1) not = "/"
            or   f-dt-vigencia(1:2) is not numeric
            or   f-dt-vigencia(4:2) is not numeric
            or   f-dt-vigencia(7:4) is not numeric
                 exit section
            end-if
            move f-dt-vigencia(1:2)     to ws-dia-vigencia
            move f-dt-vigencia(4:2)     to ws-mes-vigencia
            move f-dt-vigencia(7:4)     to ws-ano-vigencia
            if   ws-ano-vigencia < 1601
            or   ws-mes-vigencia < 1 or ws-mes-vigencia > 12
            or   ws-dia-vigencia < 1 or ws-dia-vigencia > 31
                 move zeros             to ws-dt-vigencia
                 exit section
            end-if
            if   function integer-of-date(ws-dt-vigencia) = zeros
                 move zeros             to ws-dt-vigencia
            end-if
            move f-dt-vigencia          to ws-dt-vigencia-edit.
       2300-exit.
            exit.

      *>===================================================================================
       2600-inclui-vigencia section.
       2600.
            initialize                  fparm-mestre
            move ws-empresa-consulta    to fparm-cd-empresa
            move ws-filial-consulta     to fparm-cd-filial
            move 1                      to fparm-codigo-registro
            move zeros                  to fparm-sequencia
            perform 9000-ler-pd99800-ran
            if   not ws-operacao-ok
                 move zeros             to ws-resultado-acesso
                 move "Empresa/Filial sem cadastro no EFDPAR !" to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            perform 2300-converte-data-tela
            if   ws-dt-vigencia = zeros
                 move "Informe uma data de vigência válida (dd/mm/aaaa) !"
                                        to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            if   f-nome-revenda = spaces
                 move "Informe o nome da Empresa Corporativa !" to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if

            initialize                  f26800-empresa-corporativa
            move ws-empresa-consulta    to f26800-cd-empresa
            move ws-filial-consulta     to f26800-cd-filial
            move ws-dt-vigencia         to f26800-dt-vigencia-i
            perform 9000-ler-pd26800-ran
            if   ws-operacao-ok
                 move spaces            to whs-mensagem
                 string "Já existe vigência em " ws-dt-vigencia-edit
                        " para a unidade (" delimited by size,
                        f26800-nome-revenda delimited by "  ",
                        ") !" delimited by size
                        into whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            move zeros                  to ws-resultado-acesso

            perform 2250-busca-ultima-vigencia
            if   ws-qt-vigencias > zeros
                 if   ws-dt-vigencia not > ws-ultima-vigencia
                      move spaces       to whs-mensagem
                      string "Vigência sobrepõe período já cadastrado - a última "
                             "começa em " ws-ultima-vigencia(7:2) "/"
                             ws-ultima-vigencia(5:2) "/" ws-ultima-vigencia(1:4)
                             " !" delimited by size
                             into whs-mensagem
                      perform 8000-mensagem
                      exit section
                 end-if
                 if   ws-dt-vigencia not > ws-data-movimento-unid
                      move spaces       to whs-mensagem
                      string "Vigência tem de começar depois da data de movimento "
                             "da unidade (" ws-data-movimento-unid(7:2) "/"
                             ws-data-movimento-unid(5:2) "/"
                             ws-data-movimento-unid(1:4) ") !" delimited by size
                             into whs-mensagem
                      perform 8000-mensagem
                      exit section
                 end-if
                 if   f-nome-revenda = ws-ultimo-nome
                      move "Nome igual ao da vigência anterior - nada a alterar !"
                                        to whs-mensagem
                      perform 8000-mensagem
                      exit section
                 end-if
            end-if

            initialize                  f26800-empresa-corporativa
            move ws-empresa-consulta    to f26800-cd-empresa
            move ws-filial-consulta     to f26800-cd-filial
            move ws-dt-vigencia         to f26800-dt-vigencia-i
            move f-nome-revenda         to f26800-nome-revenda
            write f26800-empresa-corporativa
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd26800 "WR" ws-resultado-acesso
                 cancel ws-PP00001X
                 exit section
            end-if
            move spaces                 to whs-mensagem
            string "Vigência " ws-dt-vigencia-edit " incluída: "
                   f26800-nome-revenda delimited by size
                   into whs-mensagem
            perform 8000-mensagem.
       2600-exit.
            exit.

      *>===================================================================================
      *>    Exclusão só de vigência futura: o que já valeu para a data de
      *>    movimento da unidade fica como registro do nome usado.
      *>===================================================================================
       2700-exclui-vigencia section.
       2700.
            perform 2300-converte-data-tela
            if   ws-dt-vigencia = zeros
                 move "Informe uma data de vigência válida (dd/mm/aaaa) !"
                                        to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            if   ws-dt-vigencia not > ws-data-movimento-unid
                 move "Só é permitido excluir vigência futura !" to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            initialize                  f26800-empresa-corporativa
            move ws-empresa-consulta    to f26800-cd-empresa
            move ws-filial-consulta     to f26800-cd-filial
            move ws-dt-vigencia         to f26800-dt-vigencia-i
            perform 9000-ler-pd26800-ran
            if   not ws-operacao-ok
                 move zeros             to ws-resultado-acesso
                 move "Vigência não cadastrada para a unidade !" to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            delete pd26800
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd26800 "EX" ws-resultado-acesso
                 cancel ws-PP00001X
                 exit section
            end-if
            move spaces                 to whs-mensagem
            string "Vigência " ws-dt-vigencia-edit " excluída." delimited by size
                   into whs-mensagem
            perform 8000-mensagem.
       2700-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close   pd26800
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
            inspect f-Vigencias replacing all '"' by "'"
            exec html
               <TABLE width=100% border=0>
                  <TR>
                     <TD>
               <TABLE rules=none width=100% :tabela-padrao border=0>
                  <TR>
                     <TD class=titulocampo colspan=6>Vigências da Empresa Corporativa
                  <TR>
                     <TD class=titulocampo width=10%>Empresa
                     <TD nowrap><input name=empresaConsulta size=3 maxlength=3 value=":f-empresa-consulta" class="campo">
                     <TD class=titulocampo width=10%>Filial
                     <TD nowrap><input name=filialConsulta size=4 maxlength=4 value=":f-filial-consulta" class="campo">
                     <TD class=titulocampo>Data de movimento
                     <TD nowrap><div id=divMovimento></div>
                  <TR>
                     <TD nowrap colspan=6>
                        <button name=botConsultar accessKey="O" class=botao onclick="Consultar();"><label>C<U>o</U>nsultar</label></button>
                  <TR>
                     <TD class=titulocampo>Vigência
                     <TD nowrap><input name=dtVigencia size=10 maxlength=10 value="" class="campo">
                     <TD class=titulocampo>Nome
                     <TD nowrap colspan=3><input name=nomeRevenda size=30 maxlength=30 value="" class="campo">
                  <TR>
                     <TD nowrap colspan=6>
                        <button name=botIncluir accessKey="I" class=botao onclick="Incluir();"><label><U>I</U>ncluir</label></button>
                        <button name=botExcluir accessKey="E" class=botao onclick="Excluir();"><label><U>E</U>xcluir</label></button>
                  <TR>
                     <TD colspan=6><div id=divVigencias></div>
               </TABLE>
               </TABLE>
               <input type=hidden name=dataMovimento value=":f-data-movimento">
               <input type=hidden name=hVigencias value=":f-Vigencias">
               <script>
                   function FormataDataVig( data ) {
                       if( !data || data == '0' || data == '00000000' ) { return '-'; }
                       return data.substr(6,2) + '/' + data.substr(4,2) + '/' + data.substr(0,4);
                   }
                   function DiaAnterior( data ) {
                       var d = new Date( parseInt( data.substr(0,4), 10 ), parseInt( data.substr(4,2), 10 ) - 1, parseInt( data.substr(6,2), 10 ) );
                       d.setDate( d.getDate() - 1 );
                       var m = d.getMonth() + 1;
                       return '' + d.getFullYear() + ( m < 10 ? '0' : '' ) + m + ( d.getDate() < 10 ? '0' : '' ) + d.getDate();
                   }
                   function MontaVigencias() {
                       var movimento = document.all.dataMovimento.value;
                       var linha  = document.all.hVigencias.value.split( ':delimitador' );
                       var html = '<table rules=all width=100% border=0>' +
                                  '<tr><td>Início<td>Fim<td>Nome<td>Situação</tr>';
                       document.all.divMovimento.innerHTML = FormataDataVig( movimento );
                       for( var i = 0; i < linha.length - 1; i++ ) {
                           var campo = linha[i].split( '¶' );
                           var fim = '';
                           if( i < linha.length - 2 ) { fim = DiaAnterior( linha[i+1].split( '¶' )[0] ); }
                           var situacao = 'Encerrada';
                           if( campo[0] > movimento ) { situacao = 'Futura'; }
                           else if( fim == '' || fim >= movimento ) { situacao = '<b>Vigente</b>'; }
                           html = html + '<tr>' +
                                  '<td><a href="javascript:Seleciona(' + i + ');">' + FormataDataVig( campo[0] ) + '</a>' +
                                  '<td>' + ( fim == '' ? '-' : FormataDataVig( fim ) ) +
                                  '<td>' + campo[1] +
                                  '<td>' + situacao + '</tr>';
                       }
                       html = html + '</table>';
                       document.all.divVigencias.innerHTML = html;
                   }
                   function Seleciona( i ) {
                       var campo = document.all.hVigencias.value.split( ':delimitador' )[i].split( '¶' );
                       document.all.dtVigencia.value  = FormataDataVig( campo[0] );
                       document.all.nomeRevenda.value = campo[1];
                   }
                   function Consultar() {
                       document.all.frame.value = 0;
                       document.all.opcao.value = 0;
                       document.form1.submit();
                   }
                   function Incluir() {
                       if( document.all.dtVigencia.value == '' || document.all.nomeRevenda.value == '' ) {
                           alert( 'Informe a data de vigência e o nome !' );
                           return;
                       }
                       if( ! confirm( 'Confirma a vigência de ' + document.all.nomeRevenda.value + ' a partir de ' + document.all.dtVigencia.value + ' ?' ) ) { return; }
                       document.all.frame.value = 9;
                       document.all.opcao.value = 6;
                       document.form1.submit();
                   }
                   function Excluir() {
                       if( document.all.dtVigencia.value == '' ) {
                           alert( 'Selecione a vigência a excluir !' );
                           return;
                       }
                       if( ! confirm( 'Confirma a exclusão da vigência de ' + document.all.dtVigencia.value + ' ?' ) ) { return; }
                       document.all.frame.value = 9;
                       document.all.opcao.value = 7;
                       document.form1.submit();
                   }
                   MontaVigencias();
               </script>
            end-exec.
       8000-exit.
            exit.

      *>===================================================================================
       copy PCP9000.CPY.                *>Rotinas Padrões

      *>===================================================================================
      *>Leituras

       copy PCL26800.CPY.               *> Empresa Corporativa
       copy PCL99800.CPY.               *> Parâmetros
