      $set preprocess (htmlpp) endp
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id.  PW00749.
      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>            Manutenção de Assinantes das Saídas dos Jobs de Lote (PD99715)
      *>            --------------------------------------------------------
      *>
      *>    Por job de Lote da Empresa/Filial da sessão, quem recebe a saída
      *>    catalogada a cada execução sem erro: nome, tipo de entrega (pasta ou
      *>    correio) e destino (pasta - sem "/" inicial relativa ao diretório de
      *>    integração - ou endereço de correio). O PW00007 faz a entrega, com
      *>    manifesto, e grava aqui o resultado da última entrega, listado na tela.
      *>

      *>===================================================================================
       environment division.
            special-names. decimal-point is comma.

       input-output section.
       file-control.

       copy PCS99704.CPY.               *> Lotes de Rotinas
       copy PCS99715.CPY.               *> Assinantes das Saídas dos Jobs

      *>===================================================================================
       data division.

       copy PCF99704.CPY.               *> Lotes de Rotinas
       copy PCF99715.CPY.               *> Assinantes das Saídas dos Jobs

      *>===================================================================================
       working-storage section.
       78   versao             value "a".

       copy PCW900.CPY.
       copy PCW904.CPY.

       01   ws-campos-de-trabalho.
            03 ws-seq-livre             pic 9(03) value zeros.
            03 ws-programa-job          pic x(20) value spaces.
            03 ws-qt-arrobas            pic 9(03) value zeros.

       01   cgi-input is external-form.
            copy PCW902.CPY.
            03  f-campos-formulario.
                05  f-ass-lote          pic 9(03) identified by "assLote".
                05  f-ass-seq-job       pic 9(03) identified by "assSeqJob".
                05  f-ass-seq           pic 9(03) identified by "assSeq".
                05  f-ass-nome          pic x(40) identified by "assNome".
                05  f-ass-tipo          pic x(01) identified by "assTipo".
                05  f-ass-destino       pic x(150) identified by "assDestino".
                05  f-ass-ativo         pic x(01) identified by "assAtivo".
            03  f-Assinantes         pic x(50000) identified by "hAssinantes".

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
            perform 9000-abrir-io-pd99704
            perform 9000-abrir-io-pd99715
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
                    perform 2200-carrega-assinantes
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
            evaluate f-opcao
                when 6
                    perform 2600-salvar-assinante
                when 7
                    perform 2700-excluir-assinante
                when other
                    move "Controle Inválido" to whs-mensagem
                    perform 8000-mensagem
            end-evaluate
            perform 8000-finaliza-controle.
       2999-exit.
            exit.

      *>===================================================================================
      *>    Assinantes de todos os jobs da Empresa/Filial da sessão, com o
      *>    programa do job e o resultado da última entrega.
      *>===================================================================================
       2200-carrega-assinantes section.
       2200.
            move 1                      to wx-index-1
            move spaces                 to f-Assinantes
            move spaces                 to a99715-registro
            initialize                  a99715-registro
            move lnk-cd-empresa         to a99715-cd-empresa
            move lnk-cd-filial          to a99715-cd-filial
            perform 9000-str-pd99715-nlss
            perform 9000-ler-pd99715-nex
            perform until not ws-operacao-ok
                    or  a99715-cd-empresa not equal lnk-cd-empresa
                    or  a99715-cd-filial  not equal lnk-cd-filial
                 perform 2210-programa-do-job
                 string a99715-lote              delimited by size,
                        "¶" delimited by size,
                        a99715-seq-job           delimited by size,
                        "¶" delimited by size,
                        ws-programa-job          delimited by " ",
                        "¶" delimited by size,
                        a99715-seq-assinante     delimited by size,
                        "¶" delimited by size,
                        a99715-nome-assinante    delimited by "  ",
                        "¶" delimited by size,
                        a99715-tipo-entrega      delimited by size,
                        "¶" delimited by size,
                        a99715-destino           delimited by "  ",
                        "¶" delimited by size,
                        a99715-ativo-ind         delimited by size,
                        "¶" delimited by size,
                        a99715-dt-ult-entrega    delimited by size,
                        "¶" delimited by size,
                        a99715-hr-ult-entrega    delimited by size,
                        "¶" delimited by size,
                        a99715-status-ult-entrega delimited by size,
                        "¶" delimited by size,
                        a99715-msg-ult-entrega   delimited by "  ",
                        "¶" delimited by size,
                        a99715-id-usuario        delimited by "  ",
                        delimitador delimited by size
                        into f-Assinantes
                        pointer wx-index-1
                 perform 9000-ler-pd99715-nex
            end-perform
            move zeros                  to ws-resultado-acesso.
       2200-exit.
            exit.

      *>===================================================================================
       2210-programa-do-job section.
       2210.
            move spaces                 to f99704-registro
            initialize                  f99704-registro
            move a99715-cd-empresa      to f99704-cd-empresa
            move a99715-cd-filial       to f99704-cd-filial
            move a99715-lote            to f99704-lote
            move 1                      to f99704-codigo-registro
            move a99715-seq-job         to f99704-seq
            perform 9000-ler-pd99704-ran
            if   ws-operacao-ok
                 move f99704-nome-programa to ws-programa-job
            else
                 move "(job excluído)"  to ws-programa-job
            end-if
            move zeros                  to ws-resultado-acesso.
       2210-exit.
            exit.

      *>===================================================================================
       2600-salvar-assinante section.
       2600.
            if   f-ass-lote = zeros
            or   f-ass-seq-job = zeros
                 move "Informe o Lote e o job !" to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            move spaces                 to f99704-registro
            initialize                  f99704-registro
            move lnk-cd-empresa         to f99704-cd-empresa
            move lnk-cd-filial          to f99704-cd-filial
            move f-ass-lote             to f99704-lote
            move 1                      to f99704-codigo-registro
            move f-ass-seq-job          to f99704-seq
            perform 9000-ler-pd99704-ran
            if   not ws-operacao-ok
                 move zeros             to ws-resultado-acesso
                 move "Job não cadastrado no Lote desta Empresa/Filial !"
                                        to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            if   f-ass-nome = spaces
                 move "Informe o nome do assinante !" to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            if   f-ass-tipo not = "P" and "C"
                 move "Tipo de entrega inválido !" to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            if   f-ass-destino = spaces
                 move "Informe o destino da entrega !" to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            if   f-ass-tipo = "C"
                 move zeros             to ws-qt-arrobas
                 inspect f-ass-destino tallying ws-qt-arrobas for all "@"
                 if   ws-qt-arrobas not = 1
                      move "Endereço de correio inválido !" to whs-mensagem
                      perform 8000-mensagem
                      exit section
                 end-if
            end-if

            if   f-ass-seq = zeros
                 perform 2610-proxima-seq-livre
                 move ws-seq-livre      to f-ass-seq
            end-if

            move spaces                 to a99715-registro
            initialize                  a99715-registro
            move lnk-cd-empresa         to a99715-cd-empresa
            move lnk-cd-filial          to a99715-cd-filial
            move f-ass-lote             to a99715-lote
            move f-ass-seq-job          to a99715-seq-job
            move f-ass-seq              to a99715-seq-assinante
            perform 9000-ler-pd99715-ran
            if   not ws-operacao-ok
                 move zeros             to a99715-dt-ult-entrega
                                           a99715-hr-ult-entrega
                 move spaces            to a99715-status-ult-entrega
                                           a99715-msg-ult-entrega
                                           a99715-filler
            end-if
            move f-ass-nome             to a99715-nome-assinante
            move f-ass-tipo             to a99715-tipo-entrega
            move f-ass-destino          to a99715-destino
            if   f-ass-ativo = "S"
                 move "S"               to a99715-ativo-ind
            else
                 move "N"               to a99715-ativo-ind
            end-if
            move lnk-id-usuario         to a99715-id-usuario
            move function current-date(1:8) to a99715-dt-cadastro
            move function current-date(9:6) to a99715-hr-cadastro
            if   ws-operacao-ok
                 rewrite a99715-registro
            else
                 write a99715-registro
            end-if
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd99715 "RW" ws-resultado-acesso
                 cancel ws-PP00001X
            end-if.
       2600-exit.
            exit.

      *>===================================================================================
       2610-proxima-seq-livre section.
       2610.
            move zeros                  to ws-seq-livre
            move spaces                 to a99715-registro
            initialize                  a99715-registro
            move lnk-cd-empresa         to a99715-cd-empresa
            move lnk-cd-filial          to a99715-cd-filial
            move f-ass-lote             to a99715-lote
            move f-ass-seq-job          to a99715-seq-job
            perform 9000-str-pd99715-nlss
            perform 9000-ler-pd99715-nex
            perform until not ws-operacao-ok
                    or  a99715-cd-empresa not equal lnk-cd-empresa
                    or  a99715-cd-filial  not equal lnk-cd-filial
                    or  a99715-lote       not equal f-ass-lote
                    or  a99715-seq-job    not equal f-ass-seq-job
                 move a99715-seq-assinante to ws-seq-livre
                 perform 9000-ler-pd99715-nex
            end-perform
            move zeros                  to ws-resultado-acesso
            add 1                       to ws-seq-livre.
       2610-exit.
            exit.

      *>===================================================================================
       2700-excluir-assinante section.
       2700.
            move spaces                 to a99715-registro
            initialize                  a99715-registro
            move lnk-cd-empresa         to a99715-cd-empresa
            move lnk-cd-filial          to a99715-cd-filial
            move f-ass-lote             to a99715-lote
            move f-ass-seq-job          to a99715-seq-job
            move f-ass-seq              to a99715-seq-assinante
            perform 9000-ler-pd99715-ran
            if   ws-operacao-ok
                 delete pd99715
                 if   not ws-operacao-ok
                      call ws-PP00001X using wid-pd99715 "EX" ws-resultado-acesso
                      cancel ws-PP00001X
                 end-if
            else
                 call ws-PP00001X using wid-pd99715 "RR" ws-resultado-acesso
                 cancel ws-PP00001X
            end-if.
       2700-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close   pd99704
            close   pd99715
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
            inspect f-Assinantes replacing all '"' by "'"
            exec html
               <TABLE width=100% border=0>
                  <TR>
                     <TD>
               <TABLE rules=none width=100% :tabela-padrao border=0>
                  <TR>
                     <TD class=titulocampo colspan=8>Assinantes das Saídas dos Jobs de Lote
                  <TR>
                     <TD class=titulocampo width=8%>Lote
                     <TD nowrap><input name=assLote size=3 maxlength=3 value="" class="campo">
                     <TD class=titulocampo>Job (seq)
                     <TD nowrap><input name=assSeqJob size=3 maxlength=3 value="" class="campo">
                     <TD class=titulocampo>Assinante
                     <TD nowrap colspan=3><input name=assNome size=40 maxlength=40 value="" class="campo">
                  <TR>
                     <TD class=titulocampo>Entrega
                     <TD nowrap><select name=assTipo class="campo">
                            <OPTION value="P">Pasta
                            <OPTION value="C">Correio
                         </select>
                     <TD class=titulocampo>Destino
                     <TD nowrap colspan=3><input name=assDestino size=80 maxlength=150 value="" class="campo">
                     <TD nowrap><input type=checkbox name=assAtivo value="S" checked>Ativo
                     <TD nowrap>
                        <button name=botSalvarAss accessKey="S" class=botao onclick="SalvarAssinante();"><label><U>S</U>alvar</label></button>
                        <button name=botNovoAss class=botao onclick="NovoAssinante();">Novo</button>
                  <TR>
                     <TD class=titulocampo>Lote/Job
                     <TD class=titulocampo>Programa
                     <TD class=titulocampo>Assinante
                     <TD class=titulocampo>Entrega
                     <TD class=titulocampo>Ativo
                     <TD class=titulocampo>Última Entrega
                     <TD class=titulocampo>Cadastrado por
                     <TD class=titulocampo>&nbsp;
                  <TR>
                     <TD colspan=8><div id=divAssinantes></div>
               </TABLE>
               </TABLE>
               <input type=hidden name=hAssinantes value=":f-Assinantes">
               <input type=hidden name=assSeq value="000">
               <script>
                   var arrayAss = new Array();
                   function FormataDataAss( data ) {
                       if( !data || data == '0' || data == '00000000' ) { return '-'; }
                       return data.substr(6,2) + '/' + data.substr(4,2) + '/' + data.substr(0,4);
                   }
                   function MontaAssinantes() {
                       var linha  = document.all.hAssinantes.value.split( ':delimitador' );
                       var html = '<table rules=all width=100% border=0>';
                       for( var i = 0; i < linha.length - 1; i++ ) {
                           var campo = linha[i].split( '¶' );
                           arrayAss[i] = campo;
                           var tipo = ( campo[5] == 'C' ) ? 'Correio: ' : 'Pasta: ';
                           var ultima = '-';
                           if( campo[10] == 'S' || campo[10] == 'E' ) {
                               ultima = FormataDataAss( campo[8] ) + ' ' +
                                        campo[9].substr(0,2) + ':' + campo[9].substr(2,2) + ' - ' +
                                        ( campo[10] == 'S' ? 'OK' : 'FALHA' ) + ' - ' + campo[11];
                           }
                           html = html + '<tr>' +
                                  '<td>' + campo[0] + '/' + campo[1] + '<td>' + campo[2] +
                                  '<td>' + campo[3] + ' - ' + campo[4] +
                                  '<td>' + tipo + campo[6] +
                                  '<td>' + campo[7] + '<td>' + ultima + '<td>' + campo[12] +
                                  '<td nowrap><button class=botao onclick="EditarAssinante(' + i + ');">Editar</button>' +
                                  '<button class=botao onclick="ExcluirAssinante(' + i + ');">Excluir</button></tr>';
                       }
                       html = html + '</table>';
                       document.all.divAssinantes.innerHTML = html;
                   }
                   function NovoAssinante() {
                       document.all.assSeq.value = '000';
                       document.all.assNome.value = '';
                       document.all.assDestino.value = '';
                       document.all.assAtivo.checked = true;
                   }
                   function EditarAssinante( i ) {
                       var campo = arrayAss[i];
                       document.all.assLote.value = campo[0];
                       document.all.assSeqJob.value = campo[1];
                       document.all.assSeq.value = campo[3];
                       document.all.assNome.value = campo[4];
                       document.all.assTipo.value = campo[5];
                       document.all.assDestino.value = campo[6];
                       document.all.assAtivo.checked = ( campo[7] == 'S' );
                   }
                   function SalvarAssinante() {
                       if( document.all.assLote.value == '' || document.all.assSeqJob.value == '' ) {
                           alert( 'Informe o Lote e o job !' );
                           return;
                       }
                       if( document.all.assNome.value == '' || document.all.assDestino.value == '' ) {
                           alert( 'Informe o assinante e o destino !' );
                           return;
                       }
                       document.all.frame.value = 9;
                       document.all.opcao.value = 6;
                       document.form1.submit();
                   }
                   function ExcluirAssinante( i ) {
                       if( ! confirm( 'Confirma a exclusão do assinante ?' ) ) { return; }
                       var campo = arrayAss[i];
                       document.all.assLote.value = campo[0];
                       document.all.assSeqJob.value = campo[1];
                       document.all.assSeq.value = campo[3];
                       document.all.frame.value = 9;
                       document.all.opcao.value = 7;
                       document.form1.submit();
                   }
                   MontaAssinantes();
               </script>
            end-exec.
       8000-exit.
            exit.

      *>===================================================================================
       copy PCP9000.CPY.                *>Rotinas Padrões

      *>===================================================================================
      *>Leituras

       copy PCL99704.CPY.               *> Lotes de Rotinas
       copy PCL99715.CPY.               *> Assinantes das Saídas dos Jobs
