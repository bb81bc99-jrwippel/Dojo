      *>    com os dados da janela de eventos. A liberação é restrita a usuário
      *>    gerencial e fica registrada no próprio registro (usuário e data/hora),
      *>    além do evento LOCKOUT-LIBERADO na trilha lgn-hist.
      *>    Usuários suspensos por inatividade (tipo D, PW00751) aparecem aqui com
      *>    quem suspendeu e quando; a reativação é a mesma liberação gerencial,
      *>    com evento CONTA-REATIVADA na trilha. Suspensão ativa não é excluída -
      *>    só reativada, para não sumir sem registro.
      *>

      *>===================================================================================
       01   ws-campos-de-trabalho.
            03 ws-data-agora            pic 9(08) value zeros.
            03 ws-hora-agora            pic 9(06) value zeros.
            03 ws-evento-liberacao      pic x(20) value spaces.

       01   wid-lgn-hist                pic x(100) value spaces.
       01   ws-sts-lgn-hist             pic x(02) value "00".
                        k99710-id-usuario-liberacao delimited by "  ",
                        "¶" delimited by size,
                        k99710-dt-liberacao      delimited by size,
                        "¶" delimited by size,
                        k99710-id-usuario-bloqueio delimited by "  ",
                        delimitador delimited by size
                        into f-Bloqueios
                        pointer wx-index-1
                 cancel ws-PP00001X
                 exit section
            end-if
            if   k99710-tipo-suspensao
                 move "CONTA-REATIVADA" to ws-evento-liberacao
            else
                 move "LOCKOUT-LIBERADO" to ws-evento-liberacao
            end-if
            perform 9000-grava-evento-liberacao.
       2600-exit.
            exit.
            move f-blk-tipo             to k99710-tipo
            move f-blk-identificacao    to k99710-identificacao
            perform 9000-ler-pd99710-ran
            if   ws-operacao-ok
            and  k99710-tipo-suspensao
            and  k99710-bloqueado
                 move "Suspensão por inatividade ativa - use Reativar !"
                                        to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            if   ws-operacao-ok
                 delete pd99710
                 if   not ws-operacao-ok
                   ws-data-agora(1:4), ";",
                   ws-hora-agora(1:2), ":", ws-hora-agora(3:2), ":",
                   ws-hora-agora(5:2), ";",
                   ws-evento-liberacao  delimited by " ", ";",
                   lnk-sessionid        delimited by " ", ";",
                   lnk-subsessionid     delimited by " ", ";",
                   lnk-id-usuario       delimited by " ", ";",
                     <TD>
               <TABLE rules=none width=100% :tabela-padrao border=0>
                  <TR>
                     <TD class=titulocampo colspan=9>Bloqueios de Logon por Eventos de Segurança e Suspensões por Inatividade
                  <TR>
                     <TD class=titulocampo width=5%>Tipo
                     <TD class=titulocampo width=18%>Identificação
                       for( var i = 0; i < linha.length - 1; i++ ) {
                           var campo = linha[i].split( '¶' );
                           var situacao = ( campo[6] == 'S' ) ? 'BLOQUEADO' : 'contador';
                           var acao = 'Liberar';
                           if( campo[0] == 'D' ) {
                               situacao = ( campo[6] == 'S' ) ? 'SUSPENSO por ' + campo[10] : 'reativado';
                               acao = 'Reativar';
                           }
                           html = html + '<tr>' +
                                  '<td>' + campo[0] + '<td>' + campo[1] + '<td>' + campo[2] +
                                  '<td>' + FormataDataBlk( campo[3] ) +
                                  '<td>' + FormataDataBlk( campo[7] ) +
                                  '<td>' + campo[8] +
                                  '<td><button class=botao onclick="Liberar(\'' +
                                  campo[0] + '\',\'' + campo[1] + '\');">' + acao + '</button>' +
                                  '&nbsp;<button class=botao onclick="ExcluirBlk(\'' +
                                  campo[0] + '\',\'' + campo[1] + '\');">Excluir</button></tr>';
                       }
