      $set preprocess (htmlpp) endp
      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id.  PW00754.
      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>            Desativação / Reativação de Empresa/Filial
      *>            --------------------------------------------------------
      *>
      *>    Filial substituída por transferência de base (PWSTB003) deixa de ser
      *>    usada sem que seu cadastro suma: a desativação grava o registro 86 do
      *>    EFDPAR (data, usuário, Empresa/Filial substituta, data da
      *>    transferência, carência e motivo) e a partir daí
      *>        - o logon na unidade é recusado com a indicação da substituta
      *>          (PP00001, evento LOGIN-NEGADO-DESATIVADA na trilha lgn-hist);
      *>        - a unidade fica fora da varredura 6500 do PW00007 e dos
      *>          relatórios da instalação (PW00720 / PW00726);
      *>        - os Lotes da unidade (PD99704) perdem o agendamento - a
      *>          periodicidade é guardada no próprio cabeçalho do Lote;
      *>        - as solicitações da unidade pendentes de aprovação (PD99712 -
      *>          Lote, parâmetro, perfil) são rejeitadas, e a PW00734 não aplica
      *>          solicitação de unidade desativada;
      *>        - passada a carência (dias), o batch PW00755 leva os registros da
      *>          unidade ao arquivo morto.
      *>    A reativação devolve a periodicidade dos Lotes e só é aceita com os
      *>    registros fora do arquivo morto (PW00755 acao=recupera antes).
      *>    Desativar e reativar é restrito a usuário gerencial; toda mudança do
      *>    registro 86 vai ao histórico PD99801 (PW99801X), listado aqui.
      *>    A substituta pode estar em outra base, por isso não é conferida no
      *>    EFDPAR local.
      *>

      *>===================================================================================
       environment division.
            special-names. decimal-point is comma.

       input-output section.
       file-control.

       copy PCS99704.CPY.               *> Lotes de Rotinas
       copy PCS99712.CPY.               *> Alterações Pendentes de Aprovação
       copy PCS99800.CPY.               *> Parâmetros
       copy PCS99801.CPY.               *> Histórico de Alterações do PD99800

      *>===================================================================================
       data division.

       copy PCF99704.CPY.               *> Lotes de Rotinas
       copy PCF99712.CPY.               *> Alterações Pendentes de Aprovação
       copy PCF99800.CPY.               *> Parâmetros
       copy PCF99801.CPY.               *> Histórico de Alterações do PD99800

      *>===================================================================================
       working-storage section.
       78   versao             value "a".

       78   ws-carencia-padrao          value 90.

       copy PCW900.CPY.
       copy PCW904.CPY.

       01   ws-PW99801X                 pic x(08) value "PW99801X".
       copy PCW99801.CPY.               *> Histórico de Alterações do PD99800

       01   wid-pd99801                 pic x(100) value spaces.

       01   ws-campos-de-trabalho.
            03 ws-data-agora            pic 9(08) value zeros.
            03 ws-hora-agora            pic 9(06) value zeros.
            03 ws-empresa-consulta      pic 9(03) value zeros.
            03 ws-filial-consulta       pic 9(04) value zeros.
            03 ws-empresa-substituta    pic 9(03) value zeros.
            03 ws-filial-substituta     pic 9(04) value zeros.
            03 ws-nr-dias-carencia      pic 9(04) value zeros.
            03 ws-dt-transferencia      pic 9(08) value zeros.
            03 filler redefines ws-dt-transferencia.
               05 ws-ano-transferencia  pic 9(04).
               05 ws-mes-transferencia  pic 9(02).
               05 ws-dia-transferencia  pic 9(02).
            03 ws-dt-arquivamento-edit  pic x(10) value spaces.
            03 ws-imagem-anterior-par   pic x(189) value spaces.
            03 ws-qt-lotes              pic 9(03) value zeros.
            03 ws-qt-erros              pic 9(03) value zeros.
            03 ws-qt-pendencias         pic 9(03) value zeros.
            03 ws-situacao-registro     pic x(01) value spaces.
               88 ws-registro-86-novo       value "N".
               88 ws-registro-86-existente  value "E".

       01   cgi-input is external-form.
            copy PCW902.CPY.
            03  f-campos-formulario.
                05  f-empresa-consulta  pic 9(03) identified by "empresaConsulta".
                05  f-filial-consulta   pic 9(04) identified by "filialConsulta".
                05  f-empresa-substituta pic 9(03) identified by "empresaSubstituta".
                05  f-filial-substituta pic 9(04) identified by "filialSubstituta".
                05  f-dt-transferencia  pic x(10) identified by "dtTransferencia".
                05  f-dias-carencia     pic 9(04) identified by "diasCarencia".
                05  f-motivo            pic x(60) identified by "motivo".
            03  f-Desativacao        pic x(500) identified by "hDesativacao".
            03  f-Desativadas        pic x(20000) identified by "hDesativadas".
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
            move spaces                 to wid-pd99800
            string lnk-dtbpath delimited by " "
                   "/EFDPAR.CAD" delimited by size
                   into wid-pd99800
            open i-o pd99800
            perform 9000-abrir-io-pd99704
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
                    perform 2200-carrega-desativacao
                    perform 2250-carrega-desativadas
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
                 move "Desativação/reativação de filial restrita a usuário gerencial !"
                                        to whs-mensagem
                 perform 8000-mensagem
                 perform 8000-finaliza-controle
                 exit section
            end-if
            move function current-date(1:8) to ws-data-agora
            move function current-date(9:6) to ws-hora-agora
            move zeros                  to ws-qt-lotes ws-qt-erros
                                           ws-qt-pendencias
            perform 2100-define-unidade-consulta
            evaluate f-opcao
                when 6
                    perform 2600-desativa-filial
                when 7
                    perform 2700-reativa-filial
                when other
                    move "Controle Inválido" to whs-mensagem
                    perform 8000-mensagem
            end-evaluate
            perform 8000-finaliza-controle.
       2999-exit.
            exit.

      *>===================================================================================
      *>    Unidade consultada: a informada na tela ou, sem informação, a da
      *>    sessão.
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
      *>    Registro 86 atual da unidade consultada.
      *>===================================================================================
       2200-carrega-desativacao section.
       2200.
            move 1                      to wx-index-1
            move spaces                 to f-Desativacao
            perform 9000-ler-desativacao
            if   not ws-operacao-ok
                 move zeros             to ws-resultado-acesso
                 exit section
            end-if
            string fpard-situacao               delimited by size,
                   "¶" delimited by size,
                   fpard-dt-desativacao         delimited by size,
                   "¶" delimited by size,
                   fpard-id-usuario-desativacao delimited by "  ",
                   "¶" delimited by size,
                   fpard-cd-empresa-substituta  delimited by size,
                   "/" delimited by size,
                   fpard-cd-filial-substituta   delimited by size,
                   "¶" delimited by size,
                   fpard-dt-transferencia       delimited by size,
                   "¶" delimited by size,
                   fpard-nr-dias-carencia       delimited by size,
                   "¶" delimited by size,
                   fpard-dt-arquivamento        delimited by size,
                   "¶" delimited by size,
                   fpard-dt-reativacao          delimited by size,
                   "¶" delimited by size,
                   fpard-id-usuario-reativacao  delimited by "  ",
                   "¶" delimited by size,
                   fpard-motivo                 delimited by "  ",
                   into f-Desativacao
                   pointer wx-index-1.
       2200-exit.
            exit.

      *>===================================================================================
      *>    Todas as unidades com registro 86 no EFDPAR (desativadas e reativadas).
      *>===================================================================================
       2250-carrega-desativadas section.
       2250.
            move 1                      to wx-index-1
            move spaces                 to f-Desativadas
            initialize                  fparm-mestre
            perform 9000-str-pd99800-nlss
            perform 9000-ler-pd99800-nex
            perform until not ws-operacao-ok
                    or  wx-index-1 > 19800
                 if   fparm-codigo-registro = 86
                 and  fparm-sequencia       = 0
                      string fpard-cd-empresa            delimited by size,
                             "/" delimited by size,
                             fpard-cd-filial             delimited by size,
                             "¶" delimited by size,
                             fpard-situacao              delimited by size,
                             "¶" delimited by size,
                             fpard-dt-desativacao        delimited by size,
                             "¶" delimited by size,
                             fpard-cd-empresa-substituta delimited by size,
                             "/" delimited by size,
                             fpard-cd-filial-substituta  delimited by size,
                             "¶" delimited by size,
                             fpard-dt-arquivamento       delimited by size,
                             delimitador delimited by size
                             into f-Desativadas
                             pointer wx-index-1
                 end-if
                 perform 9000-ler-pd99800-nex
            end-perform
            move zeros                  to ws-resultado-acesso.
       2250-exit.
            exit.

      *>===================================================================================
      *>    Histórico do registro 86 da unidade (PD99801). Imagem de dados do
      *>    registro: situação (1:1), data de desativação (2:8), substituta
      *>    (20:3 / 23:4), data de arquivamento (39:8), motivo (65:60).
      *>===================================================================================
       2300-carrega-historico section.
       2300.
            move 1                      to wx-index-1
            move spaces                 to f-Historico
            perform 9000-abrir-io-pd99801
            if   not ws-operacao-ok
                 move zeros             to ws-resultado-acesso
                 exit section
            end-if
            move spaces                 to g99801-registro
            initialize                  g99801-registro
            move ws-empresa-consulta    to g99801-cd-empresa
            move ws-filial-consulta     to g99801-cd-filial
            move 86                     to g99801-codigo-registro
            move zeros                  to g99801-sequencia
            perform 9000-str-pd99801-nlss
            perform 9000-ler-pd99801-nex
            perform until not ws-operacao-ok
                    or  g99801-cd-empresa      not = ws-empresa-consulta
                    or  g99801-cd-filial       not = ws-filial-consulta
                    or  g99801-codigo-registro not = 86
                    or  wx-index-1 > 49500
                 string g99801-dt-alteracao          delimited by size,
                        "¶" delimited by size,
                        g99801-hr-alteracao          delimited by size,
                        "¶" delimited by size,
                        g99801-id-usuario            delimited by "  ",
                        "¶" delimited by size,
                        g99801-nome-programa         delimited by "  ",
                        "¶" delimited by size,
                        g99801-imagem-anterior(1:1)  delimited by size,
                        "¶" delimited by size,
                        g99801-imagem-atual(1:1)     delimited by size,
                        "¶" delimited by size,
                        g99801-imagem-atual(20:3)    delimited by size,
                        "/" delimited by size,
                        g99801-imagem-atual(23:4)    delimited by size,
                        "¶" delimited by size,
                        g99801-imagem-atual(39:8)    delimited by size,
                        "¶" delimited by size,
                        g99801-imagem-atual(65:60)   delimited by "  ",
                        delimitador delimited by size
                        into f-Historico
                        pointer wx-index-1
                 perform 9000-ler-pd99801-nex
            end-perform
            close pd99801
            move zeros                  to ws-resultado-acesso.
       2300-exit.
            exit.

      *>===================================================================================
      *>    Desativação: a unidade precisa existir (CR=1 SEQ=0) e não estar
      *>    desativada; a substituta é obrigatória e diferente dela.
      *>===================================================================================
       2600-desativa-filial section.
       2600.
            if   ws-empresa-consulta = lnk-cd-empresa
            and  ws-filial-consulta  = lnk-cd-filial
                 move "Não é possível desativar a Empresa/Filial da própria sessão !"
                                        to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
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

            move zeros                  to ws-empresa-substituta
                                           ws-filial-substituta
            if   f-empresa-substituta is numeric
                 move f-empresa-substituta to ws-empresa-substituta
            end-if
            if   f-filial-substituta is numeric
                 move f-filial-substituta to ws-filial-substituta
            end-if
            if   ws-empresa-substituta = zeros
            or  (ws-empresa-substituta = ws-empresa-consulta
            and  ws-filial-substituta  = ws-filial-consulta)
                 move "Informe a Empresa/Filial substituta (diferente da desativada) !"
                                        to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            perform 2650-converte-data-tela
            if   ws-dt-transferencia = zeros
                 move "Informe uma data de transferência válida (dd/mm/aaaa) !"
                                        to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            if   f-motivo = spaces
                 move "Informe o motivo !" to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            move ws-carencia-padrao     to ws-nr-dias-carencia
            if   f-dias-carencia is numeric
            and  f-dias-carencia not = zeros
                 move f-dias-carencia   to ws-nr-dias-carencia
            end-if

            move spaces                 to ws-imagem-anterior-par
            perform 9000-ler-desativacao
            if   ws-operacao-ok
                 if   fpard-filial-desativada
                      move "Empresa/Filial já desativada !" to whs-mensagem
                      perform 8000-mensagem
                      exit section
                 end-if
                 move "E"               to ws-situacao-registro
                 move fparm-dados       to ws-imagem-anterior-par
            else
                 move "N"               to ws-situacao-registro
            end-if
            move zeros                  to ws-resultado-acesso

            initialize                  fpard-desativacao-filial
            move ws-empresa-consulta    to fpard-cd-empresa
            move ws-filial-consulta     to fpard-cd-filial
            move 86                     to fpard-cd-registro
            move zeros                  to fpard-cd-sequencia
            move "D"                    to fpard-situacao
            move ws-data-agora          to fpard-dt-desativacao
            move lnk-id-usuario         to fpard-id-usuario-desativacao
            move ws-empresa-substituta  to fpard-cd-empresa-substituta
            move ws-filial-substituta   to fpard-cd-filial-substituta
            move ws-dt-transferencia    to fpard-dt-transferencia
            move ws-nr-dias-carencia    to fpard-nr-dias-carencia
            move zeros                  to fpard-dt-arquivamento
                                           fpard-dt-reativacao
            move spaces                 to fpard-id-usuario-reativacao
            move f-motivo               to fpard-motivo
            if   ws-registro-86-existente
                 rewrite fparm-mestre
            else
                 write fparm-mestre
            end-if
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd99800 "WR" ws-resultado-acesso
                 cancel ws-PP00001X
                 exit section
            end-if
            perform 9000-grava-hist-parametro

            perform 2610-desativa-lotes
            perform 2620-rejeita-pendencias

            move spaces                 to whs-mensagem
            string "Empresa/Filial " ws-empresa-consulta "/" ws-filial-consulta
                   " desativada (substituta " ws-empresa-substituta "/"
                   ws-filial-substituta "): " ws-qt-lotes
                   " Lote(s) sem agendamento, " ws-qt-pendencias
                   " registro(s) de solicitação pendente rejeitado(s), "
                   ws-qt-erros " erro(s) !"
                   delimited by size
                   into whs-mensagem
            perform 8000-mensagem.
       2600-exit.
            exit.

      *>===================================================================================
      *>    Lotes agendados da unidade: a periodicidade vai para
      *>    f99704-periodicidade-desativ e o agendamento fica em branco.
      *>===================================================================================
       2610-desativa-lotes section.
       2610.
            initialize                  f99704-registro
            move ws-empresa-consulta    to f99704-cd-empresa
            move ws-filial-consulta     to f99704-cd-filial
            perform 9000-str-pd99704-nlss
            perform 9000-ler-pd99704-nex
            perform until not ws-operacao-ok
                    or  f99704-cd-empresa not = ws-empresa-consulta
                    or  f99704-cd-filial  not = ws-filial-consulta
                 if   f99704-codigo-registro = 0
                 and  not f99704-sem-agendamento
                      move f99704-periodicidade to f99704-periodicidade-desativ
                      move space        to f99704-periodicidade
                      rewrite f99704-registro
                      if   ws-operacao-ok
                           add 1        to ws-qt-lotes
                      else
                           add 1        to ws-qt-erros
                      end-if
                 end-if
                 perform 9000-ler-pd99704-nex
            end-perform
            move zeros                  to ws-resultado-acesso.
       2610-exit.
            exit.

      *>===================================================================================
      *>    Solicitações pendentes da unidade (PD99712) rejeitadas com o
      *>    desativador como decisor - aprovada depois, uma delas regravaria o
      *>    Lote com o agendamento de antes ou o EFDPAR/PD30800 da unidade
      *>    desativada.
      *>===================================================================================
       2620-rejeita-pendencias section.
       2620.
            perform 9000-abrir-io-pd99712
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd99712 "OP" ws-resultado-acesso
                 cancel ws-PP00001X
                 add 1                  to ws-qt-erros
                 close pd99712
                 exit section
            end-if
            move spaces                 to a99712-registro
            initialize                  a99712-registro
            move ws-empresa-consulta    to a99712-cd-empresa
            move ws-filial-consulta     to a99712-cd-filial
            perform 9000-str-pd99712-nlss
            perform 9000-ler-pd99712-nex
            perform until not ws-operacao-ok
                    or  a99712-cd-empresa not = ws-empresa-consulta
                    or  a99712-cd-filial  not = ws-filial-consulta
                 if   a99712-pendente
                      move "R"          to a99712-status
                      move lnk-id-usuario to a99712-id-aprovador
                      move ws-data-agora to a99712-dt-decisao
                      move ws-hora-agora to a99712-hr-decisao
                      rewrite a99712-registro
                      if   ws-operacao-ok
                           add 1        to ws-qt-pendencias
                      else
                           add 1        to ws-qt-erros
                      end-if
                 end-if
                 perform 9000-ler-pd99712-nex
            end-perform
            close pd99712
            move zeros                  to ws-resultado-acesso.
       2620-exit.
            exit.

      *>===================================================================================
      *>    Data da tela em dd/mm/aaaa para aaaammdd; zeros quando inválida.
      *>===================================================================================
       2650-converte-data-tela section.
       2650.
            move zeros                  to ws-dt-transferencia
            if   f-dt-transferencia(3:1) not = "/"
            or   f-dt-transferencia(6:1) not = "/"
            or   f-dt-transferencia(1:2) is not numeric
            or   f-dt-transferencia(4:2) is not numeric
            or   f-dt-transferencia(7:4) is not numeric
                 exit section
            end-if
            move f-dt-transferencia(1:2) to ws-dia-transferencia
            move f-dt-transferencia(4:2) to ws-mes-transferencia
            move f-dt-transferencia(7:4) to ws-ano-transferencia
            if   ws-ano-transferencia < 1601
            or   ws-mes-transferencia < 1 or ws-mes-transferencia > 12
            or   ws-dia-transferencia < 1 or ws-dia-transferencia > 31
                 move zeros             to ws-dt-transferencia
                 exit section
            end-if
            if   function integer-of-date(ws-dt-transferencia) = zeros
                 move zeros             to ws-dt-transferencia
            end-if.
       2650-exit.
            exit.

      *>===================================================================================
      *>    Reativação: só de unidade desativada cujos registros não estejam no
      *>    arquivo morto.
      *>===================================================================================
       2700-reativa-filial section.
       2700.
            perform 9000-ler-desativacao
            if   not ws-operacao-ok
            or   not fpard-filial-desativada
                 move zeros             to ws-resultado-acesso
                 move "Empresa/Filial não está desativada !" to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            if   fpard-dt-arquivamento not = zeros
                 move spaces            to ws-dt-arquivamento-edit
                 string fpard-dt-arquivamento(7:2) "/"
                        fpard-dt-arquivamento(5:2) "/"
                        fpard-dt-arquivamento(1:4) delimited by size
                        into ws-dt-arquivamento-edit
                 move spaces            to whs-mensagem
                 string "Registros da Empresa/Filial no arquivo morto desde "
                        ws-dt-arquivamento-edit
                        " - recupere-os pelo PW00755 (acao=recupera) antes de reativar !"
                        delimited by size
                        into whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            if   f-motivo = spaces
                 move "Informe o motivo !" to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if

            move fparm-dados            to ws-imagem-anterior-par
            move "R"                    to fpard-situacao
            move ws-data-agora          to fpard-dt-reativacao
            move lnk-id-usuario         to fpard-id-usuario-reativacao
            move f-motivo               to fpard-motivo
            rewrite fparm-mestre
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd99800 "RW" ws-resultado-acesso
                 cancel ws-PP00001X
                 exit section
            end-if
            perform 9000-grava-hist-parametro

            perform 2710-reativa-lotes

            move spaces                 to whs-mensagem
            string "Empresa/Filial " ws-empresa-consulta "/" ws-filial-consulta
                   " reativada: " ws-qt-lotes
                   " Lote(s) com agendamento devolvido, " ws-qt-erros " erro(s) !"
                   delimited by size
                   into whs-mensagem
            perform 8000-mensagem.
       2700-exit.
            exit.

      *>===================================================================================
      *>    Devolve aos Lotes da unidade a periodicidade guardada na desativação.
      *>===================================================================================
       2710-reativa-lotes section.
       2710.
            initialize                  f99704-registro
            move ws-empresa-consulta    to f99704-cd-empresa
            move ws-filial-consulta     to f99704-cd-filial
            perform 9000-str-pd99704-nlss
            perform 9000-ler-pd99704-nex
            perform until not ws-operacao-ok
                    or  f99704-cd-empresa not = ws-empresa-consulta
                    or  f99704-cd-filial  not = ws-filial-consulta
                 if   f99704-codigo-registro = 0
                 and  f99704-periodicidade-desativ not = space
                      if   f99704-sem-agendamento
                           move f99704-periodicidade-desativ
                                        to f99704-periodicidade
                      end-if
                      move space        to f99704-periodicidade-desativ
                      rewrite f99704-registro
                      if   ws-operacao-ok
                           add 1        to ws-qt-lotes
                      else
                           add 1        to ws-qt-erros
                      end-if
                 end-if
                 perform 9000-ler-pd99704-nex
            end-perform
            move zeros                  to ws-resultado-acesso.
       2710-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close   pd99704
            close   pd99800
            perform 8000-oculta-gif.
       3000-exit.
            exit.

      *>===================================================================================
       9000-ler-desativacao section.
       9000.
            initialize                  fpard-desativacao-filial
            move ws-empresa-consulta    to fpard-cd-empresa
            move ws-filial-consulta     to fpard-cd-filial
            move 86                     to fpard-cd-registro
            move zeros                  to fpard-cd-sequencia
            perform 9000-ler-pd99800-ran.
       9000-exit.
            exit.

      *>===================================================================================
       9000-grava-hist-parametro section.
       9000.
            initialize                  lnk-hist-pd99800
            move ws-empresa-consulta    to lnk-hp-cd-empresa
            move ws-filial-consulta     to lnk-hp-cd-filial
            move 86                     to lnk-hp-codigo-registro
            move 0                      to lnk-hp-sequencia
            move ws-imagem-anterior-par to lnk-hp-imagem-anterior
            move fparm-dados            to lnk-hp-imagem-atual
            move "PW00754"              to lnk-hp-nome-programa
            call ws-PW99801X using lnk-par lnk-hist-pd99800
            cancel ws-PW99801X
            move zeros                  to ws-resultado-acesso.
       9000-exit.
            exit.

      *>-----------------------------------------------------------------------------------
      *>                                        HTML
      *>-----------------------------------------------------------------------------------
       copy PCP8000.CPY.

      *>===================================================================================
       8000-tela section.
       8000.
            inspect f-Desativacao replacing all '"' by "'"
            inspect f-Desativadas replacing all '"' by "'"
            inspect f-Historico replacing all '"' by "'"
            exec html
               <TABLE width=100% border=0>
                  <TR>
                     <TD>
               <TABLE rules=none width=100% :tabela-padrao border=0>
                  <TR>
                     <TD class=titulocampo colspan=8>Desativação / Reativação de Empresa/Filial
                  <TR>
                     <TD class=titulocampo width=12%>Empresa/Filial
                     <TD nowrap><input name=empresaConsulta size=3 maxlength=3 value=":f-empresa-consulta" class="campo">&nbsp;/&nbsp;<input name=filialConsulta size=4 maxlength=4 value=":f-filial-consulta" class="campo">
                        <button name=botConsultar class=botao onclick="Consultar();">Consultar</button>
                     <TD class=titulocampo width=12%>Situação
                     <TD nowrap colspan=5><div id=divSituacao></div>
                  <TR>
                     <TD class=titulocampo>Substituta
                     <TD nowrap><input name=empresaSubstituta size=3 maxlength=3 value="" class="campo">&nbsp;/&nbsp;<input name=filialSubstituta size=4 maxlength=4 value="" class="campo">
                     <TD class=titulocampo>Transferência
                     <TD nowrap><input name=dtTransferencia size=10 maxlength=10 value="" class="campo">&nbsp;(dd/mm/aaaa)
                     <TD class=titulocampo>Carência (dias)
                     <TD nowrap colspan=3><input name=diasCarencia size=4 maxlength=4 value="90" class="campo">&nbsp;até o arquivo morto
                  <TR>
                     <TD class=titulocampo>Motivo
                     <TD nowrap colspan=7><input name=motivo size=60 maxlength=60 value="" class="campo">
                  <TR>
                     <TD colspan=8 nowrap>
                        <button name=botDesativar accessKey="D" class=botao onclick="Desativar();"><label><U>D</U>esativar</label></button>
                        <button name=botReativar accessKey="R" class=botao onclick="Reativar();"><label><U>R</U>eativar</label></button>
                  <TR>
                     <TD class=titulocampo colspan=8>Histórico da unidade
                  <TR>
                     <TD colspan=8><div id=divHistorico></div>
                  <TR>
                     <TD class=titulocampo colspan=8>Empresas/Filiais desativadas e reativadas
                  <TR>
                     <TD colspan=8><div id=divDesativadas></div>
               </TABLE>
               </TABLE>
               <input type=hidden name=hDesativacao value=":f-Desativacao">
               <input type=hidden name=hDesativadas value=":f-Desativadas">
               <input type=hidden name=hHistorico value=":f-Historico">
               <script>
                   function FormataDataDes( data ) {
                       if( !data || data == '0' || data == '00000000' ) { return '-'; }
                       return data.substr(6,2) + '/' + data.substr(4,2) + '/' + data.substr(0,4);
                   }
                   function SituacaoDes( sit ) {
                       if( sit == 'D' ) { return 'DESATIVADA'; }
                       if( sit == 'R' ) { return 'Reativada'; }
                       return 'Ativa';
                   }
                   function MontaSituacao() {
                       var campo = document.all.hDesativacao.value.split( '¶' );
                       if( document.all.hDesativacao.value == '' ) {
                           document.all.divSituacao.innerHTML = 'Ativa';
                           return;
                       }
                       var html = SituacaoDes( campo[0] ) + ' desde ' + FormataDataDes( campo[1] ) +
                                  ' por ' + campo[2] + ' - substituta ' + campo[3] +
                                  ' - transferência ' + FormataDataDes( campo[4] ) +
                                  ' - carência ' + campo[5] + ' dia(s)' +
                                  ' - arquivo morto ' + FormataDataDes( campo[6] );
                       if( campo[0] == 'R' ) {
                           html = html + ' - reativada em ' + FormataDataDes( campo[7] ) + ' por ' + campo[8];
                       }
                       html = html + ' - ' + campo[9];
                       document.all.divSituacao.innerHTML = html;
                   }
                   function MontaHistorico() {
                       var linha  = document.all.hHistorico.value.split( ':delimitador' );
                       var html = '<table rules=all width=100% border=0>';
                       for( var i = 0; i < linha.length - 1; i++ ) {
                           var campo = linha[i].split( '¶' );
                           html = html + '<tr>' +
                                  '<td>' + FormataDataDes( campo[0] ) + ' ' + campo[1].substr(0,2) + ':' +
                                  campo[1].substr(2,2) + ':' + campo[1].substr(4,2) +
                                  '<td>' + campo[2] + '<td>' + campo[3] +
                                  '<td>' + SituacaoDes( campo[4] ) + ' &gt; ' + SituacaoDes( campo[5] ) +
                                  '<td>' + campo[6] + '<td>' + FormataDataDes( campo[7] ) +
                                  '<td>' + campo[8] + '</tr>';
                       }
                       html = html + '</table>';
                       document.all.divHistorico.innerHTML = html;
                   }
                   function MontaDesativadas() {
                       var linha  = document.all.hDesativadas.value.split( ':delimitador' );
                       var html = '<table rules=all width=100% border=0>';
                       for( var i = 0; i < linha.length - 1; i++ ) {
                           var campo = linha[i].split( '¶' );
                           html = html + '<tr>' +
                                  '<td>' + campo[0] + '<td>' + SituacaoDes( campo[1] ) +
                                  '<td>' + FormataDataDes( campo[2] ) + '<td>substituta ' + campo[3] +
                                  '<td>arquivo morto ' + FormataDataDes( campo[4] ) + '</tr>';
                       }
                       html = html + '</table>';
                       document.all.divDesativadas.innerHTML = html;
                   }
                   function Consultar() {
                       document.all.frame.value = 0;
                       document.all.opcao.value = 0;
                       document.form1.submit();
                   }
                   function Desativar() {
                       if( document.all.empresaSubstituta.value == '' || document.all.dtTransferencia.value == '' ||
                           document.all.motivo.value == '' ) {
                           alert( 'Informe a substituta, a data da transferência e o motivo !' );
                           return;
                       }
                       if( ! confirm( 'Confirma a DESATIVAÇÃO de ' + document.all.empresaConsulta.value + '/' +
                                      document.all.filialConsulta.value + ' - logon recusado e Lotes sem agendamento ?' ) ) { return; }
                       document.all.frame.value = 9;
                       document.all.opcao.value = 6;
                       document.form1.submit();
                   }
                   function Reativar() {
                       if( document.all.motivo.value == '' ) {
                           alert( 'Informe o motivo !' );
                           return;
                       }
                       if( ! confirm( 'Confirma a reativação de ' + document.all.empresaConsulta.value + '/' +
                                      document.all.filialConsulta.value + ' ?' ) ) { return; }
                       document.all.frame.value = 9;
                       document.all.opcao.value = 7;
                       document.form1.submit();
                   }
                   MontaSituacao();
                   MontaHistorico();
                   MontaDesativadas();
               </script>
            end-exec.
       8000-exit.
            exit.

      *>===================================================================================
       copy PCP9000.CPY.                *>Rotinas Padrões

      *>===================================================================================
      *>Leituras

       copy PCL99704.CPY.               *> Lotes de Rotinas
       copy PCL99712.CPY.               *> Alterações Pendentes de Aprovação
       copy PCL99800.CPY.               *> Parâmetros
       copy PCL99801.CPY.               *> Histórico de Alterações do PD99800
