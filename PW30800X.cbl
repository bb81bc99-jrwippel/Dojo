      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id.  PW30800X.
      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>            Concessão / Remoção de Usuário-Perfil (PD30800) com Histórico
      *>            --------------------------------------------------------
      *>
      *>    Ponto único de atualização do PD30800: recebe o perfil (usuário,
      *>    Empresa/Filial, sistema, perfil, perfil-normal-ind), a ação e o motivo
      *>    (PCW30800), grava ou exclui o registro e grava a linha do histórico
      *>    PD30801 com operador, aprovador, modo e programa. Chamado pela tela de
      *>    provisionamento (PW00752), pela importação do RH (PW00753) e pela
      *>    aprovação de perfil não normal (PW00734).
      *>    Perfil já concedido, ou já inexistente na remoção, não altera nada nem
      *>    gera histórico (retorno 1).
      *>

      *>===================================================================================
       environment division.
            special-names. decimal-point is comma.

       input-output section.
       file-control.

       copy PCS30800.CPY.               *> Usuário-Perfil
       copy PCS30801.CPY.               *> Histórico de Usuário-Perfil

      *>===================================================================================
       data division.

       copy PCF30800.CPY.               *> Usuário-Perfil
       copy PCF30801.CPY.               *> Histórico de Usuário-Perfil

      *>===================================================================================
       working-storage section.
       78   versao                      value "a".

       copy PCW900.CPY.

       01   wid-pd30800                 pic x(100) value spaces.
       01   wid-pd30801                 pic x(100) value spaces.

      *>===================================================================================
       linkage section.
       copy PCW990.CPY.
       copy PCW30800.CPY.

      *>===================================================================================
       procedure division using lnk-par lnk-usuario-perfil.

      *>===================================================================================
       0000-controle section.
       0000.
            move "9"                    to lnk-up-retorno
            perform 1000-inicializacao
            if   ws-operacao-ok
                 if   lnk-up-concessao
                      perform 2000-concede-perfil
                 else
                      perform 2100-remove-perfil
                 end-if
                 if   lnk-up-aplicado
                      perform 2500-grava-historico
                 end-if
            end-if
            perform 3000-finalizacao.
       0000-saida.
            exit program
            stop run.

      *>===================================================================================
       1000-inicializacao section.
       1000.
            if   lnk-up-id-operador = spaces
                 move lnk-id-usuario    to lnk-up-id-operador
            end-if
            perform 9000-abrir-io-pd30800
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd30800 "OP" ws-resultado-acesso
                 cancel ws-PP00001X
                 exit section
            end-if
            perform 9000-abrir-io-pd30801
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd30801 "OP" ws-resultado-acesso
                 cancel ws-PP00001X
            end-if.
       1000-exit.
            exit.

      *>===================================================================================
       2000-concede-perfil section.
       2000.
            perform 9000-monta-chave-pd30800
            perform 9000-ler-pd30800-ran-1
            if   ws-operacao-ok
                 move "1"               to lnk-up-retorno
                 exit section
            end-if
            move zeros                  to ws-resultado-acesso
            perform 9000-monta-chave-pd30800
            if   lnk-up-perfil-normal
                 move "S"               to f30800-perfil-normal-ind
            else
                 move "N"               to f30800-perfil-normal-ind
            end-if
            write f30800-usuario-perfil
            if   ws-operacao-ok
                 move "0"               to lnk-up-retorno
            else
                 call ws-PP00001X using wid-pd30800 "WR" ws-resultado-acesso
                 cancel ws-PP00001X
            end-if.
       2000-exit.
            exit.

      *>===================================================================================
       2100-remove-perfil section.
       2100.
            perform 9000-monta-chave-pd30800
            perform 9000-ler-pd30800-ran-1
            if   not ws-operacao-ok
                 move zeros             to ws-resultado-acesso
                 move "1"               to lnk-up-retorno
                 exit section
            end-if
            move f30800-perfil-normal-ind to lnk-up-perfil-normal-ind
            delete pd30800
            if   ws-operacao-ok
                 move "0"               to lnk-up-retorno
            else
                 call ws-PP00001X using wid-pd30800 "EX" ws-resultado-acesso
                 cancel ws-PP00001X
            end-if.
       2100-exit.
            exit.

      *>===================================================================================
       2500-grava-historico section.
       2500.
            move spaces                 to g30801-registro
            initialize                  g30801-registro
            move lnk-up-id-usuario      to g30801-id-usuario
            move function current-date(1:8) to g30801-dt-alteracao
            move function current-date(9:6) to g30801-hr-alteracao
            move zeros                  to g30801-nr-evento
            move lnk-up-acao            to g30801-acao
            move lnk-up-cd-empresa      to g30801-cd-empresa
            move lnk-up-cd-filial       to g30801-cd-filial
            move lnk-up-cd-sistema      to g30801-cd-sistema
            move lnk-up-cd-perfil       to g30801-cd-perfil
            move lnk-up-perfil-normal-ind to g30801-perfil-normal-ind
            move lnk-up-modo            to g30801-modo
            move lnk-up-id-usuario-modelo to g30801-id-usuario-modelo
            move lnk-up-id-operador     to g30801-id-operador
            move lnk-up-id-aprovador    to g30801-id-aprovador
            move lnk-up-nome-programa   to g30801-nome-programa
            move lnk-up-motivo          to g30801-motivo
            write g30801-registro
            perform until ws-operacao-ok
                    or    not ws-registro-existente
                    or    g30801-nr-evento >= 999
                 add 1                  to g30801-nr-evento
                 write g30801-registro
            end-perform
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd30801 "WR" ws-resultado-acesso
                 cancel ws-PP00001X
            end-if.
       2500-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close pd30800
            close pd30801.
       3000-exit.
            exit.

      *>===================================================================================
       9000-monta-chave-pd30800 section.
       9000.
            move spaces                 to f30800-usuario-perfil
            initialize                  f30800-usuario-perfil
            move lnk-up-id-usuario      to f30800-id-usuario
            move lnk-up-cd-empresa      to f30800-cd-empresa
            move lnk-up-cd-filial       to f30800-cd-filial
            move lnk-up-cd-sistema      to f30800-cd-sistema
            move lnk-up-cd-perfil       to f30800-cd-perfil.
       9000-exit.
            exit.

      *>===================================================================================
      *> Leituras

       copy PCL30800.CPY.               *> Usuário-Perfil
       copy PCL30801.CPY.               *> Histórico de Usuário-Perfil
