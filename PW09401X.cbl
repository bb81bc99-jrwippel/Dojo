      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id.  PW09401X.
      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>            Gravação do Histórico de Alterações do PD09400
      *>            --------------------------------------------------------
      *>
      *>    Ponto único de gravação do PD09401 (EFD940H.CAD): recebe a chave do
      *>    projeto alterado na Empresa/Filial, as imagens antes/depois do
      *>    registro do PD09400 e o motivo (PCW09401) e grava a linha de histórico
      *>    com usuário, data/hora e programa. Chamado pela manutenção de projetos
      *>    (PW00737) e pela habilitação automática do PP00001, para que toda
      *>    mudança de projeto tenha autor, hora e justificativa.
      *>

      *>===================================================================================
       environment division.
            special-names. decimal-point is comma.

       input-output section.
       file-control.

       copy PCS09401.CPY.               *> Histórico de Alterações do PD09400

      *>===================================================================================
       data division.

       copy PCF09401.CPY.               *> Histórico de Alterações do PD09400

      *>===================================================================================
       working-storage section.
       78   versao                      value "a".

       copy PCW900.CPY.

       01   wid-pd09401                 pic x(100) value spaces.

       01   ws-imagem-trabalho.
            03 ws-img-chave             pic x(10).
            03 ws-img-status            pic x(01).
            03 filler                   pic x(70).

      *>===================================================================================
       linkage section.
       copy PCW990.CPY.
       copy PCW09401.CPY.

      *>===================================================================================
       procedure division using lnk-par lnk-hist-pd09400.

      *>===================================================================================
       0000-controle section.
       0000.
            perform 1000-inicializacao
            if   ws-operacao-ok
                 perform 2000-grava-historico
                 perform 3000-finalizacao
            end-if.
       0000-saida.
            exit program
            stop run.

      *>===================================================================================
       1000-inicializacao section.
       1000.
            perform 9000-abrir-io-pd09401
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd09401 "OP" ws-resultado-acesso
                 cancel ws-PP00001X
            end-if.
       1000-exit.
            exit.

      *>===================================================================================
      *>    Imagem anterior em branco = registro de projeto incluído nesta
      *>    alteração (status anterior "N", como o projeto inexistente é lido).
      *>===================================================================================
       2000-grava-historico section.
       2000.
            move spaces                 to g9401-registro
            initialize                  g9401-registro
            move lnk-hj-cd-empresa      to g9401-cd-empresa
            move lnk-hj-cd-filial       to g9401-cd-filial
            move lnk-hj-codigo-projeto  to g9401-codigo-projeto
            move function current-date(1:8) to g9401-dt-alteracao
            move function current-date(9:6) to g9401-hr-alteracao
            move zeros                  to g9401-nr-evento
            move lnk-id-usuario         to g9401-id-usuario
            move lnk-hj-nome-programa   to g9401-nome-programa
            move lnk-hj-motivo          to g9401-motivo
            move lnk-hj-imagem-anterior to g9401-imagem-anterior
            move lnk-hj-imagem-atual    to g9401-imagem-atual
            move "N"                    to g9401-status-anterior
            if   lnk-hj-imagem-anterior not = spaces
                 move lnk-hj-imagem-anterior to ws-imagem-trabalho
                 move ws-img-status     to g9401-status-anterior
            end-if
            move lnk-hj-imagem-atual    to ws-imagem-trabalho
            move ws-img-status          to g9401-status-atual
            write g9401-registro
            perform until ws-operacao-ok
                    or    not ws-registro-existente
                    or    g9401-nr-evento >= 999
                 add 1                  to g9401-nr-evento
                 write g9401-registro
            end-perform
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd09401 "WR" ws-resultado-acesso
                 cancel ws-PP00001X
            end-if.
       2000-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close pd09401.
       3000-exit.
            exit.

      *>===================================================================================
      *> Leituras

       copy PCL09401.CPY.               *> Histórico de Alterações do PD09400
