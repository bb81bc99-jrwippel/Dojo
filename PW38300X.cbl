      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id.  PW38300X.
      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>            Verificação de Período Fechado (Fechamento Financeiro)
      *>            --------------------------------------------------------
      *>
      *>    Ponto único da regra "mês fechado continua fechado": recebe a unidade e
      *>    a data da alteração pretendida (PCW38300) e a compara com o último
      *>    Fechamento Financeiro da unidade no PD38300 (EFD383.CAD):
      *>        - data posterior ao último fechamento (ou unidade sem fechamento):
      *>          período aberto, a alteração segue;
      *>        - data no ou antes do último fechamento: período fechado, a
      *>          alteração é recusada pelo chamador;
      *>        - período fechado com justificativa informada por usuário gerencial:
      *>          liberação, registrada no histórico de parâmetros (PW99801X,
      *>          codigo-registro 84) com a data liberada, o último fechamento, o
      *>          programa e a justificativa.
      *>    Para registro de parâmetro (lnk-pf-codigo-registro informado) a data
      *>    é extraída da imagem: data de movimento do CR=1 SEQ=0 ou data atual de
      *>    atualização do CR=17. Imagem que não muda a data não é verificada.
      *>    Chamado por quem grava cotação (PD02202) ou data de movimento.
      *>

      *>===================================================================================
       environment division.
            special-names. decimal-point is comma.

       input-output section.
       file-control.

       copy PCS38300.CPY.               *> Fechamento Financeiro

      *>===================================================================================
       data division.

       copy PCF38300.CPY.               *> Fechamento Financeiro

      *>===================================================================================
       working-storage section.
       78   versao                      value "a".

       copy PCW900.CPY.

       01   ws-PW99801X                 pic x(08) value "PW99801X".
       copy PCW99801.CPY.               *> Histórico de Alterações do PD99800

       01   ws-campos-de-trabalho.
            03 ws-dt-anterior-imagem    pic 9(08) value zeros.
            03 ws-verifica-data         pic x(01) value "S".
               88 ws-data-verificada        value "S".

      *>    imagem do codigo-registro 84 (fparl-liberacao-periodo do PCF99800)
       01   ws-imagem-liberacao.
            03 ws-il-dt-ult-fechamento  pic 9(08) value zeros.
            03 ws-il-dt-liberada        pic 9(08) value zeros.
            03 ws-il-nome-programa      pic x(08) value spaces.
            03 ws-il-justificativa      pic x(60) value spaces.
            03 filler                   pic x(105) value spaces.

       01   wid-pd38300                 pic x(100) value spaces.

      *>===================================================================================
       linkage section.
       copy PCW990.CPY.
       copy PCW38300.CPY.

      *>===================================================================================
       procedure division using lnk-par lnk-periodo-fechado.

      *>===================================================================================
       0000-controle section.
       0000.
            move "A"                    to lnk-pf-situacao
            move zeros                  to lnk-pf-dt-ult-fechamento
            perform 1000-data-da-alteracao
            if   ws-data-verificada
                 perform 2000-ultimo-fech-financeiro
                 if   lnk-pf-dt-ult-fechamento not = zeros
                 and  lnk-pf-dt-alteracao <= lnk-pf-dt-ult-fechamento
                      move "F"          to lnk-pf-situacao
                      if   lnk-pf-justificativa not = spaces
                      and  lnk-usuario-gerencial
                           perform 3000-registra-liberacao
                      end-if
                 end-if
            end-if.
       0000-saida.
            exit program
            stop run.

      *>===================================================================================
      *>    Registro de parâmetro: a data verificada sai da imagem nova - posição
      *>    da data de movimento no CR=1 SEQ=0 e da data atual de atualização no
      *>    CR=17; demais registros não carregam data de movimento.
      *>===================================================================================
       1000-data-da-alteracao section.
       1000.
            move "S"                    to ws-verifica-data
            if   lnk-pf-codigo-registro = zeros
                 exit section
            end-if
            move zeros                  to ws-dt-anterior-imagem
            evaluate true
                when lnk-pf-codigo-registro = 1 and lnk-pf-sequencia = 0
                     move lnk-pf-imagem-atual(79:8)    to lnk-pf-dt-alteracao
                     if   lnk-pf-imagem-anterior(79:8) is numeric
                          move lnk-pf-imagem-anterior(79:8) to ws-dt-anterior-imagem
                     end-if
                when lnk-pf-codigo-registro = 17
                     move lnk-pf-imagem-atual(9:8)     to lnk-pf-dt-alteracao
                     if   lnk-pf-imagem-anterior(9:8) is numeric
                          move lnk-pf-imagem-anterior(9:8) to ws-dt-anterior-imagem
                     end-if
                when other
                     move "N"           to ws-verifica-data
                     exit section
            end-evaluate
            if   lnk-pf-dt-alteracao is not numeric
            or   lnk-pf-dt-alteracao = zeros
            or   lnk-pf-dt-alteracao = ws-dt-anterior-imagem
                 move "N"               to ws-verifica-data
            end-if.
       1000-exit.
            exit.

      *>===================================================================================
       2000-ultimo-fech-financeiro section.
       2000.
            move spaces                 to wid-pd38300
            string lnk-dtbpath delimited by " "
                   "/EFD383.CAD" delimited by size
                   into wid-pd38300
            perform 9000-abrir-i-pd38300
            if   not ws-operacao-ok
                 move zeros             to ws-resultado-acesso
                 exit section
            end-if
            move lnk-pf-cd-empresa      to f38300-cd-empresa
            move lnk-pf-cd-filial       to f38300-cd-filial
            move 99999999               to f38300-dt-fechamento
            start pd38300 key is not greater f38300-chave
            if   ws-operacao-ok
                 read pd38300 previous record
                 if   ws-operacao-ok
                 and  f38300-cd-empresa = lnk-pf-cd-empresa
                 and  f38300-cd-filial  = lnk-pf-cd-filial
                      move f38300-dt-fechamento to lnk-pf-dt-ult-fechamento
                 end-if
            end-if
            close pd38300
            move zeros                  to ws-resultado-acesso.
       2000-exit.
            exit.

      *>===================================================================================
      *>    Liberação gerencial: a imagem do CR=84 (antes = fechamento e data
      *>    pretendida; depois = o mesmo com programa e justificativa) entra no
      *>    histórico de parâmetros pelo PW99801X, com usuário e data/hora.
      *>===================================================================================
       3000-registra-liberacao section.
       3000.
            initialize                  lnk-hist-pd99800
            move lnk-pf-cd-empresa      to lnk-hp-cd-empresa
            move lnk-pf-cd-filial       to lnk-hp-cd-filial
            move 84                     to lnk-hp-codigo-registro
            move 0                      to lnk-hp-sequencia
            initialize                  ws-imagem-liberacao
            move lnk-pf-dt-ult-fechamento to ws-il-dt-ult-fechamento
            move lnk-pf-dt-alteracao    to ws-il-dt-liberada
            move ws-imagem-liberacao    to lnk-hp-imagem-anterior
            move lnk-pf-nome-programa   to ws-il-nome-programa
            move lnk-pf-justificativa   to ws-il-justificativa
            move ws-imagem-liberacao    to lnk-hp-imagem-atual
            move lnk-pf-nome-programa   to lnk-hp-nome-programa
            call ws-PW99801X using lnk-par lnk-hist-pd99800
            cancel ws-PW99801X
            move zeros                  to ws-resultado-acesso
            move "G"                    to lnk-pf-situacao.
       3000-exit.
            exit.

      *>===================================================================================
      *> Leituras

       copy PCL38300.CPY.               *> Fechamento Financeiro
