            03 ws-dias-para-expirar     pic s9(05) value zeros.
            03 ws-integer-trabalho      pic 9(07) value zeros.
            03 ws-qt-unidades           pic 9(04) value zeros.
            03 ws-qt-desativadas        pic 9(04) value zeros.
            03 ws-situacao-unidade      pic x(01) value spaces.
               88 ws-unidade-desativada     value "D".
            03 ws-qt-pendencias         pic 9(05) value zeros.
            03 ws-qt-pendencias-unid    pic 9(03) value zeros.
            03 ws-dias-edit             pic z(04)9- value spaces.
       1000.
            move "0"                    to lnk-retorno
            move zeros                  to ws-qt-unidades ws-qt-pendencias
                                           ws-qt-desativadas
            perform 1100-carrega-parametros-entrada
            move function current-date(1:8) to ws-data-hoje
            move function integer-of-date(ws-data-hoje) to ws-integer-hoje
      *>===================================================================================
       2100-verifica-unidade section.
       2100.
            move fpare-data-atual       to ws-data-movimento-unid
            move fpare-expiracao        to ws-expiracao-unid
            perform 2150-verifica-desativacao
            if   ws-unidade-desativada
                 add 1                  to ws-qt-desativadas
                 exit section
            end-if
            add 1                       to ws-qt-unidades
            move zeros                  to ws-qt-pendencias-unid

            perform 2200-carrega-limites-cr81
            perform 2300-verifica-cotacao-proximo-mes
       2100-exit.
            exit.

      *>===================================================================================
      *>    Unidade desativada (registro 86) não tem mais movimento - fica fora da
      *>    verificação e é só contada nos totais.
       2150-verifica-desativacao section.
       2150.
            move spaces                 to ws-situacao-unidade
            initialize                  fpard-desativacao-filial
            move ws-empresa-unidade     to fpard-cd-empresa
            move ws-filial-unidade      to fpard-cd-filial
            move 86                     to fpard-cd-registro
            move 0                      to fpard-cd-sequencia
            perform 9000-ler-pd99800-ran
            if   ws-operacao-ok
            and  fpard-filial-desativada
                 move "D"               to ws-situacao-unidade
            end-if
            move zeros                  to ws-resultado-acesso.
       2150-exit.
            exit.

      *>===================================================================================
       2200-carrega-limites-cr81 section.
       2200.
            write rp-linha-relatorio
            move spaces                 to rp-linha-relatorio
            string "Unidades verificadas;" ws-qt-unidades
                   ";Pendências;" ws-qt-pendencias
                   ";Desativadas (ignoradas);" ws-qt-desativadas delimited by size
                   into rp-linha-relatorio
            write rp-linha-relatorio
            if   ws-qt-pendencias > zeros
