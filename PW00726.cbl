
       01   ws-campos-de-trabalho.
            03 ws-qt-unidades           pic 9(03) value zeros.
            03 ws-qt-desativadas        pic 9(03) value zeros.
            03 ws-situacao-unidade      pic x(01) value spaces.
               88 ws-unidade-desativada     value "D".
            03 ws-ix-unidade            pic 9(03) value zeros.
            03 ws-ix-outra              pic 9(03) value zeros.
            03 ws-ix-campo              pic 9(02) value zeros.
       1000.
            move "0"                    to lnk-retorno
            move zeros                  to ws-qt-unidades ws-qt-divergencias
                                           ws-qt-desativadas
            perform 1100-carrega-parametros-entrada
            perform 9000-abre-relatorio
            if   not ws-rel-divergencia-ok
      *>===================================================================================
       2100-coleta-unidade section.
       2100.
            perform 2150-verifica-desativacao
            if   ws-unidade-desativada
                 add 1                  to ws-qt-desativadas
                 exit section
            end-if
            add 1                       to ws-qt-unidades
            move ws-qt-unidades         to ws-ix-unidade
            move ws-empresa-unidade     to tb-un-empresa(ws-ix-unidade)
       2100-exit.
            exit.

      *>===================================================================================
      *>    Unidade desativada (registro 86) não participa da comparação.
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
      *>    Valores de referência: os da filial de referência (modo R; default a
      *>    primeira unidade do EFDPAR) ou, campo a campo, o valor mais frequente
            write rv-linha-relatorio
            move spaces                 to rv-linha-relatorio
            string "Unidades comparadas;" ws-qt-unidades
                   ";Divergências;" ws-qt-divergencias
                   ";Desativadas (ignoradas);" ws-qt-desativadas delimited by size
                   into rv-linha-relatorio
            write rv-linha-relatorio.
       2900-exit.
