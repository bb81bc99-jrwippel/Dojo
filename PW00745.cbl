      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id.  PW00745.
      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>            Envelhecimento das Divergências Promax x SEFAZ em Aberto
      *>            --------------------------------------------------------
      *>
      *>    Lê o EFD897.CAD inteiro e, por Empresa/Filial, conta as divergências
      *>    ainda em aberto por faixa de idade (dias entre a data de entrega e a
      *>    data de hoje): até 30, 31 a 60, 61 a 90, 91 a 180 e acima de 180
      *>    dias. Mostra também a entrega em aberto mais antiga e quantas já
      *>    foram resolvidas e aceitas na tela PW00744. É o relatório que mostra
      *>    à SEFAZ que as divergências são tratadas, e não apagadas.
      *>    Unidade desativada (registro 86 do EFDPAR, PW00754) fica fora do
      *>    relatório e é só contada no fim.
      *>
      *>    Parâmetros (lnk-rotina-configuracao, campo=valor&...):
      *>        empresa=NNN        restringe a uma Empresa
      *>        filial=NNNN        restringe a uma Filial
      *>        nomeArquivoSM=xxx  nome da saída catalogada pelo PW00007
      *>
      *>    Saída: ../tmp/work/<nomeArquivoSM>.<formato do job> quando rodado como
      *>    job de Lote do PW00007 com nome de saída, senão
      *>    ../tmp/work/divaging_<data>.txt (campo;campo;...).
      *>

      *>===================================================================================
       environment division.
            special-names. decimal-point is comma.

       input-output section.
       file-control.

       copy PCS89700.CPY.               *> Log divergências
       copy PCS99800.CPY.               *> Parâmetros

            select rel-envelhecimento assign to disk wid-rel-envelhecimento
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-rel-envelhecimento.

      *>===================================================================================
       data division.

       copy PCF89700.CPY.               *> Log divergências
       copy PCF99800.CPY.               *> Parâmetros

       fd   rel-envelhecimento.
       01   re-linha-relatorio          pic x(300).

      *>===================================================================================
       working-storage section.
       78   versao                      value "a".

       copy PCW900.CPY.

       01   ws-parametros-entrada.
            03 ws-par-config            pic x(2000) value spaces.
            03 ws-par-item              pic x(100) occurs 20.
            03 ws-par-campo             pic x(30) value spaces.
            03 ws-par-valor             pic x(60) value spaces.
            03 ws-par-index             pic 9(02) value zeros.
            03 ws-empresa-informada     pic 9(03) value zeros.
            03 ws-filial-informada      pic 9(04) value zeros.
            03 ws-nome-saida-lote       pic x(60) value spaces.

       01   ws-campos-de-trabalho.
            03 ws-data-hoje             pic 9(08) value zeros.
            03 ws-integer-hoje          pic 9(07) value zeros.
            03 ws-integer-trabalho      pic 9(07) value zeros.
            03 ws-idade                 pic s9(07) value zeros.
            03 ws-empresa-unidade       pic 9(03) value zeros.
            03 ws-filial-unidade        pic 9(04) value zeros.
            03 ws-unidade-aberta-ind    pic x(01) value "N".
               88 ws-unidade-aberta         value "S".
            03 ws-qt-unidades           pic 9(04) value zeros.
            03 ws-qt-desativadas        pic 9(04) value zeros.
            03 ws-situacao-unidade      pic x(01) value spaces.
               88 ws-unidade-desativada     value "D".
            03 ws-unidade-verificada.
               05 ws-empresa-verificada pic 9(03).
               05 ws-filial-verificada  pic 9(04).
            03 ws-unidade-lida.
               05 ws-empresa-lida       pic 9(03).
               05 ws-filial-lida        pic 9(04).

       01   ws-totais-unidade.
            03 ws-tu-ate-30             pic 9(05) value zeros.
            03 ws-tu-ate-60             pic 9(05) value zeros.
            03 ws-tu-ate-90             pic 9(05) value zeros.
            03 ws-tu-ate-180            pic 9(05) value zeros.
            03 ws-tu-acima-180          pic 9(05) value zeros.
            03 ws-tu-abertas            pic 9(05) value zeros.
            03 ws-tu-resolvidas         pic 9(05) value zeros.
            03 ws-tu-aceitas            pic 9(05) value zeros.
            03 ws-tu-mais-antiga        pic 9(08) value zeros.

       01   ws-totais-gerais.
            03 ws-tg-ate-30             pic 9(07) value zeros.
            03 ws-tg-ate-60             pic 9(07) value zeros.
            03 ws-tg-ate-90             pic 9(07) value zeros.
            03 ws-tg-ate-180            pic 9(07) value zeros.
            03 ws-tg-acima-180          pic 9(07) value zeros.
            03 ws-tg-abertas            pic 9(07) value zeros.
            03 ws-tg-resolvidas         pic 9(07) value zeros.
            03 ws-tg-aceitas            pic 9(07) value zeros.

       01   wid-pd89700                 pic x(100) value spaces.
       01   wid-rel-envelhecimento      pic x(100) value spaces.
       01   ws-sts-rel-envelhecimento   pic x(02) value "00".
            88 ws-rel-envelhecimento-ok     value "00".

      *>===================================================================================
       linkage section.
       copy PCW990.CPY.

      *>===================================================================================
       procedure division using lnk-par.

      *>===================================================================================
       0000-controle section.
       0000.
            perform 1000-inicializacao
            if   lnk-sem-erro
                 perform 2000-varre-divergencias
                 perform 2900-imprime-totais
            end-if
            perform 3000-finalizacao.
       0000-saida.
            exit program
            stop run.

      *>===================================================================================
       1000-inicializacao section.
       1000.
            move "0"                    to lnk-retorno
            perform 1100-carrega-parametros-entrada
            move function current-date(1:8) to ws-data-hoje
            move function integer-of-date(ws-data-hoje) to ws-integer-hoje

            perform 9000-abre-relatorio
            if   not ws-rel-envelhecimento-ok
                 move "1"               to lnk-retorno
                 exit section
            end-if
            move spaces                 to re-linha-relatorio
            string "Empresa/Filial;Em aberto;Até 30 dias;31 a 60;61 a 90;91 a 180;"
                   "Acima de 180;Entrega mais antiga em aberto;Resolvidas;Aceitas"
                   delimited by size
                   into re-linha-relatorio
            write re-linha-relatorio

            move spaces                 to wid-pd89700
            string lnk-dtbpath delimited by " "
                   "/EFD897.CAD" delimited by size
                   into wid-pd89700
            open input pd89700
            if   not ws-operacao-ok
                 move spaces            to ws-status
                 move ws-resultado-acesso to ws-status
                 move spaces            to re-linha-relatorio
                 string ";Falha na abertura do EFD897.CAD - Status: "
                        ws-status delimited by "  "
                        into re-linha-relatorio
                 write re-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if

            move spaces                 to wid-pd99800
            string lnk-dtbpath delimited by " "
                   "/EFDPAR.CAD" delimited by size
                   into wid-pd99800
            perform 9000-abrir-i-pd99800
            if   not ws-operacao-ok
                 move ";Falha na abertura do EFDPAR" to re-linha-relatorio
                 write re-linha-relatorio
                 move "1"               to lnk-retorno
            end-if.
       1000-exit.
            exit.

      *>===================================================================================
       1100-carrega-parametros-entrada section.
       1100.
            move lnk-rotina-configuracao to ws-par-config
            perform varying ws-par-index from 1 by 1
                    until ws-par-index > 20
                 move spaces            to ws-par-item(ws-par-index)
            end-perform
            unstring ws-par-config delimited by "&" or "¤" into
                     ws-par-item(01) ws-par-item(02) ws-par-item(03)
                     ws-par-item(04) ws-par-item(05) ws-par-item(06)
                     ws-par-item(07) ws-par-item(08) ws-par-item(09)
                     ws-par-item(10) ws-par-item(11) ws-par-item(12)
                     ws-par-item(13) ws-par-item(14) ws-par-item(15)
                     ws-par-item(16) ws-par-item(17) ws-par-item(18)
                     ws-par-item(19) ws-par-item(20)
            perform varying ws-par-index from 1 by 1
                    until ws-par-index > 20
                 if   ws-par-item(ws-par-index) not = spaces
                      move spaces       to ws-par-campo ws-par-valor
                      unstring ws-par-item(ws-par-index) delimited by "="
                               into ws-par-campo ws-par-valor
                      evaluate ws-par-campo
                          when "empresa"
                               if   ws-par-valor(1:3) is numeric
                                    move ws-par-valor(1:3) to ws-empresa-informada
                               end-if
                          when "filial"
                               if   ws-par-valor(1:4) is numeric
                                    move ws-par-valor(1:4) to ws-filial-informada
                               end-if
                          when "nomeArquivoSM"
                               move ws-par-valor to ws-nome-saida-lote
                      end-evaluate
                 end-if
            end-perform.
       1100-exit.
            exit.

      *>===================================================================================
      *>    O EFD897.CAD é ordenado por Empresa/Filial: os totais da unidade são
      *>    impressos na troca de unidade.
      *>===================================================================================
       2000-varre-divergencias section.
       2000.
            move "N"                    to ws-unidade-aberta-ind
            move spaces                 to ws-unidade-verificada
            initialize                  f89700-hist-diverg-promax-sefaz
            perform 9000-str-pd89700-nlss-2
            if   ws-operacao-ok
                 perform 9000-ler-pd89700-nex
            end-if
            perform until not ws-operacao-ok
                 if  (ws-empresa-informada = zeros
                 or   ws-empresa-informada = f89700-cd-empresa)
                 and (ws-filial-informada  = zeros
                 or   ws-filial-informada  = f89700-cd-filial)
                      move f89700-cd-empresa to ws-empresa-lida
                      move f89700-cd-filial  to ws-filial-lida
                      if   ws-unidade-lida not = ws-unidade-verificada
                           move ws-unidade-lida to ws-unidade-verificada
                           perform 2050-verifica-desativacao
                      end-if
                      if   not ws-unidade-desativada
                           perform 2010-trata-divergencia
                      end-if
                 end-if
                 perform 9000-ler-pd89700-nex
            end-perform
            if   ws-unidade-aberta
                 perform 2800-imprime-unidade
            end-if
            move zeros                  to ws-resultado-acesso.
       2000-exit.
            exit.

      *>===================================================================================
       2010-trata-divergencia section.
       2010.
            if   ws-unidade-aberta
            and (f89700-cd-empresa not = ws-empresa-unidade
            or   f89700-cd-filial  not = ws-filial-unidade)
                 perform 2800-imprime-unidade
            end-if
            if   not ws-unidade-aberta
                 move "S"               to ws-unidade-aberta-ind
                 move f89700-cd-empresa to ws-empresa-unidade
                 move f89700-cd-filial  to ws-filial-unidade
                 initialize             ws-totais-unidade
            end-if
            perform 2100-acumula-divergencia.
       2010-exit.
            exit.

      *>===================================================================================
      *>    Unidade desativada (registro 86) não entra no relatório da instalação -
      *>    é só contada nos totais.
      *>===================================================================================
       2050-verifica-desativacao section.
       2050.
            move spaces                 to ws-situacao-unidade
            initialize                  fpard-desativacao-filial
            move ws-empresa-lida        to fpard-cd-empresa
            move ws-filial-lida         to fpard-cd-filial
            move 86                     to fpard-cd-registro
            move 0                      to fpard-cd-sequencia
            perform 9000-ler-pd99800-ran
            if   ws-operacao-ok
            and  fpard-filial-desativada
                 move "D"               to ws-situacao-unidade
                 add 1                  to ws-qt-desativadas
            end-if
            move zeros                  to ws-resultado-acesso.
       2050-exit.
            exit.

      *>===================================================================================
       2100-acumula-divergencia section.
       2100.
            evaluate true
                when f89700-divergencia-resolvida
                     add 1              to ws-tu-resolvidas
                     exit section
                when f89700-divergencia-aceita
                     add 1              to ws-tu-aceitas
                     exit section
            end-evaluate
            add 1                       to ws-tu-abertas
            if   ws-tu-mais-antiga = zeros
            or   f89700-dt-entrega < ws-tu-mais-antiga
                 move f89700-dt-entrega to ws-tu-mais-antiga
            end-if
            move zeros                  to ws-idade
            if   f89700-dt-entrega is numeric
            and  f89700-dt-entrega > zeros
                 move function integer-of-date(f89700-dt-entrega)
                                        to ws-integer-trabalho
                 if   ws-integer-trabalho > zeros
                      compute ws-idade = ws-integer-hoje - ws-integer-trabalho
                 end-if
            end-if
            evaluate true
                when ws-idade <= 30
                     add 1              to ws-tu-ate-30
                when ws-idade <= 60
                     add 1              to ws-tu-ate-60
                when ws-idade <= 90
                     add 1              to ws-tu-ate-90
                when ws-idade <= 180
                     add 1              to ws-tu-ate-180
                when other
                     add 1              to ws-tu-acima-180
            end-evaluate.
       2100-exit.
            exit.

      *>===================================================================================
       2800-imprime-unidade section.
       2800.
            add 1                       to ws-qt-unidades
            move spaces                 to re-linha-relatorio
            string ws-empresa-unidade "/" ws-filial-unidade ";"
                   ws-tu-abertas ";"
                   ws-tu-ate-30 ";" ws-tu-ate-60 ";" ws-tu-ate-90 ";"
                   ws-tu-ate-180 ";" ws-tu-acima-180 ";"
                   ws-tu-mais-antiga ";"
                   ws-tu-resolvidas ";" ws-tu-aceitas delimited by size
                   into re-linha-relatorio
            write re-linha-relatorio
            add ws-tu-ate-30            to ws-tg-ate-30
            add ws-tu-ate-60            to ws-tg-ate-60
            add ws-tu-ate-90            to ws-tg-ate-90
            add ws-tu-ate-180           to ws-tg-ate-180
            add ws-tu-acima-180         to ws-tg-acima-180
            add ws-tu-abertas           to ws-tg-abertas
            add ws-tu-resolvidas        to ws-tg-resolvidas
            add ws-tu-aceitas           to ws-tg-aceitas
            move "N"                    to ws-unidade-aberta-ind.
       2800-exit.
            exit.

      *>===================================================================================
       2900-imprime-totais section.
       2900.
            move spaces                 to re-linha-relatorio
            write re-linha-relatorio
            move spaces                 to re-linha-relatorio
            string "Total (" ws-qt-unidades " unidades);"
                   ws-tg-abertas ";"
                   ws-tg-ate-30 ";" ws-tg-ate-60 ";" ws-tg-ate-90 ";"
                   ws-tg-ate-180 ";" ws-tg-acima-180 ";;"
                   ws-tg-resolvidas ";" ws-tg-aceitas delimited by size
                   into re-linha-relatorio
            write re-linha-relatorio
            move spaces                 to re-linha-relatorio
            string "Desativadas (ignoradas);" ws-qt-desativadas delimited by size
                   into re-linha-relatorio
            write re-linha-relatorio.
       2900-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close pd89700
            close pd99800
            close rel-envelhecimento.
       3000-exit.
            exit.

      *>===================================================================================
       9000-abre-relatorio section.
       9000.
            move spaces                 to wid-rel-envelhecimento
            if   ws-nome-saida-lote not = spaces
                 if   lnk-formato-saida = spaces
                      move "TXT"        to lnk-formato-saida
                 end-if
                 string lnk-dtbpath delimited by " ",
                        "/../tmp/work/" delimited by size,
                        ws-nome-saida-lote delimited by "  ",
                        "." delimited by size,
                        lnk-formato-saida delimited by " "
                        into wid-rel-envelhecimento
            else
                 string lnk-dtbpath delimited by " ",
                        "/../tmp/work/divaging_" lnk-data-cpu ".txt"
                        into wid-rel-envelhecimento
            end-if
            open output rel-envelhecimento.
       9000-exit.
            exit.

      *>===================================================================================
      *> Leituras

       copy PCL89700.CPY.               *> Log divergências
       copy PCL99800.CPY.               *> Parâmetros
