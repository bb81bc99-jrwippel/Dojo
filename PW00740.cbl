      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id.  PW00740.
      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>            Linha do Tempo da Empresa Corporativa (PD26800)
      *>            --------------------------------------------------------
      *>
      *>    Para cada Empresa/Filial do EFDPAR (codigo-registro 1), lista todos
      *>    os nomes corporativos cadastrados no PD26800 com o período em que
      *>    cada um vale (início na f26800-dt-vigencia-i, fim no dia anterior à
      *>    vigência seguinte) e a situação em relação à data de movimento da
      *>    unidade (fpare-data-atual): ENCERRADA, VIGENTE - o nome que o login
      *>    mostra hoje - ou FUTURA. Unidade sem vigência sai com SEM VIGENCIA
      *>    e o nome do EFDPAR, que é o que o login usa nesse caso. Unidade
      *>    desativada (registro 86) fica fora da lista e é só contada nos totais.
      *>
      *>    Parâmetros (lnk-rotina-configuracao, campo=valor&...):
      *>        empresa=NNN        restringe às filiais de uma empresa (default todas)
      *>        filial=NNNN        restringe a uma filial da empresa informada
      *>
      *>    Saída: ../tmp/work/vigcorp_<data>.txt. Pode ser job de Lote do PW00007.
      *>

      *>===================================================================================
       environment division.
            special-names. decimal-point is comma.

       input-output section.
       file-control.

       copy PCS26800.CPY.               *> Empresa Corporativa
       copy PCS99800.CPY.               *> Parâmetros

            select rel-vigencia assign to disk wid-rel-vigencia
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-rel-vigencia.

      *>===================================================================================
       data division.

       copy PCF26800.CPY.               *> Empresa Corporativa
       copy PCF99800.CPY.               *> Parâmetros

       fd   rel-vigencia.
       01   rv-linha-relatorio          pic x(200).

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
            03 ws-empresa-filtro        pic 9(03) value zeros.
            03 ws-filial-filtro         pic 9(04) value zeros.
            03 ws-filial-informada      pic x(01) value "N".
               88 ws-com-filtro-filial      value "S".

       01   ws-campos-de-trabalho.
            03 ws-empresa-unidade       pic 9(03) value zeros.
            03 ws-filial-unidade        pic 9(04) value zeros.
            03 ws-data-movimento-unid   pic 9(08) value zeros.
            03 ws-nome-efdpar           pic x(30) value spaces.
            03 ws-inicio-anterior       pic 9(08) value zeros.
            03 ws-nome-anterior         pic x(30) value spaces.
            03 ws-fim-periodo           pic 9(08) value zeros.
            03 ws-situacao              pic x(12) value spaces.
            03 ws-qt-vigencias-unid     pic 9(05) value zeros.
            03 ws-qt-unidades           pic 9(05) value zeros.
            03 ws-qt-desativadas        pic 9(05) value zeros.
            03 ws-situacao-unidade      pic x(01) value spaces.
               88 ws-unidade-desativada     value "D".
            03 ws-qt-sem-vigencia       pic 9(05) value zeros.
            03 ws-qt-futuras            pic 9(05) value zeros.
            03 ws-qt-vigencias          pic 9(07) value zeros.

       01   wid-pd26800                 pic x(100) value spaces.
       01   wid-rel-vigencia            pic x(100) value spaces.
       01   ws-sts-rel-vigencia         pic x(02) value "00".
            88 ws-rel-vigencia-ok           value "00".

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
                 perform 2000-percorre-unidades
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
            move zeros                  to ws-qt-unidades ws-qt-sem-vigencia
                                           ws-qt-desativadas
                                           ws-qt-futuras ws-qt-vigencias
            perform 1100-carrega-parametros-entrada

            perform 9000-abre-relatorio
            if   not ws-rel-vigencia-ok
                 move "1"               to lnk-retorno
                 exit section
            end-if
            move spaces                 to wid-pd99800
            string lnk-dtbpath delimited by " "
                   "/EFDPAR.CAD" delimited by size
                   into wid-pd99800
            perform 9000-abrir-i-pd99800
            if   not ws-operacao-ok
                 move "ERRO;Falha na abertura do EFDPAR" to rv-linha-relatorio
                 write rv-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if
            perform 9000-abrir-i-pd26800
            if   not ws-operacao-ok
                 move "ERRO;Falha na abertura do EFD268" to rv-linha-relatorio
                 write rv-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if
            move "Empresa/Filial;Inicio;Fim;Nome;Situacao;Data Movimento"
                                        to rv-linha-relatorio
            write rv-linha-relatorio.
       1000-exit.
            exit.

      *>===================================================================================
       1100-carrega-parametros-entrada section.
       1100.
            move zeros                  to ws-empresa-filtro ws-filial-filtro
            move "N"                    to ws-filial-informada
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
                                    move ws-par-valor(1:3) to ws-empresa-filtro
                               end-if
                          when "filial"
                               if   ws-par-valor(1:4) is numeric
                                    move ws-par-valor(1:4) to ws-filial-filtro
                                    move "S"   to ws-filial-informada
                               end-if
                      end-evaluate
                 end-if
            end-perform
            if   ws-empresa-filtro = zeros
                 move "N"               to ws-filial-informada
            end-if.
       1100-exit.
            exit.

      *>===================================================================================
       2000-percorre-unidades section.
       2000.
            initialize                  fparm-mestre
            move ws-empresa-filtro      to fparm-cd-empresa
            if   ws-com-filtro-filial
                 move ws-filial-filtro  to fparm-cd-filial
            end-if
            perform 9000-str-pd99800-nlss
            if   ws-operacao-ok
                 perform 9000-ler-pd99800-nex
            end-if
            perform until not ws-operacao-ok
                 if   ws-empresa-filtro not = zeros
                 and  fparm-cd-empresa not = ws-empresa-filtro
                      exit perform
                 end-if
                 if   ws-com-filtro-filial
                 and  fparm-cd-filial not = ws-filial-filtro
                      exit perform
                 end-if
                 if   fparm-codigo-registro = 1
                 and  fparm-sequencia       = 0
                      move fparm-cd-empresa  to ws-empresa-unidade
                      move fparm-cd-filial   to ws-filial-unidade
                      move fpare-data-atual  to ws-data-movimento-unid
                      move fpare-nome-revenda to ws-nome-efdpar
                      perform 2050-verifica-desativacao
                      if   ws-unidade-desativada
                           add 1        to ws-qt-desativadas
                      else
                           perform 2100-linha-do-tempo-unidade
                      end-if
                 end-if
                 perform 9000-ler-pd99800-nex
            end-perform
            move zeros                  to ws-resultado-acesso.
       2000-exit.
            exit.

      *>===================================================================================
      *>    Leitura do registro 86 da unidade; a leitura seqüencial do EFDPAR é
      *>    reposicionada na própria unidade para a passada seguir adiante.
       2050-verifica-desativacao section.
       2050.
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
            initialize                  fparm-mestre
            move ws-empresa-unidade     to fparm-cd-empresa
            move ws-filial-unidade      to fparm-cd-filial
            move 1                      to fparm-codigo-registro
            move 0                      to fparm-sequencia
            perform 9000-str-pd99800-nlss
            perform 9000-ler-pd99800-nex.
       2050-exit.
            exit.

      *>===================================================================================
      *>    Vigências da unidade em ordem de data: cada uma é impressa quando a
      *>    seguinte é lida (o fim do período é a véspera da próxima); a última
      *>    fica sem fim.
      *>===================================================================================
       2100-linha-do-tempo-unidade section.
       2100.
            add 1                       to ws-qt-unidades
            move zeros                  to ws-qt-vigencias-unid
                                           ws-inicio-anterior
            move spaces                 to ws-nome-anterior
            initialize                  f26800-empresa-corporativa
            move ws-empresa-unidade     to f26800-cd-empresa
            move ws-filial-unidade      to f26800-cd-filial
            perform 9000-str-pd26800-nlss
            if   ws-operacao-ok
                 perform 9000-ler-pd26800-nex
            end-if
            perform until not ws-operacao-ok
                    or  f26800-cd-empresa not equal ws-empresa-unidade
                    or  f26800-cd-filial  not equal ws-filial-unidade
                 if   ws-qt-vigencias-unid > zeros
                      compute ws-fim-periodo = function date-of-integer
                              (function integer-of-date(f26800-dt-vigencia-i) - 1)
                      perform 2200-imprime-periodo
                 end-if
                 add 1                  to ws-qt-vigencias-unid
                 move f26800-dt-vigencia-i to ws-inicio-anterior
                 move f26800-nome-revenda  to ws-nome-anterior
                 perform 9000-ler-pd26800-nex
            end-perform
            move zeros                  to ws-resultado-acesso

            if   ws-qt-vigencias-unid = zeros
                 add 1                  to ws-qt-sem-vigencia
                 move spaces            to rv-linha-relatorio
                 string ws-empresa-unidade "/" ws-filial-unidade ";;;"
                        delimited by size,
                        ws-nome-efdpar delimited by "  ",
                        ";SEM VIGENCIA;" ws-data-movimento-unid
                        delimited by size
                        into rv-linha-relatorio
                 write rv-linha-relatorio
                 exit section
            end-if
            move zeros                  to ws-fim-periodo
            perform 2200-imprime-periodo.
       2100-exit.
            exit.

      *>===================================================================================
       2200-imprime-periodo section.
       2200.
            add 1                       to ws-qt-vigencias
            evaluate true
                when ws-inicio-anterior > ws-data-movimento-unid
                     move "FUTURA"      to ws-situacao
                     add 1              to ws-qt-futuras
                when ws-fim-periodo = zeros
                or   ws-fim-periodo not < ws-data-movimento-unid
                     move "VIGENTE"     to ws-situacao
                when other
                     move "ENCERRADA"   to ws-situacao
            end-evaluate
            move spaces                 to rv-linha-relatorio
            if   ws-fim-periodo = zeros
                 string ws-empresa-unidade "/" ws-filial-unidade ";"
                        ws-inicio-anterior ";;" delimited by size,
                        ws-nome-anterior delimited by "  ",
                        ";" delimited by size,
                        ws-situacao delimited by " ",
                        ";" ws-data-movimento-unid delimited by size
                        into rv-linha-relatorio
            else
                 string ws-empresa-unidade "/" ws-filial-unidade ";"
                        ws-inicio-anterior ";" ws-fim-periodo ";"
                        delimited by size,
                        ws-nome-anterior delimited by "  ",
                        ";" delimited by size,
                        ws-situacao delimited by " ",
                        ";" ws-data-movimento-unid delimited by size
                        into rv-linha-relatorio
            end-if
            write rv-linha-relatorio.
       2200-exit.
            exit.

      *>===================================================================================
       2900-imprime-totais section.
       2900.
            move spaces                 to rv-linha-relatorio
            string "Unidades;" ws-qt-unidades ";Vigencias;" ws-qt-vigencias
                   ";Futuras;" ws-qt-futuras ";Sem vigencia;" ws-qt-sem-vigencia
                   ";Desativadas (ignoradas);" ws-qt-desativadas
                   delimited by size
                   into rv-linha-relatorio
            write rv-linha-relatorio.
       2900-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close pd26800
            close pd99800
            close rel-vigencia.
       3000-exit.
            exit.

      *>===================================================================================
       9000-abre-relatorio section.
       9000.
            move spaces                 to wid-rel-vigencia
            string lnk-dtbpath delimited by " ",
                   "/../tmp/work/vigcorp_" lnk-data-cpu ".txt"
                   into wid-rel-vigencia
            open output rel-vigencia.
       9000-exit.
            exit.

      *>===================================================================================
      *> Leituras

       copy PCL26800.CPY.               *> Empresa Corporativa
       copy PCL99800.CPY.               *> Parâmetros
