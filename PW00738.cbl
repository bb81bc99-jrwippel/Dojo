      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id.  PW00738.
      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>              Matriz de Projetos x Empresa/Filial (PD09400)
      *>            --------------------------------------------------------
      *>
      *>    Mostra, em uma única planilha, a situação de cada projeto em cada
      *>    unidade da instalação: uma linha por Empresa/Filial do EFDPAR
      *>    (codigo-registro 1) e uma coluna por projeto existente no PD09400,
      *>    com S (habilitado), N (desabilitado) ou - (sem registro na unidade),
      *>    e ao final o total de unidades habilitadas por projeto - para
      *>    responder "quem está com o projeto X ligado" sem abrir o EFD940.CAD.
      *>
      *>    Parâmetros (lnk-rotina-configuracao, campo=valor&...):
      *>        empresa=NNN        restringe às filiais de uma empresa (default todas)
      *>
      *>    Saída: ../tmp/work/prjmatriz_<data>.txt. Pode ser job de Lote do PW00007.
      *>

      *>===================================================================================
       environment division.
            special-names. decimal-point is comma.

       input-output section.
       file-control.

       copy PCS09400.CPY.               *> Controle de Projetos
       copy PCS99800.CPY.               *> Parâmetros

            select rel-matriz assign to disk wid-rel-matriz
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-rel-matriz.

      *>===================================================================================
       data division.

       copy PCF09400.CPY.               *> Controle de Projetos
       copy PCF99800.CPY.               *> Parâmetros

       fd   rel-matriz.
       01   rm-linha-relatorio          pic x(2100).

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

       01   ws-campos-de-trabalho.
            03 ws-empresa-unidade       pic 9(03) value zeros.
            03 ws-filial-unidade        pic 9(04) value zeros.
            03 ws-ix-projeto            pic 9(04) value zeros.
            03 ws-qt-projetos           pic 9(04) value zeros.
            03 ws-qt-unidades           pic 9(05) value zeros.
            03 ws-qt-desativadas        pic 9(05) value zeros.
            03 ws-situacao-unidade      pic x(01) value spaces.
               88 ws-unidade-desativada     value "D".
            03 ws-ptr-linha             pic 9(05) value zeros.

       01   tb-matriz-projetos.
            03 tb-projeto               occurs 999.
               05 tb-prj-presente       pic x(01).
               05 tb-prj-status-unid    pic x(01).
               05 tb-prj-qt-habilitadas pic 9(05).

       01   wid-pd09400                 pic x(100) value spaces.
       01   wid-rel-matriz              pic x(100) value spaces.
       01   ws-sts-rel-matriz           pic x(02) value "00".
            88 ws-rel-matriz-ok             value "00".

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
                 perform 2000-levanta-projetos
                 perform 2100-imprime-cabecalho
                 perform 2200-percorre-unidades
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
            move zeros                  to ws-qt-projetos ws-qt-unidades
                                           ws-qt-desativadas
            perform 1100-carrega-parametros-entrada
            perform varying ws-ix-projeto from 1 by 1
                    until ws-ix-projeto > 999
                 move "N"               to tb-prj-presente(ws-ix-projeto)
                 move "-"               to tb-prj-status-unid(ws-ix-projeto)
                 move zeros             to tb-prj-qt-habilitadas(ws-ix-projeto)
            end-perform

            perform 9000-abre-relatorio
            if   not ws-rel-matriz-ok
                 move "1"               to lnk-retorno
                 exit section
            end-if
            move spaces                 to wid-pd99800
            string lnk-dtbpath delimited by " "
                   "/EFDPAR.CAD" delimited by size
                   into wid-pd99800
            perform 9000-abrir-i-pd99800
            if   not ws-operacao-ok
                 move "ERRO;Falha na abertura do EFDPAR" to rm-linha-relatorio
                 write rm-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if
            perform 9000-abrir-i-pd09400
            if   not ws-operacao-ok
                 move "ERRO;Falha na abertura do EFD940" to rm-linha-relatorio
                 write rm-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if.
       1000-exit.
            exit.

      *>===================================================================================
       1100-carrega-parametros-entrada section.
       1100.
            move zeros                  to ws-empresa-filtro
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
                      if   ws-par-campo = "empresa"
                      and  ws-par-valor(1:3) is numeric
                           move ws-par-valor(1:3) to ws-empresa-filtro
                      end-if
                 end-if
            end-perform.
       1100-exit.
            exit.

      *>===================================================================================
      *>    Primeira passada: quais projetos existem em alguma unidade (colunas).
      *>===================================================================================
       2000-levanta-projetos section.
       2000.
            initialize                  f9400-dados-projeto
            perform 9000-str-pd09400-nlss
            if   ws-operacao-ok
                 perform 9000-ler-pd09400-nex
            end-if
            perform until not ws-operacao-ok
                 if   f9400-codigo-projeto > zeros
                 and  (ws-empresa-filtro = zeros
                       or f9400-cd-empresa = ws-empresa-filtro)
                 and  tb-prj-presente(f9400-codigo-projeto) = "N"
                      move "S"          to tb-prj-presente(f9400-codigo-projeto)
                      add 1             to ws-qt-projetos
                 end-if
                 perform 9000-ler-pd09400-nex
            end-perform
            move zeros                  to ws-resultado-acesso.
       2000-exit.
            exit.

      *>===================================================================================
       2100-imprime-cabecalho section.
       2100.
            move spaces                 to rm-linha-relatorio
            move 1                      to ws-ptr-linha
            string "Empresa/Filial" delimited by size
                   into rm-linha-relatorio
                   pointer ws-ptr-linha
            perform varying ws-ix-projeto from 1 by 1
                    until ws-ix-projeto > 999
                 if   tb-prj-presente(ws-ix-projeto) = "S"
                      string ";P" delimited by size,
                             ws-ix-projeto(2:3) delimited by size
                             into rm-linha-relatorio
                             pointer ws-ptr-linha
                 end-if
            end-perform
            write rm-linha-relatorio.
       2100-exit.
            exit.

      *>===================================================================================
      *>    Segunda passada: uma linha por unidade do EFDPAR, com a situação de
      *>    cada projeto lida do PD09400 da unidade. Unidade desativada (registro
      *>    86) fica fora da matriz e é só contada nos totais.
      *>===================================================================================
       2200-percorre-unidades section.
       2200.
            initialize                  fparm-mestre
            move ws-empresa-filtro      to fparm-cd-empresa
            perform 9000-str-pd99800-nlss
            if   ws-operacao-ok
                 perform 9000-ler-pd99800-nex
            end-if
            perform until not ws-operacao-ok
                 if   ws-empresa-filtro not = zeros
                 and  fparm-cd-empresa not = ws-empresa-filtro
                      exit perform
                 end-if
                 if   fparm-codigo-registro = 1
                 and  fparm-sequencia       = 0
                      move fparm-cd-empresa to ws-empresa-unidade
                      move fparm-cd-filial  to ws-filial-unidade
                      perform 2205-verifica-desativacao
                      if   ws-unidade-desativada
                           add 1        to ws-qt-desativadas
                      else
                           perform 2210-carrega-projetos-unidade
                           perform 2220-imprime-linha-unidade
                      end-if
                 end-if
                 perform 9000-ler-pd99800-nex
            end-perform
            move zeros                  to ws-resultado-acesso.
       2200-exit.
            exit.

      *>===================================================================================
      *>    Leitura do registro 86 da unidade; a leitura seqüencial do EFDPAR é
      *>    reposicionada na própria unidade para a passada seguir adiante.
       2205-verifica-desativacao section.
       2205.
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
       2205-exit.
            exit.

      *>===================================================================================
       2210-carrega-projetos-unidade section.
       2210.
            add 1                       to ws-qt-unidades
            perform varying ws-ix-projeto from 1 by 1
                    until ws-ix-projeto > 999
                 move "-"               to tb-prj-status-unid(ws-ix-projeto)
            end-perform
            initialize                  f9400-dados-projeto
            move ws-empresa-unidade     to f9400-cd-empresa
            move ws-filial-unidade      to f9400-cd-filial
            perform 9000-str-pd09400-nlss
            if   ws-operacao-ok
                 perform 9000-ler-pd09400-nex
            end-if
            perform until not ws-operacao-ok
                    or  f9400-cd-empresa not equal ws-empresa-unidade
                    or  f9400-cd-filial  not equal ws-filial-unidade
                 if   f9400-codigo-projeto > zeros
                      if   f9400-habilitado
                           move "S"     to tb-prj-status-unid(f9400-codigo-projeto)
                           add 1        to tb-prj-qt-habilitadas(f9400-codigo-projeto)
                      else
                           move "N"     to tb-prj-status-unid(f9400-codigo-projeto)
                      end-if
                 end-if
                 perform 9000-ler-pd09400-nex
            end-perform
            move zeros                  to ws-resultado-acesso.
       2210-exit.
            exit.

      *>===================================================================================
       2220-imprime-linha-unidade section.
       2220.
            move spaces                 to rm-linha-relatorio
            move 1                      to ws-ptr-linha
            string ws-empresa-unidade "/" ws-filial-unidade delimited by size
                   into rm-linha-relatorio
                   pointer ws-ptr-linha
            perform varying ws-ix-projeto from 1 by 1
                    until ws-ix-projeto > 999
                 if   tb-prj-presente(ws-ix-projeto) = "S"
                      string ";" delimited by size,
                             tb-prj-status-unid(ws-ix-projeto) delimited by size
                             into rm-linha-relatorio
                             pointer ws-ptr-linha
                 end-if
            end-perform
            write rm-linha-relatorio.
       2220-exit.
            exit.

      *>===================================================================================
       2900-imprime-totais section.
       2900.
            move spaces                 to rm-linha-relatorio
            move 1                      to ws-ptr-linha
            string "Habilitadas" delimited by size
                   into rm-linha-relatorio
                   pointer ws-ptr-linha
            perform varying ws-ix-projeto from 1 by 1
                    until ws-ix-projeto > 999
                 if   tb-prj-presente(ws-ix-projeto) = "S"
                      string ";" delimited by size,
                             tb-prj-qt-habilitadas(ws-ix-projeto) delimited by size
                             into rm-linha-relatorio
                             pointer ws-ptr-linha
                 end-if
            end-perform
            write rm-linha-relatorio
            move spaces                 to rm-linha-relatorio
            string "Unidades;" ws-qt-unidades
                   ";Desativadas (ignoradas);" ws-qt-desativadas
                   ";Projetos;" ws-qt-projetos
                   delimited by size
                   into rm-linha-relatorio
            write rm-linha-relatorio.
       2900-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close pd09400
            close pd99800
            close rel-matriz.
       3000-exit.
            exit.

      *>===================================================================================
       9000-abre-relatorio section.
       9000.
            move spaces                 to wid-rel-matriz
            string lnk-dtbpath delimited by " ",
                   "/../tmp/work/prjmatriz_" lnk-data-cpu ".txt"
                   into wid-rel-matriz
            open output rel-matriz.
       9000-exit.
            exit.

      *>===================================================================================
      *> Leituras

       copy PCL09400.CPY.               *> Controle de Projetos
       copy PCL99800.CPY.               *> Parâmetros
