      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id.  PW00747.
      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>            Importação de Renovação de Licenças (fpare-expiracao)
      *>            --------------------------------------------------------
      *>
      *>    A renovação da licença deixava de ser edição manual do CR=1 SEQ=0 de
      *>    cada unidade (um erro de digitação trancava a unidade no dia 1º): este
      *>    batch lê o arquivo de renovação enviado pelo fornecedor e atualiza a
      *>    data de expiração (fpare-expiracao) das Empresas/Filiais:
      *>        - cada linha é casada com a unidade pelo número de série
      *>          (fpare-numero-serie); série sem unidade no EFDPAR é rejeitada;
      *>        - a expiração nunca anda para trás: data nova anterior à atual é
      *>          rejeitada; igual à atual não altera nada;
      *>        - data nova já vencida (anterior a hoje) é rejeitada;
      *>        - o CR=1 SEQ=0 é regravado com imagem antes/depois no histórico
      *>          de parâmetros (PW99801X).
      *>    Qualquer rejeição encerra com erro, para aparecer na notificação do
      *>    Lote. O PW00720 continua avisando a proximidade da expiração.
      *>
      *>    Layout do arquivo do fornecedor (line sequential, uma licença por linha):
      *>        numero-serie;expiracao(aaaammdd)
      *>        ex.: ABC123456789;20271231
      *>    Linhas vazias e iniciadas por "*" são ignoradas.
      *>
      *>    Parâmetros (lnk-rotina-configuracao, campo=valor&...):
      *>        arquivo=<nome>     arquivo de renovação no diretório de integração
      *>                           (default LICENCA.TXT)
      *>        nomeArquivoSM=xxx  nome da saída catalogada pelo PW00007
      *>
      *>    Saída: ../tmp/work/<nomeArquivoSM>.<formato do job> quando rodado como
      *>    job de Lote do PW00007 com nome de saída, senão
      *>    ../tmp/work/licren_<data>.txt - expiração anterior e nova por unidade e
      *>    as linhas rejeitadas com o motivo.
      *>

      *>===================================================================================
       environment division.
            special-names. decimal-point is comma.

       input-output section.
       file-control.

       copy PCS99800.CPY.               *> Parâmetros

            select arq-licencas assign to disk wid-arq-licencas
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-arq-licencas.

            select rel-licencas assign to disk wid-rel-licencas
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-rel-licencas.

      *>===================================================================================
       data division.

       copy PCF99800.CPY.               *> Parâmetros

       fd   arq-licencas.
       01   al-linha-licenca            pic x(100).

       fd   rel-licencas.
       01   rl-linha-relatorio          pic x(300).

      *>===================================================================================
       working-storage section.
       78   versao                      value "a".

       78   ws-limite-unidades          value 200.

       copy PCW900.CPY.

       01   ws-PW99801X                 pic x(08) value "PW99801X".
       copy PCW99801.CPY.               *> Histórico de Alterações do PD99800

       01   ws-parametros-entrada.
            03 ws-par-config            pic x(2000) value spaces.
            03 ws-par-item              pic x(100) occurs 20.
            03 ws-par-campo             pic x(30) value spaces.
            03 ws-par-valor             pic x(60) value spaces.
            03 ws-par-index             pic 9(02) value zeros.
            03 ws-nome-arq-licencas     pic x(60) value spaces.
            03 ws-nome-saida-lote       pic x(60) value spaces.

       01   ws-campos-linha-licenca.
            03 ws-ll-numero-serie       pic x(30) value spaces.
            03 ws-ll-expiracao          pic x(10) value spaces.
            03 ws-expiracao-nova        pic 9(08) value zeros.
            03 ws-expiracao-anterior    pic 9(08) value zeros.
            03 ws-motivo-rejeicao       pic x(60) value spaces.

       01   ws-campos-de-trabalho.
            03 ws-data-hoje             pic 9(08) value zeros.
            03 ws-qt-linhas-lidas       pic 9(05) value zeros.
            03 ws-qt-linhas-rejeitadas  pic 9(05) value zeros.
            03 ws-qt-renovadas          pic 9(05) value zeros.
            03 ws-qt-inalteradas        pic 9(05) value zeros.
            03 ws-qt-recusadas          pic 9(05) value zeros.
            03 ws-qt-unidades           pic 9(03) value zeros.
            03 ws-qt-unidades-serie     pic 9(03) value zeros.
            03 ws-qt-unidades-fora      pic 9(05) value zeros.
            03 ws-ix-unidade            pic 9(03) value zeros.
            03 ws-imagem-anterior-par   pic x(189) value spaces.
            03 ws-situacao-unidade      pic x(60) value spaces.

       01   tb-unidades-efdpar.
            03 tb-unidade occurs 200.
               05 tb-un-empresa         pic 9(03).
               05 tb-un-filial          pic 9(04).
               05 tb-un-numero-serie    pic x(20).

       01   wid-arq-licencas            pic x(200) value spaces.
       01   ws-sts-arq-licencas         pic x(02) value "00".
            88 ws-arq-licencas-ok           value "00".
       01   wid-rel-licencas            pic x(100) value spaces.
       01   ws-sts-rel-licencas         pic x(02) value "00".
            88 ws-rel-licencas-ok           value "00".

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
                 perform 2000-processa-arquivo-licencas
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
            move function current-date(1:8) to ws-data-hoje
            perform 1100-carrega-parametros-entrada
            perform 9000-abre-relatorio
            if   not ws-rel-licencas-ok
                 move "1"               to lnk-retorno
                 exit section
            end-if
            move "Linha;Empresa/Filial;Número de Série;Expiração Anterior;Expiração Nova;Situação"
                                        to rl-linha-relatorio
            write rl-linha-relatorio

            open input arq-licencas
            if   not ws-arq-licencas-ok
                 move spaces            to rl-linha-relatorio
                 string ";;;;;ERRO - Arquivo de renovação inexistente ou ilegível: "
                        delimited by size
                        ws-nome-arq-licencas delimited by "  "
                        into rl-linha-relatorio
                 write rl-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if

            move spaces                 to wid-pd99800
            string lnk-dtbpath delimited by " "
                   "/EFDPAR.CAD" delimited by size
                   into wid-pd99800
            open i-o pd99800
            if   not ws-operacao-ok
                 move ";;;;;ERRO - Falha na abertura i-o do EFDPAR" to rl-linha-relatorio
                 write rl-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if

            perform 1200-carrega-unidades-efdpar
            if   ws-qt-unidades = zeros
                 move ";;;;;ERRO - Nenhuma unidade (CR=1, SEQ=0) no EFDPAR"
                                        to rl-linha-relatorio
                 write rl-linha-relatorio
                 move "1"               to lnk-retorno
            end-if.
       1000-exit.
            exit.

      *>===================================================================================
       1100-carrega-parametros-entrada section.
       1100.
            move "LICENCA.TXT"          to ws-nome-arq-licencas
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
                          when "arquivo"
                               if   ws-par-valor not = spaces
                                    move ws-par-valor to ws-nome-arq-licencas
                               end-if
                          when "nomeArquivoSM"
                               move ws-par-valor to ws-nome-saida-lote
                      end-evaluate
                 end-if
            end-perform
            inspect lnk-integpath replacing all "\" by "/"
            move spaces                 to wid-arq-licencas
            string lnk-integpath delimited by " ",
                   ws-nome-arq-licencas delimited by "  "
                   into wid-arq-licencas.
       1100-exit.
            exit.

      *>===================================================================================
      *>    Unidades do EFDPAR (CR=1 SEQ=0) com o número de série vigente.
      *>===================================================================================
       1200-carrega-unidades-efdpar section.
       1200.
            initialize                  fparm-mestre
            perform 9000-str-pd99800-nlss
            perform 9000-ler-pd99800-nex
            perform until not ws-operacao-ok
                 if   fparm-codigo-registro = 1
                 and  fparm-sequencia       = 0
                      if   ws-qt-unidades < ws-limite-unidades
                           add 1        to ws-qt-unidades
                           move fpare-cd-empresa   to tb-un-empresa(ws-qt-unidades)
                           move fpare-cd-filial    to tb-un-filial(ws-qt-unidades)
                           move fpare-numero-serie to tb-un-numero-serie(ws-qt-unidades)
                      else
                           add 1        to ws-qt-unidades-fora
                      end-if
                 end-if
                 perform 9000-ler-pd99800-nex
            end-perform
            move zeros                  to ws-resultado-acesso

      *>    unidade além do limite da tabela não é renovada - fica no relatório
            if   ws-qt-unidades-fora > zeros
                 move ws-limite-unidades to ws-ix-unidade
                 move spaces            to rl-linha-relatorio
                 string ";;;;;AVISO - " ws-qt-unidades-fora
                        " unidade(s) do EFDPAR além do limite de "
                        ws-ix-unidade
                        " não foram carregadas e não serão renovadas"
                        delimited by size
                        into rl-linha-relatorio
                 write rl-linha-relatorio
                 move "1"               to lnk-retorno
            end-if.
       1200-exit.
            exit.

      *>===================================================================================
       2000-processa-arquivo-licencas section.
       2000.
            read arq-licencas
            perform until not ws-arq-licencas-ok
                 add 1                  to ws-qt-linhas-lidas
                 if   al-linha-licenca not = spaces
                 and  al-linha-licenca(1:1) not = "*"
                      perform 2100-processa-linha-licenca
                 end-if
                 read arq-licencas
            end-perform
            close arq-licencas.
       2000-exit.
            exit.

      *>===================================================================================
       2100-processa-linha-licenca section.
       2100.
            perform 2110-valida-linha-licenca
            if   ws-motivo-rejeicao = spaces
                 move zeros             to ws-qt-unidades-serie
                 perform varying ws-ix-unidade from 1 by 1
                         until ws-ix-unidade > ws-qt-unidades
                      if   tb-un-numero-serie(ws-ix-unidade) = ws-ll-numero-serie
                           add 1        to ws-qt-unidades-serie
                           perform 2200-renova-unidade
                      end-if
                 end-perform
                 if   ws-qt-unidades-serie = zeros
                      move "Número de série sem Empresa/Filial no EFDPAR"
                                        to ws-motivo-rejeicao
                 end-if
            end-if
            if   ws-motivo-rejeicao not = spaces
                 add 1                  to ws-qt-linhas-rejeitadas
                 move "1"               to lnk-retorno
                 move spaces            to rl-linha-relatorio
                 string ws-qt-linhas-lidas ";;" delimited by size
                        ws-ll-numero-serie delimited by "  "
                        ";;;REJEITADA - " delimited by size
                        ws-motivo-rejeicao delimited by "  "
                        " - " delimited by size
                        al-linha-licenca delimited by "  "
                        into rl-linha-relatorio
                 write rl-linha-relatorio
            end-if.
       2100-exit.
            exit.

      *>===================================================================================
       2110-valida-linha-licenca section.
       2110.
            move spaces                 to ws-motivo-rejeicao
            move spaces                 to ws-ll-numero-serie ws-ll-expiracao
            unstring al-linha-licenca delimited by ";" into
                     ws-ll-numero-serie ws-ll-expiracao
            if   ws-ll-numero-serie = spaces
                 move "Número de série em branco" to ws-motivo-rejeicao
                 exit section
            end-if
            if   ws-ll-numero-serie(21:) not = spaces
                 move "Número de série com mais de 20 posições" to ws-motivo-rejeicao
                 exit section
            end-if
            if   ws-ll-expiracao(1:8) is not numeric
            or   ws-ll-expiracao(9:) not = spaces
                 move "Data de expiração inválida" to ws-motivo-rejeicao
                 exit section
            end-if
            move ws-ll-expiracao(1:8)   to ws-expiracao-nova
            if   ws-expiracao-nova(1:4) < "1601"
            or   ws-expiracao-nova(5:2) < "01" or ws-expiracao-nova(5:2) > "12"
            or   ws-expiracao-nova(7:2) < "01" or ws-expiracao-nova(7:2) > "31"
                 move "Data de expiração inválida" to ws-motivo-rejeicao
                 exit section
            end-if
            if   function integer-of-date(ws-expiracao-nova) = zeros
                 move "Data de expiração inválida" to ws-motivo-rejeicao
                 exit section
            end-if
            if   ws-expiracao-nova < ws-data-hoje
                 move "Data de expiração já vencida" to ws-motivo-rejeicao
            end-if.
       2110-exit.
            exit.

      *>===================================================================================
      *>    Unidade do número de série: expiração nunca volta; igual não regrava;
      *>    posterior regrava o CR=1 SEQ=0 com histórico antes/depois.
      *>===================================================================================
       2200-renova-unidade section.
       2200.
            initialize                  fpare-registro-01
            move tb-un-empresa(ws-ix-unidade) to fpare-cd-empresa
            move tb-un-filial(ws-ix-unidade)  to fpare-cd-filial
            move 1                      to fpare-codigo-registro
            move 0                      to fpare-sequencia
            perform 9000-ler-pd99800-ran
            if   not ws-operacao-ok
                 move "ERRO - Releitura do CR=1 SEQ=0 falhou" to ws-situacao-unidade
                 move zeros             to ws-expiracao-anterior
                 move "1"               to lnk-retorno
                 perform 2290-imprime-unidade
                 exit section
            end-if
            move zeros                  to ws-expiracao-anterior
            if   fpare-expiracao is numeric
                 move fpare-expiracao   to ws-expiracao-anterior
            end-if

            evaluate true
                when ws-expiracao-nova < ws-expiracao-anterior
                     add 1              to ws-qt-recusadas
                     move "1"           to lnk-retorno
                     move "RECUSADA - expiração não pode voltar"
                                        to ws-situacao-unidade
                when ws-expiracao-nova = ws-expiracao-anterior
                     add 1              to ws-qt-inalteradas
                     move "INALTERADA"  to ws-situacao-unidade
                when other
                     move fparm-dados   to ws-imagem-anterior-par
                     move ws-expiracao-nova to fpare-expiracao
                     rewrite fparm-mestre
                     if   ws-operacao-ok
                          perform 9000-grava-hist-parametro
                          add 1         to ws-qt-renovadas
                          move "RENOVADA" to ws-situacao-unidade
                     else
                          perform 9000-monta-status
                          move spaces   to ws-situacao-unidade
                          string "ERRO - regravação do CR=1 SEQ=0 - Status: "
                                 ws-status delimited by "  "
                                 into ws-situacao-unidade
                          move "1"      to lnk-retorno
                     end-if
            end-evaluate
            move zeros                  to ws-resultado-acesso
            perform 2290-imprime-unidade.
       2200-exit.
            exit.

      *>===================================================================================
       2290-imprime-unidade section.
       2290.
            move spaces                 to rl-linha-relatorio
            string ws-qt-linhas-lidas ";" delimited by size
                   tb-un-empresa(ws-ix-unidade) "/"
                   tb-un-filial(ws-ix-unidade) ";" delimited by size
                   ws-ll-numero-serie delimited by "  "
                   ";" ws-expiracao-anterior ";" ws-expiracao-nova ";"
                   delimited by size
                   ws-situacao-unidade delimited by "  "
                   into rl-linha-relatorio
            write rl-linha-relatorio.
       2290-exit.
            exit.

      *>===================================================================================
       2900-imprime-totais section.
       2900.
            move spaces                 to rl-linha-relatorio
            write rl-linha-relatorio
            move spaces                 to rl-linha-relatorio
            string "Linhas lidas;" ws-qt-linhas-lidas
                   ";Rejeitadas;" ws-qt-linhas-rejeitadas
                   ";Unidades renovadas;" ws-qt-renovadas
                   ";Inalteradas;" ws-qt-inalteradas
                   ";Recusadas;" ws-qt-recusadas delimited by size
                   into rl-linha-relatorio
            write rl-linha-relatorio.
       2900-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close pd99800
            close arq-licencas
            close rel-licencas.
       3000-exit.
            exit.

      *>===================================================================================
       9000-grava-hist-parametro section.
       9000.
            initialize                  lnk-hist-pd99800
            move fpare-cd-empresa       to lnk-hp-cd-empresa
            move fpare-cd-filial        to lnk-hp-cd-filial
            move 1                      to lnk-hp-codigo-registro
            move 0                      to lnk-hp-sequencia
            move ws-imagem-anterior-par to lnk-hp-imagem-anterior
            move fparm-dados            to lnk-hp-imagem-atual
            move "PW00747"              to lnk-hp-nome-programa
            call ws-PW99801X using lnk-par lnk-hist-pd99800
            cancel ws-PW99801X
            move zeros                  to ws-resultado-acesso.
       9000-exit.
            exit.

      *>===================================================================================
       9000-monta-status section.
       9000.
            move spaces                 to ws-status
            move ws-resultado-acesso    to ws-status.
       9000-exit.
            exit.

      *>===================================================================================
       9000-abre-relatorio section.
       9000.
            move spaces                 to wid-rel-licencas
            if   ws-nome-saida-lote not = spaces
                 if   lnk-formato-saida = spaces
                      move "TXT"        to lnk-formato-saida
                 end-if
                 string lnk-dtbpath delimited by " ",
                        "/../tmp/work/" delimited by size,
                        ws-nome-saida-lote delimited by "  ",
                        "." delimited by size,
                        lnk-formato-saida delimited by " "
                        into wid-rel-licencas
            else
                 string lnk-dtbpath delimited by " ",
                        "/../tmp/work/licren_" lnk-data-cpu ".txt"
                        into wid-rel-licencas
            end-if
            open output rel-licencas.
       9000-exit.
            exit.

      *>===================================================================================
      *> Leituras

       copy PCL99800.CPY.               *> Parâmetros
