      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id.  PW00755.
      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>            Arquivo Morto de Empresa/Filial Desativada
      *>            --------------------------------------------------------
      *>
      *>    Filial desativada pela tela PW00754 (registro 86 do EFDPAR) continua
      *>    com todos os registros nos arquivos operacionais até passar a
      *>    carência gravada na desativação. Este batch percorre as unidades
      *>    desativadas da instalação e, para as que já passaram da carência
      *>    (dias desde a desativação) e ainda não foram arquivadas, move os
      *>    registros da Empresa/Filial para arquivos mortos por unidade:
      *>        - EFDPAR.CAD (menos o CR=1 SEQ=0 e o registro 86, que ficam para
      *>          o logon continuar apontando a substituta) para
      *>          EFDPARA<eee><ffff>.CAD;
      *>        - PD99704 / PD99705 / PD99706 (Lotes, histórico e saídas) para
      *>          pd99704a<eee><ffff>.dat / pd99705a... / pd99706a...;
      *>        - EFDFER.CAD (calendário de feriados) para EFDFERA<eee><ffff>.CAD.
      *>    No fim a data de arquivamento é gravada no registro 86, com histórico
      *>    (PW99801X). Uma execução interrompida pode ser repetida: registro que
      *>    já está no arquivo morto é regravado com a imagem do mestre.
      *>
      *>    Com acao=recupera traz de volta todos os registros de uma unidade
      *>    (empresa e filial obrigatórias) e zera a data de arquivamento - passo
      *>    exigido antes da reativação na PW00754. Registro que já exista no
      *>    mestre é mantido como está.
      *>
      *>    Parâmetros (lnk-rotina-configuracao, campo=valor&...):
      *>        acao=arquiva       (default) ou recupera
      *>        empresa=NNN        restringe a uma empresa (obrigatório em recupera)
      *>        filial=NNNN        restringe a uma filial da empresa informada
      *>                           (obrigatório em recupera)
      *>        nomeArquivoSM=xxx  nome da saída catalogada pelo PW00007
      *>
      *>    Saída: ../tmp/work/<nomeArquivoSM>.<formato do job> quando rodado como
      *>    job de Lote com nome de saída (entra no catálogo PD99706), senão
      *>    ../tmp/work/arqfilial_<data>.txt (arquivamento) ou
      *>    ../tmp/work/recfilial_<data>.txt (recuperação). Pode ser job de Lote
      *>    do PW00007 de qualquer unidade ativa.
      *>

      *>===================================================================================
       environment division.
            special-names. decimal-point is comma.

       input-output section.
       file-control.

       copy PCS99704.CPY.               *> Lotes de Rotinas
       copy PCS99704.CPY replacing leading ==f99704== by ==x99704==
                                       ==pd99704== by ==px99704==
                                   ==wid-pd99704== by ==wid-px99704==.
       copy PCS99705.CPY.               *> Histórico de Execução de Lotes
       copy PCS99705.CPY replacing leading ==h99705== by ==x99705==
                                       ==pd99705== by ==px99705==
                                   ==wid-pd99705== by ==wid-px99705==.
       copy PCS99706.CPY.               *> Saídas de Lotes
       copy PCS99706.CPY replacing leading ==s99706== by ==x99706==
                                       ==pd99706== by ==px99706==
                                   ==wid-pd99706== by ==wid-px99706==.
       copy PCS99707.CPY.               *> Calendário de Feriados
       copy PCS99707.CPY replacing leading ==f99707== by ==x99707==
                                       ==pd99707== by ==px99707==
                                   ==wid-pd99707== by ==wid-px99707==.
       copy PCS99800.CPY.               *> Parâmetros
       copy PCS99800.CPY replacing leading ==fpar== by ==xpar==
                                       ==pd99800== by ==px99800==
                                   ==wid-pd99800== by ==wid-px99800==.

            select rel-arquivamento assign to disk wid-rel-arquivamento
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-rel-arquivamento.

      *>===================================================================================
       data division.

       copy PCF99704.CPY.               *> Lotes de Rotinas
       copy PCF99704.CPY replacing leading ==f99704== by ==x99704==
                                       ==pd99704== by ==px99704==.
       copy PCF99705.CPY.               *> Histórico de Execução de Lotes
       copy PCF99705.CPY replacing leading ==h99705== by ==x99705==
                                       ==pd99705== by ==px99705==.
       copy PCF99706.CPY.               *> Saídas de Lotes
       copy PCF99706.CPY replacing leading ==s99706== by ==x99706==
                                       ==pd99706== by ==px99706==.
       copy PCF99707.CPY.               *> Calendário de Feriados
       copy PCF99707.CPY replacing leading ==f99707== by ==x99707==
                                       ==pd99707== by ==px99707==.
       copy PCF99800.CPY.               *> Parâmetros
       copy PCF99800.CPY replacing leading ==fpar== by ==xpar==
                                       ==pd99800== by ==px99800==.

       fd   rel-arquivamento.
       01   ra-linha-relatorio          pic x(300).

      *>===================================================================================
       working-storage section.
       78   versao                      value "a".

       78   ws-limite-unidades          value 200.

       copy PCW900.CPY.
       copy PCW99707.CPY.

       01   ws-PW99801X                 pic x(08) value "PW99801X".
       copy PCW99801.CPY.               *> Histórico de Alterações do PD99800

       01   ws-parametros-entrada.
            03 ws-par-config            pic x(2000) value spaces.
            03 ws-par-item              pic x(100) occurs 20.
            03 ws-par-campo             pic x(30) value spaces.
            03 ws-par-valor             pic x(60) value spaces.
            03 ws-par-index             pic 9(02) value zeros.
            03 ws-acao                  pic x(10) value spaces.
               88 ws-acao-arquiva           value "arquiva".
               88 ws-acao-recupera          value "recupera".
            03 ws-empresa-filtro        pic 9(03) value zeros.
            03 ws-filial-filtro         pic 9(04) value zeros.
            03 ws-filial-informada      pic x(01) value "N".
               88 ws-com-filial             value "S".
            03 ws-nome-saida-lote       pic x(60) value spaces.

       01   ws-campos-de-trabalho.
            03 ws-data-hoje             pic 9(08) value zeros.
            03 ws-dias                  pic s9(09) value zeros.
            03 ws-empresa-unidade       pic 9(03) value zeros.
            03 ws-filial-unidade        pic 9(04) value zeros.
            03 ws-ix-unidade            pic 9(03) value zeros.
            03 ws-qt-unidades           pic 9(03) value zeros.
            03 ws-qt-em-carencia        pic 9(03) value zeros.
            03 ws-qt-arquivadas         pic 9(03) value zeros.
            03 ws-imagem-anterior-par   pic x(189) value spaces.
            03 ws-erro-unidade-ind      pic x(01) value "N".
               88 ws-erro-unidade           value "S".
            03 ws-nome-arquivo          pic x(12) value spaces.
            03 ws-qt-movidos-unid.
               05 ws-qt-movidos-par     pic 9(07) value zeros.
               05 ws-qt-movidos-704     pic 9(07) value zeros.
               05 ws-qt-movidos-705     pic 9(07) value zeros.
               05 ws-qt-movidos-706     pic 9(07) value zeros.
               05 ws-qt-movidos-707     pic 9(07) value zeros.
            03 ws-qt-mantidos-unid      pic 9(07) value zeros.
            03 ws-qt-registros-total    pic 9(09) value zeros.

       01   tb-unidades-desativadas.
            03 tb-unidade occurs 200.
               05 tb-un-empresa         pic 9(03).
               05 tb-un-filial          pic 9(04).
               05 tb-un-dt-desativacao  pic 9(08).
               05 tb-un-dias-carencia   pic 9(04).

       01   wid-efdpara.
            03  filler                  pic x(07) value "EFDPARA".
            03  wid-emp-para            pic 9(03).
            03  wid-fil-para            pic 9(04).
            03  filler                  pic x(04) value ".CAD".
       01   wid-efdfera.
            03  filler                  pic x(07) value "EFDFERA".
            03  wid-emp-fera            pic 9(03).
            03  wid-fil-fera            pic 9(04).
            03  filler                  pic x(04) value ".CAD".
       01   wid-pd9970na.
            03  filler                  pic x(02) value "pd".
            03  wid-arq-na              pic 9(05).
            03  filler                  pic x(01) value "a".
            03  wid-emp-na              pic 9(03).
            03  wid-fil-na              pic 9(04).
            03  filler                  pic x(04) value ".dat".

       01   wid-px99704                 pic x(100) value spaces.
       01   wid-px99705                 pic x(100) value spaces.
       01   wid-px99706                 pic x(100) value spaces.
       01   wid-px99707                 pic x(100) value spaces.
       01   wid-px99800                 pic x(100) value spaces.
       01   wid-rel-arquivamento        pic x(100) value spaces.
       01   ws-sts-rel-arquivamento     pic x(02) value "00".
            88 ws-rel-arquivamento-ok       value "00".

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
                 if   ws-acao-recupera
                      perform 4000-recupera-unidade
                 else
                      perform 2000-arquiva-unidades
                      perform 2900-imprime-totais
                 end-if
            end-if
            perform 3000-finalizacao.
       0000-saida.
            exit program
            stop run.

      *>===================================================================================
       1000-inicializacao section.
       1000.
            move "0"                    to lnk-retorno
            move zeros                  to ws-qt-unidades ws-qt-em-carencia
                                           ws-qt-arquivadas ws-qt-registros-total
            move function current-date(1:8) to ws-data-hoje
            perform 1100-carrega-parametros-entrada

            perform 9000-abre-relatorio
            if   not ws-rel-arquivamento-ok
                 move "1"               to lnk-retorno
                 exit section
            end-if

            move spaces                 to wid-pd99800
            string lnk-dtbpath delimited by " "
                   "/EFDPAR.CAD" delimited by size
                   into wid-pd99800
            open i-o pd99800
            if   not ws-operacao-ok
                 move "PW00755;;Falha na abertura i-o do EFDPAR" to ra-linha-relatorio
                 write ra-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if
            perform 9000-abrir-io-pd99704
            perform 9000-abrir-io-pd99705
            perform 9000-abrir-io-pd99706
            perform 9000-abrir-io-pd99707
            if   not ws-operacao-ok
                 perform 9000-monta-status
                 move spaces            to ra-linha-relatorio
                 string "PW00755;;Falha na abertura dos arquivos de Lotes/feriados - Status: "
                        ws-status delimited by "  "
                        into ra-linha-relatorio
                 write ra-linha-relatorio
                 move "1"               to lnk-retorno
            end-if.
       1000-exit.
            exit.

      *>===================================================================================
       1100-carrega-parametros-entrada section.
       1100.
            move "arquiva"              to ws-acao
            move zeros                  to ws-empresa-filtro ws-filial-filtro
            move "N"                    to ws-filial-informada
            move spaces                 to ws-nome-saida-lote
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
                          when "acao"
                               if   ws-par-valor = "recupera"
                                    move "recupera" to ws-acao
                               end-if
                          when "empresa"
                               if   ws-par-valor(1:3) is numeric
                                    move ws-par-valor(1:3) to ws-empresa-filtro
                               end-if
                          when "filial"
                               if   ws-par-valor(1:4) is numeric
                                    move ws-par-valor(1:4) to ws-filial-filtro
                                    move "S"   to ws-filial-informada
                               end-if
                          when "nomeArquivoSM"
                               move ws-par-valor to ws-nome-saida-lote
                      end-evaluate
                 end-if
            end-perform
            if   ws-empresa-filtro = zeros
                 move "N"               to ws-filial-informada
            end-if.
       1100-exit.
            exit.

      *>===================================================================================
      *>    Unidades desativadas e não arquivadas (registro 86) - carregadas antes
      *>    do arquivamento, que exclui registros do próprio EFDPAR.
      *>===================================================================================
       2000-arquiva-unidades section.
       2000.
            initialize                  fparm-mestre
            perform 9000-str-pd99800-nlss
            perform 9000-ler-pd99800-nex
            perform until not ws-operacao-ok
                 if   fparm-codigo-registro = 86
                 and  fparm-sequencia       = 0
                 and  fpard-filial-desativada
                 and  fpard-dt-arquivamento = zeros
                 and (ws-empresa-filtro = zeros
                  or  fpard-cd-empresa  = ws-empresa-filtro)
                 and (not ws-com-filial
                  or  fpard-cd-filial   = ws-filial-filtro)
                 and  ws-qt-unidades < ws-limite-unidades
                      add 1             to ws-qt-unidades
                      move fpard-cd-empresa to tb-un-empresa(ws-qt-unidades)
                      move fpard-cd-filial  to tb-un-filial(ws-qt-unidades)
                      move fpard-dt-desativacao
                                        to tb-un-dt-desativacao(ws-qt-unidades)
                      move fpard-nr-dias-carencia
                                        to tb-un-dias-carencia(ws-qt-unidades)
                 end-if
                 perform 9000-ler-pd99800-nex
            end-perform
            move zeros                  to ws-resultado-acesso

            perform varying ws-ix-unidade from 1 by 1
                    until ws-ix-unidade > ws-qt-unidades
                 move tb-un-empresa(ws-ix-unidade) to ws-empresa-unidade
                 move tb-un-filial(ws-ix-unidade)  to ws-filial-unidade
                 compute ws-dias = function integer-of-date(ws-data-hoje)
                         - function integer-of-date(tb-un-dt-desativacao(ws-ix-unidade))
                 if   ws-dias < tb-un-dias-carencia(ws-ix-unidade)
                      add 1             to ws-qt-em-carencia
                      move spaces       to ra-linha-relatorio
                      string "PW00755;" ws-empresa-unidade "/" ws-filial-unidade
                             ";Em carência - desativada em "
                             tb-un-dt-desativacao(ws-ix-unidade)
                             " - carência " tb-un-dias-carencia(ws-ix-unidade)
                             " dias" delimited by size
                             into ra-linha-relatorio
                      write ra-linha-relatorio
                 else
                      perform 2100-arquiva-unidade
                 end-if
            end-perform.
       2000-exit.
            exit.

      *>===================================================================================
       2100-arquiva-unidade section.
       2100.
            move "N"                    to ws-erro-unidade-ind
            move zeros                  to ws-qt-movidos-par ws-qt-movidos-704
                                           ws-qt-movidos-705 ws-qt-movidos-706
                                           ws-qt-movidos-707
            perform 9000-monta-nomes-arquivo-morto
            perform 9000-abre-arquivos-morto
            if   ws-erro-unidade
                 move "1"               to lnk-retorno
                 exit section
            end-if

            perform 2200-arquiva-efdpar
            perform 2300-arquiva-pd99704
            perform 2400-arquiva-pd99705
            perform 2500-arquiva-pd99706
            perform 2600-arquiva-pd99707
            perform 9000-fecha-arquivos-morto

            move spaces                 to ra-linha-relatorio
            if   ws-erro-unidade
                 move "1"               to lnk-retorno
                 string "PW00755;" ws-empresa-unidade "/" ws-filial-unidade
                        ";ERRO - arquivamento incompleto (repetir a execução)"
                        delimited by size
                        into ra-linha-relatorio
                 write ra-linha-relatorio
                 exit section
            end-if

            perform 9000-ler-desativacao
            if   ws-operacao-ok
                 move fparm-dados       to ws-imagem-anterior-par
                 move ws-data-hoje      to fpard-dt-arquivamento
                 rewrite fparm-mestre
                 if   ws-operacao-ok
                      perform 9000-grava-hist-parametro
                 end-if
            end-if
            if   not ws-operacao-ok
                 perform 9000-monta-status
                 string "PW00755;" ws-empresa-unidade "/" ws-filial-unidade
                        ";ERRO - registros arquivados mas o registro 86 não foi atualizado - Status: "
                        ws-status delimited by size
                        into ra-linha-relatorio
                 write ra-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if
            add 1                       to ws-qt-arquivadas
            compute ws-qt-registros-total = ws-qt-registros-total
                    + ws-qt-movidos-par + ws-qt-movidos-704 + ws-qt-movidos-705
                    + ws-qt-movidos-706 + ws-qt-movidos-707
            string "PW00755;" ws-empresa-unidade "/" ws-filial-unidade
                   ";Arquivada;EFDPAR;" ws-qt-movidos-par
                   ";PD99704;" ws-qt-movidos-704
                   ";PD99705;" ws-qt-movidos-705
                   ";PD99706;" ws-qt-movidos-706
                   ";EFDFER;"  ws-qt-movidos-707 delimited by size
                   into ra-linha-relatorio
            write ra-linha-relatorio.
       2100-exit.
            exit.

      *>===================================================================================
      *>    EFDPAR da unidade, menos o CR=1 SEQ=0 e o registro 86.
      *>===================================================================================
       2200-arquiva-efdpar section.
       2200.
            initialize                  fparm-mestre
            move ws-empresa-unidade     to fparm-cd-empresa
            move ws-filial-unidade      to fparm-cd-filial
            perform 9000-str-pd99800-nlss
            perform 9000-ler-pd99800-nex
            perform until not ws-operacao-ok
                    or ws-erro-unidade
                    or fparm-cd-empresa not = ws-empresa-unidade
                    or fparm-cd-filial  not = ws-filial-unidade
                 if  (fparm-codigo-registro = 1 and fparm-sequencia = 0)
                 or   fparm-codigo-registro = 86
                      continue
                 else
                      move fparm-mestre to xparm-mestre
                      write xparm-mestre
                      if   ws-registro-existente
                           rewrite xparm-mestre
                      end-if
                      if   ws-operacao-ok
                           delete pd99800
                      end-if
                      if   ws-operacao-ok
                           add 1        to ws-qt-movidos-par
                      else
                           move "EFDPAR" to ws-nome-arquivo
                           perform 9000-erro-movimentacao
                      end-if
                 end-if
                 perform 9000-ler-pd99800-nex
            end-perform
            move zeros                  to ws-resultado-acesso.
       2200-exit.
            exit.

      *>===================================================================================
       2300-arquiva-pd99704 section.
       2300.
            initialize                  f99704-registro
            move ws-empresa-unidade     to f99704-cd-empresa
            move ws-filial-unidade      to f99704-cd-filial
            perform 9000-str-pd99704-nlss
            perform 9000-ler-pd99704-nex
            perform until not ws-operacao-ok
                    or ws-erro-unidade
                    or f99704-cd-empresa not = ws-empresa-unidade
                    or f99704-cd-filial  not = ws-filial-unidade
                 move f99704-registro   to x99704-registro
                 write x99704-registro
                 if   ws-registro-existente
                      rewrite x99704-registro
                 end-if
                 if   ws-operacao-ok
                      delete pd99704
                 end-if
                 if   ws-operacao-ok
                      add 1             to ws-qt-movidos-704
                 else
                      move "PD99704"    to ws-nome-arquivo
                      perform 9000-erro-movimentacao
                 end-if
                 perform 9000-ler-pd99704-nex
            end-perform
            move zeros                  to ws-resultado-acesso.
       2300-exit.
            exit.

      *>===================================================================================
       2400-arquiva-pd99705 section.
       2400.
            initialize                  h99705-registro
            move ws-empresa-unidade     to h99705-cd-empresa
            move ws-filial-unidade      to h99705-cd-filial
            perform 9000-str-pd99705-nlss
            perform 9000-ler-pd99705-nex
            perform until not ws-operacao-ok
                    or ws-erro-unidade
                    or h99705-cd-empresa not = ws-empresa-unidade
                    or h99705-cd-filial  not = ws-filial-unidade
                 move h99705-registro   to x99705-registro
                 write x99705-registro
                 if   ws-registro-existente
                      rewrite x99705-registro
                 end-if
                 if   ws-operacao-ok
                      delete pd99705
                 end-if
                 if   ws-operacao-ok
                      add 1             to ws-qt-movidos-705
                 else
                      move "PD99705"    to ws-nome-arquivo
                      perform 9000-erro-movimentacao
                 end-if
                 perform 9000-ler-pd99705-nex
            end-perform
            move zeros                  to ws-resultado-acesso.
       2400-exit.
            exit.

      *>===================================================================================
       2500-arquiva-pd99706 section.
       2500.
            initialize                  s99706-registro
            move ws-empresa-unidade     to s99706-cd-empresa
            move ws-filial-unidade      to s99706-cd-filial
            perform 9000-str-pd99706-nlss
            perform 9000-ler-pd99706-nex
            perform until not ws-operacao-ok
                    or ws-erro-unidade
                    or s99706-cd-empresa not = ws-empresa-unidade
                    or s99706-cd-filial  not = ws-filial-unidade
                 move s99706-registro   to x99706-registro
                 write x99706-registro
                 if   ws-registro-existente
                      rewrite x99706-registro
                 end-if
                 if   ws-operacao-ok
                      delete pd99706
                 end-if
                 if   ws-operacao-ok
                      add 1             to ws-qt-movidos-706
                 else
                      move "PD99706"    to ws-nome-arquivo
                      perform 9000-erro-movimentacao
                 end-if
                 perform 9000-ler-pd99706-nex
            end-perform
            move zeros                  to ws-resultado-acesso.
       2500-exit.
            exit.

      *>===================================================================================
       2600-arquiva-pd99707 section.
       2600.
            initialize                  f99707-registro
            move ws-empresa-unidade     to f99707-cd-empresa
            move ws-filial-unidade      to f99707-cd-filial
            perform 9000-str-pd99707-nlss
            perform 9000-ler-pd99707-nex
            perform until not ws-operacao-ok
                    or ws-erro-unidade
                    or f99707-cd-empresa not = ws-empresa-unidade
                    or f99707-cd-filial  not = ws-filial-unidade
                 move f99707-registro   to x99707-registro
                 write x99707-registro
                 if   ws-registro-existente
                      rewrite x99707-registro
                 end-if
                 if   ws-operacao-ok
                      delete pd99707
                 end-if
                 if   ws-operacao-ok
                      add 1             to ws-qt-movidos-707
                 else
                      move "EFDFER"     to ws-nome-arquivo
                      perform 9000-erro-movimentacao
                 end-if
                 perform 9000-ler-pd99707-nex
            end-perform
            move zeros                  to ws-resultado-acesso.
       2600-exit.
            exit.

      *>===================================================================================
       2900-imprime-totais section.
       2900.
            move spaces                 to ra-linha-relatorio
            write ra-linha-relatorio
            move spaces                 to ra-linha-relatorio
            string "Unidades desativadas não arquivadas;" ws-qt-unidades
                   ";Em carência;" ws-qt-em-carencia
                   ";Arquivadas;" ws-qt-arquivadas
                   ";Registros movidos;" ws-qt-registros-total
                   delimited by size
                   into ra-linha-relatorio
            write ra-linha-relatorio.
       2900-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close pd99704
            close pd99705
            close pd99706
            close pd99707
            close pd99800
            close rel-arquivamento.
       3000-exit.
            exit.

      *>===================================================================================
      *>    Recuperação: a unidade precisa estar desativada e arquivada; todo
      *>    registro dos arquivos mortos volta ao mestre e sai do arquivo morto.
      *>===================================================================================
       4000-recupera-unidade section.
       4000.
            if   not ws-com-filial
                 move "PW00755;;Recuperação exige empresa=NNN&filial=NNNN"
                                        to ra-linha-relatorio
                 write ra-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if
            move ws-empresa-filtro      to ws-empresa-unidade
            move ws-filial-filtro       to ws-filial-unidade
            perform 9000-ler-desativacao
            if   not ws-operacao-ok
            or   not fpard-filial-desativada
            or   fpard-dt-arquivamento = zeros
                 move zeros             to ws-resultado-acesso
                 move spaces            to ra-linha-relatorio
                 string "PW00755;" ws-empresa-unidade "/" ws-filial-unidade
                        ";Unidade não está desativada com registros no arquivo morto"
                        delimited by size
                        into ra-linha-relatorio
                 write ra-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if

            move "N"                    to ws-erro-unidade-ind
            move zeros                  to ws-qt-movidos-par ws-qt-movidos-704
                                           ws-qt-movidos-705 ws-qt-movidos-706
                                           ws-qt-movidos-707 ws-qt-mantidos-unid
            perform 9000-monta-nomes-arquivo-morto
            perform 9000-abre-arquivos-morto
            if   ws-erro-unidade
                 move "1"               to lnk-retorno
                 exit section
            end-if
            perform 4200-recupera-efdpar
            perform 4300-recupera-pd99704
            perform 4400-recupera-pd99705
            perform 4500-recupera-pd99706
            perform 4600-recupera-pd99707
            perform 9000-fecha-arquivos-morto

            move spaces                 to ra-linha-relatorio
            if   ws-erro-unidade
                 string "PW00755;" ws-empresa-unidade "/" ws-filial-unidade
                        ";ERRO - recuperação incompleta (repetir a execução)"
                        delimited by size
                        into ra-linha-relatorio
                 write ra-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if

            perform 9000-ler-desativacao
            if   ws-operacao-ok
                 move fparm-dados       to ws-imagem-anterior-par
                 move zeros             to fpard-dt-arquivamento
                 rewrite fparm-mestre
                 if   ws-operacao-ok
                      perform 9000-grava-hist-parametro
                 end-if
            end-if
            if   not ws-operacao-ok
                 perform 9000-monta-status
                 string "PW00755;" ws-empresa-unidade "/" ws-filial-unidade
                        ";ERRO - registros recuperados mas o registro 86 não foi atualizado - Status: "
                        ws-status delimited by size
                        into ra-linha-relatorio
                 write ra-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if
            string "PW00755;" ws-empresa-unidade "/" ws-filial-unidade
                   ";Recuperada;EFDPAR;" ws-qt-movidos-par
                   ";PD99704;" ws-qt-movidos-704
                   ";PD99705;" ws-qt-movidos-705
                   ";PD99706;" ws-qt-movidos-706
                   ";EFDFER;"  ws-qt-movidos-707
                   ";Já existentes no mestre (mantidos);" ws-qt-mantidos-unid
                   delimited by size
                   into ra-linha-relatorio
            write ra-linha-relatorio.
       4000-exit.
            exit.

      *>===================================================================================
       4200-recupera-efdpar section.
       4200.
            initialize                  xparm-mestre
            move ws-empresa-unidade     to xparm-cd-empresa
            move ws-filial-unidade      to xparm-cd-filial
            start px99800 key is not less xparm-chave
                  invalid key move "10" to ws-resultado-acesso
            end-start
            if   ws-operacao-ok
                 read px99800 next
            end-if
            perform until not ws-operacao-ok
                    or ws-erro-unidade
                    or xparm-cd-empresa not = ws-empresa-unidade
                    or xparm-cd-filial  not = ws-filial-unidade
                 move xparm-mestre      to fparm-mestre
                 write fparm-mestre
                 evaluate true
                     when ws-operacao-ok
                          add 1         to ws-qt-movidos-par
                     when ws-registro-existente
                          add 1         to ws-qt-mantidos-unid
                 end-evaluate
                 if   ws-operacao-ok
                 or   ws-registro-existente
                      delete px99800
                 end-if
                 if   not ws-operacao-ok
                      move "EFDPAR"     to ws-nome-arquivo
                      perform 9000-erro-movimentacao
                 end-if
                 read px99800 next
            end-perform
            move zeros                  to ws-resultado-acesso.
       4200-exit.
            exit.

      *>===================================================================================
       4300-recupera-pd99704 section.
       4300.
            initialize                  x99704-registro
            move ws-empresa-unidade     to x99704-cd-empresa
            move ws-filial-unidade      to x99704-cd-filial
            start px99704 key is not less x99704-chave
                  invalid key move "10" to ws-resultado-acesso
            end-start
            if   ws-operacao-ok
                 read px99704 next
            end-if
            perform until not ws-operacao-ok
                    or ws-erro-unidade
                    or x99704-cd-empresa not = ws-empresa-unidade
                    or x99704-cd-filial  not = ws-filial-unidade
                 move x99704-registro   to f99704-registro
                 write f99704-registro
                 evaluate true
                     when ws-operacao-ok
                          add 1         to ws-qt-movidos-704
                     when ws-registro-existente
                          add 1         to ws-qt-mantidos-unid
                 end-evaluate
                 if   ws-operacao-ok
                 or   ws-registro-existente
                      delete px99704
                 end-if
                 if   not ws-operacao-ok
                      move "PD99704"    to ws-nome-arquivo
                      perform 9000-erro-movimentacao
                 end-if
                 read px99704 next
            end-perform
            move zeros                  to ws-resultado-acesso.
       4300-exit.
            exit.

      *>===================================================================================
       4400-recupera-pd99705 section.
       4400.
            initialize                  x99705-registro
            move ws-empresa-unidade     to x99705-cd-empresa
            move ws-filial-unidade      to x99705-cd-filial
            start px99705 key is not less x99705-chave
                  invalid key move "10" to ws-resultado-acesso
            end-start
            if   ws-operacao-ok
                 read px99705 next
            end-if
            perform until not ws-operacao-ok
                    or ws-erro-unidade
                    or x99705-cd-empresa not = ws-empresa-unidade
                    or x99705-cd-filial  not = ws-filial-unidade
                 move x99705-registro   to h99705-registro
                 write h99705-registro
                 evaluate true
                     when ws-operacao-ok
                          add 1         to ws-qt-movidos-705
                     when ws-registro-existente
                          add 1         to ws-qt-mantidos-unid
                 end-evaluate
                 if   ws-operacao-ok
                 or   ws-registro-existente
                      delete px99705
                 end-if
                 if   not ws-operacao-ok
                      move "PD99705"    to ws-nome-arquivo
                      perform 9000-erro-movimentacao
                 end-if
                 read px99705 next
            end-perform
            move zeros                  to ws-resultado-acesso.
       4400-exit.
            exit.

      *>===================================================================================
       4500-recupera-pd99706 section.
       4500.
            initialize                  x99706-registro
            move ws-empresa-unidade     to x99706-cd-empresa
            move ws-filial-unidade      to x99706-cd-filial
            start px99706 key is not less x99706-chave
                  invalid key move "10" to ws-resultado-acesso
            end-start
            if   ws-operacao-ok
                 read px99706 next
            end-if
            perform until not ws-operacao-ok
                    or ws-erro-unidade
                    or x99706-cd-empresa not = ws-empresa-unidade
                    or x99706-cd-filial  not = ws-filial-unidade
                 move x99706-registro   to s99706-registro
                 write s99706-registro
                 evaluate true
                     when ws-operacao-ok
                          add 1         to ws-qt-movidos-706
                     when ws-registro-existente
                          add 1         to ws-qt-mantidos-unid
                 end-evaluate
                 if   ws-operacao-ok
                 or   ws-registro-existente
                      delete px99706
                 end-if
                 if   not ws-operacao-ok
                      move "PD99706"    to ws-nome-arquivo
                      perform 9000-erro-movimentacao
                 end-if
                 read px99706 next
            end-perform
            move zeros                  to ws-resultado-acesso.
       4500-exit.
            exit.

      *>===================================================================================
       4600-recupera-pd99707 section.
       4600.
            initialize                  x99707-registro
            move ws-empresa-unidade     to x99707-cd-empresa
            move ws-filial-unidade      to x99707-cd-filial
            start px99707 key is not less x99707-chave
                  invalid key move "10" to ws-resultado-acesso
            end-start
            if   ws-operacao-ok
                 read px99707 next
            end-if
            perform until not ws-operacao-ok
                    or ws-erro-unidade
                    or x99707-cd-empresa not = ws-empresa-unidade
                    or x99707-cd-filial  not = ws-filial-unidade
                 move x99707-registro   to f99707-registro
                 write f99707-registro
                 evaluate true
                     when ws-operacao-ok
                          add 1         to ws-qt-movidos-707
                     when ws-registro-existente
                          add 1         to ws-qt-mantidos-unid
                 end-evaluate
                 if   ws-operacao-ok
                 or   ws-registro-existente
                      delete px99707
                 end-if
                 if   not ws-operacao-ok
                      move "EFDFER"     to ws-nome-arquivo
                      perform 9000-erro-movimentacao
                 end-if
                 read px99707 next
            end-perform
            move zeros                  to ws-resultado-acesso.
       4600-exit.
            exit.

      *>===================================================================================
       9000-ler-desativacao section.
       9000.
            initialize                  fpard-desativacao-filial
            move ws-empresa-unidade     to fpard-cd-empresa
            move ws-filial-unidade      to fpard-cd-filial
            move 86                     to fpard-cd-registro
            move zeros                  to fpard-cd-sequencia
            perform 9000-ler-pd99800-ran.
       9000-exit.
            exit.

      *>===================================================================================
       9000-grava-hist-parametro section.
       9000.
            initialize                  lnk-hist-pd99800
            move ws-empresa-unidade     to lnk-hp-cd-empresa
            move ws-filial-unidade      to lnk-hp-cd-filial
            move 86                     to lnk-hp-codigo-registro
            move 0                      to lnk-hp-sequencia
            move ws-imagem-anterior-par to lnk-hp-imagem-anterior
            move fparm-dados            to lnk-hp-imagem-atual
            move "PW00755"              to lnk-hp-nome-programa
            call ws-PW99801X using lnk-par lnk-hist-pd99800
            cancel ws-PW99801X
            move zeros                  to ws-resultado-acesso.
       9000-exit.
            exit.

      *>===================================================================================
      *>    Arquivos mortos da unidade: EFDPAR e EFDFER no diretório da base,
      *>    Lotes no mesmo lugar dos arquivos de Lotes.
      *>===================================================================================
       9000-monta-nomes-arquivo-morto section.
       9000.
            move ws-empresa-unidade     to wid-emp-para wid-emp-fera wid-emp-na
            move ws-filial-unidade      to wid-fil-para wid-fil-fera wid-fil-na
            move spaces                 to wid-px99800 wid-px99707
            string lnk-dtbpath delimited by " ",
                   "/" wid-efdpara delimited by size into wid-px99800
            string lnk-dtbpath delimited by " ",
                   "/" wid-efdfera delimited by size into wid-px99707
            move 99704                  to wid-arq-na
            move wid-pd9970na           to wid-px99704
            move 99705                  to wid-arq-na
            move wid-pd9970na           to wid-px99705
            move 99706                  to wid-arq-na
            move wid-pd9970na           to wid-px99706.
       9000-exit.
            exit.

      *>===================================================================================
      *>    Abre (criando no primeiro uso) os cinco arquivos mortos da unidade.
      *>===================================================================================
       9000-abre-arquivos-morto section.
       9000.
            open i-o px99800
            if   ws-arquivo-inexistente
                 open output px99800
                 close       px99800
                 open i-o    px99800
            end-if
            if   not ws-operacao-ok
                 move "EFDPARA"         to ws-nome-arquivo
                 perform 9000-erro-abertura-morto
                 exit section
            end-if
            open i-o px99704
            if   ws-arquivo-inexistente
                 open output px99704
                 close       px99704
                 open i-o    px99704
            end-if
            if   not ws-operacao-ok
                 move "PD99704A"        to ws-nome-arquivo
                 perform 9000-erro-abertura-morto
                 close px99800
                 exit section
            end-if
            open i-o px99705
            if   ws-arquivo-inexistente
                 open output px99705
                 close       px99705
                 open i-o    px99705
            end-if
            if   not ws-operacao-ok
                 move "PD99705A"        to ws-nome-arquivo
                 perform 9000-erro-abertura-morto
                 close px99800 px99704
                 exit section
            end-if
            open i-o px99706
            if   ws-arquivo-inexistente
                 open output px99706
                 close       px99706
                 open i-o    px99706
            end-if
            if   not ws-operacao-ok
                 move "PD99706A"        to ws-nome-arquivo
                 perform 9000-erro-abertura-morto
                 close px99800 px99704 px99705
                 exit section
            end-if
            open i-o px99707
            if   ws-arquivo-inexistente
                 open output px99707
                 close       px99707
                 open i-o    px99707
            end-if
            if   not ws-operacao-ok
                 move "EFDFERA"         to ws-nome-arquivo
                 perform 9000-erro-abertura-morto
                 close px99800 px99704 px99705 px99706
            end-if.
       9000-exit.
            exit.

      *>===================================================================================
       9000-fecha-arquivos-morto section.
       9000.
            close px99800
            close px99704
            close px99705
            close px99706
            close px99707.
       9000-exit.
            exit.

      *>===================================================================================
       9000-erro-abertura-morto section.
       9000.
            move "S"                    to ws-erro-unidade-ind
            perform 9000-monta-status
            move spaces                 to ra-linha-relatorio
            string "PW00755;" ws-empresa-unidade "/" ws-filial-unidade
                   ";Falha na abertura do arquivo morto " ws-nome-arquivo
                   " - Status: " ws-status delimited by size
                   into ra-linha-relatorio
            write ra-linha-relatorio.
       9000-exit.
            exit.

      *>===================================================================================
       9000-erro-movimentacao section.
       9000.
            move "S"                    to ws-erro-unidade-ind
            perform 9000-monta-status
            move spaces                 to ra-linha-relatorio
            string "PW00755;" ws-empresa-unidade "/" ws-filial-unidade
                   ";Erro ao mover registro do " ws-nome-arquivo
                   " - Status: " ws-status delimited by size
                   into ra-linha-relatorio
            write ra-linha-relatorio.
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
            move spaces                 to wid-rel-arquivamento
            evaluate true
                when ws-nome-saida-lote not = spaces
                     if   lnk-formato-saida = spaces
                          move "TXT"    to lnk-formato-saida
                     end-if
                     string lnk-dtbpath delimited by " ",
                            "/../tmp/work/" delimited by size,
                            ws-nome-saida-lote delimited by "  ",
                            "." delimited by size,
                            lnk-formato-saida delimited by " "
                            into wid-rel-arquivamento
                when ws-acao-recupera
                     string lnk-dtbpath delimited by " ",
                            "/../tmp/work/recfilial_" lnk-data-cpu ".txt"
                            into wid-rel-arquivamento
                when other
                     string lnk-dtbpath delimited by " ",
                            "/../tmp/work/arqfilial_" lnk-data-cpu ".txt"
                            into wid-rel-arquivamento
            end-evaluate
            open output rel-arquivamento.
       9000-exit.
            exit.

      *>===================================================================================
      *> Leituras

       copy PCL99704.CPY.               *> Lotes de Rotinas
       copy PCL99705.CPY.               *> Histórico de Execução de Lotes
       copy PCL99706.CPY.               *> Saídas de Lotes
       copy PCL99707.CPY.               *> Calendário de Feriados
       copy PCL99800.CPY.               *> Parâmetros
