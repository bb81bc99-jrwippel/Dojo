      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id.  PW00757.
      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>            Verificação de Conjunto de Backup
      *>            --------------------------------------------------------
      *>
      *>    Reabre um conjunto gravado pelo PW00756 e confere cada arquivo contra
      *>    o manifesto (MANIFESTO.TXT do diretório do conjunto):
      *>        - o arquivo (e o índice separado, quando houver) existe no conjunto
      *>          com o tamanho do manifesto;
      *>        - aberto pelo próprio layout (PW00756X) é lido até o fim, com a
      *>          mesma quantidade de registros e o mesmo valor de controle.
      *>    Arquivo AUSENTE no manifesto (não existia na origem) tem de continuar
      *>    ausente e conta como OK; arquivo com ERRO no backup reprova o
      *>    conjunto. Manifesto sem a linha FIM (gravação interrompida) ou com
      *>    totais que não batem também reprova. O resultado - RESTAURÁVEL ou
      *>    NÃO RESTAURÁVEL - vai para o relatório e para o catálogo EFDBKP.CAD
      *>    (PD99717), com a data/hora da verificação. Conjunto não restaurável
      *>    termina o job com erro.
      *>
      *>    Parâmetros (lnk-rotina-configuracao, campo=valor&...):
      *>        conjunto=aaaammdd_hhmmss  conjunto a verificar (default: o mais
      *>                           recente do catálogo não expurgado)
      *>        diretorio=xxx      raiz dos conjuntos, para conjunto fora do
      *>                           catálogo (default: ../backup da base; sem "/"
      *>                           inicial é relativo ao diretório da base)
      *>
      *>    Saída: ../tmp/work/verbkp_<data>.txt. Pode ser job de Lote do PW00007,
      *>    logo após o backup ou em horário próprio.
      *>

      *>===================================================================================
       environment division.
            special-names. decimal-point is comma.

       input-output section.
       file-control.

       copy PCS99717.CPY.               *> Catálogo dos Conjuntos de Backup

            select manifesto assign to disk wid-manifesto
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-manifesto.

            select rel-verificacao assign to disk wid-rel-verificacao
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-rel-verificacao.

      *>===================================================================================
       data division.

       copy PCF99717.CPY.               *> Catálogo dos Conjuntos de Backup

       fd   manifesto.
       01   mf-linha-manifesto          pic x(200).

       fd   rel-verificacao.
       01   rv-linha-relatorio          pic x(300).

      *>===================================================================================
       working-storage section.
       78   versao                      value "a".

       copy PCW900.CPY.

       01   ws-PW00756X                 pic x(08) value "PW00756X".
       copy PCW00756.CPY.               *> Contagem de arquivo do conjunto

       01   ws-parametros-entrada.
            03 ws-par-config            pic x(2000) value spaces.
            03 ws-par-item              pic x(100) occurs 20.
            03 ws-par-campo             pic x(30) value spaces.
            03 ws-par-valor             pic x(60) value spaces.
            03 ws-par-index             pic 9(02) value zeros.
            03 ws-dir-informado         pic x(60) value spaces.
            03 ws-conjunto-informado    pic x(15) value spaces.
            03 filler redefines ws-conjunto-informado.
               05 ws-ci-dt-backup       pic x(08).
               05 ws-ci-separador       pic x(01).
               05 ws-ci-hr-backup       pic x(06).

       01   ws-campos-de-trabalho.
            03 ws-data-hoje             pic 9(08) value zeros.
            03 ws-hora-agora            pic 9(06) value zeros.
            03 ws-catalogo-ind          pic x(01) value "N".
               88 ws-no-catalogo            value "S".
            03 ws-fim-manifesto-ind     pic x(01) value "N".
               88 ws-fim-manifesto-lido     value "S".
            03 ws-resultado-ind         pic x(01) value "S".
               88 ws-conjunto-restauravel   value "S".
            03 ws-situacao-arquivo      pic x(10) value spaces.
            03 ws-qt-arquivos-ok        pic 9(03) value zeros.
            03 ws-qt-ausentes           pic 9(03) value zeros.
            03 ws-qt-falhas             pic 9(03) value zeros.
            03 ws-qt-registros-conjunto pic 9(11) value zeros.
            03 ws-qt-bytes-conjunto     pic 9(13) value zeros.
            03 ws-bytes-encontrados     pic 9(13) value zeros.
            03 ws-detalhe-arquivo.
               05 ws-tamanho-arquivo    pic x(08) comp-x.
               05 ws-dia-arquivo        pic x(01) comp-x.
               05 ws-mes-arquivo        pic x(01) comp-x.
               05 ws-ano-arquivo        pic x(02) comp-x.
               05 ws-hora-arquivo       pic x(01) comp-x.
               05 ws-min-arquivo        pic x(01) comp-x.
               05 ws-seg-arquivo        pic x(01) comp-x.
               05 ws-cent-arquivo       pic x(01) comp-x.

      *>    linha do manifesto (campos separados por ";")
       01   ws-linha-manifesto.
            03 ws-mf-tipo               pic x(10) value spaces.
            03 ws-mf-campo-2            pic x(20) value spaces.
            03 ws-mf-campo-3            pic x(20) value spaces.
            03 ws-mf-campo-4            pic x(20) value spaces.
            03 ws-mf-campo-5            pic x(20) value spaces.
            03 ws-mf-campo-6            pic x(20) value spaces.
            03 ws-mf-campo-7            pic x(20) value spaces.
            03 ws-mf-campo-8            pic x(20) value spaces.
            03 ws-mf-campo-9            pic x(20) value spaces.

       01   ws-arquivo-manifesto.
            03 ws-ma-cd-arquivo         pic x(08) value spaces.
            03 ws-ma-nome               pic x(12) value spaces.
            03 ws-ma-indice             pic x(12) value spaces.
            03 ws-ma-situacao           pic x(08) value spaces.
            03 ws-ma-qt-registros       pic 9(09) value zeros.
            03 ws-ma-bytes              pic 9(13) value zeros.
            03 ws-ma-valor              pic 9(10) value zeros.
            03 ws-ma-bytes-indice       pic 9(13) value zeros.

       01   ws-fim-manifesto.
            03 ws-mf-qt-arquivos        pic 9(03) value zeros.
            03 ws-mf-qt-registros       pic 9(11) value zeros.
            03 ws-mf-qt-bytes           pic 9(13) value zeros.

       01   ws-caminhos.
            03 ws-diretorio-raiz        pic x(150) value spaces.
            03 ws-diretorio-conjunto    pic x(150) value spaces.
            03 ws-arquivo-conjunto      pic x(200) value spaces.

       01   wid-manifesto               pic x(200) value spaces.
       01   ws-sts-manifesto            pic x(02) value "00".
            88 ws-manifesto-ok              value "00".
       01   wid-rel-verificacao         pic x(100) value spaces.
       01   ws-sts-rel-verificacao      pic x(02) value "00".
            88 ws-rel-verificacao-ok        value "00".

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
                 perform 1200-localiza-conjunto
            end-if
            if   lnk-sem-erro
                 perform 2000-verifica-conjunto
                 perform 2800-registra-resultado
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
            move zeros                  to ws-qt-arquivos-ok ws-qt-ausentes ws-qt-falhas
                                           ws-qt-registros-conjunto ws-qt-bytes-conjunto
            move "N"                    to ws-catalogo-ind ws-fim-manifesto-ind
            move "S"                    to ws-resultado-ind
            move function current-date(1:8) to ws-data-hoje
            move function current-date(9:6) to ws-hora-agora
            perform 1100-carrega-parametros-entrada

            perform 9000-abre-relatorio
            if   not ws-rel-verificacao-ok
                 move "1"               to lnk-retorno
                 exit section
            end-if

            perform 9000-abrir-io-pd99717
            if   not ws-operacao-ok
                 perform 9000-monta-status
                 move spaces            to rv-linha-relatorio
                 string "PW00757;;Falha na abertura do catálogo de backup (EFDBKP) - Status: "
                        ws-status delimited by "  "
                        into rv-linha-relatorio
                 write rv-linha-relatorio
                 move "1"               to lnk-retorno
            end-if.
       1000-exit.
            exit.

      *>===================================================================================
       1100-carrega-parametros-entrada section.
       1100.
            move spaces                 to ws-dir-informado ws-conjunto-informado
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
                          when "conjunto"
                               move ws-par-valor to ws-conjunto-informado
                          when "diretorio"
                               move ws-par-valor to ws-dir-informado
                      end-evaluate
                 end-if
            end-perform

            move spaces                 to ws-diretorio-raiz
            evaluate true
                when ws-dir-informado = spaces
                     string lnk-dtbpath delimited by " ",
                            "/../backup" delimited by size
                            into ws-diretorio-raiz
                when ws-dir-informado(1:1) = "/"
                     move ws-dir-informado to ws-diretorio-raiz
                when other
                     string lnk-dtbpath delimited by " ",
                            "/" ws-dir-informado delimited by " "
                            into ws-diretorio-raiz
            end-evaluate.
       1100-exit.
            exit.

      *>===================================================================================
      *>    Conjunto informado: pelo catálogo ou, fora dele, pela raiz. Sem
      *>    conjunto informado: o mais recente do catálogo ainda em disco.
      *>===================================================================================
       1200-localiza-conjunto section.
       1200.
            move spaces                 to ws-diretorio-conjunto
            if   ws-conjunto-informado not = spaces
                 if   ws-ci-dt-backup is not numeric
                 or   ws-ci-hr-backup is not numeric
                 or   ws-ci-separador not = "_"
                      move spaces       to rv-linha-relatorio
                      string "PW00757;;Conjunto inválido (informar conjunto=aaaammdd_hhmmss): "
                             ws-conjunto-informado delimited by size
                             into rv-linha-relatorio
                      write rv-linha-relatorio
                      move "1"          to lnk-retorno
                      exit section
                 end-if
                 initialize             b99717-registro
                 move ws-ci-dt-backup   to b99717-dt-backup
                 move ws-ci-hr-backup   to b99717-hr-backup
                 perform 9000-ler-pd99717-ran
                 if   ws-operacao-ok
                      move "S"          to ws-catalogo-ind
                      move b99717-diretorio to ws-diretorio-conjunto
                 else
                      move zeros        to ws-resultado-acesso
                      string ws-diretorio-raiz delimited by " ",
                             "/BKP_" ws-conjunto-informado delimited by size
                             into ws-diretorio-conjunto
                      move spaces       to rv-linha-relatorio
                      string "PW00757;;Conjunto fora do catálogo - verificado em "
                             delimited by size,
                             ws-diretorio-conjunto delimited by " "
                             into rv-linha-relatorio
                      write rv-linha-relatorio
                 end-if
            else
                 initialize             b99717-registro
                 perform 9000-str-pd99717-nlss
                 perform 9000-ler-pd99717-nex
                 perform until not ws-operacao-ok
                      if   not b99717-conjunto-expurgado
                           move b99717-chave     to ws-conjunto-informado(1:14)
                           move b99717-diretorio to ws-diretorio-conjunto
                      end-if
                      perform 9000-ler-pd99717-nex
                 end-perform
                 move zeros             to ws-resultado-acesso
                 if   ws-diretorio-conjunto = spaces
                      move "PW00757;;Nenhum conjunto de backup em disco no catálogo"
                                        to rv-linha-relatorio
                      write rv-linha-relatorio
                      move "1"          to lnk-retorno
                      exit section
                 end-if
                 initialize             b99717-registro
                 move ws-conjunto-informado(1:14) to b99717-chave
                 perform 9000-ler-pd99717-ran
                 if   ws-operacao-ok
                      move "S"          to ws-catalogo-ind
                 end-if
                 move zeros             to ws-resultado-acesso
            end-if

            if   ws-no-catalogo
            and  b99717-conjunto-expurgado
                 move spaces            to rv-linha-relatorio
                 string "PW00757;;Conjunto " b99717-dt-backup "_" b99717-hr-backup
                        " expurgado pela retenção em " b99717-dt-expurgo
                        delimited by size
                        into rv-linha-relatorio
                 write rv-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if

            move spaces                 to rv-linha-relatorio
            string "PW00757;;Verificação do conjunto " delimited by size,
                   ws-diretorio-conjunto delimited by " "
                   into rv-linha-relatorio
            write rv-linha-relatorio.
       1200-exit.
            exit.

      *>===================================================================================
      *>    Percorre o manifesto; cada ARQUIVO é conferido no disco, FIM fecha
      *>    os totais.
      *>===================================================================================
       2000-verifica-conjunto section.
       2000.
            move spaces                 to wid-manifesto
            string ws-diretorio-conjunto delimited by " ",
                   "/MANIFESTO.TXT" delimited by size
                   into wid-manifesto
            open input manifesto
            if   not ws-manifesto-ok
                 move "N"               to ws-resultado-ind
                 move spaces            to rv-linha-relatorio
                 string "PW00757;;Manifesto não encontrado ou ilegível - Status: "
                        ws-sts-manifesto delimited by size
                        into rv-linha-relatorio
                 write rv-linha-relatorio
                 exit section
            end-if
            read manifesto
            perform until not ws-manifesto-ok
                 move spaces            to ws-linha-manifesto
                 unstring mf-linha-manifesto delimited by ";"
                          into ws-mf-tipo ws-mf-campo-2 ws-mf-campo-3
                               ws-mf-campo-4 ws-mf-campo-5 ws-mf-campo-6
                               ws-mf-campo-7 ws-mf-campo-8 ws-mf-campo-9
                 evaluate ws-mf-tipo
                     when "ARQUIVO"
                          perform 2100-verifica-arquivo
                     when "FIM"
                          perform 2200-confere-totais
                     when other
                          continue
                 end-evaluate
                 read manifesto
            end-perform
            close manifesto

            if   not ws-fim-manifesto-lido
                 move "N"               to ws-resultado-ind
                 move "PW00757;;Manifesto incompleto (sem a linha FIM) - gravação interrompida"
                                        to rv-linha-relatorio
                 write rv-linha-relatorio
            end-if.
       2000-exit.
            exit.

      *>===================================================================================
       2100-verifica-arquivo section.
       2100.
            move ws-mf-campo-2          to ws-ma-cd-arquivo
            move ws-mf-campo-3          to ws-ma-nome
            move ws-mf-campo-7          to ws-ma-indice
            move ws-mf-campo-9          to ws-ma-situacao
            move zeros                  to ws-ma-qt-registros ws-ma-bytes
                                           ws-ma-valor ws-ma-bytes-indice
                                           ws-bytes-encontrados
                                           lnk-ca-qt-registros lnk-ca-valor-controle
            if   ws-mf-campo-4(1:9) is numeric
                 move ws-mf-campo-4(1:9)  to ws-ma-qt-registros
            end-if
            if   ws-mf-campo-5(1:13) is numeric
                 move ws-mf-campo-5(1:13) to ws-ma-bytes
            end-if
            if   ws-mf-campo-6(1:10) is numeric
                 move ws-mf-campo-6(1:10) to ws-ma-valor
            end-if
            if   ws-mf-campo-8(1:13) is numeric
                 move ws-mf-campo-8(1:13) to ws-ma-bytes-indice
            end-if
            move spaces                 to ws-arquivo-conjunto
            string ws-diretorio-conjunto delimited by " ",
                   "/" ws-ma-nome delimited by " "
                   into ws-arquivo-conjunto

            evaluate ws-ma-situacao
                when "AUSENTE"
                     call "CBL_CHECK_FILE_EXIST" using ws-arquivo-conjunto
                                                       ws-detalhe-arquivo
                     if   return-code not = zeros
                          move "OK"      to ws-situacao-arquivo
                          add 1          to ws-qt-ausentes
                     else
                          move "DIVERGENTE" to ws-situacao-arquivo
                     end-if
                     move zeros          to return-code
                when "OK"
                     perform 2110-confere-arquivo
                when other
                     move "ERRO"         to ws-situacao-arquivo
            end-evaluate

            if   ws-situacao-arquivo not = "OK"
                 move "N"               to ws-resultado-ind
                 add 1                  to ws-qt-falhas
            end-if
            move spaces                 to rv-linha-relatorio
            string "PW00757;;" ws-ma-nome ";" delimited by size
                   ws-situacao-arquivo delimited by " "
                   ";Manifesto;" ws-ma-situacao
                   ";Registros;" ws-ma-qt-registros "/" lnk-ca-qt-registros
                   ";Bytes;" ws-ma-bytes "/" ws-bytes-encontrados
                   ";Valor de controle;" ws-ma-valor "/" lnk-ca-valor-controle
                   delimited by size
                   into rv-linha-relatorio
            write rv-linha-relatorio.
       2100-exit.
            exit.

      *>===================================================================================
      *>    Arquivo copiado: existe com o tamanho do manifesto (e o índice
      *>    separado também), abre pelo layout e reconta igual.
      *>===================================================================================
       2110-confere-arquivo section.
       2110.
            call "CBL_CHECK_FILE_EXIST" using ws-arquivo-conjunto ws-detalhe-arquivo
            if   return-code not = zeros
                 move zeros             to return-code
                 move "AUSENTE"         to ws-situacao-arquivo
                 exit section
            end-if
            move ws-tamanho-arquivo     to ws-bytes-encontrados
            if   ws-bytes-encontrados not = ws-ma-bytes
                 move "DIVERGENTE"      to ws-situacao-arquivo
                 exit section
            end-if

            if   ws-ma-bytes-indice > zeros
                 move spaces            to ws-arquivo-conjunto
                 string ws-diretorio-conjunto delimited by " ",
                        "/" ws-ma-indice delimited by " "
                        into ws-arquivo-conjunto
                 call "CBL_CHECK_FILE_EXIST" using ws-arquivo-conjunto
                                                   ws-detalhe-arquivo
                 if   return-code not = zeros
                 or   ws-tamanho-arquivo not = ws-ma-bytes-indice
                      move zeros        to return-code
                      move "DIVERGENTE" to ws-situacao-arquivo
                      exit section
                 end-if
                 move spaces            to ws-arquivo-conjunto
                 string ws-diretorio-conjunto delimited by " ",
                        "/" ws-ma-nome delimited by " "
                        into ws-arquivo-conjunto
            end-if

            move ws-ma-cd-arquivo       to lnk-ca-cd-arquivo
            move ws-arquivo-conjunto    to lnk-ca-caminho
            call ws-PW00756X using lnk-par lnk-conta-arquivo
            cancel ws-PW00756X
            evaluate true
                when not lnk-ca-contado
                     move "ILEGIVEL"    to ws-situacao-arquivo
                when lnk-ca-qt-registros   not = ws-ma-qt-registros
                or   lnk-ca-valor-controle not = ws-ma-valor
                     move "DIVERGENTE"  to ws-situacao-arquivo
                when other
                     move "OK"          to ws-situacao-arquivo
                     add 1              to ws-qt-arquivos-ok
                     add lnk-ca-qt-registros to ws-qt-registros-conjunto
                     add ws-ma-bytes        to ws-qt-bytes-conjunto
                     add ws-ma-bytes-indice to ws-qt-bytes-conjunto
            end-evaluate.
       2110-exit.
            exit.

      *>===================================================================================
       2200-confere-totais section.
       2200.
            move "S"                    to ws-fim-manifesto-ind
            move zeros                  to ws-mf-qt-arquivos ws-mf-qt-registros
                                           ws-mf-qt-bytes
            if   ws-mf-campo-2(1:3) is numeric
                 move ws-mf-campo-2(1:3)  to ws-mf-qt-arquivos
            end-if
            if   ws-mf-campo-3(1:11) is numeric
                 move ws-mf-campo-3(1:11) to ws-mf-qt-registros
            end-if
            if   ws-mf-campo-4(1:13) is numeric
                 move ws-mf-campo-4(1:13) to ws-mf-qt-bytes
            end-if
            if   ws-mf-qt-arquivos  not = ws-qt-arquivos-ok
            or   ws-mf-qt-registros not = ws-qt-registros-conjunto
            or   ws-mf-qt-bytes     not = ws-qt-bytes-conjunto
                 move "N"               to ws-resultado-ind
                 move spaces            to rv-linha-relatorio
                 string "PW00757;;Totais do manifesto não conferem - arquivos "
                        ws-mf-qt-arquivos "/" ws-qt-arquivos-ok
                        " - registros " ws-mf-qt-registros "/" ws-qt-registros-conjunto
                        " - bytes " ws-mf-qt-bytes "/" ws-qt-bytes-conjunto
                        delimited by size
                        into rv-linha-relatorio
                 write rv-linha-relatorio
            end-if.
       2200-exit.
            exit.

      *>===================================================================================
      *>    Resultado no catálogo (só para conjunto catalogado).
      *>===================================================================================
       2800-registra-resultado section.
       2800.
            if   not ws-conjunto-restauravel
                 move "1"               to lnk-retorno
            end-if
            if   not ws-no-catalogo
                 exit section
            end-if
            perform 9000-ler-pd99717-ran
            if   ws-operacao-ok
                 move ws-data-hoje      to b99717-dt-verificacao
                 move ws-hora-agora     to b99717-hr-verificacao
                 if   ws-conjunto-restauravel
                      move "S"          to b99717-resultado-verificacao
                 else
                      move "F"          to b99717-resultado-verificacao
                 end-if
                 rewrite b99717-registro
            end-if
            if   not ws-operacao-ok
                 perform 9000-monta-status
                 move spaces            to rv-linha-relatorio
                 string "PW00757;;Resultado não registrado no catálogo - Status: "
                        ws-status delimited by size
                        into rv-linha-relatorio
                 write rv-linha-relatorio
                 move "1"               to lnk-retorno
            end-if.
       2800-exit.
            exit.

      *>===================================================================================
       2900-imprime-totais section.
       2900.
            move spaces                 to rv-linha-relatorio
            write rv-linha-relatorio
            move spaces                 to rv-linha-relatorio
            if   ws-conjunto-restauravel
                 string "Conjunto RESTAURÁVEL;" delimited by size
                        ws-diretorio-conjunto delimited by " "
                        ";Arquivos conferidos;" ws-qt-arquivos-ok
                        ";Ausentes na origem;" ws-qt-ausentes
                        ";Registros;" ws-qt-registros-conjunto
                        ";Bytes;" ws-qt-bytes-conjunto
                        delimited by size
                        into rv-linha-relatorio
            else
                 string "Conjunto NÃO RESTAURÁVEL;" delimited by size
                        ws-diretorio-conjunto delimited by " "
                        ";Arquivos conferidos;" ws-qt-arquivos-ok
                        ";Com falha;" ws-qt-falhas
                        delimited by size
                        into rv-linha-relatorio
            end-if
            write rv-linha-relatorio.
       2900-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close pd99717
            close rel-verificacao.
       3000-exit.
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
            move spaces                 to wid-rel-verificacao
            string lnk-dtbpath delimited by " ",
                   "/../tmp/work/verbkp_" lnk-data-cpu ".txt"
                   into wid-rel-verificacao
            open output rel-verificacao.
       9000-exit.
            exit.

      *>===================================================================================
      *> Leituras

       copy PCL99717.CPY.               *> Catálogo dos Conjuntos de Backup
