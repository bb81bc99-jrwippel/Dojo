      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id.  PW00742.
      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>            Auditoria de Numeração de Notas Fiscais por Série
      *>            --------------------------------------------------------
      *>
      *>    Lê o EFD004.CAD (registro mestre da nota: codigo-registro 1,
      *>    sequencia 0) por Empresa/Filial, tipo-nota, codigo-des e serie-doc e
      *>    relata, para o fiscal:
      *>        LACUNA             faixa de fcfmf-numero-doc ausente entre duas
      *>                           notas da mesma série, com a quantidade e as
      *>                           emissões das notas vizinhas;
      *>        DUPLICADO          mesmo número e série de um tipo-nota emitidos
      *>                           sob mais de um codigo-des;
      *>        MESTRE-SEM-INDICE  nota do mestre sem a entrada (codigo-registro
      *>                           01) no EFDI04.IND;
      *>        INDICE-SEM-MESTRE  entrada do EFDI04.IND sem a nota no mestre;
      *>        SERIE              por série, notas emitidas no período, primeiro
      *>                           e último número do período com a emissão de
      *>                           cada um, lacunas e números faltantes.
      *>    A duplicidade é apurada num arquivo de trabalho indexado por
      *>    tipo-nota/série/número (../tmp/work/t_nfaud_<empresa>_<filial>.WRK).
      *>
      *>    Parâmetros (lnk-rotina-configuracao, campo=valor&...):
      *>        empresa=NNN        empresa auditada (default a do Lote)
      *>        filial=NNNN        filial auditada (default: a do Lote; com
      *>                           empresa= e sem filial=, todas as filiais)
      *>        datainicial=AAAAMMDD / datafinal=AAAAMMDD
      *>                           período do resumo por série (default: do
      *>                           primeiro dia do mês do movimento até a data de
      *>                           movimento); aceita @PRIDIAMES@ e @ULTDIAMES@
      *>        nomeArquivoSM=xxx  nome da saída catalogada pelo PW00007
      *>
      *>    Saída: ../tmp/work/<nomeArquivoSM>.<formato do job> quando rodado como
      *>    job de Lote com nome de saída (entra no catálogo PD99706), senão
      *>    ../tmp/work/nfaudit_<data>.txt.
      *>

      *>===================================================================================
       environment division.
            special-names. decimal-point is comma.

       input-output section.
       file-control.

       copy PCS00400.CPY.               *> NF (mestre)
       copy PCSI00400.CPY.              *> Índice NF

            select arqwor assign to disk wid-arqwor
                   organization is indexed
                   access mode is dynamic
                   record key is rw-chave
                   lock mode is manual
                   file status is ws-resultado-acesso.

            select rel-auditoria assign to disk wid-rel-auditoria
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-rel-auditoria.

      *>===================================================================================
       data division.

       copy PCF00400.CPY.               *> NF (mestre)
       copy PCFI00400.CPY.              *> Índice NF

       fd   arqwor.
       01   rw-numeracao.
            03 rw-chave.
               05 rw-cd-empresa         pic 9(03).
               05 rw-cd-filial          pic 9(04).
               05 rw-tipo-nota          pic x(01).
               05 rw-serie-doc          pic x(03).
               05 rw-numero-doc         pic 9(09).
            03 rw-codigo-des            pic 9(03).
            03 rw-data-emissao          pic 9(08).

       fd   rel-auditoria.
       01   ra-linha-relatorio          pic x(300).

      *>===================================================================================
       working-storage section.
       78   versao                      value "a".

       78   ws-limite-series            value 200.

       copy PCW900.CPY.

       01   ws-parametros-entrada.
            03 ws-par-config            pic x(2000) value spaces.
            03 ws-par-item              pic x(100) occurs 20.
            03 ws-par-campo             pic x(30) value spaces.
            03 ws-par-valor             pic x(60) value spaces.
            03 ws-par-index             pic 9(02) value zeros.
            03 ws-empresa-filtro        pic 9(03) value zeros.
            03 ws-filial-filtro         pic 9(04) value zeros.
            03 ws-todas-filiais-ind     pic x(01) value "N".
               88 ws-todas-filiais          value "S".
            03 ws-filial-informada-ind  pic x(01) value "N".
               88 ws-filial-informada       value "S".
            03 ws-data-inicial          pic 9(08) value zeros.
            03 ws-data-final            pic 9(08) value zeros.
            03 ws-nome-saida-lote       pic x(60) value spaces.

       01   ws-campos-de-trabalho.
            03 ws-grupo-corrente.
               05 ws-gc-cd-empresa      pic 9(03).
               05 ws-gc-cd-filial       pic 9(04).
               05 ws-gc-tipo-nota       pic x(01).
               05 ws-gc-codigo-des      pic 9(03).
            03 ws-grupo-lido.
               05 ws-gl-cd-empresa      pic 9(03).
               05 ws-gl-cd-filial       pic 9(04).
               05 ws-gl-tipo-nota       pic x(01).
               05 ws-gl-codigo-des      pic 9(03).
            03 ws-data-base             pic 9(08) value zeros.
            03 ws-ix-serie              pic 9(04) value zeros.
            03 ws-qt-series             pic 9(04) value zeros.
            03 ws-qt-faltantes          pic 9(09) value zeros.
            03 ws-numero-de             pic 9(09) value zeros.
            03 ws-numero-ate            pic 9(09) value zeros.
            03 ws-qt-notas-lidas        pic 9(09) value zeros.
            03 ws-qt-lacunas            pic 9(09) value zeros.
            03 ws-qt-duplicados         pic 9(09) value zeros.
            03 ws-qt-mestre-sem-indice  pic 9(09) value zeros.
            03 ws-qt-indice-sem-mestre  pic 9(09) value zeros.
            03 ws-qt-indices-lidos      pic 9(09) value zeros.

       01   tb-series-grupo.
            03 tb-sr occurs 200.
               05 tb-sr-serie-doc       pic x(03).
               05 tb-sr-ultimo-numero   pic 9(09).
               05 tb-sr-ultima-emissao  pic 9(08).
               05 tb-sr-qt-notas        pic 9(09).
               05 tb-sr-qt-lacunas      pic 9(09).
               05 tb-sr-qt-faltantes    pic 9(09).
               05 tb-sr-qt-periodo      pic 9(09).
               05 tb-sr-primeiro-periodo pic 9(09).
               05 tb-sr-emissao-primeiro pic 9(08).
               05 tb-sr-ultimo-periodo  pic 9(09).
               05 tb-sr-emissao-ultimo  pic 9(08).

       01   wid-pd00400                 pic x(100) value spaces.
       01   wid-pdi00400                pic x(100) value spaces.
       01   wid-arqwor                  pic x(100) value spaces.
       01   wid-rel-auditoria           pic x(100) value spaces.
       01   ws-sts-rel-auditoria        pic x(02) value "00".
            88 ws-rel-auditoria-ok          value "00".

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
                 perform 2000-audita-mestre
                 perform 2500-audita-indice
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
            move zeros                  to ws-qt-notas-lidas ws-qt-lacunas
                                           ws-qt-duplicados ws-qt-mestre-sem-indice
                                           ws-qt-indice-sem-mestre ws-qt-indices-lidos
                                           ws-qt-series
            perform 1100-carrega-parametros-entrada

            perform 9000-abre-relatorio
            if   not ws-rel-auditoria-ok
                 move "1"               to lnk-retorno
                 exit section
            end-if

            move spaces                 to wid-pd00400
            string lnk-dtbpath delimited by " ",
                   "/EFD004.CAD" delimited by size into wid-pd00400
            open input pd00400
            if   not ws-operacao-ok
                 perform 9000-monta-status
                 move spaces            to ra-linha-relatorio
                 string "ERRO;Falha na abertura do EFD004.CAD - Status: "
                        ws-status delimited by "  "
                        into ra-linha-relatorio
                 write ra-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if
            move spaces                 to wid-pdi00400
            string lnk-dtbpath delimited by " ",
                   "/EFDI04.IND" delimited by size into wid-pdi00400
            open input pdi00400
            if   not ws-operacao-ok
                 perform 9000-monta-status
                 move spaces            to ra-linha-relatorio
                 string "ERRO;Falha na abertura do EFDI04.IND - Status: "
                        ws-status delimited by "  "
                        into ra-linha-relatorio
                 write ra-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if

            move spaces                 to wid-arqwor
            string lnk-dtbpath delimited by " ",
                   "/../tmp/work/t_nfaud_" lnk-cd-empresa "_" lnk-cd-filial
                   ".WRK" delimited by size
                   into wid-arqwor
            open output arqwor
            close arqwor
            open i-o arqwor
            if   not ws-operacao-ok
                 perform 9000-monta-status
                 move spaces            to ra-linha-relatorio
                 string "ERRO;Falha na criação do arquivo de trabalho - Status: "
                        ws-status delimited by "  "
                        into ra-linha-relatorio
                 write ra-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if

            move spaces                 to ra-linha-relatorio
            if   ws-todas-filiais
                 string "Auditoria de numeração;Empresa " ws-empresa-filtro
                        " (todas as filiais);Período " ws-data-inicial " a "
                        ws-data-final delimited by size
                        into ra-linha-relatorio
            else
                 string "Auditoria de numeração;Empresa/Filial " ws-empresa-filtro
                        "/" ws-filial-filtro ";Período " ws-data-inicial " a "
                        ws-data-final delimited by size
                        into ra-linha-relatorio
            end-if
            write ra-linha-relatorio
            move "Ocorrência;Empresa/Filial;Tipo nota;Codigo des;Série;Número/De;Até;Quantidade;Emissão;Emissão seguinte/Outro des"
                                        to ra-linha-relatorio
            write ra-linha-relatorio.
       1000-exit.
            exit.

      *>===================================================================================
       1100-carrega-parametros-entrada section.
       1100.
            move lnk-cd-empresa         to ws-empresa-filtro
            move lnk-cd-filial          to ws-filial-filtro
            move "N"                    to ws-todas-filiais-ind
                                           ws-filial-informada-ind
            move zeros                  to ws-data-inicial ws-data-final
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
                          when "empresa"
                               if   ws-par-valor(1:3) is numeric
                                    move ws-par-valor(1:3) to ws-empresa-filtro
                                    move "S"   to ws-todas-filiais-ind
                               end-if
                          when "filial"
                               if   ws-par-valor(1:4) is numeric
                                    move ws-par-valor(1:4) to ws-filial-filtro
                                    move "S"   to ws-filial-informada-ind
                               end-if
                          when "datainicial"
                               if   ws-par-valor(1:8) is numeric
                                    move ws-par-valor(1:8) to ws-data-inicial
                               end-if
                          when "datafinal"
                               if   ws-par-valor(1:8) is numeric
                                    move ws-par-valor(1:8) to ws-data-final
                               end-if
                          when "nomeArquivoSM"
                               move ws-par-valor to ws-nome-saida-lote
                      end-evaluate
                 end-if
            end-perform

      *>    filial= informada junto com empresa= restringe a uma filial
            if   ws-filial-informada
                 move "N"               to ws-todas-filiais-ind
            end-if

            move lnk-data-movimento     to ws-data-base
            if   ws-data-base = zeros
                 move lnk-data-cpu      to ws-data-base
            end-if
            if   ws-data-inicial = zeros
                 move ws-data-base      to ws-data-inicial
                 move 01                to ws-data-inicial(7:2)
            end-if
            if   ws-data-final = zeros
                 move ws-data-base      to ws-data-final
            end-if.
       1100-exit.
            exit.

      *>===================================================================================
      *>    Passada pelo mestre: as notas vêm em ordem de tipo-nota, codigo-des e
      *>    número, com as séries intercaladas - a situação de cada série fica na
      *>    tabela do grupo tipo-nota/codigo-des, impressa na troca do grupo.
      *>===================================================================================
       2000-audita-mestre section.
       2000.
            move spaces                 to ws-grupo-corrente
            initialize                  fcfmf-registro-data
            move ws-empresa-filtro      to fcfmf-cd-empresa
            if   not ws-todas-filiais
                 move ws-filial-filtro  to fcfmf-cd-filial
            end-if
            start pd00400 key is not less fcfmf-chave
                  invalid key move "10" to ws-resultado-acesso
            end-start
            if   ws-operacao-ok
                 read pd00400 next
            end-if
            perform until not ws-operacao-ok
                    or fcfmf-cd-empresa not = ws-empresa-filtro
                    or (not ws-todas-filiais
                        and fcfmf-cd-filial not = ws-filial-filtro)
                 if   fcfmf-codigo-registro = 1
                 and  fcfmf-sequencia = zeros
                      move fcfmf-cd-empresa  to ws-gl-cd-empresa
                      move fcfmf-cd-filial   to ws-gl-cd-filial
                      move fcfmf-tipo-nota   to ws-gl-tipo-nota
                      move fcfmf-codigo-des  to ws-gl-codigo-des
                      if   ws-grupo-lido not = ws-grupo-corrente
                           perform 2300-imprime-series-grupo
                           move ws-grupo-lido to ws-grupo-corrente
                      end-if
                      perform 2100-audita-nota
                 end-if
                 read pd00400 next
            end-perform
            move zeros                  to ws-resultado-acesso
            perform 2300-imprime-series-grupo.
       2000-exit.
            exit.

      *>===================================================================================
       2100-audita-nota section.
       2100.
            add 1                       to ws-qt-notas-lidas
            perform 2110-localiza-serie
            add 1                       to tb-sr-qt-notas(ws-ix-serie)

            if   tb-sr-qt-notas(ws-ix-serie) > 1
            and  fcfmf-numero-doc > tb-sr-ultimo-numero(ws-ix-serie) + 1
                 compute ws-numero-de  = tb-sr-ultimo-numero(ws-ix-serie) + 1
                 compute ws-numero-ate = fcfmf-numero-doc - 1
                 compute ws-qt-faltantes = ws-numero-ate - ws-numero-de + 1
                 add 1                  to ws-qt-lacunas
                                           tb-sr-qt-lacunas(ws-ix-serie)
                 add ws-qt-faltantes    to tb-sr-qt-faltantes(ws-ix-serie)
                 move spaces            to ra-linha-relatorio
                 string "LACUNA;" fcfmf-cd-empresa "/" fcfmf-cd-filial ";"
                        fcfmf-tipo-nota ";" fcfmf-codigo-des ";"
                        fcfmf-serie-doc ";" ws-numero-de ";" ws-numero-ate ";"
                        ws-qt-faltantes ";" tb-sr-ultima-emissao(ws-ix-serie) ";"
                        fcfmf-data-emissao delimited by size
                        into ra-linha-relatorio
                 write ra-linha-relatorio
            end-if
            move fcfmf-numero-doc       to tb-sr-ultimo-numero(ws-ix-serie)
            move fcfmf-data-emissao     to tb-sr-ultima-emissao(ws-ix-serie)

            if   fcfmf-data-emissao not < ws-data-inicial
            and  fcfmf-data-emissao not > ws-data-final
                 add 1                  to tb-sr-qt-periodo(ws-ix-serie)
                 if   tb-sr-qt-periodo(ws-ix-serie) = 1
                      move fcfmf-numero-doc   to tb-sr-primeiro-periodo(ws-ix-serie)
                      move fcfmf-data-emissao to tb-sr-emissao-primeiro(ws-ix-serie)
                 end-if
                 move fcfmf-numero-doc   to tb-sr-ultimo-periodo(ws-ix-serie)
                 move fcfmf-data-emissao to tb-sr-emissao-ultimo(ws-ix-serie)
            end-if

            perform 2120-verifica-indice
            perform 2130-verifica-duplicidade.
       2100-exit.
            exit.

      *>===================================================================================
       2110-localiza-serie section.
       2110.
            perform varying ws-ix-serie from 1 by 1
                    until ws-ix-serie > ws-qt-series
                    or    tb-sr-serie-doc(ws-ix-serie) = fcfmf-serie-doc
            end-perform
            if   ws-ix-serie > ws-qt-series
                 if   ws-qt-series >= ws-limite-series
                      move ws-limite-series to ws-ix-serie
                      exit section
                 end-if
                 add 1                  to ws-qt-series
                 move ws-qt-series      to ws-ix-serie
                 initialize             tb-sr(ws-ix-serie)
                 move fcfmf-serie-doc   to tb-sr-serie-doc(ws-ix-serie)
            end-if.
       2110-exit.
            exit.

      *>===================================================================================
       2120-verifica-indice section.
       2120.
            move spaces                 to fifrd-registro-data
            initialize                  fifrd-registro-data
            move fcfmf-cd-empresa       to fifrd-cd-empresa
            move fcfmf-cd-filial        to fifrd-cd-filial
            move 01                     to fifrd-codigo-registro
            move fcfmf-tipo-nota        to fifrd-tipo-nota
            move fcfmf-codigo-des       to fifrd-codigo-des
            move fcfmf-numero-doc       to fifrd-numero-doc
            move fcfmf-serie-doc        to fifrd-serie-doc
            read pdi00400
            if   not ws-operacao-ok
                 add 1                  to ws-qt-mestre-sem-indice
                 move spaces            to ra-linha-relatorio
                 string "MESTRE-SEM-INDICE;" fcfmf-cd-empresa "/" fcfmf-cd-filial ";"
                        fcfmf-tipo-nota ";" fcfmf-codigo-des ";"
                        fcfmf-serie-doc ";" fcfmf-numero-doc ";;;"
                        fcfmf-data-emissao delimited by size
                        into ra-linha-relatorio
                 write ra-linha-relatorio
            end-if
            move zeros                  to ws-resultado-acesso.
       2120-exit.
            exit.

      *>===================================================================================
      *>    Mesmo tipo-nota/série/número já visto sob outro codigo-des.
      *>===================================================================================
       2130-verifica-duplicidade section.
       2130.
            move fcfmf-cd-empresa       to rw-cd-empresa
            move fcfmf-cd-filial        to rw-cd-filial
            move fcfmf-tipo-nota        to rw-tipo-nota
            move fcfmf-serie-doc        to rw-serie-doc
            move fcfmf-numero-doc       to rw-numero-doc
            move fcfmf-codigo-des       to rw-codigo-des
            move fcfmf-data-emissao     to rw-data-emissao
            write rw-numeracao
            if   ws-registro-existente
                 read arqwor
                 add 1                  to ws-qt-duplicados
                 move spaces            to ra-linha-relatorio
                 string "DUPLICADO;" fcfmf-cd-empresa "/" fcfmf-cd-filial ";"
                        fcfmf-tipo-nota ";" fcfmf-codigo-des ";"
                        fcfmf-serie-doc ";" fcfmf-numero-doc ";;;"
                        fcfmf-data-emissao ";" rw-codigo-des
                        delimited by size
                        into ra-linha-relatorio
                 write ra-linha-relatorio
            end-if
            move zeros                  to ws-resultado-acesso.
       2130-exit.
            exit.

      *>===================================================================================
       2300-imprime-series-grupo section.
       2300.
            perform varying ws-ix-serie from 1 by 1
                    until ws-ix-serie > ws-qt-series
                 move spaces            to ra-linha-relatorio
                 string "SERIE;" ws-gc-cd-empresa "/" ws-gc-cd-filial ";"
                        ws-gc-tipo-nota ";" ws-gc-codigo-des ";"
                        tb-sr-serie-doc(ws-ix-serie) ";"
                        tb-sr-primeiro-periodo(ws-ix-serie) ";"
                        tb-sr-ultimo-periodo(ws-ix-serie) ";"
                        tb-sr-qt-periodo(ws-ix-serie) ";"
                        tb-sr-emissao-primeiro(ws-ix-serie) ";"
                        tb-sr-emissao-ultimo(ws-ix-serie) ";lacunas;"
                        tb-sr-qt-lacunas(ws-ix-serie) ";faltantes;"
                        tb-sr-qt-faltantes(ws-ix-serie) ";notas no mestre;"
                        tb-sr-qt-notas(ws-ix-serie)
                        delimited by size
                        into ra-linha-relatorio
                 write ra-linha-relatorio
            end-perform
            move zeros                  to ws-qt-series.
       2300-exit.
            exit.

      *>===================================================================================
      *>    Passada pelo índice: entrada (codigo-registro 01) sem a nota no mestre.
      *>===================================================================================
       2500-audita-indice section.
       2500.
            move spaces                 to fifrd-registro-data
            initialize                  fifrd-registro-data
            move ws-empresa-filtro      to fifrd-cd-empresa
            if   not ws-todas-filiais
                 move ws-filial-filtro  to fifrd-cd-filial
            end-if
            move 01                     to fifrd-codigo-registro
            start pdi00400 key is not less fifrd-chave
                  invalid key move "10" to ws-resultado-acesso
            end-start
            if   ws-operacao-ok
                 read pdi00400 next
            end-if
            perform until not ws-operacao-ok
                    or fifrd-cd-empresa not = ws-empresa-filtro
                    or (not ws-todas-filiais
                        and fifrd-cd-filial not = ws-filial-filtro)
                 if   fifrd-codigo-registro = 01
                      add 1             to ws-qt-indices-lidos
                      perform 2510-verifica-mestre
                 end-if
                 read pdi00400 next
            end-perform
            move zeros                  to ws-resultado-acesso.
       2500-exit.
            exit.

      *>===================================================================================
       2510-verifica-mestre section.
       2510.
            initialize                  fcfmf-registro-data
            move fifrd-cd-empresa       to fcfmf-cd-empresa
            move fifrd-cd-filial        to fcfmf-cd-filial
            move fifrd-tipo-nota        to fcfmf-tipo-nota
            move fifrd-codigo-des       to fcfmf-codigo-des
            move fifrd-numero-doc       to fcfmf-numero-doc
            move fifrd-serie-doc        to fcfmf-serie-doc
            move 1                      to fcfmf-codigo-registro
            move zeros                  to fcfmf-sequencia
            read pd00400
            if   not ws-operacao-ok
                 add 1                  to ws-qt-indice-sem-mestre
                 move spaces            to ra-linha-relatorio
                 string "INDICE-SEM-MESTRE;" fifrd-cd-empresa "/" fifrd-cd-filial ";"
                        fifrd-tipo-nota ";" fifrd-codigo-des ";"
                        fifrd-serie-doc ";" fifrd-numero-doc
                        delimited by size
                        into ra-linha-relatorio
                 write ra-linha-relatorio
            end-if
            move zeros                  to ws-resultado-acesso.
       2510-exit.
            exit.

      *>===================================================================================
       2900-imprime-totais section.
       2900.
            move spaces                 to ra-linha-relatorio
            write ra-linha-relatorio
            move spaces                 to ra-linha-relatorio
            string "Notas no mestre;" ws-qt-notas-lidas
                   ";Entradas no índice;" ws-qt-indices-lidos
                   ";Lacunas;" ws-qt-lacunas
                   ";Duplicados;" ws-qt-duplicados
                   ";Mestre sem índice;" ws-qt-mestre-sem-indice
                   ";Índice sem mestre;" ws-qt-indice-sem-mestre
                   delimited by size
                   into ra-linha-relatorio
            write ra-linha-relatorio.
       2900-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close pd00400
            close pdi00400
            close arqwor
            call "CBL_DELETE_FILE" using wid-arqwor
            close rel-auditoria.
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
            move spaces                 to wid-rel-auditoria
            if   ws-nome-saida-lote not = spaces
                 if   lnk-formato-saida = spaces
                      move "TXT"        to lnk-formato-saida
                 end-if
                 string lnk-dtbpath delimited by " ",
                        "/../tmp/work/" delimited by size,
                        ws-nome-saida-lote delimited by "  ",
                        "." delimited by size,
                        lnk-formato-saida delimited by " "
                        into wid-rel-auditoria
            else
                 string lnk-dtbpath delimited by " ",
                        "/../tmp/work/nfaudit_" lnk-data-cpu ".txt"
                        into wid-rel-auditoria
            end-if
            open output rel-auditoria.
       9000-exit.
            exit.
