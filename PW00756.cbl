      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id.  PW00756.
      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>            Backup Consistente dos Arquivos Operacionais
      *>            --------------------------------------------------------
      *>
      *>    Copia o conjunto completo dos arquivos operacionais para um diretório
      *>    datado <raiz>/BKP_aaaammdd_hhmmss:
      *>        EFDPAR / EFDPARH (parâmetros e histórico), EFD004 / EFDI04 (NF e
      *>        índice), EFD422, EFD897 / EFD897H e os arquivos PD997xx (Lotes,
      *>        histórico e saídas, feriados, plantão, notificações, bloqueios,
      *>        mensagens, aprovações, batimento, situação de login, assinantes e
      *>        ponto de controle do SIEM).
      *>    Arquivo indexado com índice separado (.idx) leva o índice junto.
      *>
      *>    Só copia com a base parada: havendo Lote em execução (cabeçalho do
      *>    PD99704 com execução iniciada no dia - marca de dia anterior é
      *>    obsoleta, como no PW00007) ou sessão de logon com atividade dentro da
      *>    janela de inatividade, nada é copiado e o job termina com erro,
      *>    listando o que impediu. Para drenar as sessões antes do horário do
      *>    backup, publicar mensagem bloqueante de manutenção (PW00725). O Lote
      *>    que executa o próprio backup é informado em lote=NNN e não conta.
      *>
      *>    Cada arquivo é contado no original e na cópia pelo PW00756X (registros
      *>    e valor de controle do conteúdo); cópia que não confere deixa o
      *>    conjunto incompleto. O manifesto MANIFESTO.TXT fica no diretório do
      *>    conjunto:
      *>        CONJUNTO;aaaammdd;hhmmss;usuário;eee/ffff
      *>        ARQUIVO;layout;nome;registros;bytes;valor;índice;bytes índice;situação
      *>        FIM;arquivos copiados;registros;bytes
      *>    situação: OK, AUSENTE (arquivo ainda não criado na instalação - aviso)
      *>    ou ERRO. O conjunto é registrado no catálogo EFDBKP.CAD (PD99717) e
      *>    conferido depois pelo PW00757.
      *>
      *>    Retenção: gravado um conjunto completo, os conjuntos do catálogo mais
      *>    antigos que a retenção têm os arquivos e o diretório removidos e ficam
      *>    marcados como expurgados. Conjunto incompleto não expurga nada.
      *>
      *>    Parâmetros (lnk-rotina-configuracao, campo=valor&...):
      *>        diretorio=xxx      raiz dos conjuntos (default: ../backup da base;
      *>                           sem "/" inicial é relativo ao diretório da base)
      *>        retencao=NNN       dias de retenção dos conjuntos (default 7)
      *>        lote=NNN           Lote da unidade que executa este job
      *>        inatividadeMin=NNNN  minutos sem atividade para a sessão de logon
      *>                           não impedir o backup (default 30)
      *>
      *>    Saída: ../tmp/work/backup_<data>.txt. Job de Lote do PW00007.
      *>

      *>===================================================================================
       environment division.
            special-names. decimal-point is comma.

       input-output section.
       file-control.

       copy PCS99704.CPY.               *> Lotes de Rotinas
       copy PCS99717.CPY.               *> Catálogo dos Conjuntos de Backup

            select logon assign to disk wid-logon
                   organization is indexed
                   access mode is dynamic
                   record key is lgn-session-id
                   alternate key is lgn-usuario with duplicates
                   file status is ws-resultado-acesso
                   lock mode is manual.

            select manifesto assign to disk wid-manifesto
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-manifesto.

            select rel-backup assign to disk wid-rel-backup
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-rel-backup.

      *>===================================================================================
       data division.

       copy PCF99704.CPY.               *> Lotes de Rotinas
       copy PCF99717.CPY.               *> Catálogo dos Conjuntos de Backup

       fd   logon.
       01   lgn-registro.
            03 lgn-session-id           pic x(50).
            03 lgn-usuario              pic x(20).
            03 lgn-linkage              pic x(10000).
            03 lgn-dt-ult-atividade     pic 9(08).
            03 lgn-hr-ult-atividade     pic 9(06).
            03 lgn-cd-empresa           pic 9(03).
            03 lgn-cd-filial            pic 9(04).

       fd   manifesto.
       01   mf-linha-manifesto          pic x(200).

       fd   rel-backup.
       01   rb-linha-relatorio          pic x(300).

      *>===================================================================================
       working-storage section.
       78   versao                      value "a".

       78   ws-qt-arquivos-conjunto     value 20.

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
            03 ws-retencao-dias         pic 9(03) value zeros.
            03 ws-lote-proprio          pic 9(03) value zeros.
            03 ws-inatividade-minutos   pic 9(04) value zeros.

       01   ws-campos-de-trabalho.
            03 ws-data-hoje             pic 9(08) value zeros.
            03 ws-hora-agora            pic 9(06) value zeros.
            03 filler redefines ws-hora-agora.
               05 ws-hh-agora           pic 9(02).
               05 ws-mm-agora           pic 9(02).
               05 ws-ss-agora           pic 9(02).
            03 ws-dias                  pic s9(09) value zeros.
            03 ws-minutos-agora         pic 9(09) value zeros.
            03 ws-minutos-registro      pic 9(09) value zeros.
            03 ws-minutos-inativa       pic s9(09) value zeros.
            03 ws-hora-registro         pic 9(06) value zeros.
            03 filler redefines ws-hora-registro.
               05 ws-hh-registro        pic 9(02).
               05 ws-mm-registro        pic 9(02).
               05 ws-ss-registro        pic 9(02).
            03 ws-qt-impedimentos       pic 9(05) value zeros.
            03 ws-ix-arquivo            pic 9(02) value zeros.
            03 ws-conjunto-ind          pic x(01) value "C".
               88 ws-conjunto-completo      value "C".
               88 ws-conjunto-incompleto    value "I".
            03 ws-situacao-arquivo      pic x(08) value spaces.
            03 ws-qt-copiados           pic 9(03) value zeros.
            03 ws-qt-ausentes           pic 9(03) value zeros.
            03 ws-qt-com-erro           pic 9(03) value zeros.
            03 ws-qt-registros-conjunto pic 9(11) value zeros.
            03 ws-qt-bytes-conjunto     pic 9(13) value zeros.
            03 ws-qt-expurgados         pic 9(05) value zeros.
            03 ws-qt-registros-origem   pic 9(09) value zeros.
            03 ws-valor-origem          pic 9(10) value zeros.
            03 ws-qt-registros-copia    pic 9(09) value zeros.
            03 ws-valor-copia           pic 9(10) value zeros.
            03 ws-bytes-arquivo         pic 9(13) value zeros.
            03 ws-bytes-indice          pic 9(13) value zeros.
            03 ws-detalhe-arquivo.
               05 ws-tamanho-arquivo    pic x(08) comp-x.
               05 ws-dia-arquivo        pic x(01) comp-x.
               05 ws-mes-arquivo        pic x(01) comp-x.
               05 ws-ano-arquivo        pic x(02) comp-x.
               05 ws-hora-arquivo       pic x(01) comp-x.
               05 ws-min-arquivo        pic x(01) comp-x.
               05 ws-seg-arquivo        pic x(01) comp-x.
               05 ws-cent-arquivo       pic x(01) comp-x.

       01   ws-caminhos.
            03 ws-diretorio-raiz        pic x(150) value spaces.
            03 ws-diretorio-conjunto    pic x(150) value spaces.
            03 ws-nome-conjunto.
               05 filler                pic x(04) value "BKP_".
               05 ws-dt-conjunto        pic 9(08) value zeros.
               05 filler                pic x(01) value "_".
               05 ws-hr-conjunto        pic 9(06) value zeros.
            03 ws-origem                pic x(200) value spaces.
            03 ws-destino               pic x(200) value spaces.
            03 ws-origem-indice         pic x(200) value spaces.
            03 ws-destino-indice        pic x(200) value spaces.
            03 ws-arquivo-expurgo       pic x(200) value spaces.

      *>    layout (PW00756X) / nome físico / índice separado / local:
      *>    D = diretório da base, C = diretório corrente (arquivos de Lotes)
       01   tb-arquivos-backup.
            03 filler pic x(33) value "PD99800 EFDPAR.CAD  EFDPAR.idx  D".
            03 filler pic x(33) value "PD99801 EFDPARH.CAD EFDPARH.idx D".
            03 filler pic x(33) value "PD00400 EFD004.CAD  EFD004.idx  D".
            03 filler pic x(33) value "PDI00400EFDI04.IND  EFDI04.idx  D".
            03 filler pic x(33) value "PD42200 EFD422.CAD  EFD422.idx  D".
            03 filler pic x(33) value "PD89700 EFD897.CAD  EFD897.idx  D".
            03 filler pic x(33) value "PD89701 EFD897H.CAD EFD897H.idx D".
            03 filler pic x(33) value "PD99704 pd99704.dat pd99704.idx C".
            03 filler pic x(33) value "PD99705 pd99705.dat pd99705.idx C".
            03 filler pic x(33) value "PD99706 pd99706.dat pd99706.idx C".
            03 filler pic x(33) value "PD99707 EFDFER.CAD  EFDFER.idx  D".
            03 filler pic x(33) value "PD99708 EFDOPR.CAD  EFDOPR.idx  D".
            03 filler pic x(33) value "PD99709 EFDNTF.CAD  EFDNTF.idx  D".
            03 filler pic x(33) value "PD99710 EFDLCK.CAD  EFDLCK.idx  D".
            03 filler pic x(33) value "PD99711 EFDMSG.CAD  EFDMSG.idx  D".
            03 filler pic x(33) value "PD99712 EFDAPR.CAD  EFDAPR.idx  D".
            03 filler pic x(33) value "PD99713 EFDHBT.CAD  EFDHBT.idx  D".
            03 filler pic x(33) value "PD99714 EFDSLG.CAD  EFDSLG.idx  D".
            03 filler pic x(33) value "PD99715 EFDASS.CAD  EFDASS.idx  D".
            03 filler pic x(33) value "PD99716 EFDSIE.CAD  EFDSIE.idx  D".
       01   filler redefines tb-arquivos-backup.
            03 tb-arquivo-backup occurs 20.
               05 tb-ab-cd-arquivo      pic x(08).
               05 tb-ab-nome            pic x(12).
               05 tb-ab-indice          pic x(12).
               05 tb-ab-local           pic x(01).
                  88 tb-ab-na-base          value "D".

       01   wid-logon                   pic x(100) value spaces.
       01   wid-manifesto               pic x(200) value spaces.
       01   ws-sts-manifesto            pic x(02) value "00".
            88 ws-manifesto-ok              value "00".
       01   wid-rel-backup              pic x(100) value spaces.
       01   ws-sts-rel-backup           pic x(02) value "00".
            88 ws-rel-backup-ok             value "00".

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
                 perform 2000-verifica-atividade
            end-if
            if   lnk-sem-erro
                 perform 2300-copia-conjunto
            end-if
            if   ws-qt-impedimentos = zeros
            and  ws-diretorio-conjunto not = spaces
                 perform 2400-grava-catalogo
            end-if
            if   lnk-sem-erro
            and  ws-conjunto-completo
                 perform 2500-expurga-conjuntos
            end-if
            perform 2900-imprime-totais
            perform 3000-finalizacao.
       0000-saida.
            exit program
            stop run.

      *>===================================================================================
       1000-inicializacao section.
       1000.
            move "0"                    to lnk-retorno
            move zeros                  to ws-qt-impedimentos ws-qt-copiados
                                           ws-qt-ausentes ws-qt-com-erro
                                           ws-qt-registros-conjunto
                                           ws-qt-bytes-conjunto ws-qt-expurgados
            move "C"                    to ws-conjunto-ind
            move function current-date(1:8) to ws-data-hoje
            move function current-date(9:6) to ws-hora-agora
            compute ws-minutos-agora = (function integer-of-date(ws-data-hoje) * 1440)
                    + (ws-hh-agora * 60) + ws-mm-agora
            perform 1100-carrega-parametros-entrada

            perform 9000-abre-relatorio
            if   not ws-rel-backup-ok
                 move "1"               to lnk-retorno
                 exit section
            end-if

            perform 9000-abrir-io-pd99704
            if   not ws-operacao-ok
                 perform 9000-monta-status
                 move spaces            to rb-linha-relatorio
                 string "PW00756;;Falha na abertura do arquivo de Lotes - Status: "
                        ws-status delimited by "  "
                        into rb-linha-relatorio
                 write rb-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if
            perform 9000-abrir-io-pd99717
            if   not ws-operacao-ok
                 perform 9000-monta-status
                 move spaces            to rb-linha-relatorio
                 string "PW00756;;Falha na abertura do catálogo de backup (EFDBKP) - Status: "
                        ws-status delimited by "  "
                        into rb-linha-relatorio
                 write rb-linha-relatorio
                 move "1"               to lnk-retorno
            end-if.
       1000-exit.
            exit.

      *>===================================================================================
       1100-carrega-parametros-entrada section.
       1100.
            move spaces                 to ws-dir-informado
            move 7                      to ws-retencao-dias
            move zeros                  to ws-lote-proprio
            move 30                     to ws-inatividade-minutos
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
                          when "diretorio"
                               move ws-par-valor to ws-dir-informado
                          when "retencao"
                               if   ws-par-valor(1:3) is numeric
                               and  ws-par-valor(1:3) not = "000"
                                    move ws-par-valor(1:3) to ws-retencao-dias
                               end-if
                          when "lote"
                               if   ws-par-valor(1:3) is numeric
                                    move ws-par-valor(1:3) to ws-lote-proprio
                               end-if
                          when "inatividadeMin"
                               if   ws-par-valor(1:4) is numeric
                                    move ws-par-valor(1:4) to ws-inatividade-minutos
                               end-if
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
      *>    Base parada? Lotes em execução e sessões ativas impedem o backup.
      *>===================================================================================
       2000-verifica-atividade section.
       2000.
            perform 2100-verifica-lotes
            perform 2200-verifica-sessoes
            if   ws-qt-impedimentos > zeros
                 move spaces            to rb-linha-relatorio
                 string "PW00756;;Backup NÃO realizado - base em uso ("
                        ws-qt-impedimentos " impedimento(s))"
                        delimited by size
                        into rb-linha-relatorio
                 write rb-linha-relatorio
                 move "1"               to lnk-retorno
            end-if.
       2000-exit.
            exit.

      *>===================================================================================
       2100-verifica-lotes section.
       2100.
            initialize                  f99704-registro
            perform 9000-str-pd99704-nlss
            perform 9000-ler-pd99704-nex
            perform until not ws-operacao-ok
                 if   f99704-codigo-registro = 0
                 and  f99704-lote-em-execucao
                 and  f99704-dt-inicio-execucao >= ws-data-hoje
                 and  not (f99704-cd-empresa = lnk-cd-empresa
                      and  f99704-cd-filial  = lnk-cd-filial
                      and  f99704-lote       = ws-lote-proprio)
                      add 1             to ws-qt-impedimentos
                      move spaces       to rb-linha-relatorio
                      string "PW00756;" f99704-cd-empresa "/" f99704-cd-filial
                             ";Lote " f99704-lote " em execução desde "
                             f99704-dt-inicio-execucao " " f99704-hr-inicio-execucao
                             delimited by size
                             into rb-linha-relatorio
                      write rb-linha-relatorio
                 end-if
                 perform 9000-ler-pd99704-nex
            end-perform
            move zeros                  to ws-resultado-acesso.
       2100-exit.
            exit.

      *>===================================================================================
      *>    Sessões sem carimbo de atividade contam como inativas (PW00714).
      *>===================================================================================
       2200-verifica-sessoes section.
       2200.
            move spaces                 to wid-logon
            string lnk-dtbPath delimited by " ", "/LOGON"
                   into wid-logon
            open input logon
            if   not ws-operacao-ok
                 move zeros             to ws-resultado-acesso
                 exit section
            end-if
            initialize                  lgn-registro
            start logon key is not less lgn-session-id
            if   ws-operacao-ok
                 read logon next
            end-if
            perform until not ws-operacao-ok
                 if   lgn-session-id not = lnk-sessionid
                 and  lgn-dt-ult-atividade is numeric
                 and  lgn-dt-ult-atividade not = zeros
                      if   lgn-hr-ult-atividade is not numeric
                           move zeros   to ws-hora-registro
                      else
                           move lgn-hr-ult-atividade to ws-hora-registro
                      end-if
                      compute ws-minutos-registro =
                              (function integer-of-date(lgn-dt-ult-atividade) * 1440)
                              + (ws-hh-registro * 60) + ws-mm-registro
                      compute ws-minutos-inativa = ws-minutos-agora - ws-minutos-registro
                      if   ws-minutos-inativa <= ws-inatividade-minutos
                           add 1        to ws-qt-impedimentos
                           move spaces  to rb-linha-relatorio
                           string "PW00756;" lgn-cd-empresa "/" lgn-cd-filial
                                  ";Sessão ativa do usuário " delimited by size
                                  lgn-usuario delimited by " "
                                  " - última atividade " lgn-dt-ult-atividade
                                  " " lgn-hr-ult-atividade delimited by size
                                  into rb-linha-relatorio
                           write rb-linha-relatorio
                      end-if
                 end-if
                 read logon next
            end-perform
            move zeros                  to ws-resultado-acesso
            close logon.
       2200-exit.
            exit.

      *>===================================================================================
      *>    Diretório do conjunto, cópia de cada arquivo e manifesto.
      *>===================================================================================
       2300-copia-conjunto section.
       2300.
            move ws-data-hoje           to ws-dt-conjunto
            move ws-hora-agora          to ws-hr-conjunto
            move spaces                 to ws-diretorio-conjunto
            string ws-diretorio-raiz delimited by " ",
                   "/" ws-nome-conjunto delimited by size
                   into ws-diretorio-conjunto
            call "CBL_CREATE_DIR" using ws-diretorio-raiz
            move zeros                  to return-code
            call "CBL_CREATE_DIR" using ws-diretorio-conjunto
            if   return-code not = zeros
                 move zeros             to return-code
                 move spaces            to rb-linha-relatorio
                 string "PW00756;;Falha na criação do diretório do conjunto: "
                        delimited by size,
                        ws-diretorio-conjunto delimited by " "
                        into rb-linha-relatorio
                 write rb-linha-relatorio
                 move spaces            to ws-diretorio-conjunto
                 move "1"               to lnk-retorno
                 exit section
            end-if

            move spaces                 to wid-manifesto
            string ws-diretorio-conjunto delimited by " ",
                   "/MANIFESTO.TXT" delimited by size
                   into wid-manifesto
            open output manifesto
            if   not ws-manifesto-ok
                 move spaces            to rb-linha-relatorio
                 string "PW00756;;Falha na criação do manifesto - Status: "
                        ws-sts-manifesto delimited by size
                        into rb-linha-relatorio
                 write rb-linha-relatorio
                 move "I"               to ws-conjunto-ind
                 move "1"               to lnk-retorno
                 exit section
            end-if
            move spaces                 to mf-linha-manifesto
            string "CONJUNTO;" ws-dt-conjunto ";" ws-hr-conjunto ";"
                   delimited by size
                   lnk-id-usuario delimited by " "
                   ";" lnk-cd-empresa "/" lnk-cd-filial delimited by size
                   into mf-linha-manifesto
            write mf-linha-manifesto

            perform varying ws-ix-arquivo from 1 by 1
                    until ws-ix-arquivo > ws-qt-arquivos-conjunto
                 perform 2310-copia-arquivo
            end-perform

            move spaces                 to mf-linha-manifesto
            string "FIM;" ws-qt-copiados ";" ws-qt-registros-conjunto
                   ";" ws-qt-bytes-conjunto delimited by size
                   into mf-linha-manifesto
            write mf-linha-manifesto
            if   not ws-manifesto-ok
                 move "I"               to ws-conjunto-ind
            end-if
            close manifesto.
       2300-exit.
            exit.

      *>===================================================================================
      *>    Um arquivo: existe? conta o original, copia (com o índice separado,
      *>    se houver), conta a cópia e confere. Arquivo ainda não criado na
      *>    instalação entra no manifesto como AUSENTE.
      *>===================================================================================
       2310-copia-arquivo section.
       2310.
            move zeros                  to ws-qt-registros-origem ws-valor-origem
                                           ws-bytes-arquivo ws-bytes-indice
            move "OK"                   to ws-situacao-arquivo
            move spaces                 to ws-origem ws-destino
                                           ws-origem-indice ws-destino-indice
            if   tb-ab-na-base(ws-ix-arquivo)
                 string lnk-dtbpath delimited by " ",
                        "/" tb-ab-nome(ws-ix-arquivo) delimited by " "
                        into ws-origem
                 string lnk-dtbpath delimited by " ",
                        "/" tb-ab-indice(ws-ix-arquivo) delimited by " "
                        into ws-origem-indice
            else
                 move tb-ab-nome(ws-ix-arquivo)   to ws-origem
                 move tb-ab-indice(ws-ix-arquivo) to ws-origem-indice
            end-if
            string ws-diretorio-conjunto delimited by " ",
                   "/" tb-ab-nome(ws-ix-arquivo) delimited by " "
                   into ws-destino
            string ws-diretorio-conjunto delimited by " ",
                   "/" tb-ab-indice(ws-ix-arquivo) delimited by " "
                   into ws-destino-indice

            call "CBL_CHECK_FILE_EXIST" using ws-origem ws-detalhe-arquivo
            if   return-code not = zeros
                 move zeros             to return-code
                 move "AUSENTE"         to ws-situacao-arquivo
                 add 1                  to ws-qt-ausentes
                 perform 2320-grava-linha-manifesto
                 exit section
            end-if

            move tb-ab-cd-arquivo(ws-ix-arquivo) to lnk-ca-cd-arquivo
            move ws-origem              to lnk-ca-caminho
            perform 9000-conta-arquivo
            if   not lnk-ca-contado
                 move spaces            to rb-linha-relatorio
                 string "PW00756;;" tb-ab-nome(ws-ix-arquivo)
                        ";ERRO - original não pôde ser lido - Status: "
                        lnk-ca-status delimited by size
                        into rb-linha-relatorio
                 perform 2330-erro-arquivo
                 exit section
            end-if
            move lnk-ca-qt-registros    to ws-qt-registros-origem
            move lnk-ca-valor-controle  to ws-valor-origem

            call "CBL_COPY_FILE" using ws-origem ws-destino
            if   return-code not = zeros
                 move zeros             to return-code
                 move spaces            to rb-linha-relatorio
                 string "PW00756;;" tb-ab-nome(ws-ix-arquivo)
                        ";ERRO - falha na cópia" delimited by size
                        into rb-linha-relatorio
                 perform 2330-erro-arquivo
                 exit section
            end-if
            call "CBL_CHECK_FILE_EXIST" using ws-destino ws-detalhe-arquivo
            if   return-code = zeros
                 move ws-tamanho-arquivo to ws-bytes-arquivo
            end-if
            move zeros                  to return-code

            call "CBL_CHECK_FILE_EXIST" using ws-origem-indice ws-detalhe-arquivo
            if   return-code = zeros
                 call "CBL_COPY_FILE" using ws-origem-indice ws-destino-indice
                 if   return-code not = zeros
                      move zeros        to return-code
                      move spaces       to rb-linha-relatorio
                      string "PW00756;;" tb-ab-indice(ws-ix-arquivo)
                             ";ERRO - falha na cópia do índice" delimited by size
                             into rb-linha-relatorio
                      perform 2330-erro-arquivo
                      exit section
                 end-if
                 call "CBL_CHECK_FILE_EXIST" using ws-destino-indice ws-detalhe-arquivo
                 if   return-code = zeros
                      move ws-tamanho-arquivo to ws-bytes-indice
                 end-if
            end-if
            move zeros                  to return-code

            move ws-destino             to lnk-ca-caminho
            perform 9000-conta-arquivo
            move lnk-ca-qt-registros    to ws-qt-registros-copia
            move lnk-ca-valor-controle  to ws-valor-copia
            if   not lnk-ca-contado
            or   ws-qt-registros-copia not = ws-qt-registros-origem
            or   ws-valor-copia        not = ws-valor-origem
                 move spaces            to rb-linha-relatorio
                 string "PW00756;;" tb-ab-nome(ws-ix-arquivo)
                        ";ERRO - cópia não confere com o original - registros "
                        ws-qt-registros-origem "/" ws-qt-registros-copia
                        " - Status: " lnk-ca-status delimited by size
                        into rb-linha-relatorio
                 perform 2330-erro-arquivo
                 exit section
            end-if

            add 1                       to ws-qt-copiados
            add ws-qt-registros-origem  to ws-qt-registros-conjunto
            add ws-bytes-arquivo        to ws-qt-bytes-conjunto
            add ws-bytes-indice         to ws-qt-bytes-conjunto
            perform 2320-grava-linha-manifesto.
       2310-exit.
            exit.

      *>===================================================================================
       2320-grava-linha-manifesto section.
       2320.
            move spaces                 to mf-linha-manifesto
            string "ARQUIVO;" tb-ab-cd-arquivo(ws-ix-arquivo) delimited by " "
                   ";" tb-ab-nome(ws-ix-arquivo) delimited by " "
                   ";" ws-qt-registros-origem ";" ws-bytes-arquivo
                   ";" ws-valor-origem ";" delimited by size
                   tb-ab-indice(ws-ix-arquivo) delimited by " "
                   ";" ws-bytes-indice ";" delimited by size
                   ws-situacao-arquivo delimited by " "
                   into mf-linha-manifesto
            write mf-linha-manifesto
            if   not ws-manifesto-ok
                 move "I"               to ws-conjunto-ind
            end-if

            move spaces                 to rb-linha-relatorio
            string "PW00756;;" tb-ab-nome(ws-ix-arquivo) ";"
                   delimited by size
                   ws-situacao-arquivo delimited by " "
                   ";Registros;" ws-qt-registros-origem
                   ";Bytes;" ws-bytes-arquivo
                   ";Valor de controle;" ws-valor-origem delimited by size
                   into rb-linha-relatorio
            write rb-linha-relatorio.
       2320-exit.
            exit.

      *>===================================================================================
      *>    Linha de erro já montada em rb-linha-relatorio; o arquivo entra no
      *>    manifesto como ERRO e o conjunto fica incompleto.
      *>===================================================================================
       2330-erro-arquivo section.
       2330.
            write rb-linha-relatorio
            move "I"                    to ws-conjunto-ind
            add 1                       to ws-qt-com-erro
            move "1"                    to lnk-retorno
            move "ERRO"                 to ws-situacao-arquivo
            move spaces                 to mf-linha-manifesto
            string "ARQUIVO;" tb-ab-cd-arquivo(ws-ix-arquivo) delimited by " "
                   ";" tb-ab-nome(ws-ix-arquivo) delimited by " "
                   ";" ws-qt-registros-origem ";" ws-bytes-arquivo
                   ";" ws-valor-origem ";" delimited by size
                   tb-ab-indice(ws-ix-arquivo) delimited by " "
                   ";" ws-bytes-indice ";ERRO" delimited by size
                   into mf-linha-manifesto
            write mf-linha-manifesto.
       2330-exit.
            exit.

      *>===================================================================================
      *>    Catálogo: o conjunto é registrado mesmo incompleto, para que a
      *>    retenção o alcance depois.
      *>===================================================================================
       2400-grava-catalogo section.
       2400.
            initialize                  b99717-registro
            move ws-dt-conjunto         to b99717-dt-backup
            move ws-hr-conjunto         to b99717-hr-backup
            move ws-diretorio-conjunto  to b99717-diretorio
            move lnk-id-usuario         to b99717-id-usuario
            move lnk-cd-empresa         to b99717-cd-empresa
            move lnk-cd-filial          to b99717-cd-filial
            move ws-conjunto-ind        to b99717-situacao
            move ws-qt-copiados         to b99717-qt-arquivos
            move ws-qt-registros-conjunto to b99717-qt-registros
            move ws-qt-bytes-conjunto   to b99717-qt-bytes
            move space                  to b99717-resultado-verificacao
            write b99717-registro
            if   ws-registro-existente
                 rewrite b99717-registro
            end-if
            if   not ws-operacao-ok
                 perform 9000-monta-status
                 move spaces            to rb-linha-relatorio
                 string "PW00756;;Conjunto gravado mas não registrado no catálogo - Status: "
                        ws-status delimited by size
                        into rb-linha-relatorio
                 write rb-linha-relatorio
                 move "1"               to lnk-retorno
            end-if.
       2400-exit.
            exit.

      *>===================================================================================
      *>    Retenção: conjuntos mais antigos que o limite saem do disco e ficam
      *>    no catálogo como expurgados.
      *>===================================================================================
       2500-expurga-conjuntos section.
       2500.
            initialize                  b99717-registro
            perform 9000-str-pd99717-nlss
            perform 9000-ler-pd99717-nex
            perform until not ws-operacao-ok
                 if   not b99717-conjunto-expurgado
                 and  not (b99717-dt-backup = ws-dt-conjunto
                      and  b99717-hr-backup = ws-hr-conjunto)
                      compute ws-dias = function integer-of-date(ws-data-hoje)
                              - function integer-of-date(b99717-dt-backup)
                      if   ws-dias > ws-retencao-dias
                           perform 2510-expurga-conjunto
                      end-if
                 end-if
                 perform 9000-ler-pd99717-nex
            end-perform
            move zeros                  to ws-resultado-acesso.
       2500-exit.
            exit.

      *>===================================================================================
       2510-expurga-conjunto section.
       2510.
            perform varying ws-ix-arquivo from 1 by 1
                    until ws-ix-arquivo > ws-qt-arquivos-conjunto
                 move spaces            to ws-arquivo-expurgo
                 string b99717-diretorio delimited by " ",
                        "/" tb-ab-nome(ws-ix-arquivo) delimited by " "
                        into ws-arquivo-expurgo
                 call "CBL_DELETE_FILE" using ws-arquivo-expurgo
                 move spaces            to ws-arquivo-expurgo
                 string b99717-diretorio delimited by " ",
                        "/" tb-ab-indice(ws-ix-arquivo) delimited by " "
                        into ws-arquivo-expurgo
                 call "CBL_DELETE_FILE" using ws-arquivo-expurgo
            end-perform
            move spaces                 to ws-arquivo-expurgo
            string b99717-diretorio delimited by " ",
                   "/MANIFESTO.TXT" delimited by size
                   into ws-arquivo-expurgo
            call "CBL_DELETE_FILE" using ws-arquivo-expurgo
            move zeros                  to return-code

            call "CBL_DELETE_DIR" using b99717-diretorio
            if   return-code not = zeros
                 move zeros             to return-code
                 move spaces            to rb-linha-relatorio
                 string "PW00756;;Aviso - diretório do conjunto "
                        b99717-dt-backup "_" b99717-hr-backup
                        " não foi removido: " delimited by size
                        b99717-diretorio delimited by " "
                        into rb-linha-relatorio
                 write rb-linha-relatorio
                 exit section
            end-if

            move "X"                    to b99717-situacao
            move ws-data-hoje           to b99717-dt-expurgo
            rewrite b99717-registro
            if   ws-operacao-ok
                 add 1                  to ws-qt-expurgados
                 move spaces            to rb-linha-relatorio
                 string "PW00756;;Conjunto BKP_" b99717-dt-backup "_" b99717-hr-backup
                        " expurgado pela retenção de " ws-retencao-dias " dias"
                        delimited by size
                        into rb-linha-relatorio
                 write rb-linha-relatorio
            else
                 perform 9000-monta-status
                 move spaces            to rb-linha-relatorio
                 string "PW00756;;Conjunto BKP_" b99717-dt-backup "_" b99717-hr-backup
                        " removido mas o catálogo não foi atualizado - Status: "
                        ws-status delimited by size
                        into rb-linha-relatorio
                 write rb-linha-relatorio
                 move zeros             to ws-resultado-acesso
            end-if.
       2510-exit.
            exit.

      *>===================================================================================
       2900-imprime-totais section.
       2900.
            if   not ws-rel-backup-ok
                 exit section
            end-if
            move spaces                 to rb-linha-relatorio
            write rb-linha-relatorio
            move spaces                 to rb-linha-relatorio
            if   ws-qt-impedimentos > zeros
            or   ws-diretorio-conjunto = spaces
                 string "Backup não realizado;Impedimentos;" ws-qt-impedimentos
                        delimited by size
                        into rb-linha-relatorio
            else
                 string "Conjunto;" delimited by size
                        ws-diretorio-conjunto delimited by " "
                        ";Situação;" ws-conjunto-ind
                        ";Arquivos copiados;" ws-qt-copiados
                        ";Ausentes;" ws-qt-ausentes
                        ";Com erro;" ws-qt-com-erro
                        ";Registros;" ws-qt-registros-conjunto
                        ";Bytes;" ws-qt-bytes-conjunto
                        ";Conjuntos expurgados;" ws-qt-expurgados
                        delimited by size
                        into rb-linha-relatorio
            end-if
            write rb-linha-relatorio.
       2900-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close pd99704
            close pd99717
            close rel-backup.
       3000-exit.
            exit.

      *>===================================================================================
       9000-conta-arquivo section.
       9000.
            call ws-PW00756X using lnk-par lnk-conta-arquivo
            cancel ws-PW00756X.
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
            move spaces                 to wid-rel-backup
            string lnk-dtbpath delimited by " ",
                   "/../tmp/work/backup_" lnk-data-cpu ".txt"
                   into wid-rel-backup
            open output rel-backup.
       9000-exit.
            exit.

      *>===================================================================================
      *> Leituras

       copy PCL99704.CPY.               *> Lotes de Rotinas
       copy PCL99717.CPY.               *> Catálogo dos Conjuntos de Backup
