      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id.  PW00741.
      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>            Reorganização de Notas Fiscais (PD00400) - Arquivo Morto
      *>            --------------------------------------------------------
      *>
      *>    O 2901-primeira-nota do PP00001 liga lnk-ind-reorganizacao quando a
      *>    nota de tipo-movimento 51 mais antiga passa de 62 dias (CDD) ou 92
      *>    dias (revenda), e depois do dia limite a unidade fica INOPERANTE por
      *>    falta de reorganização. Este batch faz a reorganização da unidade do
      *>    Lote (lnk-cd-empresa/lnk-cd-filial):
      *>        - move do EFD004.CAD toda nota (todos os registros da chave
      *>          tipo-nota/codigo-des/numero-doc/serie-doc) emitida antes da
      *>          retenção - contada em dias a partir da data de movimento da
      *>          unidade (fpare-data-atual) - para o arquivo morto anual da
      *>          Empresa/Filial, EFD004A<aaaa><eee><ffff>.CAD, pelo ano de
      *>          emissão da nota;
      *>        - move junto a entrada do índice (EFDI04.IND, codigo-registro 01)
      *>          para EFDI04A<aaaa><eee><ffff>.IND;
      *>        - relata notas e registros movidos por tipo-nota e
      *>          tipo-movimento, os arquivos anuais usados e a nota 51 mais
      *>          antiga que ficou no mestre, com aviso se ela ainda estiver
      *>          acima do limite do login.
      *>    Uma execução interrompida pode ser repetida: registro que já está no
      *>    arquivo morto é regravado com a imagem do mestre.
      *>
      *>    Com acao=recupera traz de volta uma única nota do arquivo morto para
      *>    o EFD004.CAD/EFDI04.IND, a pedido do fiscal. Registro que já exista no
      *>    mestre é mantido como está.
      *>
      *>    Parâmetros (lnk-rotina-configuracao, campo=valor&...):
      *>        acao=reorganiza    (default) ou recupera
      *>        retencao=NNN       dias de retenção no mestre (default 60 para
      *>                           CDD e 90 para revenda - abaixo dos 62/92 do
      *>                           login, para a unidade nunca chegar ao bloqueio)
      *>        tipo=X&des=NNN&numero=NNNNNNNNN&serie=XXX
      *>                           nota a recuperar (acao=recupera)
      *>        ano=AAAA           ano do arquivo morto da nota a recuperar
      *>                           (default: procura do ano do movimento para trás,
      *>                           até dez anos)
      *>
      *>    Ao final, o registro da unidade no PD99714 (situação de login
      *>    pré-calculada pelo PW00743) é excluído: a nota mais antiga mudou e
      *>    o próximo login refaz as verificações nos arquivos da unidade.
      *>
      *>    Saída: ../tmp/work/reorg_<data>.txt (reorganização) ou
      *>    ../tmp/work/recnota_<data>.txt (recuperação). Pode ser job de Lote do
      *>    PW00007 - deve rodar fora do horário de operação da unidade.
      *>

      *>===================================================================================
       environment division.
            special-names. decimal-point is comma.

       input-output section.
       file-control.

       copy PCS00400.CPY.               *> NF (mestre)
       copy PCS00400.CPY replacing leading ==fcfmf== by ==xcfmf==
                                       ==pd00400== by ==px00400==
                                   ==wid-pd00400== by ==wid-px00400==.
       copy PCSI00400.CPY.              *> Índice NF
       copy PCSI00400.CPY replacing leading ==fifrd== by ==xifrd==
                                        ==pdi00400== by ==pxi00400==
                                    ==wid-pdi00400== by ==wid-pxi00400==.
       copy PCS99714.CPY.               *> Situação de Login por Unidade
       copy PCS99800.CPY.               *> Parâmetros

            select rel-reorganizacao assign to disk wid-rel-reorganizacao
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-rel-reorganizacao.

      *>===================================================================================
       data division.

       copy PCF00400.CPY.               *> NF (mestre)
       copy PCF00400.CPY replacing leading ==fcfmf== by ==xcfmf==
                                       ==pd00400== by ==px00400==.
       copy PCFI00400.CPY.              *> Índice NF
       copy PCFI00400.CPY replacing leading ==fifrd== by ==xifrd==
                                        ==pdi00400== by ==pxi00400==.
       copy PCF99714.CPY.               *> Situação de Login por Unidade
       copy PCF99800.CPY.               *> Parâmetros

       fd   rel-reorganizacao.
       01   rr-linha-relatorio          pic x(300).

      *>===================================================================================
       working-storage section.
       78   versao                      value "a".

       78   ws-limite-contagens         value 300.
       78   ws-limite-anos              value 30.

       copy PCW900.CPY.

       01   ws-parametros-entrada.
            03 ws-par-config            pic x(2000) value spaces.
            03 ws-par-item              pic x(100) occurs 20.
            03 ws-par-campo             pic x(30) value spaces.
            03 ws-par-valor             pic x(60) value spaces.
            03 ws-par-index             pic 9(02) value zeros.
            03 ws-acao                  pic x(10) value spaces.
               88 ws-acao-reorganiza        value "reorganiza".
               88 ws-acao-recupera          value "recupera".
            03 ws-retencao              pic 9(03) value zeros.
            03 ws-rec-tipo-nota         pic x(01) value spaces.
            03 ws-rec-codigo-des        pic x(03) value spaces.
            03 ws-rec-numero-doc        pic x(09) value spaces.
            03 ws-rec-serie-doc         pic x(03) value spaces.
            03 ws-rec-ano               pic x(04) value spaces.

       01   ws-campos-de-trabalho.
            03 ws-data-movimento-unid   pic 9(08) value zeros.
            03 ws-data-limite           pic 9(08) value zeros.
            03 ws-limite-login          pic 9(03) value zeros.
            03 ws-dias                  pic s9(09) value zeros.
            03 ws-tipo-cdd              pic x(01) value spaces.
            03 ws-nota-corrente.
               05 ws-nc-tipo-nota       pic x(01).
               05 ws-nc-codigo-des      pic 9(03).
               05 ws-nc-numero-doc      pic 9(09).
               05 ws-nc-serie-doc       pic x(03).
            03 ws-nota-lida.
               05 ws-nl-tipo-nota       pic x(01).
               05 ws-nl-codigo-des      pic 9(03).
               05 ws-nl-numero-doc      pic 9(09).
               05 ws-nl-serie-doc       pic x(03).
            03 ws-arquiva-nota-ind      pic x(01) value "N".
               88 ws-arquiva-nota           value "S".
            03 ws-ano-aberto            pic 9(04) value zeros.
            03 ws-ano-nota              pic 9(04) value zeros.
            03 ws-ano-busca             pic 9(04) value zeros.
            03 ws-ano-inicial           pic 9(04) value zeros.
            03 ws-ano-final             pic 9(04) value zeros.
            03 ws-nota-recuperada-ind   pic x(01) value "N".
               88 ws-nota-recuperada        value "S".
            03 ws-mestre-recuperado-ind pic x(01) value "N".
               88 ws-mestre-recuperado      value "S".
            03 ws-data-mais-antiga-51   pic 9(08) value zeros.
            03 ws-ix-contagem           pic 9(04) value zeros.
            03 ws-qt-contagens          pic 9(04) value zeros.
            03 ws-ix-ano                pic 9(04) value zeros.
            03 ws-qt-anos               pic 9(04) value zeros.
            03 ws-ptr-linha             pic 9(04) value zeros.
            03 ws-qt-notas-lidas        pic 9(09) value zeros.
            03 ws-qt-notas-arquivadas   pic 9(09) value zeros.
            03 ws-qt-registros-arquivados pic 9(09) value zeros.
            03 ws-qt-indices-arquivados pic 9(09) value zeros.
            03 ws-qt-notas-sem-indice   pic 9(09) value zeros.
            03 ws-qt-notas-sem-emissao  pic 9(09) value zeros.
            03 ws-qt-registros-recuperados pic 9(09) value zeros.
            03 ws-qt-registros-mantidos pic 9(09) value zeros.

       01   tb-contagens-reorganizacao.
            03 tb-ct occurs 300.
               05 tb-ct-tipo-nota       pic x(01).
               05 tb-ct-tipo-movimento  pic 9(02).
               05 tb-ct-qt-notas        pic 9(09).
               05 tb-ct-qt-registros    pic 9(09).

       01   tb-anos-arquivo.
            03 tb-ano-arquivo           pic 9(04) occurs 30.

       01   wid-efd004a.
            03  filler                  pic x(07) value "EFD004A".
            03  wid-ano-004a            pic 9(04).
            03  wid-emp-004a            pic 9(03).
            03  wid-fil-004a            pic 9(04).
            03  filler                  pic x(04) value ".CAD".
       01   wid-efdi04a.
            03  filler                  pic x(07) value "EFDI04A".
            03  wid-ano-i04a            pic 9(04).
            03  wid-emp-i04a            pic 9(03).
            03  wid-fil-i04a            pic 9(04).
            03  filler                  pic x(04) value ".IND".

       01   wid-pd00400                 pic x(100) value spaces.
       01   wid-pdi00400                pic x(100) value spaces.
       01   wid-px00400                 pic x(100) value spaces.
       01   wid-pxi00400                pic x(100) value spaces.
       01   wid-rel-reorganizacao       pic x(100) value spaces.
       01   ws-sts-rel-reorganizacao    pic x(02) value "00".
            88 ws-rel-reorganizacao-ok      value "00".

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
                      perform 4000-recupera-nota
                 else
                      perform 2000-reorganiza-unidade
                      perform 2800-imprime-resumo
                 end-if
                 perform 2900-descarta-situacao-login
            end-if
            perform 3000-finalizacao.
       0000-saida.
            exit program
            stop run.

      *>===================================================================================
       1000-inicializacao section.
       1000.
            move "0"                    to lnk-retorno
            move zeros                  to ws-qt-contagens ws-qt-anos ws-ano-aberto
                                           ws-data-mais-antiga-51
                                           ws-qt-notas-lidas ws-qt-notas-arquivadas
                                           ws-qt-registros-arquivados
                                           ws-qt-indices-arquivados
                                           ws-qt-notas-sem-indice
                                           ws-qt-notas-sem-emissao
                                           ws-qt-registros-recuperados
                                           ws-qt-registros-mantidos
            perform 1100-carrega-parametros-entrada

            perform 9000-abre-relatorio
            if   not ws-rel-reorganizacao-ok
                 move "1"               to lnk-retorno
                 exit section
            end-if

            move spaces                 to wid-pd99800
            string lnk-dtbpath delimited by " "
                   "/EFDPAR.CAD" delimited by size
                   into wid-pd99800
            perform 9000-abrir-i-pd99800
            if   not ws-operacao-ok
                 move "PW00741;;Falha na abertura do EFDPAR" to rr-linha-relatorio
                 write rr-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if
            initialize                  fparm-mestre
            move lnk-cd-empresa         to fparm-cd-empresa
            move lnk-cd-filial          to fparm-cd-filial
            move 1                      to fparm-codigo-registro
            move zeros                  to fparm-sequencia
            perform 9000-ler-pd99800-ran
            if   not ws-operacao-ok
                 move spaces            to rr-linha-relatorio
                 string "PW00741;" lnk-cd-empresa "/" lnk-cd-filial
                        ";Unidade sem cadastro no EFDPAR (CR=1, SEQ=0)"
                        delimited by size
                        into rr-linha-relatorio
                 write rr-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if
            move fpare-data-atual       to ws-data-movimento-unid
            move fpare-tipo-cdd         to ws-tipo-cdd
            close pd99800
            if   ws-data-movimento-unid = zeros
            or   function integer-of-date(ws-data-movimento-unid) = zeros
                 move spaces            to rr-linha-relatorio
                 string "PW00741;" lnk-cd-empresa "/" lnk-cd-filial
                        ";Data de movimento da unidade inválida: "
                        ws-data-movimento-unid delimited by size
                        into rr-linha-relatorio
                 write rr-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if

      *>    limites do 2901-primeira-nota do PP00001
            if   ws-tipo-cdd = "S"
                 move 62                to ws-limite-login
            else
                 move 92                to ws-limite-login
            end-if
            if   ws-retencao = zeros
                 compute ws-retencao = ws-limite-login - 2
            end-if
            compute ws-data-limite = function date-of-integer
                    (function integer-of-date(ws-data-movimento-unid) - ws-retencao)

            move spaces                 to wid-pd00400
            string lnk-dtbpath delimited by " ",
                   "/EFD004.CAD" delimited by size into wid-pd00400
            open i-o pd00400
            if   not ws-operacao-ok
                 perform 9000-monta-status
                 move spaces            to rr-linha-relatorio
                 string "PW00741;;Falha na abertura do EFD004.CAD - Status: "
                        ws-status delimited by "  "
                        into rr-linha-relatorio
                 write rr-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if
            move spaces                 to wid-pdi00400
            string lnk-dtbpath delimited by " ",
                   "/EFDI04.IND" delimited by size into wid-pdi00400
            open i-o pdi00400
            if   not ws-operacao-ok
                 perform 9000-monta-status
                 move spaces            to rr-linha-relatorio
                 string "PW00741;;Falha na abertura do EFDI04.IND - Status: "
                        ws-status delimited by "  "
                        into rr-linha-relatorio
                 write rr-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if.
       1000-exit.
            exit.

      *>===================================================================================
       1100-carrega-parametros-entrada section.
       1100.
            move "reorganiza"           to ws-acao
            move zeros                  to ws-retencao
            move spaces                 to ws-rec-tipo-nota ws-rec-codigo-des
                                           ws-rec-numero-doc ws-rec-serie-doc
                                           ws-rec-ano
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
                          when "retencao"
                               perform 1110-valor-numerico-retencao
                          when "tipo"
                               move ws-par-valor(1:1) to ws-rec-tipo-nota
                          when "des"
                               move ws-par-valor(1:3) to ws-rec-codigo-des
                          when "numero"
                               move ws-par-valor(1:9) to ws-rec-numero-doc
                          when "serie"
                               move ws-par-valor(1:3) to ws-rec-serie-doc
                          when "ano"
                               move ws-par-valor(1:4) to ws-rec-ano
                      end-evaluate
                 end-if
            end-perform.
       1100-exit.
            exit.

      *>===================================================================================
      *>    retencao aceita de 1 a 3 dígitos (retencao=45 ou retencao=045).
      *>===================================================================================
       1110-valor-numerico-retencao section.
       1110.
            evaluate true
                when ws-par-valor(1:3) is numeric and ws-par-valor(4:1) = space
                     move ws-par-valor(1:3) to ws-retencao
                when ws-par-valor(1:2) is numeric and ws-par-valor(3:1) = space
                     move ws-par-valor(1:2) to ws-retencao
                when ws-par-valor(1:1) is numeric and ws-par-valor(2:1) = space
                     move ws-par-valor(1:1) to ws-retencao
            end-evaluate.
       1110-exit.
            exit.

      *>===================================================================================
      *>    Passada pelas notas da unidade no mestre. A decisão de arquivar é
      *>    tomada no primeiro registro de cada nota e vale para todos os
      *>    registros dela.
      *>===================================================================================
       2000-reorganiza-unidade section.
       2000.
            move spaces                 to rr-linha-relatorio
            string "PW00741;" lnk-cd-empresa "/" lnk-cd-filial
                   ";Reorganização - movimento " ws-data-movimento-unid
                   " - retenção " ws-retencao " dias - arquiva emissão anterior a "
                   ws-data-limite delimited by size
                   into rr-linha-relatorio
            write rr-linha-relatorio

            move spaces                 to ws-nota-corrente
            move "N"                    to ws-arquiva-nota-ind
            initialize                  fcfmf-registro-data
            move lnk-cd-empresa         to fcfmf-cd-empresa
            move lnk-cd-filial          to fcfmf-cd-filial
            start pd00400 key is not less fcfmf-chave
                  invalid key move "10" to ws-resultado-acesso
            end-start
            if   ws-operacao-ok
                 read pd00400 next
            end-if
            perform until not ws-operacao-ok
                    or lnk-com-erro
                    or fcfmf-cd-empresa not = lnk-cd-empresa
                    or fcfmf-cd-filial  not = lnk-cd-filial
                 move fcfmf-tipo-nota   to ws-nl-tipo-nota
                 move fcfmf-codigo-des  to ws-nl-codigo-des
                 move fcfmf-numero-doc  to ws-nl-numero-doc
                 move fcfmf-serie-doc   to ws-nl-serie-doc
                 if   ws-nota-lida not = ws-nota-corrente
                      perform 2100-avalia-nota
                 end-if
                 if   ws-arquiva-nota
                      perform 2200-arquiva-registro
                 end-if
                 read pd00400 next
            end-perform
            move zeros                  to ws-resultado-acesso
            if   ws-ano-aberto not = zeros
                 close px00400
                 close pxi00400
                 move zeros             to ws-ano-aberto
            end-if.
       2000-exit.
            exit.

      *>===================================================================================
       2100-avalia-nota section.
       2100.
            move ws-nota-lida           to ws-nota-corrente
            move "N"                    to ws-arquiva-nota-ind
            add 1                       to ws-qt-notas-lidas
            if   fcfmf-data-emissao is not numeric
            or   fcfmf-data-emissao = zeros
            or   function integer-of-date(fcfmf-data-emissao) = zeros
                 add 1                  to ws-qt-notas-sem-emissao
                 exit section
            end-if
            if   fcfmf-data-emissao not < ws-data-limite
                 if   fcfmf-tipo-movimento = 51
                 and  (ws-data-mais-antiga-51 = zeros
                       or fcfmf-data-emissao < ws-data-mais-antiga-51)
                      move fcfmf-data-emissao to ws-data-mais-antiga-51
                 end-if
                 exit section
            end-if

            move fcfmf-data-emissao(1:4) to ws-ano-nota
            perform 2150-abre-arquivo-ano
            if   lnk-com-erro
                 exit section
            end-if
            move "S"                    to ws-arquiva-nota-ind
            add 1                       to ws-qt-notas-arquivadas
            perform 2400-localiza-contagem
            add 1                       to tb-ct-qt-notas(ws-ix-contagem)
            perform 2300-arquiva-indice.
       2100-exit.
            exit.

      *>===================================================================================
      *>    Arquivo morto do ano da nota (criado no primeiro uso); fica aberto
      *>    até aparecer nota de outro ano.
      *>===================================================================================
       2150-abre-arquivo-ano section.
       2150.
            if   ws-ano-nota = ws-ano-aberto
                 exit section
            end-if
            if   ws-ano-aberto not = zeros
                 close px00400
                 close pxi00400
                 move zeros             to ws-ano-aberto
            end-if
            move ws-ano-nota            to ws-ano-busca
            perform 9000-monta-nome-arquivo-morto
            open i-o px00400
            if   ws-arquivo-inexistente
                 open output px00400
                 close       px00400
                 open i-o    px00400
            end-if
            if   not ws-operacao-ok
                 perform 9000-monta-status
                 move spaces            to rr-linha-relatorio
                 string "PW00741;;Falha na abertura do " wid-efd004a
                        " - Status: " ws-status delimited by size
                        into rr-linha-relatorio
                 write rr-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if
            open i-o pxi00400
            if   ws-arquivo-inexistente
                 open output pxi00400
                 close       pxi00400
                 open i-o    pxi00400
            end-if
            if   not ws-operacao-ok
                 perform 9000-monta-status
                 move spaces            to rr-linha-relatorio
                 string "PW00741;;Falha na abertura do " wid-efdi04a
                        " - Status: " ws-status delimited by size
                        into rr-linha-relatorio
                 write rr-linha-relatorio
                 close px00400
                 move "1"               to lnk-retorno
                 exit section
            end-if
            move ws-ano-nota            to ws-ano-aberto

            perform varying ws-ix-ano from 1 by 1
                    until ws-ix-ano > ws-qt-anos
                    or    tb-ano-arquivo(ws-ix-ano) = ws-ano-nota
            end-perform
            if   ws-ix-ano > ws-qt-anos
            and  ws-qt-anos < ws-limite-anos
                 add 1                  to ws-qt-anos
                 move ws-ano-nota       to tb-ano-arquivo(ws-qt-anos)
            end-if.
       2150-exit.
            exit.

      *>===================================================================================
       2200-arquiva-registro section.
       2200.
            move fcfmf-registro-data    to xcfmf-registro-data
            write xcfmf-registro-data
            if   ws-registro-existente
                 rewrite xcfmf-registro-data
            end-if
            if   not ws-operacao-ok
                 perform 9000-monta-status
                 move spaces            to rr-linha-relatorio
                 string "PW00741;;Erro na gravação do " wid-efd004a
                        " - Status: " ws-status delimited by size
                        into rr-linha-relatorio
                 write rr-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if
            delete pd00400
            if   not ws-operacao-ok
                 perform 9000-monta-status
                 move spaces            to rr-linha-relatorio
                 string "PW00741;;Erro na exclusão do EFD004.CAD - Status: "
                        ws-status delimited by size
                        into rr-linha-relatorio
                 write rr-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if
            add 1                       to ws-qt-registros-arquivados
            add 1                       to tb-ct-qt-registros(ws-ix-contagem).
       2200-exit.
            exit.

      *>===================================================================================
      *>    Entrada de índice da nota (codigo-registro 01, como o PW00728 gera).
      *>===================================================================================
       2300-arquiva-indice section.
       2300.
            move spaces                 to fifrd-registro-data
            initialize                  fifrd-registro-data
            move lnk-cd-empresa         to fifrd-cd-empresa
            move lnk-cd-filial          to fifrd-cd-filial
            move 01                     to fifrd-codigo-registro
            move ws-nc-tipo-nota        to fifrd-tipo-nota
            move ws-nc-codigo-des       to fifrd-codigo-des
            move ws-nc-numero-doc       to fifrd-numero-doc
            move ws-nc-serie-doc        to fifrd-serie-doc
            read pdi00400
            if   not ws-operacao-ok
                 add 1                  to ws-qt-notas-sem-indice
                 move zeros             to ws-resultado-acesso
                 exit section
            end-if
            move fifrd-registro-data    to xifrd-registro-data
            write xifrd-registro-data
            if   ws-registro-existente
                 move zeros             to ws-resultado-acesso
            end-if
            if   ws-operacao-ok
                 delete pdi00400
            end-if
            if   not ws-operacao-ok
                 perform 9000-monta-status
                 move spaces            to rr-linha-relatorio
                 string "PW00741;;Erro ao mover entrada do EFDI04.IND - Status: "
                        ws-status delimited by size
                        into rr-linha-relatorio
                 write rr-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if
            add 1                       to ws-qt-indices-arquivados.
       2300-exit.
            exit.

      *>===================================================================================
       2400-localiza-contagem section.
       2400.
            perform varying ws-ix-contagem from 1 by 1
                    until ws-ix-contagem > ws-qt-contagens
                    or   (tb-ct-tipo-nota(ws-ix-contagem) = fcfmf-tipo-nota
                    and   tb-ct-tipo-movimento(ws-ix-contagem) = fcfmf-tipo-movimento)
            end-perform
            if   ws-ix-contagem > ws-qt-contagens
                 if   ws-qt-contagens >= ws-limite-contagens
                      move ws-limite-contagens to ws-ix-contagem
                      exit section
                 end-if
                 add 1                  to ws-qt-contagens
                 move ws-qt-contagens   to ws-ix-contagem
                 move fcfmf-tipo-nota   to tb-ct-tipo-nota(ws-ix-contagem)
                 move fcfmf-tipo-movimento to tb-ct-tipo-movimento(ws-ix-contagem)
                 move zeros             to tb-ct-qt-notas(ws-ix-contagem)
                                           tb-ct-qt-registros(ws-ix-contagem)
            end-if.
       2400-exit.
            exit.

      *>===================================================================================
       2800-imprime-resumo section.
       2800.
            move spaces                 to rr-linha-relatorio
            write rr-linha-relatorio
            move "Tipo nota;Tipo movimento;Notas arquivadas;Registros arquivados"
                                        to rr-linha-relatorio
            write rr-linha-relatorio
            perform varying ws-ix-contagem from 1 by 1
                    until ws-ix-contagem > ws-qt-contagens
                 move spaces            to rr-linha-relatorio
                 string tb-ct-tipo-nota(ws-ix-contagem) ";"
                        tb-ct-tipo-movimento(ws-ix-contagem) ";"
                        tb-ct-qt-notas(ws-ix-contagem) ";"
                        tb-ct-qt-registros(ws-ix-contagem)
                        delimited by size
                        into rr-linha-relatorio
                 write rr-linha-relatorio
            end-perform

            move spaces                 to rr-linha-relatorio
            write rr-linha-relatorio
            move spaces                 to rr-linha-relatorio
            string "Notas lidas;" ws-qt-notas-lidas
                   ";Notas arquivadas;" ws-qt-notas-arquivadas
                   ";Registros arquivados;" ws-qt-registros-arquivados
                   ";Entradas de índice arquivadas;" ws-qt-indices-arquivados
                   delimited by size
                   into rr-linha-relatorio
            write rr-linha-relatorio
            move spaces                 to rr-linha-relatorio
            string "Notas arquivadas sem entrada de índice;" ws-qt-notas-sem-indice
                   ";Notas sem data de emissão (mantidas);" ws-qt-notas-sem-emissao
                   delimited by size
                   into rr-linha-relatorio
            write rr-linha-relatorio

            move spaces                 to rr-linha-relatorio
            move 1                      to ws-ptr-linha
            string "Arquivos anuais;" delimited by size
                   into rr-linha-relatorio
                   pointer ws-ptr-linha
            perform varying ws-ix-ano from 1 by 1
                    until ws-ix-ano > ws-qt-anos
                 string tb-ano-arquivo(ws-ix-ano) " " delimited by size
                        into rr-linha-relatorio
                        pointer ws-ptr-linha
            end-perform
            write rr-linha-relatorio

            move spaces                 to rr-linha-relatorio
            if   ws-data-mais-antiga-51 = zeros
                 move "Nota tipo-movimento 51 mais antiga no mestre;nenhuma"
                                        to rr-linha-relatorio
            else
                 compute ws-dias = function integer-of-date(ws-data-movimento-unid)
                                 - function integer-of-date(ws-data-mais-antiga-51)
                 if   ws-dias > ws-limite-login
                      string "Nota tipo-movimento 51 mais antiga no mestre;"
                             ws-data-mais-antiga-51 ";dias;" ws-dias
                             ";ACIMA DO LIMITE DO LOGIN - rever a retenção"
                             delimited by size
                             into rr-linha-relatorio
                 else
                      string "Nota tipo-movimento 51 mais antiga no mestre;"
                             ws-data-mais-antiga-51 ";dias;" ws-dias
                             delimited by size
                             into rr-linha-relatorio
                 end-if
            end-if
            write rr-linha-relatorio.
       2800-exit.
            exit.

      *>===================================================================================
      *>    O registro da unidade no PD99714 foi calculado com a nota mais antiga
      *>    de antes da reorganização/recuperação: é excluído, e o próximo login
      *>    refaz as verificações nos arquivos da unidade.
      *>===================================================================================
       2900-descarta-situacao-login section.
       2900.
            perform 9000-abrir-io-pd99714
            if   not ws-operacao-ok
                 close pd99714
                 move zeros             to ws-resultado-acesso
                 exit section
            end-if
            initialize                  p99714-registro
            move lnk-cd-empresa         to p99714-cd-empresa
            move lnk-cd-filial          to p99714-cd-filial
            perform 9000-ler-pd99714-ran
            if   ws-operacao-ok
                 delete pd99714
                 move spaces            to rr-linha-relatorio
                 if   ws-operacao-ok
                      move "Situação de login pré-calculada (EFDSLG.CAD);excluída - o próximo login refaz as verificações"
                                        to rr-linha-relatorio
                 else
                      perform 9000-monta-status
                      string "Situação de login pré-calculada (EFDSLG.CAD);"
                             "Falha na exclusão - Status: "
                             ws-status delimited by "  "
                             into rr-linha-relatorio
                      move "1"          to lnk-retorno
                 end-if
                 write rr-linha-relatorio
            end-if
            close pd99714
            move zeros                  to ws-resultado-acesso.
       2900-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close pd00400
            close pdi00400
            close rel-reorganizacao.
       3000-exit.
            exit.

      *>===================================================================================
      *>    Recuperação de uma nota do arquivo morto: ano informado ou, sem ele,
      *>    do ano do movimento para trás até achar.
      *>===================================================================================
       4000-recupera-nota section.
       4000.
            if   ws-rec-tipo-nota = spaces
            or   ws-rec-codigo-des is not numeric
            or   ws-rec-numero-doc is not numeric
                 move "PW00741;;Recuperação exige tipo=X&des=NNN&numero=NNNNNNNNN&serie=XXX"
                                        to rr-linha-relatorio
                 write rr-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if
            move ws-rec-tipo-nota       to ws-nc-tipo-nota
            move ws-rec-codigo-des      to ws-nc-codigo-des
            move ws-rec-numero-doc      to ws-nc-numero-doc
            move ws-rec-serie-doc       to ws-nc-serie-doc
            if   ws-rec-ano is numeric
                 move ws-rec-ano        to ws-ano-inicial ws-ano-final
            else
                 move ws-data-movimento-unid(1:4) to ws-ano-final
                 compute ws-ano-inicial = ws-ano-final - 10
            end-if

            move "N"                    to ws-nota-recuperada-ind
            perform varying ws-ano-busca from ws-ano-final by -1
                    until ws-ano-busca < ws-ano-inicial
                    or    ws-nota-recuperada
                    or    lnk-com-erro
                 perform 4100-recupera-do-ano
            end-perform

            move spaces                 to rr-linha-relatorio
            if   ws-nota-recuperada
                 string "PW00741;" lnk-cd-empresa "/" lnk-cd-filial
                        ";Nota " ws-nc-tipo-nota "/" ws-nc-codigo-des "/"
                        ws-nc-numero-doc "/" ws-nc-serie-doc
                        " recuperada do arquivo de " ws-ano-aberto
                        ";Registros recuperados;" ws-qt-registros-recuperados
                        ";Já existentes no mestre (mantidos);" ws-qt-registros-mantidos
                        delimited by size
                        into rr-linha-relatorio
            else
                 string "PW00741;" lnk-cd-empresa "/" lnk-cd-filial
                        ";Nota " ws-nc-tipo-nota "/" ws-nc-codigo-des "/"
                        ws-nc-numero-doc "/" ws-nc-serie-doc
                        " não encontrada no arquivo morto de " ws-ano-inicial
                        " a " ws-ano-final delimited by size
                        into rr-linha-relatorio
                 move "1"               to lnk-retorno
            end-if
            write rr-linha-relatorio.
       4000-exit.
            exit.

      *>===================================================================================
       4100-recupera-do-ano section.
       4100.
            perform 9000-monta-nome-arquivo-morto
            open i-o px00400
            if   not ws-operacao-ok
                 move zeros             to ws-resultado-acesso
                 exit section
            end-if
            open i-o pxi00400
            if   ws-arquivo-inexistente
                 open output pxi00400
                 close       pxi00400
                 open i-o    pxi00400
            end-if

            move "N"                    to ws-mestre-recuperado-ind
            initialize                  xcfmf-registro-data
            move lnk-cd-empresa         to xcfmf-cd-empresa
            move lnk-cd-filial          to xcfmf-cd-filial
            move ws-nc-tipo-nota        to xcfmf-tipo-nota
            move ws-nc-codigo-des       to xcfmf-codigo-des
            move ws-nc-numero-doc       to xcfmf-numero-doc
            move ws-nc-serie-doc        to xcfmf-serie-doc
            start px00400 key is not less xcfmf-chave
                  invalid key move "10" to ws-resultado-acesso
            end-start
            if   ws-operacao-ok
                 read px00400 next
            end-if
            perform until not ws-operacao-ok
                    or lnk-com-erro
                    or xcfmf-cd-empresa  not = lnk-cd-empresa
                    or xcfmf-cd-filial   not = lnk-cd-filial
                    or xcfmf-tipo-nota   not = ws-nc-tipo-nota
                    or xcfmf-codigo-des  not = ws-nc-codigo-des
                    or xcfmf-numero-doc  not = ws-nc-numero-doc
                    or xcfmf-serie-doc   not = ws-nc-serie-doc
                 perform 4200-recupera-registro
                 read px00400 next
            end-perform
            move zeros                  to ws-resultado-acesso

            if   ws-nota-recuperada
                 move ws-ano-busca      to ws-ano-aberto
                 perform 4300-recupera-indice
            end-if
            close px00400
            close pxi00400.
       4100-exit.
            exit.

      *>===================================================================================
       4200-recupera-registro section.
       4200.
            move "S"                    to ws-nota-recuperada-ind
            if   xcfmf-codigo-registro = 1
            and  xcfmf-sequencia = zeros
                 move "S"               to ws-mestre-recuperado-ind
            end-if
            move xcfmf-registro-data    to fcfmf-registro-data
            write fcfmf-registro-data
            evaluate true
                when ws-operacao-ok
                     add 1              to ws-qt-registros-recuperados
                when ws-registro-existente
                     add 1              to ws-qt-registros-mantidos
                when other
                     perform 9000-monta-status
                     move spaces        to rr-linha-relatorio
                     string "PW00741;;Erro na gravação do EFD004.CAD - Status: "
                            ws-status delimited by size
                            into rr-linha-relatorio
                     write rr-linha-relatorio
                     move "1"           to lnk-retorno
                     exit section
            end-evaluate
            delete px00400
            if   not ws-operacao-ok
                 perform 9000-monta-status
                 move spaces            to rr-linha-relatorio
                 string "PW00741;;Erro na exclusão do " wid-efd004a
                        " - Status: " ws-status delimited by size
                        into rr-linha-relatorio
                 write rr-linha-relatorio
                 move "1"               to lnk-retorno
            end-if.
       4200-exit.
            exit.

      *>===================================================================================
      *>    A entrada de índice volta ao EFDI04.IND sempre que o registro mestre
      *>    da nota (codigo-registro 1, sequencia 0) voltou - mesmo que o arquivo
      *>    morto não a tenha - e sai do índice do arquivo morto.
      *>===================================================================================
       4300-recupera-indice section.
       4300.
            move spaces                 to xifrd-registro-data
            initialize                  xifrd-registro-data
            move lnk-cd-empresa         to xifrd-cd-empresa
            move lnk-cd-filial          to xifrd-cd-filial
            move 01                     to xifrd-codigo-registro
            move ws-nc-tipo-nota        to xifrd-tipo-nota
            move ws-nc-codigo-des       to xifrd-codigo-des
            move ws-nc-numero-doc       to xifrd-numero-doc
            move ws-nc-serie-doc        to xifrd-serie-doc
            read pxi00400
            if   ws-operacao-ok
                 delete pxi00400
            end-if
            move zeros                  to ws-resultado-acesso
            if   not ws-mestre-recuperado
                 exit section
            end-if
            move xifrd-registro-data    to fifrd-registro-data
            move lnk-cd-empresa         to fifrd-cd-empresa
            move lnk-cd-filial          to fifrd-cd-filial
            move 01                     to fifrd-codigo-registro
            move ws-nc-tipo-nota        to fifrd-tipo-nota
            move ws-nc-codigo-des       to fifrd-codigo-des
            move ws-nc-numero-doc       to fifrd-numero-doc
            move ws-nc-serie-doc        to fifrd-serie-doc
            write fifrd-registro-data
            if   ws-registro-existente
                 move zeros             to ws-resultado-acesso
            end-if
            if   not ws-operacao-ok
                 perform 9000-monta-status
                 move spaces            to rr-linha-relatorio
                 string "PW00741;;Erro na gravação do EFDI04.IND - Status: "
                        ws-status delimited by size
                        into rr-linha-relatorio
                 write rr-linha-relatorio
                 move "1"               to lnk-retorno
            end-if.
       4300-exit.
            exit.

      *>===================================================================================
       9000-monta-nome-arquivo-morto section.
       9000.
            move ws-ano-busca           to wid-ano-004a wid-ano-i04a
            move lnk-cd-empresa         to wid-emp-004a wid-emp-i04a
            move lnk-cd-filial          to wid-fil-004a wid-fil-i04a
            move spaces                 to wid-px00400 wid-pxi00400
            string lnk-dtbpath delimited by " ",
                   "/" wid-efd004a delimited by size into wid-px00400
            string lnk-dtbpath delimited by " ",
                   "/" wid-efdi04a delimited by size into wid-pxi00400.
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
            move spaces                 to wid-rel-reorganizacao
            if   ws-acao-recupera
                 string lnk-dtbpath delimited by " ",
                        "/../tmp/work/recnota_" lnk-data-cpu ".txt"
                        into wid-rel-reorganizacao
            else
                 string lnk-dtbpath delimited by " ",
                        "/../tmp/work/reorg_" lnk-data-cpu ".txt"
                        into wid-rel-reorganizacao
            end-if
            open output rel-reorganizacao.
       9000-exit.
            exit.

      *>===================================================================================
      *> Leituras

       copy PCL99714.CPY.               *> Situação de Login por Unidade
       copy PCL99800.CPY.               *> Parâmetros
