      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id.  PW00750.
      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>            Envio de Eventos de Segurança e Sessão ao SIEM Corporativo
      *>            --------------------------------------------------------
      *>
      *>    Lê a trilha lgn-hist (lgnhist_<data>.txt do PP00001, PW00714, PW00724 e
      *>    PW00736) a partir do ponto de controle (PD99716) e converte cada evento
      *>    de segurança em uma linha syslog com corpo CEF - usuário, IP, unidade,
      *>    sessão e tipo do evento - para o diretório de coleta do SIEM:
      *>        SEG-IP, SEG-AD, LOCKOUT, LOCKOUT-LIBERADO, LOGIN-NEGADO-LOCKOUT,
      *>        CAPACIDADE, LOGOFF-FORCADO, EXPIRADA, CONTA-SUSPENSA,
      *>        CONTA-REATIVADA, LOGIN-NEGADO-SUSPENSO e LOGIN-NEGADO-DESATIVADA.
      *>    Eventos de bloqueio trazem ainda a contagem e o primeiro evento do
      *>    bloqueio (PD99710). IP e unidade saem do detalhe do evento quando ele
      *>    os registra (recebido=, id= de bloqueio por IP, unidade=).
      *>    O arquivo enviado é montado em ../tmp/work e só então copiado para o
      *>    coletor; o ponto de controle avança depois da cópia - evento nenhum é
      *>    enviado duas vezes, e os dias em que o job não rodou são recuperados
      *>    na execução seguinte. Pode rodar como job de Lote frequente.
      *>
      *>    Parâmetros (lnk-rotina-configuracao, campo=valor&...):
      *>        dirColetor=xxx     diretório de coleta do SIEM (default: siem/ no
      *>                           diretório de integração; sem "/" inicial =
      *>                           relativo a ele)
      *>        dataIni=aaaammdd   primeiro dia da trilha quando ainda não há ponto
      *>                           de controle (default: data da execução)
      *>        host=xxx           nome do host no cabeçalho syslog (default PROMAX)
      *>        nomeArquivoSM=xxx  nome da saída catalogada pelo PW00007
      *>
      *>    Saída: resumo do envio em ../tmp/work/<nomeArquivoSM>.<formato do job>
      *>    quando rodado como job de Lote do PW00007 com nome de saída, senão
      *>    ../tmp/work/siemenv_<data>.txt. Arquivo para o coletor:
      *>    siem_<dia>_<linha>.log (dia e linha de início, do ponto de controle).
      *>

      *>===================================================================================
       environment division.
            special-names. decimal-point is comma.

       input-output section.
       file-control.

       copy PCS99710.CPY.               *> Bloqueios de Logon
       copy PCS99716.CPY.               *> Ponto de Controle do Envio ao SIEM

            select lgn-hist assign to disk wid-lgn-hist
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-lgn-hist.

            select siem-envio assign to disk wid-siem-envio
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-siem-envio.

            select rel-envio assign to disk wid-rel-envio
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-rel-envio.

      *>===================================================================================
       data division.

       copy PCF99710.CPY.               *> Bloqueios de Logon
       copy PCF99716.CPY.               *> Ponto de Controle do Envio ao SIEM

       fd   lgn-hist.
       01   lh-linha-hist               pic x(300).

       fd   siem-envio.
       01   se-linha-evento             pic x(1000).

       fd   rel-envio.
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
            03 ws-dir-coletor           pic x(100) value spaces.
            03 ws-data-inicial-par      pic 9(08) value zeros.
            03 ws-host-syslog           pic x(30) value "PROMAX".
            03 ws-nome-saida-lote       pic x(60) value spaces.

       01   ws-campos-linha-hist.
            03 ws-lh-data               pic x(10) value spaces.
            03 ws-lh-hora               pic x(08) value spaces.
            03 ws-lh-evento             pic x(24) value spaces.
            03 ws-lh-sessionid          pic x(50) value spaces.
            03 ws-lh-subsessionid       pic x(50) value spaces.
            03 ws-lh-usuario            pic x(20) value spaces.
            03 ws-lh-detalhe            pic x(200) value spaces.
            03 ws-lh-detalhe-antes      pic x(200) value spaces.
            03 ws-lh-detalhe-depois     pic x(200) value spaces.

       01   ws-campos-evento.
            03 ws-ev-ip                 pic x(40) value spaces.
            03 ws-ev-unidade            pic x(08) value spaces.
            03 ws-ev-tipo-bloqueio      pic x(01) value spaces.
            03 ws-ev-id-bloqueio        pic x(30) value spaces.
            03 ws-ev-extra              pic x(100) value spaces.
            03 ws-ev-mes                pic 9(02) value zeros.
            03 ws-qt-ocorrencias        pic 9(03) value zeros.
            03 ws-ix-evento             pic 9(02) value zeros.
            03 ws-evento-conhecido      pic x(01) value "N".
               88 ws-evento-seguranca       value "S".
            03 ws-ptr-evento            pic 9(04) value zeros.

       01   ws-campos-escape.
            03 ws-texto-livre           pic x(200) value spaces.
            03 ws-texto-escapado        pic x(400) value spaces.
            03 ws-ix-livre              pic 9(03) value zeros.
            03 ws-ix-escapado           pic 9(03) value zeros.
            03 ws-tam-livre             pic 9(03) value zeros.

       01   ws-campos-de-trabalho.
            03 ws-data-hoje             pic 9(08) value zeros.
            03 ws-hora-agora            pic 9(06) value zeros.
            03 ws-data-corrente         pic 9(08) value zeros.
            03 ws-integer-corrente      pic 9(07) value zeros.
            03 ws-integer-final         pic 9(07) value zeros.
            03 ws-dt-inicio-envio       pic 9(08) value zeros.
            03 ws-qt-linhas-pular       pic 9(07) value zeros.
            03 ws-qt-linhas-dia         pic 9(07) value zeros.
            03 ws-qt-linhas-inicio      pic 9(07) value zeros.
            03 ws-qt-eventos-dia        pic 9(07) value zeros.
            03 ws-qt-eventos-envio      pic 9(07) value zeros.
            03 ws-qt-dias-lidos         pic 9(05) value zeros.
            03 ws-dt-novo-ponto         pic 9(08) value zeros.
            03 ws-qt-linhas-novo-ponto  pic 9(07) value zeros.
            03 ws-ponto-existente       pic x(01) value "N".
               88 ws-tem-ponto-controle     value "S".
            03 ws-diretorio-coletor     pic x(200) value spaces.
            03 ws-nome-envio            pic x(40) value spaces.
            03 ws-destino-envio         pic x(250) value spaces.
            03 ws-ix-dir                pic 9(03) value zeros.

       01   tb-meses-syslog.
            03 filler                   pic x(36)
               value "JanFebMarAprMayJunJulAugSepOctNovDec".
       01   filler redefines tb-meses-syslog.
            03 tb-mes-syslog            pic x(03) occurs 12.

      *>    evento da trilha / severidade CEF (0-10) / prioridade syslog
      *>    (facility authpriv) / nome do evento no CEF
       01   tb-eventos-seguranca.
            03 filler pic x(24) value "SEG-IP".
            03 filler pic 9(02) value 7.
            03 filler pic 9(03) value 84.
            03 filler pic x(50) value "Divergencia de IP da sessao".
            03 filler pic x(24) value "SEG-AD".
            03 filler pic 9(02) value 7.
            03 filler pic 9(03) value 84.
            03 filler pic x(50) value "Divergencia de usuario AD da sessao".
            03 filler pic x(24) value "LOCKOUT".
            03 filler pic 9(02) value 8.
            03 filler pic 9(03) value 84.
            03 filler pic x(50) value "Bloqueio de logon por eventos de seguranca".
            03 filler pic x(24) value "LOCKOUT-LIBERADO".
            03 filler pic 9(02) value 5.
            03 filler pic 9(03) value 85.
            03 filler pic x(50) value "Liberacao de bloqueio de logon".
            03 filler pic x(24) value "LOGIN-NEGADO-LOCKOUT".
            03 filler pic 9(02) value 6.
            03 filler pic 9(03) value 84.
            03 filler pic x(50) value "Logon recusado por bloqueio ativo".
            03 filler pic x(24) value "CAPACIDADE".
            03 filler pic 9(02) value 4.
            03 filler pic 9(03) value 85.
            03 filler pic x(50) value "Logon recusado por capacidade de sessoes".
            03 filler pic x(24) value "LOGOFF-FORCADO".
            03 filler pic 9(02) value 5.
            03 filler pic 9(03) value 85.
            03 filler pic x(50) value "Sessao encerrada pela operacao".
            03 filler pic x(24) value "EXPIRADA".
            03 filler pic 9(02) value 3.
            03 filler pic 9(03) value 86.
            03 filler pic x(50) value "Sessao expirada por inatividade".
            03 filler pic x(24) value "CONTA-SUSPENSA".
            03 filler pic 9(02) value 5.
            03 filler pic 9(03) value 85.
            03 filler pic x(50) value "Conta suspensa por inatividade".
            03 filler pic x(24) value "CONTA-REATIVADA".
            03 filler pic 9(02) value 5.
            03 filler pic 9(03) value 85.
            03 filler pic x(50) value "Reativacao de conta suspensa".
            03 filler pic x(24) value "LOGIN-NEGADO-SUSPENSO".
            03 filler pic 9(02) value 6.
            03 filler pic 9(03) value 84.
            03 filler pic x(50) value "Logon recusado por conta suspensa".
            03 filler pic x(24) value "LOGIN-NEGADO-DESATIVADA".
            03 filler pic 9(02) value 3.
            03 filler pic 9(03) value 86.
            03 filler pic x(50) value "Logon recusado em filial desativada".
       01   filler redefines tb-eventos-seguranca.
            03 tb-evento-seguranca occurs 12.
               05 tb-ev-nome            pic x(24).
               05 tb-ev-severidade      pic 9(02).
               05 tb-ev-prioridade      pic 9(03).
               05 tb-ev-descricao       pic x(50).

       01   wid-lgn-hist                pic x(100) value spaces.
       01   ws-sts-lgn-hist             pic x(02) value "00".
            88 ws-lgn-hist-ok               value "00".
       01   wid-siem-envio              pic x(150) value spaces.
       01   ws-sts-siem-envio           pic x(02) value "00".
            88 ws-siem-envio-ok             value "00".
       01   wid-rel-envio               pic x(100) value spaces.
       01   ws-sts-rel-envio            pic x(02) value "00".
            88 ws-rel-envio-ok              value "00".

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
                 perform 2000-processa-trilha
                 perform 2800-entrega-coletor
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
            move function current-date(9:6) to ws-hora-agora
            perform 1100-carrega-parametros-entrada
            perform 9000-abre-relatorio
            if   not ws-rel-envio-ok
                 move "1"               to lnk-retorno
                 exit section
            end-if
            move "Dia;Linhas da trilha lidas;Eventos enviados"
                                        to re-linha-relatorio
            write re-linha-relatorio

            perform 9000-abrir-io-pd99710
            move zeros                  to ws-resultado-acesso
            perform 9000-abrir-io-pd99716
            if   not ws-operacao-ok
                 move "ERRO - Falha na abertura do ponto de controle (PD99716)"
                                        to re-linha-relatorio
                 write re-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if
            perform 1200-le-ponto-controle
            perform 1300-monta-diretorio-coletor

            move spaces                 to ws-nome-envio
            string "siem_" ws-dt-inicio-envio "_" ws-qt-linhas-pular ".log"
                   delimited by size
                   into ws-nome-envio
            move spaces                 to wid-siem-envio
            string lnk-dtbpath delimited by " ",
                   "/../tmp/work/" delimited by size,
                   ws-nome-envio delimited by " "
                   into wid-siem-envio
            open output siem-envio
            if   not ws-siem-envio-ok
                 move "ERRO - Falha na criação do arquivo de envio em ../tmp/work"
                                        to re-linha-relatorio
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
                          when "dirColetor"
                               move ws-par-valor to ws-dir-coletor
                          when "dataIni"
                               if   ws-par-valor(1:8) is numeric
                                    move ws-par-valor(1:8) to ws-data-inicial-par
                               end-if
                          when "host"
                               if   ws-par-valor not = spaces
                                    move ws-par-valor to ws-host-syslog
                               end-if
                          when "nomeArquivoSM"
                               move ws-par-valor to ws-nome-saida-lote
                      end-evaluate
                 end-if
            end-perform.
       1100-exit.
            exit.

      *>===================================================================================
      *>    Ponto de controle: dia e linhas já enviadas desse dia. Sem ponto de
      *>    controle o envio começa no início do dia informado (ou de hoje).
      *>===================================================================================
       1200-le-ponto-controle section.
       1200.
            move spaces                 to c99716-registro
            initialize                  c99716-registro
            move zeros                  to c99716-cd-controle
            perform 9000-ler-pd99716-ran
            if   ws-operacao-ok
            and  c99716-dt-ultimo-dia is numeric
            and  c99716-dt-ultimo-dia not = zeros
                 move "S"               to ws-ponto-existente
                 move c99716-dt-ultimo-dia to ws-dt-inicio-envio
                 move c99716-qt-linhas-dia to ws-qt-linhas-pular
            else
                 move "N"               to ws-ponto-existente
                 move ws-data-hoje      to ws-dt-inicio-envio
                 if   ws-data-inicial-par not = zeros
                 and  ws-data-inicial-par < ws-data-hoje
                      move ws-data-inicial-par to ws-dt-inicio-envio
                 end-if
                 move zeros             to ws-qt-linhas-pular
            end-if
            move zeros                  to ws-resultado-acesso
            move ws-dt-inicio-envio     to ws-dt-novo-ponto
            move ws-qt-linhas-pular     to ws-qt-linhas-novo-ponto.
       1200-exit.
            exit.

      *>===================================================================================
       1300-monta-diretorio-coletor section.
       1300.
            inspect lnk-integpath replacing all "\" by "/"
            move spaces                 to ws-diretorio-coletor
            evaluate true
                when ws-dir-coletor = spaces
                     string lnk-integpath delimited by " ",
                            "siem" delimited by size
                            into ws-diretorio-coletor
                when ws-dir-coletor(1:1) = "/"
                     move ws-dir-coletor to ws-diretorio-coletor
                when other
                     string lnk-integpath delimited by " ",
                            ws-dir-coletor delimited by " "
                            into ws-diretorio-coletor
            end-evaluate
            perform varying ws-ix-dir from 200 by -1
                    until ws-ix-dir = 1
                    or    ws-diretorio-coletor(ws-ix-dir:1) not = space
            end-perform
            if   ws-diretorio-coletor(ws-ix-dir:1) not = "/"
            and  ws-ix-dir < 200
                 move "/"               to ws-diretorio-coletor(ws-ix-dir + 1:1)
            end-if.
       1300-exit.
            exit.

      *>===================================================================================
      *>    Do dia do ponto de controle até hoje, um arquivo lgnhist por dia - dia
      *>    sem arquivo não teve movimento. O novo ponto é o último dia lido, com
      *>    todas as linhas que ele tinha na leitura.
      *>===================================================================================
       2000-processa-trilha section.
       2000.
            move function integer-of-date(ws-dt-inicio-envio)
                                        to ws-integer-corrente
            move function integer-of-date(ws-data-hoje)
                                        to ws-integer-final
            if   ws-integer-corrente = zeros
                 exit section
            end-if
            perform until ws-integer-corrente > ws-integer-final
                 move function date-of-integer(ws-integer-corrente)
                                        to ws-data-corrente
                 if   ws-data-corrente = ws-dt-inicio-envio
                      move ws-qt-linhas-pular to ws-qt-linhas-inicio
                 else
                      move zeros        to ws-qt-linhas-inicio
                 end-if
                 perform 2100-processa-dia
                 add 1                  to ws-integer-corrente
            end-perform.
       2000-exit.
            exit.

      *>===================================================================================
       2100-processa-dia section.
       2100.
            move zeros                  to ws-qt-linhas-dia ws-qt-eventos-dia
            move spaces                 to wid-lgn-hist
            string lnk-dtbpath delimited by " ",
                   "/../tmp/work/lgnhist_" ws-data-corrente ".txt"
                   into wid-lgn-hist
            open input lgn-hist
            if   not ws-lgn-hist-ok
                 move ws-data-corrente  to ws-dt-novo-ponto
                 move ws-qt-linhas-inicio to ws-qt-linhas-novo-ponto
                 exit section
            end-if
            add 1                       to ws-qt-dias-lidos
            move spaces                 to lh-linha-hist
            read lgn-hist
            perform until not ws-lgn-hist-ok
                 add 1                  to ws-qt-linhas-dia
                 if   ws-qt-linhas-dia > ws-qt-linhas-inicio
                      perform 2110-processa-linha
                 end-if
                 move spaces            to lh-linha-hist
                 read lgn-hist
            end-perform
            close lgn-hist

            move ws-data-corrente       to ws-dt-novo-ponto
            move ws-qt-linhas-dia       to ws-qt-linhas-novo-ponto
            if   ws-qt-linhas-dia < ws-qt-linhas-inicio
      *>         arquivo do dia menor que o ponto de controle (recriado):
      *>         mantém o ponto para não reenviar o que já foi
                 move ws-qt-linhas-inicio to ws-qt-linhas-novo-ponto
            end-if

            move spaces                 to re-linha-relatorio
            string ws-data-corrente ";" ws-qt-linhas-dia ";"
                   ws-qt-eventos-dia delimited by size
                   into re-linha-relatorio
            write re-linha-relatorio.
       2100-exit.
            exit.

      *>===================================================================================
       2110-processa-linha section.
       2110.
            move spaces                 to ws-lh-data ws-lh-hora ws-lh-evento
                                           ws-lh-sessionid ws-lh-subsessionid
                                           ws-lh-usuario ws-lh-detalhe
            unstring lh-linha-hist delimited by ";"
                     into ws-lh-data ws-lh-hora ws-lh-evento
                          ws-lh-sessionid ws-lh-subsessionid
                          ws-lh-usuario ws-lh-detalhe
            move "N"                    to ws-evento-conhecido
            perform varying ws-ix-evento from 1 by 1
                    until ws-ix-evento > 12
                    or    ws-evento-seguranca
                 if   tb-ev-nome(ws-ix-evento) = ws-lh-evento
                      move "S"          to ws-evento-conhecido
                 end-if
            end-perform
            if   not ws-evento-seguranca
                 exit section
            end-if
            subtract 1                  from ws-ix-evento
            perform 2200-extrai-detalhes-evento
            perform 2300-grava-linha-cef
            add 1                       to ws-qt-eventos-dia
                                           ws-qt-eventos-envio.
       2110-exit.
            exit.

      *>===================================================================================
      *>    IP, unidade e bloqueio a partir do detalhe gravado com o evento.
      *>===================================================================================
       2200-extrai-detalhes-evento section.
       2200.
            move spaces                 to ws-ev-ip ws-ev-unidade ws-ev-extra
                                           ws-ev-tipo-bloqueio ws-ev-id-bloqueio

            move zeros                  to ws-qt-ocorrencias
            inspect ws-lh-detalhe tallying ws-qt-ocorrencias for all "recebido="
            if   ws-lh-evento = "SEG-IP"
            and  ws-qt-ocorrencias > zeros
                 move spaces            to ws-lh-detalhe-antes ws-lh-detalhe-depois
                 unstring ws-lh-detalhe delimited by "recebido="
                          into ws-lh-detalhe-antes ws-lh-detalhe-depois
                 unstring ws-lh-detalhe-depois delimited by " "
                          into ws-ev-ip
            end-if

            move zeros                  to ws-qt-ocorrencias
            inspect ws-lh-detalhe tallying ws-qt-ocorrencias for all "unidade="
            if   ws-qt-ocorrencias > zeros
                 move spaces            to ws-lh-detalhe-antes ws-lh-detalhe-depois
                 unstring ws-lh-detalhe delimited by "unidade="
                          into ws-lh-detalhe-antes ws-lh-detalhe-depois
                 unstring ws-lh-detalhe-depois delimited by " "
                          into ws-ev-unidade
            end-if
      *>    LOGIN-NEGADO-DESATIVADA traz a unidade como "filial=eee/ffff"
            move zeros                  to ws-qt-ocorrencias
            inspect ws-lh-detalhe tallying ws-qt-ocorrencias for all "filial="
            if   ws-ev-unidade = spaces
            and  ws-qt-ocorrencias > zeros
                 move spaces            to ws-lh-detalhe-antes ws-lh-detalhe-depois
                 unstring ws-lh-detalhe delimited by "filial="
                          into ws-lh-detalhe-antes ws-lh-detalhe-depois
                 unstring ws-lh-detalhe-depois delimited by " "
                          into ws-ev-unidade
            end-if

            move zeros                  to ws-qt-ocorrencias
            inspect ws-lh-detalhe tallying ws-qt-ocorrencias for all "tipo="
            if   ws-qt-ocorrencias > zeros
                 move spaces            to ws-lh-detalhe-antes ws-lh-detalhe-depois
                 unstring ws-lh-detalhe delimited by "tipo="
                          into ws-lh-detalhe-antes ws-lh-detalhe-depois
                 move ws-lh-detalhe-depois(1:1) to ws-ev-tipo-bloqueio
                 move spaces            to ws-lh-detalhe-antes ws-lh-detalhe-depois
                 unstring ws-lh-detalhe delimited by " id="
                          into ws-lh-detalhe-antes ws-lh-detalhe-depois
                 unstring ws-lh-detalhe-depois delimited by " "
                          into ws-ev-id-bloqueio
                 if   ws-ev-tipo-bloqueio = "I"
                      move ws-ev-id-bloqueio to ws-ev-ip
                 end-if
                 if   ws-lh-evento = "LOCKOUT"
                      perform 2210-complementa-bloqueio
                 end-if
            end-if.
       2200-exit.
            exit.

      *>===================================================================================
      *>    Bloqueio ainda registrado no PD99710: quantos eventos o provocaram e
      *>    quando foi o primeiro deles.
      *>===================================================================================
       2210-complementa-bloqueio section.
       2210.
            if   ws-ev-tipo-bloqueio not = "U" and "I"
            or   ws-ev-id-bloqueio = spaces
                 exit section
            end-if
            move spaces                 to k99710-registro
            initialize                  k99710-registro
            move ws-ev-tipo-bloqueio    to k99710-tipo
            move ws-ev-id-bloqueio      to k99710-identificacao
            perform 9000-ler-pd99710-ran
            if   ws-operacao-ok
                 string "cnt=" k99710-qt-eventos
                        " cs3Label=primeiroEvento cs3="
                        k99710-dt-primeiro-evento k99710-hr-primeiro-evento
                        delimited by size
                        into ws-ev-extra
            end-if
            move zeros                  to ws-resultado-acesso.
       2210-exit.
            exit.

      *>===================================================================================
      *>    <PRI>Mmm dd hh:mm:ss host PROMAX: CEF:0|Promax|Promax|versão|evento|nome|
      *>    severidade|extensão - fornecedor e produto Promax, versão do programa;
      *>    valores da extensão com "\" e "=" escapados.
      *>===================================================================================
       2300-grava-linha-cef section.
       2300.
            move ws-lh-data(4:2)        to ws-ev-mes
            if   ws-ev-mes < 1 or ws-ev-mes > 12
                 move 1                 to ws-ev-mes
            end-if
            move ws-lh-detalhe          to ws-texto-livre
            perform 9000-escapa-texto-cef

            move spaces                 to se-linha-evento
            move 1                      to ws-ptr-evento
            string "<" tb-ev-prioridade(ws-ix-evento) ">" delimited by size,
                   tb-mes-syslog(ws-ev-mes) " " ws-lh-data(1:2) " "
                   ws-lh-hora " " delimited by size,
                   ws-host-syslog delimited by " ",
                   " PROMAX: CEF:0|Promax|Promax|" versao "|" delimited by size,
                   ws-lh-evento delimited by " ",
                   "|" delimited by size,
                   tb-ev-descricao(ws-ix-evento) delimited by "  ",
                   "|" tb-ev-severidade(ws-ix-evento) "|" delimited by size,
                   "rt=" tb-mes-syslog(ws-ev-mes) " " ws-lh-data(1:2) " "
                   ws-lh-data(7:4) " " ws-lh-hora delimited by size
                   into se-linha-evento
                   pointer ws-ptr-evento
            if   ws-lh-usuario not = spaces
                 string " suser=" delimited by size,
                        ws-lh-usuario delimited by " "
                        into se-linha-evento
                        pointer ws-ptr-evento
            end-if
            if   ws-ev-tipo-bloqueio = "U"
            and  ws-ev-id-bloqueio not = spaces
                 string " duser=" delimited by size,
                        ws-ev-id-bloqueio delimited by " "
                        into se-linha-evento
                        pointer ws-ptr-evento
            end-if
            if   ws-ev-ip not = spaces
                 string " src=" delimited by size,
                        ws-ev-ip delimited by " "
                        into se-linha-evento
                        pointer ws-ptr-evento
            end-if
            if   ws-ev-unidade not = spaces
                 string " cs1Label=unidade cs1=" delimited by size,
                        ws-ev-unidade delimited by " "
                        into se-linha-evento
                        pointer ws-ptr-evento
            end-if
            if   ws-lh-sessionid not = spaces
                 string " cs2Label=sessao cs2=" delimited by size,
                        ws-lh-sessionid delimited by " "
                        into se-linha-evento
                        pointer ws-ptr-evento
            end-if
            if   ws-ev-extra not = spaces
                 string " " delimited by size,
                        ws-ev-extra delimited by "  "
                        into se-linha-evento
                        pointer ws-ptr-evento
            end-if
            if   ws-texto-escapado not = spaces
                 string " msg=" delimited by size,
                        ws-texto-escapado delimited by "  "
                        into se-linha-evento
                        pointer ws-ptr-evento
            end-if
            write se-linha-evento.
       2300-exit.
            exit.

      *>===================================================================================
      *>    Arquivo completo vai para o coletor; só com a cópia feita o ponto de
      *>    controle avança. Falha na cópia: o ponto fica onde estava e a
      *>    próxima execução remonta o mesmo arquivo.
      *>===================================================================================
       2800-entrega-coletor section.
       2800.
            close siem-envio
            if   ws-qt-eventos-envio > zeros
                 call "CBL_CREATE_DIR" using ws-diretorio-coletor
                 move zeros             to return-code
                 move spaces            to ws-destino-envio
                 string ws-diretorio-coletor delimited by " ",
                        ws-nome-envio delimited by " "
                        into ws-destino-envio
                 call "CBL_COPY_FILE" using wid-siem-envio ws-destino-envio
                 if   return-code not = zeros
                      move zeros        to return-code
                      move spaces       to re-linha-relatorio
                      string "ERRO - Falha na cópia para o coletor: " delimited by size,
                             ws-destino-envio delimited by " "
                             into re-linha-relatorio
                      write re-linha-relatorio
                      move "1"          to lnk-retorno
                      call "CBL_DELETE_FILE" using wid-siem-envio
                      move zeros        to return-code
                      exit section
                 end-if
            end-if
            call "CBL_DELETE_FILE" using wid-siem-envio
            move zeros                  to return-code
            perform 2810-grava-ponto-controle.
       2800-exit.
            exit.

      *>===================================================================================
       2810-grava-ponto-controle section.
       2810.
            move spaces                 to c99716-registro
            initialize                  c99716-registro
            move zeros                  to c99716-cd-controle
            perform 9000-ler-pd99716-ran
            if   not ws-operacao-ok
                 move zeros             to c99716-qt-eventos-total
            end-if
            move zeros                  to c99716-cd-controle
            move ws-dt-novo-ponto       to c99716-dt-ultimo-dia
            move ws-qt-linhas-novo-ponto to c99716-qt-linhas-dia
            if   ws-qt-eventos-envio > zeros
                 move ws-data-hoje      to c99716-dt-ultimo-envio
                 move ws-hora-agora     to c99716-hr-ultimo-envio
                 move ws-qt-eventos-envio to c99716-qt-eventos-envio
                 add ws-qt-eventos-envio to c99716-qt-eventos-total
            end-if
            if   ws-operacao-ok
                 rewrite c99716-registro
            else
                 write c99716-registro
            end-if
            if   not ws-operacao-ok
                 move "ERRO - Ponto de controle não gravado - o próximo envio repetirá estes eventos"
                                        to re-linha-relatorio
                 write re-linha-relatorio
                 move "1"               to lnk-retorno
            end-if
            move zeros                  to ws-resultado-acesso.
       2810-exit.
            exit.

      *>===================================================================================
       2900-imprime-totais section.
       2900.
            move spaces                 to re-linha-relatorio
            write re-linha-relatorio
            move spaces                 to re-linha-relatorio
            string "Desde;" ws-dt-inicio-envio " linha " ws-qt-linhas-pular
                   ";Dias lidos;" ws-qt-dias-lidos
                   ";Eventos enviados;" ws-qt-eventos-envio
                   ";Novo ponto de controle;" ws-dt-novo-ponto " linha "
                   ws-qt-linhas-novo-ponto delimited by size
                   into re-linha-relatorio
            write re-linha-relatorio
            if   ws-qt-eventos-envio > zeros
                 move spaces            to re-linha-relatorio
                 string "Arquivo do coletor;" delimited by size,
                        ws-destino-envio delimited by " "
                        into re-linha-relatorio
                 write re-linha-relatorio
            end-if.
       2900-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close pd99710
            close pd99716
            close rel-envio.
       3000-exit.
            exit.

      *>===================================================================================
      *>    Texto livre para valor de extensão CEF: "\" e "=" precedidos de "\".
      *>===================================================================================
       9000-escapa-texto-cef section.
       9000.
            move spaces                 to ws-texto-escapado
            perform varying ws-tam-livre from 200 by -1
                    until ws-tam-livre = zeros
                    or    ws-texto-livre(ws-tam-livre:1) not = space
            end-perform
            move zeros                  to ws-ix-escapado
            perform varying ws-ix-livre from 1 by 1
                    until ws-ix-livre > ws-tam-livre
                 if   ws-texto-livre(ws-ix-livre:1) = "\" or "="
                      add 1             to ws-ix-escapado
                      move "\"          to ws-texto-escapado(ws-ix-escapado:1)
                 end-if
                 add 1                  to ws-ix-escapado
                 move ws-texto-livre(ws-ix-livre:1)
                                        to ws-texto-escapado(ws-ix-escapado:1)
            end-perform.
       9000-exit.
            exit.

      *>===================================================================================
       9000-abre-relatorio section.
       9000.
            move spaces                 to wid-rel-envio
            if   ws-nome-saida-lote not = spaces
                 if   lnk-formato-saida = spaces
                      move "TXT"        to lnk-formato-saida
                 end-if
                 string lnk-dtbpath delimited by " ",
                        "/../tmp/work/" delimited by size,
                        ws-nome-saida-lote delimited by "  ",
                        "." delimited by size,
                        lnk-formato-saida delimited by " "
                        into wid-rel-envio
            else
                 string lnk-dtbpath delimited by " ",
                        "/../tmp/work/siemenv_" lnk-data-cpu ".txt"
                        into wid-rel-envio
            end-if
            open output rel-envio.
       9000-exit.
            exit.

      *>===================================================================================
      *> Leituras

       copy PCL99710.CPY.               *> Bloqueios de Logon
       copy PCL99716.CPY.               *> Ponto de Controle do Envio ao SIEM
