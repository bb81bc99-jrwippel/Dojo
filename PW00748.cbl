      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id.  PW00748.
      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>            Calendário Previsto de Execução dos Lotes (todas as unidades)
      *>            --------------------------------------------------------
      *>
      *>    A simulação do PW00007 mostra um Lote por vez; antes de uma semana de
      *>    feriado ou de um fechamento de mês a operação precisa ver o que vai
      *>    rodar e quando, na instalação inteira. Este batch projeta os próximos
      *>    N dias de todos os Lotes agendados do PD99704 (todas as Empresas/
      *>    Filiais), com as mesmas regras da varredura (6100 do PW00007):
      *>        - periodicidade / dia da semana / dia do mês / hora agendada;
      *>        - feriado do calendário (PD99707) com "evita feriado": não executa;
      *>        - janela de operação: dia não permitido não executa; hora agendada
      *>          antes da abertura adia o início para a abertura; hora agendada
      *>          que nunca cai na janela não executa;
      *>        - fim estimado = início + duração média das execuções passadas
      *>          (PD99705, do primeiro início ao último fim de cada dia).
      *>    Sinaliza:
      *>        - COLISÃO: hora em que mais Lotes pesados (duração média maior ou
      *>          igual ao limite) que o permitido estariam rodando juntos;
      *>        - Lotes cuja próxima execução cai fora da janela de operação.
      *>    Lotes por chegada de arquivo aparecem à parte, como sob demanda.
      *>
      *>    Parâmetros (lnk-rotina-configuracao, campo=valor&...):
      *>        dias=N             dias projetados a partir de hoje (default 7,
      *>                           máximo 31)
      *>        minutosPesado=N    duração média, em minutos, a partir da qual o
      *>                           Lote é pesado (default 60)
      *>        limitePesados=N    Lotes pesados simultâneos tolerados na mesma
      *>                           hora (default 2)
      *>        nomeArquivoSM=xxx  nome da saída catalogada pelo PW00007
      *>
      *>    Saída: ../tmp/work/<nomeArquivoSM>.<formato do job> quando rodado como
      *>    job de Lote do PW00007 com nome de saída, senão
      *>    ../tmp/work/lotecal_<data>.txt.
      *>

      *>===================================================================================
       environment division.
            special-names. decimal-point is comma.

       input-output section.
       file-control.

       copy PCS99704.CPY.               *> Lotes de Rotinas
       copy PCS99705.CPY.               *> Histórico de Execução de Lotes
       copy PCS99707.CPY.               *> Calendário de Feriados

            select rel-calendario assign to disk wid-rel-calendario
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-rel-calendario.

      *>===================================================================================
       data division.

       copy PCF99704.CPY.               *> Lotes de Rotinas
       copy PCF99705.CPY.               *> Histórico de Execução de Lotes
       copy PCF99707.CPY.               *> Calendário de Feriados

       fd   rel-calendario.
       01   rc-linha-relatorio          pic x(400).

      *>===================================================================================
       working-storage section.
       78   versao                      value "a".

       78   ws-limite-lotes             value 500.
       78   ws-limite-previsoes         value 3000.

       copy PCW900.CPY.
       copy PCW99707.CPY.               *> consulta de feriados

       01   ws-parametros-entrada.
            03 ws-par-config            pic x(2000) value spaces.
            03 ws-par-item              pic x(100) occurs 20.
            03 ws-par-campo             pic x(30) value spaces.
            03 ws-par-valor             pic x(60) value spaces.
            03 ws-par-index             pic 9(02) value zeros.
            03 ws-par-numero            pic 9(05) value zeros.
            03 ws-qt-dias               pic 9(02) value 7.
            03 ws-minutos-pesado        pic 9(04) value 60.
            03 ws-limite-pesados        pic 9(03) value 2.
            03 ws-nome-saida-lote       pic x(60) value spaces.

       01   ws-campos-de-trabalho.
            03 ws-data-hoje             pic 9(08) value zeros.
            03 ws-integer-hoje          pic 9(07) value zeros.
            03 ws-integer-dia           pic 9(07) value zeros.
            03 ws-data-dia              pic 9(08) value zeros.
            03 ws-dia-semana-dia        pic 9(01) value zeros.
            03 ws-dia-mes-dia           pic 9(02) value zeros.
            03 ws-ix-dia                pic 9(02) value zeros.
            03 ws-ix-hora               pic 9(02) value zeros.
            03 ws-ix-lote               pic 9(03) value zeros.
            03 ws-ix-prev               pic 9(04) value zeros.
            03 ws-qt-lotes              pic 9(03) value zeros.
            03 ws-qt-previsoes          pic 9(04) value zeros.
            03 ws-qt-sob-demanda        pic 9(03) value zeros.
            03 ws-qt-colisoes           pic 9(04) value zeros.
            03 ws-qt-fora-janela        pic 9(03) value zeros.
            03 ws-qt-ignorados          pic 9(05) value zeros.
            03 ws-quociente             pic 9(07) value zeros.
            03 ws-resto                 pic 9(02) value zeros.
            03 ws-situacao-dia          pic x(01) value spaces.
            03 ws-devido-dia            pic x(01) value "N".
               88 ws-lote-devido-dia        value "S".
            03 ws-qt-dias-janela        pic 9(02) value zeros.
            03 ws-min-inicio            pic 9(04) value zeros.
            03 ws-min-fim               pic 9(05) value zeros.
            03 ws-hora-abs              pic 9(04) value zeros.
            03 ws-hora-abs-ini          pic 9(04) value zeros.
            03 ws-hora-abs-fim          pic 9(04) value zeros.
            03 ws-hora-abs-alvo         pic 9(04) value zeros.
            03 ws-empresa-salva         pic 9(03) value zeros.
            03 ws-filial-salva          pic 9(04) value zeros.
            03 ws-hora-edit.
               05 ws-hh-edit            pic 9(02).
               05 filler                pic x(01) value ":".
               05 ws-mm-edit            pic 9(02).
            03 ws-hora-inicio-edit      pic x(05) value spaces.
            03 ws-hora-fim-edit         pic x(08) value spaces.
            03 ws-texto-situacao        pic x(80) value spaces.
            03 ws-lista-lotes           pic x(250) value spaces.
            03 ws-ptr-lista             pic 9(03) value zeros.
            03 ws-achou-previsao        pic x(01) value "N".

       01   ws-campos-duracao.
            03 ws-data-duracao          pic 9(08) value zeros.
            03 ws-seg-inicio-dia        pic 9(05) value zeros.
            03 ws-seg-fim-dia           pic 9(05) value zeros.
            03 ws-seg-linha-ini         pic 9(05) value zeros.
            03 ws-seg-linha-fim         pic 9(05) value zeros.
            03 ws-seg-duracao-dia       pic 9(06) value zeros.
            03 ws-total-minutos         pic 9(09) value zeros.
            03 ws-hora-hist             pic 9(06) value zeros.
            03 filler redefines ws-hora-hist.
               05 ws-hh-hist            pic 9(02).
               05 ws-mm-hist            pic 9(02).
               05 ws-ss-hist            pic 9(02).

       01   tb-nomes-dias.
            03 filler                   pic x(03) value "Dom".
            03 filler                   pic x(03) value "Seg".
            03 filler                   pic x(03) value "Ter".
            03 filler                   pic x(03) value "Qua".
            03 filler                   pic x(03) value "Qui".
            03 filler                   pic x(03) value "Sex".
            03 filler                   pic x(03) value "Sab".
       01   filler redefines tb-nomes-dias.
            03 tb-nome-dia              pic x(03) occurs 7.

       01   tb-lotes-agendados.
            03 tb-lote occurs 500.
               05 tl-empresa            pic 9(03).
               05 tl-filial             pic 9(04).
               05 tl-lote               pic 9(03).
               05 tl-descricao          pic x(50).
               05 tl-periodicidade      pic x(01).
               05 tl-dia-semana         pic 9(01).
               05 tl-dia-mes            pic 9(02).
               05 tl-hora-agendada      pic 9(04).
               05 tl-hora-ini-janela    pic 9(04).
               05 tl-hora-fim-janela    pic 9(04).
               05 tl-dias-janela        pic x(07).
               05 tl-evita-feriado      pic x(01).
               05 tl-qt-pre-requisitos  pic 9(02).
               05 tl-dt-ultima-execucao pic 9(08).
               05 tl-duracao-media      pic 9(05).
               05 tl-qt-execucoes       pic 9(04).
               05 tl-pesado             pic x(01).

       01   tb-previsoes-execucao.
            03 tb-previsao occurs 3000.
               05 tp-ix-lote            pic 9(03).
               05 tp-ix-dia             pic 9(02).
               05 tp-data               pic 9(08).
               05 tp-min-inicio         pic 9(04).
               05 tp-min-fim            pic 9(05).
               05 tp-situacao           pic x(01).
      *>          N = executa / J = início adiado para a abertura da janela /
      *>          H = hora fora da janela, não executa / D = dia fora da janela,
      *>          não executa / F = feriado, não executa / X = já executado hoje

       01   tb-colisoes.
            03 tc-dia occurs 31.
               05 tc-qt-pesados         pic 9(03) occurs 24.

       01   wid-rel-calendario          pic x(100) value spaces.
       01   ws-sts-rel-calendario       pic x(02) value "00".
            88 ws-rel-calendario-ok         value "00".

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
                 perform 2000-carrega-lotes
                 perform 2100-duracoes-medias
                 perform 2200-projeta-calendario
                 perform 2300-imprime-calendario
                 perform 2400-imprime-colisoes
                 perform 2500-imprime-fora-janela
                 perform 2600-imprime-sob-demanda
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
            move function integer-of-date(ws-data-hoje) to ws-integer-hoje
            move lnk-cd-empresa         to ws-empresa-salva
            move lnk-cd-filial          to ws-filial-salva
            perform 1100-carrega-parametros-entrada
            perform 9000-abre-relatorio
            if   not ws-rel-calendario-ok
                 move "1"               to lnk-retorno
                 exit section
            end-if
            move spaces                 to rc-linha-relatorio
            string "CALENDÁRIO PREVISTO DE LOTES;a partir de " ws-data-hoje
                   ";dias;" ws-qt-dias
                   ";pesado a partir de (min);" ws-minutos-pesado
                   ";pesados simultâneos tolerados;" ws-limite-pesados
                   delimited by size
                   into rc-linha-relatorio
            write rc-linha-relatorio

            open input pd99704
            if   not ws-operacao-ok
                 move "ERRO - Falha na abertura do PD99704 (Lotes de Rotinas)"
                                        to rc-linha-relatorio
                 write rc-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if
            open input pd99705
            if   not ws-operacao-ok
                 move zeros             to ws-resultado-acesso
                 move "AVISO - Histórico de execução (PD99705) indisponível - fim estimado = início"
                                        to rc-linha-relatorio
                 write rc-linha-relatorio
            end-if
            perform 9000-abrir-io-pd99707
            move zeros                  to ws-resultado-acesso.
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
                      move zeros        to ws-par-numero
                      if   ws-par-valor not = spaces
                           compute ws-par-numero = function numval(ws-par-valor)
                      end-if
                      evaluate ws-par-campo
                          when "dias"
                               if   ws-par-numero > zeros
                                    move ws-par-numero to ws-qt-dias
                                    if   ws-par-numero > 31
                                         move 31 to ws-qt-dias
                                    end-if
                               end-if
                          when "minutosPesado"
                               if   ws-par-numero > zeros
                                    move ws-par-numero to ws-minutos-pesado
                               end-if
                          when "limitePesados"
                               if   ws-par-numero > zeros
                                    move ws-par-numero to ws-limite-pesados
                               end-if
                          when "nomeArquivoSM"
                               move ws-par-valor to ws-nome-saida-lote
                      end-evaluate
                 end-if
            end-perform.
       1100-exit.
            exit.

      *>===================================================================================
      *>    Cabeçalhos (codigo-registro 0) agendados de todas as unidades; Lote
      *>    por chegada de arquivo só é contado para a lista de sob demanda.
      *>===================================================================================
       2000-carrega-lotes section.
       2000.
            move spaces                 to f99704-registro
            initialize                  f99704-registro
            perform 9000-str-pd99704-nlss
            perform 9000-ler-pd99704-nex
            perform until not ws-operacao-ok
                 if   f99704-codigo-registro = 0
                 and  f99704-periodicidade not = space
                      perform 2010-carrega-um-lote
                 end-if
                 perform 9000-ler-pd99704-nex
            end-perform
            move zeros                  to ws-resultado-acesso.
       2000-exit.
            exit.

      *>===================================================================================
       2010-carrega-um-lote section.
       2010.
            if   ws-qt-lotes >= ws-limite-lotes
                 add 1                  to ws-qt-ignorados
                 exit section
            end-if
            add 1                       to ws-qt-lotes
            move f99704-cd-empresa      to tl-empresa(ws-qt-lotes)
            move f99704-cd-filial       to tl-filial(ws-qt-lotes)
            move f99704-lote            to tl-lote(ws-qt-lotes)
            move f99704-descricao       to tl-descricao(ws-qt-lotes)
            move f99704-periodicidade   to tl-periodicidade(ws-qt-lotes)
            move f99704-dia-semana      to tl-dia-semana(ws-qt-lotes)
            move f99704-dia-mes         to tl-dia-mes(ws-qt-lotes)
            move f99704-hora-agendada   to tl-hora-agendada(ws-qt-lotes)
            move zeros                  to tl-hora-ini-janela(ws-qt-lotes)
                                           tl-hora-fim-janela(ws-qt-lotes)
                                           tl-qt-pre-requisitos(ws-qt-lotes)
                                           tl-dt-ultima-execucao(ws-qt-lotes)
                                           tl-duracao-media(ws-qt-lotes)
                                           tl-qt-execucoes(ws-qt-lotes)
            if   f99704-hora-inicio-janela is numeric
            and  f99704-hora-fim-janela    is numeric
                 move f99704-hora-inicio-janela to tl-hora-ini-janela(ws-qt-lotes)
                 move f99704-hora-fim-janela    to tl-hora-fim-janela(ws-qt-lotes)
            end-if
            move f99704-dias-janela     to tl-dias-janela(ws-qt-lotes)
            move f99704-evita-feriado   to tl-evita-feriado(ws-qt-lotes)
            if   f99704-qt-pre-requisitos is numeric
                 move f99704-qt-pre-requisitos to tl-qt-pre-requisitos(ws-qt-lotes)
            end-if
            if   f99704-dt-ultima-execucao is numeric
                 move f99704-dt-ultima-execucao to tl-dt-ultima-execucao(ws-qt-lotes)
            end-if
            move "N"                    to tl-pesado(ws-qt-lotes)
            if   f99704-por-arquivo
                 add 1                  to ws-qt-sob-demanda
            end-if.
       2010-exit.
            exit.

      *>===================================================================================
      *>    Duração média de cada Lote: por dia de histórico, do menor início ao
      *>    maior fim das linhas executadas (linha pulada não conta).
      *>===================================================================================
       2100-duracoes-medias section.
       2100.
            perform varying ws-ix-lote from 1 by 1
                    until ws-ix-lote > ws-qt-lotes
                 perform 2110-duracao-um-lote
            end-perform.
       2100-exit.
            exit.

      *>===================================================================================
       2110-duracao-um-lote section.
       2110.
            move zeros                  to ws-total-minutos ws-data-duracao
            move spaces                 to h99705-registro
            initialize                  h99705-registro
            move tl-empresa(ws-ix-lote) to h99705-cd-empresa
            move tl-filial(ws-ix-lote)  to h99705-cd-filial
            move tl-lote(ws-ix-lote)    to h99705-lote
            perform 9000-str-pd99705-nlss
            perform 9000-ler-pd99705-nex
            perform until not ws-operacao-ok
                    or    h99705-cd-empresa not = tl-empresa(ws-ix-lote)
                    or    h99705-cd-filial  not = tl-filial(ws-ix-lote)
                    or    h99705-lote       not = tl-lote(ws-ix-lote)
                 if   not h99705-execucao-pulada
                 and  h99705-hora-inicio is numeric
                 and  h99705-hora-fim    is numeric
                 and  h99705-hora-inicio not = zeros
                      if   h99705-data-execucao not = ws-data-duracao
                           perform 2120-acumula-dia-duracao
                           move h99705-data-execucao to ws-data-duracao
                           move 99999   to ws-seg-inicio-dia
                           move zeros   to ws-seg-fim-dia
                      end-if
                      move h99705-hora-inicio to ws-hora-hist
                      compute ws-seg-linha-ini = ws-hh-hist * 3600
                                               + ws-mm-hist * 60 + ws-ss-hist
                      move h99705-hora-fim    to ws-hora-hist
                      compute ws-seg-linha-fim = ws-hh-hist * 3600
                                               + ws-mm-hist * 60 + ws-ss-hist
                      if   ws-seg-linha-fim < ws-seg-linha-ini
      *>                   job que atravessou a meia-noite
                           add 86400    to ws-seg-linha-fim
                      end-if
                      if   ws-seg-linha-ini < ws-seg-inicio-dia
                           move ws-seg-linha-ini to ws-seg-inicio-dia
                      end-if
                      if   ws-seg-linha-fim > ws-seg-fim-dia
                           move ws-seg-linha-fim to ws-seg-fim-dia
                      end-if
                 end-if
                 perform 9000-ler-pd99705-nex
            end-perform
            move zeros                  to ws-resultado-acesso
            perform 2120-acumula-dia-duracao

            if   tl-qt-execucoes(ws-ix-lote) > zeros
                 compute tl-duracao-media(ws-ix-lote) rounded =
                         ws-total-minutos / tl-qt-execucoes(ws-ix-lote)
            end-if
            if   tl-qt-execucoes(ws-ix-lote) > zeros
            and  tl-duracao-media(ws-ix-lote) >= ws-minutos-pesado
                 move "S"               to tl-pesado(ws-ix-lote)
            end-if.
       2110-exit.
            exit.

      *>===================================================================================
       2120-acumula-dia-duracao section.
       2120.
            if   ws-data-duracao = zeros
                 exit section
            end-if
            compute ws-seg-duracao-dia = ws-seg-fim-dia - ws-seg-inicio-dia
            compute ws-total-minutos = ws-total-minutos
                                     + (ws-seg-duracao-dia + 59) / 60
            add 1                       to tl-qt-execucoes(ws-ix-lote).
       2120-exit.
            exit.

      *>===================================================================================
      *>    Projeção dia a dia (hoje + N-1) de cada Lote agendado.
      *>===================================================================================
       2200-projeta-calendario section.
       2200.
            initialize                  tb-colisoes
            perform varying ws-ix-dia from 1 by 1
                    until ws-ix-dia > ws-qt-dias
                 compute ws-integer-dia = ws-integer-hoje + ws-ix-dia - 1
                 move function date-of-integer(ws-integer-dia) to ws-data-dia
                 divide ws-integer-dia by 7 giving ws-quociente
                        remainder ws-resto
                 add 1 to ws-resto giving ws-dia-semana-dia
                 move ws-data-dia(7:2)  to ws-dia-mes-dia
                 perform varying ws-ix-lote from 1 by 1
                         until ws-ix-lote > ws-qt-lotes
                      perform 2210-projeta-lote-dia
                 end-perform
            end-perform
            move ws-empresa-salva       to lnk-cd-empresa
            move ws-filial-salva        to lnk-cd-filial.
       2200-exit.
            exit.

      *>===================================================================================
      *>    Mesma ordem de retenção do 6100 do PW00007: agendamento do dia,
      *>    feriado, dia da janela e hora da janela.
      *>===================================================================================
       2210-projeta-lote-dia section.
       2210.
            move "N"                    to ws-devido-dia
            evaluate tl-periodicidade(ws-ix-lote)
                when "D"
                     move "S"           to ws-devido-dia
                when "S"
                     if   tl-dia-semana(ws-ix-lote) = ws-dia-semana-dia
                          move "S"      to ws-devido-dia
                     end-if
                when "M"
                     if   tl-dia-mes(ws-ix-lote) = ws-dia-mes-dia
                          move "S"      to ws-devido-dia
                     end-if
            end-evaluate
            if   not ws-lote-devido-dia
                 exit section
            end-if

            move "N"                    to ws-situacao-dia
            compute ws-min-inicio = (tl-hora-agendada(ws-ix-lote) / 100) * 60
                    + function mod(tl-hora-agendada(ws-ix-lote) 100)
            if   ws-ix-dia = 1
            and  tl-dt-ultima-execucao(ws-ix-lote) = ws-data-dia
                 move "X"               to ws-situacao-dia
            end-if

            if   ws-situacao-dia = "N"
            and  tl-evita-feriado(ws-ix-lote) = "S"
                 move tl-empresa(ws-ix-lote) to lnk-cd-empresa
                 move tl-filial(ws-ix-lote)  to lnk-cd-filial
                 move ws-data-dia       to ws99707-data-consulta
                 perform 9000-consulta-feriado
                 if   ws99707-feriado
                      move "F"          to ws-situacao-dia
                 end-if
            end-if

            if   ws-situacao-dia = "N"
                 move zeros             to ws-qt-dias-janela
                 inspect tl-dias-janela(ws-ix-lote) tallying ws-qt-dias-janela
                         for all "S"
                 if   ws-qt-dias-janela > zeros
                 and  tl-dias-janela(ws-ix-lote)(ws-dia-semana-dia:1) not = "S"
                      move "D"          to ws-situacao-dia
                 end-if
            end-if

            if   ws-situacao-dia = "N"
                 perform 2220-aplica-janela-horario
            end-if

            perform 2230-grava-previsao.
       2210-exit.
            exit.

      *>===================================================================================
      *>    Janela em horas (HHMM): a varredura só dispara dentro dela, e só com a
      *>    hora agendada já alcançada - hora antes da abertura dispara na
      *>    abertura; hora depois do fechamento (janela no mesmo dia) nunca dispara.
      *>===================================================================================
       2220-aplica-janela-horario section.
       2220.
            if   tl-hora-ini-janela(ws-ix-lote) = zeros
            and  tl-hora-fim-janela(ws-ix-lote) = zeros
                 exit section
            end-if
            if   tl-hora-ini-janela(ws-ix-lote) <= tl-hora-fim-janela(ws-ix-lote)
                 if   tl-hora-agendada(ws-ix-lote) > tl-hora-fim-janela(ws-ix-lote)
                      move "H"          to ws-situacao-dia
                      exit section
                 end-if
                 if   tl-hora-agendada(ws-ix-lote) < tl-hora-ini-janela(ws-ix-lote)
                      move "J"          to ws-situacao-dia
                 end-if
            else
                 if   tl-hora-agendada(ws-ix-lote) < tl-hora-ini-janela(ws-ix-lote)
                 and  tl-hora-agendada(ws-ix-lote) > tl-hora-fim-janela(ws-ix-lote)
                      move "J"          to ws-situacao-dia
                 end-if
            end-if
            if   ws-situacao-dia = "J"
                 compute ws-min-inicio = (tl-hora-ini-janela(ws-ix-lote) / 100) * 60
                         + function mod(tl-hora-ini-janela(ws-ix-lote) 100)
            end-if.
       2220-exit.
            exit.

      *>===================================================================================
       2230-grava-previsao section.
       2230.
            if   ws-qt-previsoes >= ws-limite-previsoes
                 add 1                  to ws-qt-ignorados
                 exit section
            end-if
            add 1                       to ws-qt-previsoes
            move ws-ix-lote             to tp-ix-lote(ws-qt-previsoes)
            move ws-ix-dia              to tp-ix-dia(ws-qt-previsoes)
            move ws-data-dia            to tp-data(ws-qt-previsoes)
            move ws-min-inicio          to tp-min-inicio(ws-qt-previsoes)
            compute tp-min-fim(ws-qt-previsoes) =
                    ws-min-inicio + tl-duracao-media(ws-ix-lote)
            move ws-situacao-dia        to tp-situacao(ws-qt-previsoes)

            if   (ws-situacao-dia = "N" or "J")
            and  tl-pesado(ws-ix-lote) = "S"
                 move ws-qt-previsoes   to ws-ix-prev
                 perform 9000-horas-absolutas-previsao
                 perform varying ws-hora-abs from ws-hora-abs-ini by 1
                         until ws-hora-abs > ws-hora-abs-fim
                      divide ws-hora-abs by 24 giving ws-quociente
                             remainder ws-resto
                      if   ws-quociente < ws-qt-dias
                           add 1 to tc-qt-pesados(ws-quociente + 1, ws-resto + 1)
                      end-if
                 end-perform
            end-if.
       2230-exit.
            exit.

      *>===================================================================================
      *>    Relatório do calendário: por dia, em ordem de hora de início.
      *>===================================================================================
       2300-imprime-calendario section.
       2300.
            move spaces                 to rc-linha-relatorio
            write rc-linha-relatorio
            move "Data;Dia;Início;Fim Estimado;Empresa/Filial;Lote;Descrição;Duração Média (min);Execuções no Histórico;Pesado;Situação"
                                        to rc-linha-relatorio
            write rc-linha-relatorio
            perform varying ws-ix-dia from 1 by 1
                    until ws-ix-dia > ws-qt-dias
                 perform varying ws-ix-hora from 0 by 1
                         until ws-ix-hora > 23
                      perform varying ws-ix-prev from 1 by 1
                              until ws-ix-prev > ws-qt-previsoes
                           if   tp-ix-dia(ws-ix-prev) = ws-ix-dia
                           and  tp-min-inicio(ws-ix-prev) / 60 >= ws-ix-hora
                           and  tp-min-inicio(ws-ix-prev) / 60 <  ws-ix-hora + 1
                                perform 2310-imprime-previsao
                           end-if
                      end-perform
                 end-perform
            end-perform.
       2300-exit.
            exit.

      *>===================================================================================
       2310-imprime-previsao section.
       2310.
            move tp-ix-lote(ws-ix-prev) to ws-ix-lote
            perform 9000-edita-horarios
            perform 9000-texto-situacao
            compute ws-integer-dia = function integer-of-date(tp-data(ws-ix-prev))
            divide ws-integer-dia by 7 giving ws-quociente remainder ws-resto
            move spaces                 to rc-linha-relatorio
            string tp-data(ws-ix-prev) ";" delimited by size,
                   tb-nome-dia(ws-resto + 1) ";" delimited by size,
                   ws-hora-inicio-edit ";" delimited by size,
                   ws-hora-fim-edit delimited by " ",
                   ";" delimited by size,
                   tl-empresa(ws-ix-lote) "/" tl-filial(ws-ix-lote) ";"
                   tl-lote(ws-ix-lote) ";" delimited by size,
                   tl-descricao(ws-ix-lote) delimited by "  ",
                   ";" tl-duracao-media(ws-ix-lote)
                   ";" tl-qt-execucoes(ws-ix-lote)
                   ";" tl-pesado(ws-ix-lote) ";" delimited by size,
                   ws-texto-situacao delimited by "  "
                   into rc-linha-relatorio
            write rc-linha-relatorio.
       2310-exit.
            exit.

      *>===================================================================================
      *>    Horas com mais Lotes pesados simultâneos que o tolerado, com os Lotes.
      *>===================================================================================
       2400-imprime-colisoes section.
       2400.
            move spaces                 to rc-linha-relatorio
            write rc-linha-relatorio
            move "COLISÕES;Data;Hora;Lotes Pesados;Lotes (empresa/filial/lote)"
                                        to rc-linha-relatorio
            write rc-linha-relatorio
            perform varying ws-ix-dia from 1 by 1
                    until ws-ix-dia > ws-qt-dias
                 perform varying ws-ix-hora from 1 by 1
                         until ws-ix-hora > 24
                      if   tc-qt-pesados(ws-ix-dia, ws-ix-hora) > ws-limite-pesados
                           perform 2410-imprime-uma-colisao
                      end-if
                 end-perform
            end-perform
            if   ws-qt-colisoes = zeros
                 move "COLISÕES;nenhuma hora acima do tolerado" to rc-linha-relatorio
                 write rc-linha-relatorio
            end-if.
       2400-exit.
            exit.

      *>===================================================================================
       2410-imprime-uma-colisao section.
       2410.
            add 1                       to ws-qt-colisoes
            compute ws-hora-abs-alvo = (ws-ix-dia - 1) * 24 + ws-ix-hora - 1
            move spaces                 to ws-lista-lotes
            move 1                      to ws-ptr-lista
            perform varying ws-ix-prev from 1 by 1
                    until ws-ix-prev > ws-qt-previsoes
                 move tp-ix-lote(ws-ix-prev) to ws-ix-lote
                 if   (tp-situacao(ws-ix-prev) = "N" or "J")
                 and  tl-pesado(ws-ix-lote) = "S"
                      perform 9000-horas-absolutas-previsao
                      if   ws-hora-abs-alvo >= ws-hora-abs-ini
                      and  ws-hora-abs-alvo <= ws-hora-abs-fim
                           string tl-empresa(ws-ix-lote) "/" tl-filial(ws-ix-lote)
                                  "/" tl-lote(ws-ix-lote) " " delimited by size
                                  into ws-lista-lotes
                                  pointer ws-ptr-lista
                      end-if
                 end-if
            end-perform
            compute ws-integer-dia = ws-integer-hoje + ws-ix-dia - 1
            move function date-of-integer(ws-integer-dia) to ws-data-dia
            compute ws-hh-edit = ws-ix-hora - 1
            move zeros                  to ws-mm-edit
            move spaces                 to rc-linha-relatorio
            string "COLISÃO;" ws-data-dia ";" ws-hora-edit ";"
                   tc-qt-pesados(ws-ix-dia, ws-ix-hora) ";" delimited by size,
                   ws-lista-lotes delimited by "  "
                   into rc-linha-relatorio
            write rc-linha-relatorio.
       2410-exit.
            exit.

      *>===================================================================================
      *>    Próxima execução (primeira ocorrência projetada) fora da janela.
      *>===================================================================================
       2500-imprime-fora-janela section.
       2500.
            move spaces                 to rc-linha-relatorio
            write rc-linha-relatorio
            move "FORA DA JANELA;Data;Hora Agendada;Empresa/Filial;Lote;Descrição;Janela;Situação"
                                        to rc-linha-relatorio
            write rc-linha-relatorio
            perform varying ws-ix-lote from 1 by 1
                    until ws-ix-lote > ws-qt-lotes
                 move "N"               to ws-achou-previsao
                 perform varying ws-ix-prev from 1 by 1
                         until ws-ix-prev > ws-qt-previsoes
                         or    ws-achou-previsao = "S"
                      if   tp-ix-lote(ws-ix-prev) = ws-ix-lote
                      and  tp-situacao(ws-ix-prev) not = "X"
                           move "S"     to ws-achou-previsao
                           if   tp-situacao(ws-ix-prev) = "J" or "H" or "D"
                                perform 2510-imprime-um-fora-janela
                           end-if
                      end-if
                 end-perform
            end-perform
            if   ws-qt-fora-janela = zeros
                 move "FORA DA JANELA;nenhuma próxima execução fora da janela"
                                        to rc-linha-relatorio
                 write rc-linha-relatorio
            end-if.
       2500-exit.
            exit.

      *>===================================================================================
       2510-imprime-um-fora-janela section.
       2510.
            add 1                       to ws-qt-fora-janela
            perform 9000-texto-situacao
            move spaces                 to rc-linha-relatorio
            string "FORA DA JANELA;" tp-data(ws-ix-prev) ";"
                   tl-hora-agendada(ws-ix-lote) ";"
                   tl-empresa(ws-ix-lote) "/" tl-filial(ws-ix-lote) ";"
                   tl-lote(ws-ix-lote) ";" delimited by size,
                   tl-descricao(ws-ix-lote) delimited by "  ",
                   ";" tl-hora-ini-janela(ws-ix-lote) "-"
                   tl-hora-fim-janela(ws-ix-lote) " "
                   tl-dias-janela(ws-ix-lote) ";" delimited by size,
                   ws-texto-situacao delimited by "  "
                   into rc-linha-relatorio
            write rc-linha-relatorio.
       2510-exit.
            exit.

      *>===================================================================================
       2600-imprime-sob-demanda section.
       2600.
            if   ws-qt-sob-demanda = zeros
                 exit section
            end-if
            move spaces                 to rc-linha-relatorio
            write rc-linha-relatorio
            move "SOB DEMANDA;Empresa/Filial;Lote;Descrição;Duração Média (min);Pesado"
                                        to rc-linha-relatorio
            write rc-linha-relatorio
            perform varying ws-ix-lote from 1 by 1
                    until ws-ix-lote > ws-qt-lotes
                 if   tl-periodicidade(ws-ix-lote) = "A"
                      move spaces       to rc-linha-relatorio
                      string "SOB DEMANDA;"
                             tl-empresa(ws-ix-lote) "/" tl-filial(ws-ix-lote) ";"
                             tl-lote(ws-ix-lote) ";" delimited by size,
                             tl-descricao(ws-ix-lote) delimited by "  ",
                             ";" tl-duracao-media(ws-ix-lote)
                             ";" tl-pesado(ws-ix-lote) delimited by size
                             into rc-linha-relatorio
                      write rc-linha-relatorio
                 end-if
            end-perform.
       2600-exit.
            exit.

      *>===================================================================================
       2900-imprime-totais section.
       2900.
            move spaces                 to rc-linha-relatorio
            write rc-linha-relatorio
            move spaces                 to rc-linha-relatorio
            string "Lotes agendados;" ws-qt-lotes
                   ";Execuções previstas;" ws-qt-previsoes
                   ";Horas em colisão;" ws-qt-colisoes
                   ";Próxima execução fora da janela;" ws-qt-fora-janela
                   ";Sob demanda;" ws-qt-sob-demanda delimited by size
                   into rc-linha-relatorio
            write rc-linha-relatorio
            if   ws-qt-ignorados > zeros
                 move spaces            to rc-linha-relatorio
                 string "AVISO - limite da projeção atingido;ocorrências não projetadas;"
                        ws-qt-ignorados delimited by size
                        into rc-linha-relatorio
                 write rc-linha-relatorio
            end-if.
       2900-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close pd99704
            close pd99705
            close pd99707
            close rel-calendario
            move ws-empresa-salva       to lnk-cd-empresa
            move ws-filial-salva        to lnk-cd-filial.
       3000-exit.
            exit.

      *>===================================================================================
      *>    Horas da previsão ws-ix-prev contadas do início da projeção (hora 0 =
      *>    00h do primeiro dia): da hora do início à hora do último minuto.
      *>===================================================================================
       9000-horas-absolutas-previsao section.
       9000.
            compute ws-hora-abs-ini = (tp-ix-dia(ws-ix-prev) - 1) * 24
                                    + tp-min-inicio(ws-ix-prev) / 60
            if   tp-min-fim(ws-ix-prev) > tp-min-inicio(ws-ix-prev)
                 compute ws-hora-abs-fim = (tp-ix-dia(ws-ix-prev) - 1) * 24
                                         + (tp-min-fim(ws-ix-prev) - 1) / 60
            else
                 move ws-hora-abs-ini   to ws-hora-abs-fim
            end-if.
       9000-exit.
            exit.

      *>===================================================================================
       9000-edita-horarios section.
       9000.
            compute ws-hh-edit = tp-min-inicio(ws-ix-prev) / 60
            compute ws-mm-edit = function mod(tp-min-inicio(ws-ix-prev) 60)
            move ws-hora-edit           to ws-hora-inicio-edit
            move spaces                 to ws-hora-fim-edit
            if   tp-situacao(ws-ix-prev) not = "N" and "J"
                 move "-"               to ws-hora-fim-edit
                 exit section
            end-if
            compute ws-quociente = tp-min-fim(ws-ix-prev) / 1440
            compute ws-hh-edit = function mod(tp-min-fim(ws-ix-prev) 1440) / 60
            compute ws-mm-edit = function mod(tp-min-fim(ws-ix-prev) 60)
            if   ws-quociente = zeros
                 move ws-hora-edit      to ws-hora-fim-edit
            else
                 string ws-hora-edit "+" ws-quociente(7:1) "d" delimited by size
                        into ws-hora-fim-edit
            end-if.
       9000-exit.
            exit.

      *>===================================================================================
       9000-texto-situacao section.
       9000.
            move spaces                 to ws-texto-situacao
            evaluate tp-situacao(ws-ix-prev)
                when "N"
                     move "EXECUTA"     to ws-texto-situacao
                when "J"
                     move "FORA DA JANELA - início adiado para a abertura da janela"
                                        to ws-texto-situacao
                when "H"
                     move "FORA DA JANELA - hora agendada nunca cai na janela, não executa"
                                        to ws-texto-situacao
                when "D"
                     move "FORA DA JANELA - dia não permitido, não executa"
                                        to ws-texto-situacao
                when "F"
                     move "FERIADO - não executa (evita feriado)"
                                        to ws-texto-situacao
                when "X"
                     move "JÁ EXECUTADO HOJE"
                                        to ws-texto-situacao
            end-evaluate
            if   tl-qt-pre-requisitos(ws-ix-lote) > zeros
            and (tp-situacao(ws-ix-prev) = "N" or "J")
                 move spaces            to ws-lista-lotes
                 string ws-texto-situacao delimited by "  ",
                        " (aguarda pré-requisitos)" delimited by size
                        into ws-lista-lotes
                 move ws-lista-lotes    to ws-texto-situacao
            end-if.
       9000-exit.
            exit.

      *>===================================================================================
       9000-abre-relatorio section.
       9000.
            move spaces                 to wid-rel-calendario
            if   ws-nome-saida-lote not = spaces
                 if   lnk-formato-saida = spaces
                      move "TXT"        to lnk-formato-saida
                 end-if
                 string lnk-dtbpath delimited by " ",
                        "/../tmp/work/" delimited by size,
                        ws-nome-saida-lote delimited by "  ",
                        "." delimited by size,
                        lnk-formato-saida delimited by " "
                        into wid-rel-calendario
            else
                 string lnk-dtbpath delimited by " ",
                        "/../tmp/work/lotecal_" lnk-data-cpu ".txt"
                        into wid-rel-calendario
            end-if
            open output rel-calendario.
       9000-exit.
            exit.

      *>===================================================================================
      *> Leituras

       copy PCL99704.CPY.               *> Lotes de Rotinas
       copy PCL99705.CPY.               *> Histórico de Execução de Lotes
       copy PCL99707.CPY.               *> Calendário de Feriados
