      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id.  PW00753.
      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>            Importação de Perfis de Usuário do RH (PD30800)
      *>            --------------------------------------------------------
      *>
      *>    Carga em massa de concessões e remoções de perfil enviada pelo RH,
      *>    pelo mesmo caminho da tela de provisionamento (PW00752):
      *>        - cada linha concede (C) ou remove (R) um perfil de um usuário
      *>          numa Empresa/Filial, que precisa existir no EFDPAR;
      *>        - perfil normal e remoções são aplicados na hora pelo PW30800X,
      *>          com histórico no PD30801 (modo I, operador = usuário do job);
      *>        - perfil não normal fica pendente no PD99712 (tipo U,
      *>          identificação IMPRH) até um aprovador DIFERENTE decidir na tela
      *>          PW00734;
      *>        - perfil já concedido, ou já inexistente na remoção, não altera
      *>          nada e sai como INALTERADA.
      *>    O arquivo lido vai para <integração>processados/ com data e hora no
      *>    nome, para nunca ser aplicado duas vezes. Qualquer linha rejeitada
      *>    encerra com erro, para aparecer na notificação do Lote.
      *>
      *>    Layout do arquivo do RH (line sequential, um perfil por linha):
      *>        acao;usuario;empresa;filial;sistema;perfil;normal(S/N);motivo
      *>        ex.: C;JSILVA;001;0003;1;20;S;admissao vendas
      *>             R;MSOUZA;001;0002;1;35;;transferencia
      *>    Linhas vazias e iniciadas por "*" são ignoradas.
      *>
      *>    Parâmetros (lnk-rotina-configuracao, campo=valor&...):
      *>        arquivo=<nome>     arquivo do RH no diretório de integração
      *>                           (default PERFISRH.TXT)
      *>        nomeArquivoSM=xxx  nome da saída catalogada pelo PW00007
      *>
      *>    Saída: ../tmp/work/<nomeArquivoSM>.<formato do job> quando rodado como
      *>    job de Lote do PW00007 com nome de saída, senão
      *>    ../tmp/work/perfisrh_<data>.txt - situação de cada linha.
      *>

      *>===================================================================================
       environment division.
            special-names. decimal-point is comma.

       input-output section.
       file-control.

       copy PCS30800.CPY.               *> Usuário-Perfil
       copy PCS99712.CPY.               *> Alterações Pendentes de Aprovação
       copy PCS99800.CPY.               *> Parâmetros

            select arq-perfis-rh assign to disk wid-arq-perfis-rh
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-arq-perfis-rh.

            select rel-perfis-rh assign to disk wid-rel-perfis-rh
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-rel-perfis-rh.

      *>===================================================================================
       data division.

       copy PCF30800.CPY.               *> Usuário-Perfil
       copy PCF99712.CPY.               *> Alterações Pendentes de Aprovação
       copy PCF99800.CPY.               *> Parâmetros

       fd   arq-perfis-rh.
       01   ap-linha-perfil             pic x(200).

       fd   rel-perfis-rh.
       01   rp-linha-relatorio          pic x(300).

      *>===================================================================================
       working-storage section.
       78   versao                      value "a".

       copy PCW900.CPY.

       01   ws-PW30800X                 pic x(08) value "PW30800X".
       copy PCW30800.CPY.               *> Concessão/Remoção de Usuário-Perfil

       01   ws-parametros-entrada.
            03 ws-par-config            pic x(2000) value spaces.
            03 ws-par-item              pic x(100) occurs 20.
            03 ws-par-campo             pic x(30) value spaces.
            03 ws-par-valor             pic x(60) value spaces.
            03 ws-par-index             pic 9(02) value zeros.
            03 ws-nome-arq-perfis-rh    pic x(60) value spaces.
            03 ws-nome-saida-lote       pic x(60) value spaces.

       01   ws-campos-linha-perfil.
            03 ws-lp-acao               pic x(02) value spaces.
            03 ws-lp-usuario            pic x(20) value spaces.
            03 ws-lp-empresa            pic x(03) justified right value spaces.
            03 ws-lp-filial             pic x(04) justified right value spaces.
            03 ws-lp-sistema            pic x(10) justified right value spaces.
            03 ws-lp-perfil             pic x(04) justified right value spaces.
            03 ws-lp-normal             pic x(02) value spaces.
            03 ws-lp-motivo             pic x(60) value spaces.
            03 ws-lp-resto              pic x(20) value spaces.
            03 ws-motivo-rejeicao       pic x(60) value spaces.
            03 ws-situacao-linha        pic x(80) value spaces.

       01   ws-campos-de-trabalho.
            03 ws-data-hoje             pic 9(08) value zeros.
            03 ws-hora-agora            pic 9(06) value zeros.
            03 ws-seq-pendencia         pic 9(03) value zeros.
            03 ws-qt-linhas-lidas       pic 9(05) value zeros.
            03 ws-qt-linhas-rejeitadas  pic 9(05) value zeros.
            03 ws-qt-concedidas         pic 9(05) value zeros.
            03 ws-qt-removidas          pic 9(05) value zeros.
            03 ws-qt-pendentes          pic 9(05) value zeros.
            03 ws-qt-inalteradas        pic 9(05) value zeros.

       01   wid-pd30800                 pic x(100) value spaces.
       01   wid-arq-perfis-rh           pic x(200) value spaces.
       01   ws-sts-arq-perfis-rh        pic x(02) value "00".
            88 ws-arq-perfis-rh-ok          value "00".
       01   ws-arq-perfis-rh-aberto-ind pic x(01) value "N".
            88 ws-arq-perfis-rh-aberto      value "S".
       01   wid-arq-processado          pic x(200) value spaces.
       01   wid-diretorio-processados   pic x(200) value spaces.
       01   wid-rel-perfis-rh           pic x(100) value spaces.
       01   ws-sts-rel-perfis-rh        pic x(02) value "00".
            88 ws-rel-perfis-rh-ok          value "00".

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
                 perform 2000-processa-arquivo-rh
                 perform 2800-move-processado
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
            if   not ws-rel-perfis-rh-ok
                 move "1"               to lnk-retorno
                 exit section
            end-if
            move "Linha;Ação;Usuário;Empresa/Filial;Sistema;Perfil;Normal;Situação"
                                        to rp-linha-relatorio
            write rp-linha-relatorio

            open input arq-perfis-rh
            if   not ws-arq-perfis-rh-ok
                 move spaces            to rp-linha-relatorio
                 string ";;;;;;;ERRO - Arquivo do RH inexistente ou ilegível: "
                        delimited by size
                        ws-nome-arq-perfis-rh delimited by "  "
                        into rp-linha-relatorio
                 write rp-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if
            move "S"                    to ws-arq-perfis-rh-aberto-ind

            perform 9000-abrir-i-pd30800
            if   not ws-operacao-ok
                 move ";;;;;;;ERRO - Falha na abertura do PD30800 (Usuário-Perfil)"
                                        to rp-linha-relatorio
                 write rp-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if
            perform 9000-abrir-io-pd99712
            if   not ws-operacao-ok
                 move ";;;;;;;ERRO - Falha na abertura do PD99712 (Pendências de Aprovação)"
                                        to rp-linha-relatorio
                 write rp-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if
            move spaces                 to wid-pd99800
            string lnk-dtbpath delimited by " "
                   "/EFDPAR.CAD" delimited by size
                   into wid-pd99800
            perform 9000-abrir-i-pd99800
            if   not ws-operacao-ok
                 move ";;;;;;;ERRO - Falha na abertura do EFDPAR" to rp-linha-relatorio
                 write rp-linha-relatorio
                 move "1"               to lnk-retorno
            end-if.
       1000-exit.
            exit.

      *>===================================================================================
       1100-carrega-parametros-entrada section.
       1100.
            move "PERFISRH.TXT"         to ws-nome-arq-perfis-rh
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
                                    move ws-par-valor to ws-nome-arq-perfis-rh
                               end-if
                          when "nomeArquivoSM"
                               move ws-par-valor to ws-nome-saida-lote
                      end-evaluate
                 end-if
            end-perform
            inspect lnk-integpath replacing all "\" by "/"
            move spaces                 to wid-arq-perfis-rh
            string lnk-integpath delimited by " ",
                   ws-nome-arq-perfis-rh delimited by "  "
                   into wid-arq-perfis-rh.
       1100-exit.
            exit.

      *>===================================================================================
       2000-processa-arquivo-rh section.
       2000.
            read arq-perfis-rh
            perform until not ws-arq-perfis-rh-ok
                 add 1                  to ws-qt-linhas-lidas
                 if   ap-linha-perfil not = spaces
                 and  ap-linha-perfil(1:1) not = "*"
                      perform 2100-processa-linha-perfil
                 end-if
                 read arq-perfis-rh
            end-perform
            close arq-perfis-rh
            move "N"                    to ws-arq-perfis-rh-aberto-ind.
       2000-exit.
            exit.

      *>===================================================================================
       2100-processa-linha-perfil section.
       2100.
            perform 2110-valida-linha-perfil
            if   ws-motivo-rejeicao not = spaces
                 add 1                  to ws-qt-linhas-rejeitadas
                 move "1"               to lnk-retorno
                 move spaces            to ws-situacao-linha
                 string "REJEITADA - " delimited by size,
                        ws-motivo-rejeicao delimited by "  "
                        into ws-situacao-linha
                 perform 2190-imprime-linha
                 exit section
            end-if

            initialize                  lnk-usuario-perfil
            move ws-lp-usuario          to lnk-up-id-usuario
            move ws-lp-empresa          to lnk-up-cd-empresa
            move ws-lp-filial           to lnk-up-cd-filial
            move ws-lp-sistema          to lnk-up-cd-sistema
            move ws-lp-perfil           to lnk-up-cd-perfil
            move ws-lp-normal           to lnk-up-perfil-normal-ind
            move "I"                    to lnk-up-modo
            move ws-lp-motivo           to lnk-up-motivo
            if   ws-lp-acao = "C"
            and  not lnk-up-perfil-normal
                 perform 2200-pendencia-perfil
            else
                 perform 2300-aplica-perfil
            end-if
            perform 2190-imprime-linha.
       2100-exit.
            exit.

      *>===================================================================================
       2110-valida-linha-perfil section.
       2110.
            move spaces                 to ws-motivo-rejeicao
            move spaces                 to ws-lp-acao ws-lp-usuario ws-lp-empresa
                                           ws-lp-filial ws-lp-sistema ws-lp-perfil
                                           ws-lp-normal ws-lp-motivo ws-lp-resto
            unstring ap-linha-perfil delimited by ";" into
                     ws-lp-acao ws-lp-usuario ws-lp-empresa ws-lp-filial
                     ws-lp-sistema ws-lp-perfil ws-lp-normal ws-lp-motivo
                     ws-lp-resto
            if   ws-lp-acao not = "C" and "R"
                 move "Ação inválida (C = concede / R = remove)" to ws-motivo-rejeicao
                 exit section
            end-if
            if   ws-lp-usuario = spaces
            or   ws-lp-usuario(11:) not = spaces
                 move "Usuário em branco ou com mais de 10 posições"
                                        to ws-motivo-rejeicao
                 exit section
            end-if
            inspect ws-lp-empresa replacing leading spaces by zeros
            inspect ws-lp-filial  replacing leading spaces by zeros
            inspect ws-lp-sistema replacing leading spaces by zeros
            inspect ws-lp-perfil  replacing leading spaces by zeros
            if   ws-lp-empresa is not numeric
            or   ws-lp-filial  is not numeric
                 move "Empresa/Filial inválida" to ws-motivo-rejeicao
                 exit section
            end-if
            if   ws-lp-sistema is not numeric
            or   ws-lp-perfil  is not numeric
            or   ws-lp-perfil  = zeros
                 move "Sistema/perfil inválido" to ws-motivo-rejeicao
                 exit section
            end-if
            if   ws-lp-acao = "C"
            and  ws-lp-normal not = "S" and "N"
                 move "Indicador de perfil normal inválido (S/N)" to ws-motivo-rejeicao
                 exit section
            end-if
            if   ws-lp-motivo = spaces
                 move spaces            to ws-lp-motivo
                 string "importacao RH " delimited by size,
                        ws-nome-arq-perfis-rh delimited by "  "
                        into ws-lp-motivo
            end-if
            initialize                  fpare-registro-01
            move ws-lp-empresa          to fpare-cd-empresa
            move ws-lp-filial           to fpare-cd-filial
            move 1                      to fpare-codigo-registro
            move 0                      to fpare-sequencia
            perform 9000-ler-pd99800-ran
            if   not ws-operacao-ok
                 move zeros             to ws-resultado-acesso
                 move "Empresa/Filial não cadastrada no EFDPAR" to ws-motivo-rejeicao
            end-if.
       2110-exit.
            exit.

      *>===================================================================================
       2190-imprime-linha section.
       2190.
            move spaces                 to rp-linha-relatorio
            string ws-qt-linhas-lidas ";" delimited by size
                   ws-lp-acao delimited by " ",
                   ";" delimited by size,
                   ws-lp-usuario delimited by "  ",
                   ";" ws-lp-empresa "/" ws-lp-filial ";" delimited by size
                   ws-lp-sistema ";" ws-lp-perfil ";" delimited by size
                   ws-lp-normal delimited by " ",
                   ";" delimited by size,
                   ws-situacao-linha delimited by "  "
                   into rp-linha-relatorio
            write rp-linha-relatorio.
       2190-exit.
            exit.

      *>===================================================================================
      *>    Concessão de perfil não normal: pendência de aprovação no PD99712,
      *>    uma solicitação IMPRH por unidade nesta execução, seq por perfil.
      *>===================================================================================
       2200-pendencia-perfil section.
       2200.
            move spaces                 to f30800-usuario-perfil
            initialize                  f30800-usuario-perfil
            move lnk-up-id-usuario      to f30800-id-usuario
            move lnk-up-cd-empresa      to f30800-cd-empresa
            move lnk-up-cd-filial       to f30800-cd-filial
            move lnk-up-cd-sistema      to f30800-cd-sistema
            move lnk-up-cd-perfil       to f30800-cd-perfil
            perform 9000-ler-pd30800-ran-1
            if   ws-operacao-ok
                 add 1                  to ws-qt-inalteradas
                 move "INALTERADA - perfil já concedido" to ws-situacao-linha
                 exit section
            end-if
            move zeros                  to ws-resultado-acesso
            if   ws-seq-pendencia >= 999
                 add 1                  to ws-qt-linhas-rejeitadas
                 move "1"               to lnk-retorno
                 move "REJEITADA - limite de 999 pendências por execução"
                                        to ws-situacao-linha
                 exit section
            end-if
            add 1                       to ws-seq-pendencia
            move spaces                 to a99712-registro
            initialize                  a99712-registro
            move lnk-up-cd-empresa      to a99712-cd-empresa
            move lnk-up-cd-filial       to a99712-cd-filial
            move "U"                    to a99712-tipo
            move "IMPRH"                to a99712-identificacao
            move ws-data-hoje           to a99712-dt-solicitacao
            move ws-hora-agora          to a99712-hr-solicitacao
            move ws-seq-pendencia       to a99712-seq-registro
            move "P"                    to a99712-status
            move "G"                    to a99712-acao
            move lnk-id-usuario         to a99712-id-solicitante
            move spaces                 to a99712-id-aprovador
            move zeros                  to a99712-dt-decisao
                                           a99712-hr-decisao
            move lnk-up-dados           to a99712-imagem-nova
            move spaces                 to a99712-imagem-anterior
            write a99712-registro
            if   ws-operacao-ok
                 add 1                  to ws-qt-pendentes
                 move "PENDENTE - perfil não normal aguarda aprovação (PW00734)"
                                        to ws-situacao-linha
            else
                 perform 9000-monta-status
                 add 1                  to ws-qt-linhas-rejeitadas
                 move "1"               to lnk-retorno
                 move spaces            to ws-situacao-linha
                 string "ERRO - gravação da pendência - Status: "
                        ws-status delimited by "  "
                        into ws-situacao-linha
                 move zeros             to ws-resultado-acesso
            end-if.
       2200-exit.
            exit.

      *>===================================================================================
      *>    Concessão de perfil normal ou remoção: direto pelo PW30800X.
      *>===================================================================================
       2300-aplica-perfil section.
       2300.
            move ws-lp-acao             to lnk-up-acao
            move lnk-id-usuario         to lnk-up-id-operador
            move "PW00753"              to lnk-up-nome-programa
            call ws-PW30800X using lnk-par lnk-usuario-perfil
            cancel ws-PW30800X
            evaluate true
                when lnk-up-aplicado
                     if   lnk-up-concessao
                          add 1         to ws-qt-concedidas
                          move "CONCEDIDA" to ws-situacao-linha
                     else
                          add 1         to ws-qt-removidas
                          move "REMOVIDA" to ws-situacao-linha
                     end-if
                when lnk-up-sem-alteracao
                     add 1              to ws-qt-inalteradas
                     if   lnk-up-concessao
                          move "INALTERADA - perfil já concedido"
                                        to ws-situacao-linha
                     else
                          move "INALTERADA - usuário não tinha o perfil"
                                        to ws-situacao-linha
                     end-if
                when other
                     add 1              to ws-qt-linhas-rejeitadas
                     move "1"           to lnk-retorno
                     move "ERRO - atualização do PD30800 falhou"
                                        to ws-situacao-linha
            end-evaluate.
       2300-exit.
            exit.

      *>===================================================================================
      *>    Arquivo lido vai para <integração>processados/<nome>.<data><hora>
      *>    (cópia e remoção do original, como no PW00746). Se a cópia falhar o
      *>    original fica e o erro é relatado.
      *>===================================================================================
       2800-move-processado section.
       2800.
            move spaces                 to wid-diretorio-processados
            string lnk-integpath delimited by " ",
                   "processados" delimited by size
                   into wid-diretorio-processados
            call "CBL_CREATE_DIR" using wid-diretorio-processados
            move zeros                  to return-code
            move spaces                 to wid-arq-processado
            string wid-diretorio-processados delimited by " ",
                   "/" delimited by size,
                   ws-nome-arq-perfis-rh delimited by "  ",
                   "." ws-data-hoje ws-hora-agora delimited by size
                   into wid-arq-processado
            call "CBL_COPY_FILE" using wid-arq-perfis-rh
                                       wid-arq-processado
            if   return-code not = zeros
                 move ";;;;;;;ERRO - Falha na cópia para processados - arquivo mantido"
                                        to rp-linha-relatorio
                 write rp-linha-relatorio
                 move "1"               to lnk-retorno
                 move zeros             to return-code
                 exit section
            end-if
            call "CBL_DELETE_FILE" using wid-arq-perfis-rh
            if   return-code not = zeros
                 move ";;;;;;;ERRO - Falha na remoção do arquivo lido"
                                        to rp-linha-relatorio
                 write rp-linha-relatorio
                 move "1"               to lnk-retorno
            end-if
            move zeros                  to return-code.
       2800-exit.
            exit.

      *>===================================================================================
       2900-imprime-totais section.
       2900.
            move spaces                 to rp-linha-relatorio
            write rp-linha-relatorio
            move spaces                 to rp-linha-relatorio
            string "Linhas lidas;" ws-qt-linhas-lidas
                   ";Concedidas;" ws-qt-concedidas
                   ";Removidas;" ws-qt-removidas
                   ";Pendentes de aprovação;" ws-qt-pendentes
                   ";Inalteradas;" ws-qt-inalteradas
                   ";Rejeitadas;" ws-qt-linhas-rejeitadas delimited by size
                   into rp-linha-relatorio
            write rp-linha-relatorio.
       2900-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            if   ws-arq-perfis-rh-aberto
                 close arq-perfis-rh
                 move "N"               to ws-arq-perfis-rh-aberto-ind
            end-if
            close pd30800
            close pd99712
            close pd99800
            close rel-perfis-rh.
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
            move spaces                 to wid-rel-perfis-rh
            if   ws-nome-saida-lote not = spaces
                 if   lnk-formato-saida = spaces
                      move "TXT"        to lnk-formato-saida
                 end-if
                 string lnk-dtbpath delimited by " ",
                        "/../tmp/work/" delimited by size,
                        ws-nome-saida-lote delimited by "  ",
                        "." delimited by size,
                        lnk-formato-saida delimited by " "
                        into wid-rel-perfis-rh
            else
                 string lnk-dtbpath delimited by " ",
                        "/../tmp/work/perfisrh_" lnk-data-cpu ".txt"
                        into wid-rel-perfis-rh
            end-if
            open output rel-perfis-rh.
       9000-exit.
            exit.

      *>===================================================================================
      *> Leituras

       copy PCL30800.CPY.               *> Usuário-Perfil
       copy PCL99712.CPY.               *> Alterações Pendentes de Aprovação
       copy PCL99800.CPY.               *> Parâmetros
