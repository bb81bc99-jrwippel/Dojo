                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-lote-sim.

            select manifesto-entrega assign to disk wid-manifesto-entrega
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-manifesto-entrega.

            select log-entrega assign to disk wid-log-entrega
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-log-entrega.
      *>===================================================================================

       copy PCS99704.CPY.               *> Spooling Manager
       copy PCS99709.CPY.               *> Notificações de Falha de Lote
       copy PCS99712.CPY.               *> Alterações Pendentes de Aprovação
       copy PCS99713.CPY.               *> Batimento da Varredura (heartbeat)
       copy PCS99715.CPY.               *> Assinantes das Saídas dos Jobs
       copy PCS99800.CPY.               *> Parâmetros (varredura de Empresas/Filiais)


       copy PCF99709.CPY.               *> Notificações de Falha de Lote
       copy PCF99712.CPY.               *> Alterações Pendentes de Aprovação
       copy PCF99713.CPY.               *> Batimento da Varredura (heartbeat)
       copy PCF99715.CPY.               *> Assinantes das Saídas dos Jobs
       copy PCF99800.CPY.               *> Parâmetros (varredura de Empresas/Filiais)

       fd   lote-notif.
       fd   lote-sim.
       01   sm-linha-simulacao          pic x(700).

       fd   manifesto-entrega.
       01   me-linha-manifesto          pic x(300).

       fd   log-entrega.
       01   le-linha-log                pic x(500).


      *>===================================================================================
       working-storage section.
            03 ws-qt-dias-janela         pic 9(02) value zeros.
            03 ws-empresa-varredura      pic 9(03) value zeros.
            03 ws-filial-varredura       pic 9(04) value zeros.
            03 ws-situacao-varredura     pic x(01) value spaces.
               88 ws-filial-desativada-varredura value "D".
            03 ws-empresa-salva          pic 9(03) value zeros.
            03 ws-filial-salva           pic 9(04) value zeros.
            03 ws-inicio-salvo           pic x(01) value spaces.
            03 ws-segundos-fim           pic 9(07) value zeros.
            03 ws-minutos-decorridos     pic 9(05) value zeros.

       01   ws-campos-pre-requisitos.
            03 ws-pr-situacao            pic x(01) value "S".
               88 ws-pre-requisitos-ok       value "S".
            03 ws-pr-ix                  pic 9(02) value zeros.
            03 ws-pr-empresa-lote        pic 9(03) value zeros.
            03 ws-pr-filial-lote         pic 9(04) value zeros.
            03 ws-pr-lote                pic 9(03) value zeros.
            03 ws-pr-empresa             pic 9(03) value zeros.
            03 ws-pr-filial              pic 9(04) value zeros.
            03 ws-pr-lote-requisito      pic 9(03) value zeros.
            03 ws-pr-achou-execucao      pic x(01) value "N".
            03 ws-pr-seq-anterior        pic 9(03) value zeros.
            03 ws-pr-status-execucao     pic x(01) value "S".
            03 ws-pr-hora-limite         pic 9(04) value zeros.
            03 ws-pr-pendente            pic x(12) value spaces.
            03 ws-pr-lista.
               05 ws-pr-qt-lista         pic 9(02) value zeros.
               05 ws-pr-item             occurs 20.
                  07 ws-pr-item-empresa  pic 9(03).
                  07 ws-pr-item-filial   pic 9(04).
                  07 ws-pr-item-lote     pic 9(03).
            03 ws-pr-ptr                 pic 9(04) value zeros.
            03 ws-pr-token               pic x(20) value spaces.
            03 ws-pr-tok-empresa         pic x(05) value spaces.
            03 ws-pr-tok-filial          pic x(05) value spaces.
            03 ws-pr-tok-lote            pic x(05) value spaces.
            03 ws-pr-tam-empresa         pic 9(02) value zeros.
            03 ws-pr-tam-filial          pic 9(02) value zeros.
            03 ws-pr-tam-lote            pic 9(02) value zeros.
            03 ws-pr-tam-token           pic 9(03) value zeros.
            03 ws-pr-hora-limite-edit.
               05 ws-pr-hh-limite        pic 9(02).
               05 filler                 pic x(01) value ":".
               05 ws-pr-mm-limite        pic 9(02).
            03 ws-situacao-painel        pic x(01) value spaces.

       01   ws-campos-batimento.
            03 ws-qt-filiais-varridas    pic 9(04) value zeros.
            03 ws-qt-lotes-avaliados     pic 9(05) value zeros.
            03 ws-qt-lotes-disparados    pic 9(05) value zeros.
            03 ws-qt-filiais-desativadas pic 9(04) value zeros.
            03 ws-minutos-agora-bat      pic 9(09) value zeros.
            03 ws-minutos-ultimo-bat     pic 9(09) value zeros.
            03 ws-idade-batimento        pic 9(09) value zeros.
            03 ws-parm-trabalho         pic x(500) value spaces.
            03 ws-parm-resultado        pic x(500) value spaces.
            03 ws-macro-token           pic x(12) value spaces.
            03 ws-macro-valor           pic x(200) value spaces.
            03 ws-macro-estouro-ind     pic x(01) value "N".
               88 ws-macro-estourou         value "S".
            03 ws-tam-parm              pic 9(04) value zeros.
            03 ws-tam-token             pic 9(02) value zeros.
            03 ws-tam-valor             pic 9(03) value zeros.
            03 ws-ix-varre              pic 9(04) value zeros.
            03 ws-ix-monta              pic 9(04) value zeros.
            03 ws-qt-arrobas            pic 9(03) value zeros.
       01   ws-sts-lote-sim              pic x(02) value "00".
            88 ws-lote-sim-ok                value "00".

      *>    varredura do diretório do gatilho (CBL_DIR_SCAN_*)
       01   ws-varredura-diretorio.
            03 ws-vd-handle              usage pointer.
            03 ws-vd-tipo-conteudo       pic x(04) comp-5 value 2.
            03 ws-vd-opcoes              pic x(04) comp-5 value 1.
            03 ws-vd-diretorio.
               05 ws-vd-tam-diretorio    pic x(02) comp-5 value 200.
               05 ws-vd-texto-diretorio  pic x(200) value spaces.
            03 ws-vd-padrao.
               05 ws-vd-tam-padrao       pic x(02) comp-5 value 40.
               05 ws-vd-texto-padrao     pic x(40) value spaces.
            03 ws-vd-entrada.
               05 ws-vd-atributo         pic x(04) comp-5.
               05 ws-vd-data-hora.
                  07 ws-vd-ano           pic x(04) comp-5.
                  07 ws-vd-mes           pic x(02) comp-5.
                  07 ws-vd-dia           pic x(02) comp-5.
                  07 ws-vd-hora          pic x(02) comp-5.
                  07 ws-vd-minuto        pic x(02) comp-5.
                  07 ws-vd-segundo       pic x(02) comp-5.
                  07 ws-vd-milissegundo  pic x(02) comp-5.
                  07 ws-vd-horario-verao pic x(01) comp-5.
               05 ws-vd-tamanho          pic x(08) comp-5.
               05 ws-vd-nome.
                  07 ws-vd-tam-nome      pic x(02) comp-5.
                  07 ws-vd-texto-nome    pic x(150).

       01   ws-campos-gatilho.
            03 ws-arquivo-gatilho        pic x(100) value spaces.
            03 ws-diretorio-gatilho      pic x(200) value spaces.
            03 ws-caminho-gatilho        pic x(300) value spaces.
            03 ws-destino-gatilho        pic x(300) value spaces.
            03 ws-pasta-gatilho          pic x(250) value spaces.
            03 ws-ix-gatilho             pic 9(03) value zeros.

       01   wid-manifesto-entrega        pic x(300) value spaces.
       01   ws-sts-manifesto-entrega     pic x(02) value "00".
            88 ws-manifesto-entrega-ok       value "00".

       01   wid-log-entrega              pic x(100) value spaces.
       01   ws-sts-log-entrega           pic x(02) value "00".
            88 ws-log-entrega-ok             value "00".

       01   ws-campos-entrega.
            03 ws-saida-no-disco         pic x(01) value "N".
               88 ws-saida-existe            value "S".
            03 ws-situacao-entrega       pic x(01) value "S".
               88 ws-entrega-ok              value "S".
               88 ws-entrega-com-falha       value "E".
            03 ws-nome-base-entrega      pic x(100) value spaces.
            03 ws-diretorio-entrega      pic x(200) value spaces.
            03 ws-destino-entrega        pic x(300) value spaces.
            03 ws-prefixo-entrega        pic x(40) value spaces.
            03 ws-msg-entrega            pic x(60) value spaces.
            03 ws-ix-entrega             pic 9(03) value zeros.

      *>    renumeração dos jobs na gravação do Lote: seq antiga -> seq nova, para
      *>    as assinaturas (PD99715) acompanharem o job
       01   ws-campos-renumeracao.
            03 ws-seq-job-texto          pic x(03) justified right value spaces.
            03 ws-seq-job-anterior       pic 9(03) value zeros.
            03 ws-seq-job-nova           pic 9(03) value zeros.
            03 ws-ix-assinatura          pic 9(04) value zeros.
            03 ws-qt-assinaturas         pic 9(04) value zeros.
            03 tb-renumeracao-job        occurs 999.
               05 tb-rn-existente        pic x(01).
               05 tb-rn-seq-nova         pic 9(03).
            03 tb-assinatura-lote        occurs 9999.
               05 tb-as-seq-job          pic 9(03).
               05 tb-as-seq-assinante    pic 9(03).

       01   ws-campos-simulacao.
            03 ws-executaria-job         pic x(12) value spaces.
            03 ws-condicao-simulada      pic x(20) value spaces.
            03 filler                    pic x(12) value "@MESANT@".
            03 filler                    pic x(12) value "@PRIDIAMES@".
            03 filler                    pic x(12) value "@ULTDIAMES@".
            03 filler                    pic x(12) value "@ARQUIVO@".
            03 filler                    pic x(12) value "@CAMINHOARQ@".
       01   filler redefines tb-macros-conhecidas.
            03 tb-macro-conhecida        pic x(12) occurs 10.

       01   ws-campos-aprovacao.
            03 ws-dt-solicitacao         pic 9(08) value zeros.
                05  f-hora-fim-janela   pic 9(04) identified by "horaFimJanela".
                05  f-dias-janela       pic x(07) identified by "diasJanela".
                05  f-evita-feriado     pic x(01) identified by "evitaFeriado".
                05  f-pre-requisitos    pic x(260) identified by "preRequisitos".
                05  f-hora-limite-pre-req pic 9(04) identified by "horaLimitePreReq".
                05  f-dir-gatilho       pic x(100) identified by "dirGatilho".
                05  f-padrao-gatilho    pic x(40) identified by "padraoGatilho".
                05  f-ultima-varredura  pic x(120) identified by "ultimaVarredura".
            03  f-executa               pic x(20) identified by "executa".
            03  f-Selecionados       pic x(50000) identified by "hSelecionados".
            03  f-Historico          pic x(50000) identified by "hHistorico".
            perform 9000-abrir-io-pd99706
            perform 9000-abrir-io-pd99707
            perform 9000-abrir-io-pd99709
            perform 9000-abrir-io-pd99715
            if   lnk-execucao-background
                 if   lnk-cd-empresa = zeros
                      perform 6500-varredura-instalacao
            end-if
            move f99704-dias-janela    to f-dias-janela
            move f99704-evita-feriado  to f-evita-feriado
            perform 2260-move-pre-requisitos-formulario
            move spaces                to f-dir-gatilho f-padrao-gatilho
            if   f99704-por-arquivo
                 move f99704-dir-gatilho    to f-dir-gatilho
                 move f99704-padrao-gatilho to f-padrao-gatilho
            end-if

            move spaces to f99704-registro
            initialize f99704-registro f-Selecionados
       2250-exit.
            exit.

      *>===================================================================================
      *>    Pré-requisitos do cabeçalho para o formulário: "eee/ffff/lll" separados
      *>    por ";" e a hora limite (cabeçalho antigo, sem a área preenchida = nenhum)
      *>===================================================================================
       2260-move-pre-requisitos-formulario section.
       2260.
            move spaces                 to f-pre-requisitos
            move zeros                  to f-hora-limite-pre-req
            if   f99704-qt-pre-requisitos is not numeric
                 exit section
            end-if
            if   f99704-hora-limite-pre-req is numeric
                 move f99704-hora-limite-pre-req to f-hora-limite-pre-req
            end-if
            move 1                      to ws-pr-ptr
            perform varying ws-pr-ix from 1 by 1
                    until ws-pr-ix > f99704-qt-pre-requisitos
                    or    ws-pr-ix > 20
                 if   ws-pr-ix > 1
                      string ";" delimited by size
                             into f-pre-requisitos
                             pointer ws-pr-ptr
                 end-if
                 string f99704-pre-cd-empresa(ws-pr-ix) delimited by size,
                        "/" delimited by size,
                        f99704-pre-cd-filial(ws-pr-ix) delimited by size,
                        "/" delimited by size,
                        f99704-pre-lote(ws-pr-ix) delimited by size
                        into f-pre-requisitos
                        pointer ws-pr-ptr
            end-perform.
       2260-exit.
            exit.

      *>===================================================================================
      *>    Painel Operacional - resumo de todos os Lotes da Empresa/Filial
      *>===================================================================================
                    or  f99704-cd-empresa      not equal lnk-cd-empresa
                    or  f99704-cd-filial       not equal lnk-cd-filial
                        if   f99704-codigo-registro = 0
                             move f99704-status-ultima-execucao to ws-situacao-painel
                             if   f99704-lote-aguardando
                                  move "A"          to ws-situacao-painel
                             end-if
                             string f99704-lote                    delimited by size,
                                    "¶" delimited by size,
                                    f99704-descricao                delimited by "  ",
                                    "¶" delimited by size,
                                    f99704-periodicidade            delimited by size,
                                    "¶" delimited by size,
                                    ws-situacao-painel              delimited by size,
                                    "¶" delimited by size,
                                    f99704-dt-ultima-execucao       delimited by size,
                                    "¶" delimited by size,
      *>===================================================================================
       2610-salvar-selecionados section.
       2160.
            initialize ws-campos-renumeracao
            move spaces to f99704-registro
            initialize f99704-registro
            move lnk-cd-empresa to f99704-cd-empresa
                    or  f99704-cd-filial       not equal lnk-cd-filial
                    or  f99704-lote            not equal f-cod-lote
                    or  f99704-codigo-registro not equal 1
                        if  f99704-seq > zeros
                            move "S" to tb-rn-existente(f99704-seq)
                        end-if
                        delete pd99704
                        if  not ws-operacao-ok
                            call ws-PP00001X using wid-pd99704 "DL" ws-resultado-acesso
                              perform 3000-finalizacao
                              stop run
                         end-if
                         perform 2615-registra-renumeracao
                    end-if
            end-perform

            perform 2620-renumera-assinaturas.

       2610-exit.
            exit.

      *>===================================================================================
      *>    Primeira coluna da linha do job = seq que ele tinha no Lote gravado
      *>    (job incluído na tela vem com número que o Lote ainda não tinha).
      *>===================================================================================
       2615-registra-renumeracao section.
       2615.
            perform 2616-extrai-seq-anterior
            if   ws-seq-job-anterior > zeros
            and  tb-rn-existente(ws-seq-job-anterior) = "S"
                 move f99704-seq        to tb-rn-seq-nova(ws-seq-job-anterior)
            end-if.
       2615-exit.
            exit.

      *>===================================================================================
       2616-extrai-seq-anterior section.
       2616.
            move zeros                  to ws-seq-job-anterior
            move spaces                 to ws-seq-job-texto
            unstring ws-campos(1) delimited by " "
                     into ws-seq-job-texto
            inspect ws-seq-job-texto replacing leading space by zero
            if   ws-seq-job-texto is numeric
                 move ws-seq-job-texto  to ws-seq-job-anterior
            end-if.
       2616-exit.
            exit.

      *>===================================================================================
      *>    Assinaturas (PD99715) seguem o job para a sua nova seq; as de job
      *>    removido do Lote são excluídas. A troca de chave passa por uma seq
      *>    provisória (nova + 500) para um job não cair sobre as assinaturas de
      *>    outro que ainda não foi renumerado.
      *>===================================================================================
       2620-renumera-assinaturas section.
       2620.
            move zeros                  to ws-qt-assinaturas
            move spaces                 to a99715-registro
            initialize                  a99715-registro
            move lnk-cd-empresa         to a99715-cd-empresa
            move lnk-cd-filial          to a99715-cd-filial
            move f-cod-lote             to a99715-lote
            perform 9000-str-pd99715-nlss
            perform 9000-ler-pd99715-nex
            perform until
                    not ws-operacao-ok
                    or  a99715-cd-empresa not equal lnk-cd-empresa
                    or  a99715-cd-filial  not equal lnk-cd-filial
                    or  a99715-lote       not equal f-cod-lote
                    or  ws-qt-assinaturas >= 9999
                 add 1                  to ws-qt-assinaturas
                 move a99715-seq-job    to tb-as-seq-job(ws-qt-assinaturas)
                 move a99715-seq-assinante
                                        to tb-as-seq-assinante(ws-qt-assinaturas)
                 perform 9000-ler-pd99715-nex
            end-perform
            move zeros                  to ws-resultado-acesso

            perform varying ws-ix-assinatura from 1 by 1
                    until ws-ix-assinatura > ws-qt-assinaturas
                 move tb-as-seq-job(ws-ix-assinatura) to ws-seq-job-anterior
                 move zeros             to ws-seq-job-nova
                 if   ws-seq-job-anterior > zeros
                      move tb-rn-seq-nova(ws-seq-job-anterior) to ws-seq-job-nova
                 end-if
                 if   ws-seq-job-nova not = ws-seq-job-anterior
                      perform 2625-retira-assinatura
                 end-if
            end-perform

            perform varying ws-ix-assinatura from 1 by 1
                    until ws-ix-assinatura > ws-qt-assinaturas
                 move tb-as-seq-job(ws-ix-assinatura) to ws-seq-job-anterior
                 move zeros             to ws-seq-job-nova
                 if   ws-seq-job-anterior > zeros
                      move tb-rn-seq-nova(ws-seq-job-anterior) to ws-seq-job-nova
                 end-if
                 if   ws-seq-job-nova not = ws-seq-job-anterior
                 and  ws-seq-job-nova > zeros
                      perform 2626-assenta-assinatura
                 end-if
            end-perform.
       2620-exit.
            exit.

      *>===================================================================================
       2625-retira-assinatura section.
       2625.
            move spaces                 to a99715-registro
            initialize                  a99715-registro
            move lnk-cd-empresa         to a99715-cd-empresa
            move lnk-cd-filial          to a99715-cd-filial
            move f-cod-lote             to a99715-lote
            move ws-seq-job-anterior    to a99715-seq-job
            move tb-as-seq-assinante(ws-ix-assinatura) to a99715-seq-assinante
            perform 9000-ler-pd99715-ran
            if   not ws-operacao-ok
                 move zeros             to ws-resultado-acesso
                 exit section
            end-if
            delete pd99715
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd99715 "DL" ws-resultado-acesso
                 cancel ws-PP00001X
                 exit section
            end-if
            if   ws-seq-job-nova > zeros
                 compute a99715-seq-job = ws-seq-job-nova + 500
                 write a99715-registro
                 if   not ws-operacao-ok
                      call ws-PP00001X using wid-pd99715 "WR" ws-resultado-acesso
                      cancel ws-PP00001X
                 end-if
            end-if
            move zeros                  to ws-resultado-acesso.
       2625-exit.
            exit.

      *>===================================================================================
       2626-assenta-assinatura section.
       2626.
            move spaces                 to a99715-registro
            initialize                  a99715-registro
            move lnk-cd-empresa         to a99715-cd-empresa
            move lnk-cd-filial          to a99715-cd-filial
            move f-cod-lote             to a99715-lote
            compute a99715-seq-job = ws-seq-job-nova + 500
            move tb-as-seq-assinante(ws-ix-assinatura) to a99715-seq-assinante
            perform 9000-ler-pd99715-ran
            if   not ws-operacao-ok
                 move zeros             to ws-resultado-acesso
                 exit section
            end-if
            delete pd99715
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd99715 "DL" ws-resultado-acesso
                 cancel ws-PP00001X
                 exit section
            end-if
            move ws-seq-job-nova        to a99715-seq-job
            write a99715-registro
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd99715 "WR" ws-resultado-acesso
                 cancel ws-PP00001X
            end-if
            move zeros                  to ws-resultado-acesso.
       2626-exit.
            exit.

      *>===================================================================================
       2650-move-formulario-arquivo section.
       2650.
                 move "S"          to f99704-evita-feriado
            else
                 move "N"          to f99704-evita-feriado
            end-if
            move ws-pr-lista      to f99704-dados-cabecalho
            move f-hora-limite-pre-req to f99704-hora-limite-pre-req
            if   f99704-por-arquivo
                 move f-dir-gatilho    to f99704-dir-gatilho
                 move f-padrao-gatilho to f99704-padrao-gatilho
            else
                 move spaces           to f99704-dir-gatilho
                                          f99704-padrao-gatilho
            end-if.
       2650-exit.
            exit.
                            cancel ws-PP00001X
                        end-if
                        perform 9000-ler-pd99704-nex
            end-perform

      *>    sem job que fique, todas as assinaturas do Lote são excluídas - um Lote
      *>    novo com o mesmo número não herda os assinantes
            initialize ws-campos-renumeracao
            perform 2620-renumera-assinaturas.
       2710-exit.
            exit.

            end-if
            perform 2650-move-formulario-arquivo
            move "G"                    to ws-acao-solicitacao
            move zeros                  to ws-seq-job-anterior
            perform 2685-grava-registro-pendente
            if   lnk-com-erro
                 close pd99712
            move lnk-id-usuario         to a99712-id-solicitante
            move f99704-registro        to a99712-imagem-nova
            move ws-imagem-antes-aprov  to a99712-imagem-anterior
            move ws-seq-job-anterior    to a99712-seq-job-origem
            write a99712-registro
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd99712 "WR" ws-resultado-acesso

      *>===================================================================================
      *>    Jobs da solicitação, montados do formulário com as mesmas regras do
      *>    2610-salvar-selecionados - mas gravados como pendências, cada um com
      *>    a seq que tinha no Lote vivo (a aprovação renumera as assinaturas).
      *>===================================================================================
       2690-solicita-jobs-pendentes section.
       2690.
                         end-if
                         move spaces       to ws-imagem-antes-aprov
                         move "G"          to ws-acao-solicitacao
                         perform 2616-extrai-seq-anterior
                         perform 2685-grava-registro-pendente
                    end-if
            end-perform.
            move zeros                  to ws-seq-solicitacao
            move f99704-registro        to ws-imagem-antes-aprov
            move "E"                    to ws-acao-solicitacao
            move zeros                  to ws-seq-job-anterior
            perform 2685-grava-registro-pendente
            close pd99712
            if   lnk-sem-erro
                           perform 2940-valida-formato-job
                      end-if
                 end-if
            end-perform

            if   processamento-sem-erro
                 perform 2950-valida-pre-requisitos
            end-if

            if   processamento-sem-erro
            and  f-periodicidade = "A"
            and  f-padrao-gatilho = spaces
                 set  processamento-com-erro to true
                 move "Lote disparado por chegada de arquivo sem o padrão do nome do arquivo !"
                                        to whs-mensagem
            end-if.
       2900-exit.
            exit.

                 move ws-parm-trabalho(ws-ix-token-ini:ws-tam-token-valida)
                                        to ws-token-valida
                 perform varying ws-ix-macro from 1 by 1
                         until ws-ix-macro > 10
                         or    ws-token-valida = tb-macro-conhecida(ws-ix-macro)
                 end-perform
            else
                 move 11                to ws-ix-macro
            end-if
            if   ws-ix-macro > 10
                 set  processamento-com-erro to true
                 move spaces            to whs-mensagem
                 string "Job " ws-ix-valida ": macro "
       2940-exit.
            exit.

      *>===================================================================================
      *>    Pré-requisitos do Lote: "eee/ffff/lll" separados por ";" (filial 9999 =
      *>    todas as filiais da empresa, empresa 999 = todas as unidades - o próprio
      *>    Lote fica fora da expansão), no máximo 20, sem apontar para o próprio
      *>    Lote; hora limite em HHMM. A lista validada
      *>    fica em ws-pr-lista para o 2650-move-formulario-arquivo.
      *>===================================================================================
       2950-valida-pre-requisitos section.
       2950.
            initialize                  ws-pr-lista
            move zeros                  to ws-pr-qt-lista
            move f-hora-limite-pre-req  to ws-pr-hora-limite
            if   ws-pr-hora-limite(1:2) > "23"
            or   ws-pr-hora-limite(3:2) > "59"
                 set  processamento-com-erro to true
                 move spaces            to whs-mensagem
                 string "Hora limite dos pré-requisitos " delimited by size,
                        ws-pr-hora-limite delimited by size,
                        " inválida - informe HHMM !" delimited by size
                        into whs-mensagem
                 exit section
            end-if
            move 1                      to ws-pr-ptr
            perform until ws-pr-ptr > length of f-pre-requisitos
                    or    processamento-com-erro
                 move spaces            to ws-pr-token
                 move zeros             to ws-pr-tam-token
                 unstring f-pre-requisitos delimited by ";"
                          into ws-pr-token count in ws-pr-tam-token
                          pointer ws-pr-ptr
                 if   ws-pr-token not = spaces
                      perform 2955-valida-um-pre-requisito
                 end-if
            end-perform
            if   processamento-sem-erro
            and  ws-pr-qt-lista = zeros
            and  ws-pr-hora-limite not = zeros
                 set  processamento-com-erro to true
                 move "Hora limite informada sem nenhum Lote pré-requisito !"
                                        to whs-mensagem
            end-if.
       2950-exit.
            exit.

      *>===================================================================================
       2955-valida-um-pre-requisito section.
       2955.
            move spaces                 to ws-pr-tok-empresa ws-pr-tok-filial
                                           ws-pr-tok-lote
            move zeros                  to ws-pr-tam-empresa ws-pr-tam-filial
                                           ws-pr-tam-lote
            if   ws-pr-tam-token <= length of ws-pr-token
                 unstring ws-pr-token delimited by "/" or " "
                          into ws-pr-tok-empresa count in ws-pr-tam-empresa
                               ws-pr-tok-filial  count in ws-pr-tam-filial
                               ws-pr-tok-lote    count in ws-pr-tam-lote
            end-if
            if   ws-pr-tam-empresa not = 3
            or   ws-pr-tam-filial  not = 4
            or   ws-pr-tam-lote    not = 3
            or   ws-pr-tok-empresa(1:3) is not numeric
            or   ws-pr-tok-filial(1:4)  is not numeric
            or   ws-pr-tok-lote(1:3)    is not numeric
                 set  processamento-com-erro to true
                 move spaces            to whs-mensagem
                 string "Pré-requisito " delimited by size,
                        ws-pr-token delimited by "  ",
                        " inválido - informe empresa/filial/lote (ex.: 001/0000/010) !"
                        delimited by size
                        into whs-mensagem
                 exit section
            end-if
            if   ws-pr-tok-lote(1:3) = f-cod-lote
            and  ws-pr-tok-empresa(1:3) = lnk-cd-empresa
            and  ws-pr-tok-filial(1:4)  = lnk-cd-filial
                 set  processamento-com-erro to true
                 move spaces            to whs-mensagem
                 string "Pré-requisito " delimited by size,
                        ws-pr-token delimited by "  ",
                        " aponta para o próprio Lote !" delimited by size
                        into whs-mensagem
                 exit section
            end-if
            if   ws-pr-qt-lista >= 20
                 set  processamento-com-erro to true
                 move "No máximo 20 Lotes pré-requisitos por Lote !"
                                        to whs-mensagem
                 exit section
            end-if
            add 1                       to ws-pr-qt-lista
            move ws-pr-tok-empresa(1:3) to ws-pr-item-empresa(ws-pr-qt-lista)
            move ws-pr-tok-filial(1:4)  to ws-pr-item-filial(ws-pr-qt-lista)
            move ws-pr-tok-lote(1:3)    to ws-pr-item-lote(ws-pr-qt-lista).
       2955-exit.
            exit.

      *>===================================================================================
       2999-controle-frame section.
       2999.
            close   pd99706
            close   pd99707
            close   pd99709
            close   pd99715
            perform 8000-oculta-gif.
       3000-exit.
            exit.
                                   add 1 to ws-qt-lotes-disparados
                                   perform 6200-executar-lote-agendado
                              end-if
                         else
                              if   not ws-pre-requisitos-ok
                                   perform 6140-aguarda-pre-requisitos
                              else
                                   if   f99704-lote-aguardando
                                        perform 6145-libera-aguardando
                                   end-if
                              end-if
                         end-if
                    end-if
                    perform 9000-ler-pd99704-nex
            move zeros                  to ws-qt-filiais-varridas
                                           ws-qt-lotes-avaliados
                                           ws-qt-lotes-disparados
                                           ws-qt-filiais-desativadas

            move spaces                 to wid-pd99800
            string lnk-dtbpath delimited by " "
                 and  fparm-sequencia       = 0
                      move fparm-cd-empresa to ws-empresa-varredura
                      move fparm-cd-filial  to ws-filial-varredura
                      perform 9000-verifica-filial-desativada
                      if   ws-filial-desativada-varredura
                           add 1        to ws-qt-filiais-desativadas
                      else
                           perform 6510-processa-unidade-varredura
                      end-if
                 end-if
                 perform 9000-ler-pd99800-nex
            end-perform
       6100-verifica-agendamento-devido section.
       6100.
            move "N" to ws-situacao-agendamento
            move "S" to ws-pr-situacao
            move spaces to ws-arquivo-gatilho

            if   f99704-por-arquivo
                 perform 6105-verifica-arquivo-gatilho
            end-if

            if   not f99704-por-arquivo
                 and f99704-dt-ultima-execucao not equal ws-data-sistema-aaaammdd
                 and f99704-hora-agendada <= ws-hora-sistema-hhmm
                 evaluate true
                     when f99704-diaria
                 if   ws99707-feriado
                      move "N" to ws-situacao-agendamento
                 end-if
            end-if

            if   ws-lote-devido
            and  f99704-qt-pre-requisitos is numeric
            and  f99704-qt-pre-requisitos > zeros
                 perform 6130-verifica-pre-requisitos
                 if   not ws-pre-requisitos-ok
                      move "N" to ws-situacao-agendamento
                 end-if
            end-if.
       6100-exit.
            exit.

      *>===================================================================================
      *>    Lote disparado por chegada de arquivo: devido quando há no diretório do
      *>    gatilho um arquivo com o padrão do nome - o de menor nome; os demais
      *>    disparam nas varreduras seguintes, um por execução. Subdiretório não
      *>    dispara (a varredura pede só arquivos). O nome vai
      *>    para ws-arquivo-gatilho (macros @ARQUIVO@ / @CAMINHOARQ@) e, no fim da
      *>    execução, o arquivo sai do diretório (6250), para nunca disparar duas
      *>    vezes. Hora agendada e última execução não se aplicam.
      *>===================================================================================
       6105-verifica-arquivo-gatilho section.
       6105.
            if   f99704-padrao-gatilho = spaces
                 exit section
            end-if
            perform 9000-monta-diretorio-gatilho

            move spaces                 to ws-vd-texto-diretorio ws-vd-texto-padrao
            move ws-diretorio-gatilho   to ws-vd-texto-diretorio
            move f99704-padrao-gatilho  to ws-vd-texto-padrao
            call "CBL_DIR_SCAN_START" using ws-vd-handle ws-vd-diretorio
                                            ws-vd-padrao ws-vd-tipo-conteudo
                                            ws-vd-opcoes
            if   return-code = zeros
                 move length of ws-vd-texto-nome to ws-vd-tam-nome
                 move spaces            to ws-vd-texto-nome
                 call "CBL_DIR_SCAN_READ" using ws-vd-handle ws-vd-entrada
                 perform until return-code not = zeros
                      if   ws-vd-tam-nome > zeros
                      and  ws-vd-tam-nome <= length of ws-arquivo-gatilho
                           if   ws-arquivo-gatilho = spaces
                           or   ws-vd-texto-nome(1:ws-vd-tam-nome) < ws-arquivo-gatilho
                                move spaces to ws-arquivo-gatilho
                                move ws-vd-texto-nome(1:ws-vd-tam-nome)
                                            to ws-arquivo-gatilho
                           end-if
                      end-if
                      move length of ws-vd-texto-nome to ws-vd-tam-nome
                      move spaces       to ws-vd-texto-nome
                      call "CBL_DIR_SCAN_READ" using ws-vd-handle ws-vd-entrada
                 end-perform
                 call "CBL_DIR_SCAN_END" using ws-vd-handle
            end-if
            move zeros                  to return-code

            if   ws-arquivo-gatilho not = spaces
                 move "S"               to ws-situacao-agendamento
            end-if.
       6105-exit.
            exit.

      *>===================================================================================
      *>    Diretório do gatilho (com "/" no final) a partir do cabeçalho do Lote.
      *>===================================================================================
       9000-monta-diretorio-gatilho section.
       9000.
            inspect lnk-integpath replacing all "\" by "/"
            move spaces                 to ws-diretorio-gatilho
            evaluate true
                when f99704-dir-gatilho = spaces
                     move lnk-integpath to ws-diretorio-gatilho
                when f99704-dir-gatilho(1:1) = "/"
                     move f99704-dir-gatilho to ws-diretorio-gatilho
                when other
                     string lnk-integpath delimited by " ",
                            f99704-dir-gatilho delimited by " "
                            into ws-diretorio-gatilho
            end-evaluate
            perform varying ws-ix-gatilho from 200 by -1
                    until ws-ix-gatilho = 1
                    or    ws-diretorio-gatilho(ws-ix-gatilho:1) not = space
            end-perform
            if   ws-diretorio-gatilho(ws-ix-gatilho:1) not = "/"
            and  ws-ix-gatilho < 200
                 move "/"               to ws-diretorio-gatilho(ws-ix-gatilho + 1:1)
            end-if.
       9000-exit.
            exit.

      *>===================================================================================
      *>    Janela de operação permitida do Lote (registro-cabeçalho). Fora da janela
      *>    a execução agendada fica retida - o Lote atrasado espera a próxima janela
       6120-exit.
            exit.

      *>===================================================================================
      *>    Pré-requisitos do Lote devido: cada Lote declarado no cabeçalho (expandido
      *>    para todas as filiais/unidades que o têm quando filial 9999/empresa 999)
      *>    precisa ter execução no dia no histórico (PD99705), com a última execução
      *>    sem erro nem tempo excedido, e não pode estar em execução agora. Só
      *>    avalia - a retenção/abandono fica com o 6140 (a simulação também chama
      *>    o 6100). Termina relendo o cabeçalho do próprio Lote, que restaura o
      *>    registro e a posição da leitura sequencial do 6000.
      *>===================================================================================
       6130-verifica-pre-requisitos section.
       6130.
            move "S"                    to ws-pr-situacao
            move spaces                 to ws-pr-pendente
            move f99704-cd-empresa      to ws-pr-empresa-lote
            move f99704-cd-filial       to ws-pr-filial-lote
            move f99704-lote            to ws-pr-lote
            move f99704-dados-cabecalho(1:length of ws-pr-lista) to ws-pr-lista
            move zeros                  to ws-pr-hora-limite
            if   f99704-hora-limite-pre-req is numeric
                 move f99704-hora-limite-pre-req to ws-pr-hora-limite
            end-if

            perform varying ws-pr-ix from 1 by 1
                    until ws-pr-ix > ws-pr-qt-lista
                    or    ws-pr-ix > 20
                    or    not ws-pre-requisitos-ok
                 move ws-pr-item-empresa(ws-pr-ix) to ws-pr-empresa
                 move ws-pr-item-filial(ws-pr-ix)  to ws-pr-filial
                 move ws-pr-item-lote(ws-pr-ix)    to ws-pr-lote-requisito
                 if   ws-pr-empresa = 999
                 or   ws-pr-filial  = 9999
                      perform 6132-expande-pre-requisito
                 else
                      perform 6134-le-pre-requisito
                 end-if
            end-perform

            move spaces                 to f99704-registro
            initialize                  f99704-registro
            move ws-pr-empresa-lote     to f99704-cd-empresa
            move ws-pr-filial-lote      to f99704-cd-filial
            move ws-pr-lote             to f99704-lote
            move zeros                  to f99704-codigo-registro
            move zeros                  to f99704-seq
            perform 9000-ler-pd99704-ran.
       6130-exit.
            exit.

      *>===================================================================================
      *>    Pré-requisito genérico: todos os cabeçalhos do PD99704 com o número do
      *>    Lote, na empresa informada (ou em todas, 999) e na filial informada (ou
      *>    em todas, 9999) - menos o próprio Lote e os Lotes sem agendamento (Lote
      *>    manual, ou desligado pelo PW00754 na desativação da unidade), que não
      *>    rodam no dia. Nenhum Lote encontrado = nada a esperar.
      *>===================================================================================
       6132-expande-pre-requisito section.
       6132.
            move spaces                 to f99704-registro
            initialize                  f99704-registro
            if   ws-pr-empresa not = 999
                 move ws-pr-empresa     to f99704-cd-empresa
            end-if
            perform 9000-str-pd99704-nlss
            perform 9000-ler-pd99704-nex
            perform until
                    not ws-operacao-ok
                    or  not ws-pre-requisitos-ok
                    or  (ws-pr-empresa not = 999
                         and f99704-cd-empresa not = ws-pr-empresa)
                 if   f99704-codigo-registro = 0
                 and  f99704-lote = ws-pr-lote-requisito
                 and  not f99704-sem-agendamento
                 and  (ws-pr-filial = 9999
                       or f99704-cd-filial = ws-pr-filial)
                 and  not (f99704-cd-empresa = ws-pr-empresa-lote
                           and f99704-cd-filial = ws-pr-filial-lote
                           and f99704-lote      = ws-pr-lote)
                      perform 6135-verifica-um-pre-requisito
                 end-if
                 perform 9000-ler-pd99704-nex
            end-perform
            move zeros                  to ws-resultado-acesso.
       6132-exit.
            exit.

      *>===================================================================================
       6134-le-pre-requisito section.
       6134.
            move spaces                 to f99704-registro
            initialize                  f99704-registro
            move ws-pr-empresa          to f99704-cd-empresa
            move ws-pr-filial           to f99704-cd-filial
            move ws-pr-lote-requisito   to f99704-lote
            move zeros                  to f99704-codigo-registro
            move zeros                  to f99704-seq
            perform 9000-ler-pd99704-ran
            if   ws-operacao-ok
                 perform 6135-verifica-um-pre-requisito
            else
      *>         Lote pré-requisito excluído/inexistente nunca conclui
                 move "N"               to ws-pr-situacao
                 move spaces            to ws-pr-pendente
                 string ws-pr-empresa "/" ws-pr-filial "/" ws-pr-lote-requisito
                        delimited by size
                        into ws-pr-pendente
                 move zeros             to ws-resultado-acesso
            end-if.
       6134-exit.
            exit.

      *>===================================================================================
      *>    f99704-registro no cabeçalho de um Lote pré-requisito. Execuções do dia
      *>    no PD99705: uma nova execução começa quando a sequência volta (1ª linha,
      *>    ou seq menor/igual à anterior - reinício parcial pela tela inclusive); o
      *>    que vale é o resultado da última.
      *>===================================================================================
       6135-verifica-um-pre-requisito section.
       6135.
            move spaces                 to ws-pr-pendente
            string f99704-cd-empresa "/" f99704-cd-filial "/" f99704-lote
                   delimited by size
                   into ws-pr-pendente
            if   f99704-lote-em-execucao
            and  f99704-dt-inicio-execucao >= ws-data-sistema-aaaammdd
                 move "N"               to ws-pr-situacao
                 exit section
            end-if

            move "N"                    to ws-pr-achou-execucao
            move "S"                    to ws-pr-status-execucao
            move zeros                  to ws-pr-seq-anterior
            move spaces                 to h99705-registro
            initialize                  h99705-registro
            move f99704-cd-empresa      to h99705-cd-empresa
            move f99704-cd-filial       to h99705-cd-filial
            move f99704-lote            to h99705-lote
            move ws-data-sistema-aaaammdd to h99705-data-execucao
            perform 9000-str-pd99705-nlss
            perform 9000-ler-pd99705-nex
            perform until
                    not ws-operacao-ok
                    or  h99705-cd-empresa    not = f99704-cd-empresa
                    or  h99705-cd-filial     not = f99704-cd-filial
                    or  h99705-lote          not = f99704-lote
                    or  h99705-data-execucao not = ws-data-sistema-aaaammdd
                 if   ws-pr-achou-execucao = "N"
                 or   h99705-seq <= ws-pr-seq-anterior
                      move "S"          to ws-pr-achou-execucao
                      move "S"          to ws-pr-status-execucao
                 end-if
                 if   h99705-executado-com-erro
                 or   h99705-tempo-excedido
                      move "E"          to ws-pr-status-execucao
                 end-if
                 move h99705-seq        to ws-pr-seq-anterior
                 perform 9000-ler-pd99705-nex
            end-perform
            move zeros                  to ws-resultado-acesso

            if   ws-pr-achou-execucao not = "S"
            or   ws-pr-status-execucao not = "S"
                 move "N"               to ws-pr-situacao
            end-if.
       6135-exit.
            exit.

      *>===================================================================================
      *>    Lote devido retido por pré-requisito (f99704-registro no próprio
      *>    cabeçalho, relido pelo 6130): antes da hora limite fica "aguardando" -
      *>    a próxima varredura verifica de novo; passada a hora limite a execução
      *>    do dia é abandonada - linha de erro no histórico (seq 000, com o
      *>    pré-requisito pendente nos parâmetros), notificação de falha e a próxima
      *>    execução calculada como numa execução normal.
      *>===================================================================================
       6140-aguarda-pre-requisitos section.
       6140.
            if   not ws-operacao-ok
                 exit section
            end-if
            if   f99704-lote-em-execucao
            and  f99704-dt-inicio-execucao >= ws-data-sistema-aaaammdd
                 exit section
            end-if

            if   ws-pr-hora-limite = zeros
            or   ws-hora-sistema-hhmm < ws-pr-hora-limite
                 if   not f99704-lote-aguardando
                      move "A"          to f99704-em-execucao-ind
                      rewrite f99704-registro
                      if   not ws-operacao-ok
                           call ws-PP00001X using wid-pd99704 "RW" ws-resultado-acesso
                           cancel ws-PP00001X
                      end-if
                 end-if
                 exit section
            end-if

            move spaces                 to h99705-registro
            initialize                  h99705-registro
            move f99704-cd-empresa      to h99705-cd-empresa
            move f99704-cd-filial       to h99705-cd-filial
            move f99704-lote            to h99705-lote
            move ws-data-sistema-aaaammdd to h99705-data-execucao
            move function current-date(9:6) to h99705-hora-execucao
            move zeros                  to h99705-seq
            move ws-pr-hora-limite(1:2) to ws-pr-hh-limite
            move ws-pr-hora-limite(3:2) to ws-pr-mm-limite
            string "Pré-requisitos não concluídos até " delimited by size,
                   ws-pr-hora-limite-edit delimited by size
                   into h99705-descricao
            string "preRequisitoPendente=" delimited by size,
                   ws-pr-pendente delimited by " "
                   into h99705-parametros
            move "PW00007"              to h99705-nome-programa
            move h99705-hora-execucao   to h99705-hora-inicio
                                           h99705-hora-fim
            move "E"                    to h99705-status
            move lnk-id-usuario         to h99705-id-usuario
            perform 9000-grava-h99705-linha

            perform 2201-posiciona-registro-agendamento
            if   not ws-operacao-ok
                 exit section
            end-if
            perform 6110-calcula-proxima-execucao
            move ws-data-sistema-aaaammdd to f99704-dt-ultima-execucao
            move ws-hora-sistema-hhmm     to f99704-hr-ultima-execucao
            move zeros                    to f99704-seq-reinicio
            move "E"                      to f99704-status-ultima-execucao
            move "N"                      to f99704-em-execucao-ind
            move zeros                    to f99704-dt-inicio-execucao
                                             f99704-hr-inicio-execucao
            rewrite f99704-registro
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd99704 "RW" ws-resultado-acesso
                 cancel ws-PP00001X
            end-if

      *>    Lote por chegada de arquivo: o arquivo vai para erros/, senão a próxima
      *>    varredura dispararia - e abandonaria - de novo
            if   ws-arquivo-gatilho not = spaces
                 move "E"                 to ws-status-lote-batch
                 perform 6250-move-arquivo-gatilho
            end-if.
       6140-exit.
            exit.

      *>===================================================================================
      *>    Lote marcado "aguardando" que deixou de estar devido (virada do dia,
      *>    fora da janela, feriado, pré-requisito que não é mais avaliado): a marca
      *>    volta para "N" - só vale enquanto o Lote está devido e retido.
      *>===================================================================================
       6145-libera-aguardando section.
       6145.
            move "N"                    to f99704-em-execucao-ind
            rewrite f99704-registro
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd99704 "RW" ws-resultado-acesso
                 cancel ws-PP00001X
            end-if.
       6145-exit.
            exit.

      *>===================================================================================
      *>    Reserva do Lote ("em execução") no registro-cabeçalho, tomada no início da
      *>    execução e liberada no final junto com a gravação do status. Uma reserva
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd99704 "RW" ws-resultado-acesso
                 cancel ws-PP00001X
            end-if

            if   ws-arquivo-gatilho not = spaces
                 perform 6250-move-arquivo-gatilho
            end-if.
       6200-exit.
            exit.

      *>===================================================================================
      *>    Arquivo que disparou o Lote sai do diretório do gatilho: para
      *>    processados/ quando o Lote terminou OK, para erros/ quando terminou com
      *>    falha (subdiretórios do próprio diretório do gatilho). Arquivo que não
      *>    pôde ser movido dispararia de novo - vai para a notificação de Lotes.
      *>===================================================================================
       6250-move-arquivo-gatilho section.
       6250.
            move spaces                 to ws-caminho-gatilho ws-pasta-gatilho
                                           ws-destino-gatilho
            string ws-diretorio-gatilho delimited by " ",
                   ws-arquivo-gatilho delimited by " "
                   into ws-caminho-gatilho
            if   ws-lote-batch-ok
                 string ws-diretorio-gatilho delimited by " ",
                        "processados" delimited by size
                        into ws-pasta-gatilho
            else
                 string ws-diretorio-gatilho delimited by " ",
                        "erros" delimited by size
                        into ws-pasta-gatilho
            end-if
            call "CBL_CREATE_DIR" using ws-pasta-gatilho
            move zeros                  to return-code
            string ws-pasta-gatilho delimited by " ",
                   "/" delimited by size,
                   ws-arquivo-gatilho delimited by " "
                   into ws-destino-gatilho

            call "CBL_COPY_FILE" using ws-caminho-gatilho ws-destino-gatilho
            if   return-code = zeros
                 call "CBL_DELETE_FILE" using ws-caminho-gatilho
            end-if
            if   return-code not = zeros
                 perform 9000-abre-lote-notif
                 move spaces            to nt-linha-notif
                 string ws-data-sistema-aaaammdd delimited by size, ";",
                        ws-hora-sistema-hhmm delimited by size, ";",
                        h99705-cd-empresa delimited by size, "/",
                        h99705-cd-filial delimited by size, ";",
                        h99705-lote delimited by size, ";000;;",
                        "Arquivo de gatilho não movido (dispararia de novo): "
                        delimited by size,
                        ws-caminho-gatilho delimited by " "
                        into nt-linha-notif
                 write nt-linha-notif
                 perform 9000-fecha-lote-notif
            end-if
            move zeros                  to return-code
            move spaces                 to ws-arquivo-gatilho.
       6250-exit.
            exit.

      *>===================================================================================
      *>    Execução de um job do Lote agendado, com condição de execução e histórico.
      *>    Obs.: não há, nesta instalação, um mecanismo de disparo de processo em
            move f99704-nome-programa      to h99705-nome-programa
            move lnk-id-usuario            to h99705-id-usuario

            evaluate true
                when ws-executa-job-atual not = "S"
                     move function current-date(9:6) to h99705-hora-inicio
                     move h99705-hora-inicio    to h99705-hora-fim
                     move "P"                   to h99705-status
                     perform 9000-grava-h99705-linha
                when ws-macro-estourou
                     move spaces                to h99705-parametros
                     string "ERRO - parâmetros excedem 500 posições após a "
                            "substituição das macros - job não executado"
                            delimited by size
                            into h99705-parametros
                     move function current-date(9:6) to h99705-hora-inicio
                     move h99705-hora-inicio    to h99705-hora-fim
                     move "E"                   to h99705-status
                     move "E"                   to ws-status-lote-batch
                     if   ws-seq-primeiro-erro = zeros
                          move h99705-seq       to ws-seq-primeiro-erro
                     end-if
                     if   not f99704-em-paralelo
                          move "E"              to ws-status-job-anterior
                     end-if
                     perform 9000-grava-h99705-linha
                when other
                     move function current-date(9:6) to h99705-hora-inicio
                     move f99704-formato-saida       to lnk-formato-saida
                     move h99705-parametros          to lnk-rotina-configuracao
                     call f99704-nome-programa using lnk-par
                     cancel f99704-nome-programa
                     move function current-date(9:6) to h99705-hora-fim
                     if   lnk-com-erro
                          move "E"              to h99705-status
                     else
                          move "S"              to h99705-status
                          perform 6215-verifica-tempo-excedido
                     end-if
                     if   h99705-executado-com-erro
                     or   h99705-tempo-excedido
                          move "E"              to ws-status-lote-batch
                          if   ws-seq-primeiro-erro = zeros
                               move h99705-seq       to ws-seq-primeiro-erro
                          end-if
                     end-if
                     if   not f99704-em-paralelo
                          if   h99705-tempo-excedido
                               move "E"         to ws-status-job-anterior
                          else
                               move h99705-status to ws-status-job-anterior
                          end-if
                     end-if
                     perform 9000-grava-h99705-linha
                     move f99704-formato-saida to ws-formato-saida-cat
                     perform 9000-registra-saida-catalogo
            end-evaluate.
       6210-exit.
            exit.

      *>===================================================================================
       6220-resolve-macros-parametros section.
       6220.
            move "N"                    to ws-macro-estouro-ind
            move zeros                  to ws-qt-arrobas
            inspect ws-parm-trabalho tallying ws-qt-arrobas for all "@"
            if   ws-qt-arrobas = zeros
            end-if
            move ws-data-macro          to ws-macro-valor(1:8)
            move 8                      to ws-tam-valor
            perform 6221-substitui-macro

      *>    arquivo que disparou o Lote (só na execução por chegada de arquivo)
            if   ws-arquivo-gatilho not = spaces
                 move "@ARQUIVO@"       to ws-macro-token
                 move 9                 to ws-tam-token
                 move ws-arquivo-gatilho to ws-macro-valor
                 perform 9000-tamanho-macro-valor
                 perform 6221-substitui-macro

                 move "@CAMINHOARQ@"    to ws-macro-token
                 move 12                to ws-tam-token
                 move spaces            to ws-macro-valor
                 string ws-diretorio-gatilho delimited by " ",
                        ws-arquivo-gatilho delimited by " "
                        into ws-macro-valor
                 perform 9000-tamanho-macro-valor
                 perform 6221-substitui-macro
            end-if.
       6220-exit.
            exit.

      *>===================================================================================
       9000-tamanho-macro-valor section.
       9000.
            perform varying ws-tam-valor from 200 by -1
                    until ws-tam-valor = 1
                    or    ws-macro-valor(ws-tam-valor:1) not = space
            end-perform.
       9000-exit.
            exit.

      *>===================================================================================
      *>    Data o nome do arquivo de saída (nomeArquivoSM=) dentro dos parâmetros em
      *>    ws-parm-trabalho, acrescentando _data_hora da execução, para que cada
      *>    linha de histórico está em h99705-registro. O tamanho é apurado no disco
      *>    quando o arquivo existe; quando ainda não existe, a linha é gravada com
      *>    tamanho zerado para que a operação ao menos saiba o nome esperado.
      *>    Job concluído sem erro com a saída no disco: a saída segue para os
      *>    assinantes do job (PD99715).
      *>===================================================================================
       9000-registra-saida-catalogo section.
       9000.
            move wid-arquivo-saida      to s99706-nome-arquivo
            move ws-formato-saida-cat   to s99706-formato-saida
            move zeros                  to s99706-tamanho-bytes
            move "N"                    to ws-saida-no-disco
            call "CBL_CHECK_FILE_EXIST" using wid-arquivo-saida
                                              ws-detalhe-arquivo
            if   return-code = zeros
                 move ws-tamanho-arquivo to s99706-tamanho-bytes
                 move "S"               to ws-saida-no-disco
            end-if
            move zeros                  to return-code
            move function current-date(1:8) to s99706-dt-geracao
            move function current-date(9:6) to s99706-hr-geracao
            write s99706-registro
            and  not ws-registro-existente
                 call ws-PP00001X using wid-pd99706 "WR" ws-resultado-acesso
                 cancel ws-PP00001X
            end-if
            if   ws-saida-existe
            and  h99705-executado-com-sucesso
                 move spaces            to ws-nome-base-entrega
                 string ws-nome-saida delimited by "  ",
                        "." delimited by size,
                        ws-formato-saida-cat delimited by "  "
                        into ws-nome-base-entrega
                 perform 6260-distribui-saida-assinantes
            end-if.
       9000-exit.
            exit.

      *>===================================================================================
      *>    Entrega da saída do job (wid-arquivo-saida, já catalogada) a cada
      *>    assinante ativo do job no PD99715 - a sequência do job na execução é a
      *>    mesma do registro do job no Lote.
      *>===================================================================================
       6260-distribui-saida-assinantes section.
       6260.
            move spaces                 to a99715-registro
            initialize                  a99715-registro
            move h99705-cd-empresa      to a99715-cd-empresa
            move h99705-cd-filial       to a99715-cd-filial
            move h99705-lote            to a99715-lote
            move h99705-seq             to a99715-seq-job
            perform 9000-str-pd99715-nlss
            perform 9000-ler-pd99715-nex
            perform until not ws-operacao-ok
                    or  a99715-cd-empresa not equal h99705-cd-empresa
                    or  a99715-cd-filial  not equal h99705-cd-filial
                    or  a99715-lote       not equal h99705-lote
                    or  a99715-seq-job    not equal h99705-seq
                 if   a99715-ativo
                      perform 6265-entrega-um-assinante
                 end-if
                 perform 9000-ler-pd99715-nex
            end-perform
            move zeros                  to ws-resultado-acesso.
       6260-exit.
            exit.

      *>===================================================================================
      *>    Uma entrega: cópia do arquivo para a pasta do assinante com o manifesto
      *>    ao lado (<arquivo>.manifest), ou para o diretório de correio com o
      *>    envelope (<prefixo>.msg - endereço, assunto, anexo e manifesto) que o
      *>    serviço de correio da instalação recolhe. O resultado vai para o
      *>    registro do assinante e para o log de entregas do dia; a falha gera a
      *>    mesma notificação de um job com falha.
      *>===================================================================================
       6265-entrega-um-assinante section.
       6265.
            move "S"                    to ws-situacao-entrega
            move spaces                 to ws-msg-entrega ws-diretorio-entrega
                                           ws-destino-entrega wid-manifesto-entrega
                                           ws-prefixo-entrega
            if   a99715-entrega-correio
                 string lnk-dtbpath delimited by " ",
                        "/../tmp/mailspool/" delimited by size
                        into ws-diretorio-entrega
                 string h99705-cd-empresa h99705-cd-filial h99705-lote
                        h99705-seq a99715-seq-assinante "_"
                        h99705-data-execucao h99705-hora-execucao
                        delimited by size
                        into ws-prefixo-entrega
                 string ws-diretorio-entrega delimited by " ",
                        ws-prefixo-entrega delimited by " ",
                        "_" delimited by size,
                        ws-nome-base-entrega delimited by " "
                        into ws-destino-entrega
                 string ws-diretorio-entrega delimited by " ",
                        ws-prefixo-entrega delimited by " ",
                        ".msg" delimited by size
                        into wid-manifesto-entrega
            else
                 perform 9000-monta-diretorio-entrega
                 string ws-diretorio-entrega delimited by " ",
                        ws-nome-base-entrega delimited by " "
                        into ws-destino-entrega
                 string ws-destino-entrega delimited by " ",
                        ".manifest" delimited by size
                        into wid-manifesto-entrega
            end-if

            call "CBL_CREATE_DIR" using ws-diretorio-entrega
            move zeros                  to return-code
            call "CBL_COPY_FILE" using wid-arquivo-saida ws-destino-entrega
            if   return-code not = zeros
                 move "E"               to ws-situacao-entrega
                 move "Falha na cópia do arquivo para o destino"
                                        to ws-msg-entrega
            else
                 perform 6266-grava-manifesto-entrega
            end-if
            move zeros                  to return-code
            if   ws-entrega-ok
                 move "Entregue"        to ws-msg-entrega
            end-if

            move function current-date(1:8) to a99715-dt-ult-entrega
            move function current-date(9:6) to a99715-hr-ult-entrega
            move ws-situacao-entrega    to a99715-status-ult-entrega
            move ws-msg-entrega         to a99715-msg-ult-entrega
            rewrite a99715-registro
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd99715 "RW" ws-resultado-acesso
                 cancel ws-PP00001X
            end-if
            perform 9000-grava-log-entrega

            if   ws-entrega-com-falha
                 perform 9000-abre-lote-notif
                 move spaces            to nt-linha-notif
                 string h99705-data-execucao delimited by size, ";",
                        h99705-hora-execucao delimited by size, ";",
                        h99705-cd-empresa delimited by size, "/",
                        h99705-cd-filial delimited by size, ";",
                        h99705-lote delimited by size, ";",
                        h99705-seq delimited by size, ";",
                        h99705-nome-programa delimited by " ",
                        ";Falha na entrega da saída ao assinante " delimited by size,
                        a99715-nome-assinante delimited by "  ",
                        " (" delimited by size,
                        a99715-destino delimited by "  ",
                        "): " delimited by size,
                        ws-msg-entrega delimited by "  "
                        into nt-linha-notif
                 write nt-linha-notif
                 perform 9000-fecha-lote-notif
                 perform 9000-grava-notif-pendente
            end-if
            move "S"                    to ws-situacao-entrega.
       6265-exit.
            exit.

      *>===================================================================================
       6266-grava-manifesto-entrega section.
       6266.
            open output manifesto-entrega
            if   not ws-manifesto-entrega-ok
                 move "E"               to ws-situacao-entrega
                 move "Falha na gravação do manifesto"
                                        to ws-msg-entrega
                 exit section
            end-if
            if   a99715-entrega-correio
                 move spaces            to me-linha-manifesto
                 string "Para: " delimited by size,
                        a99715-destino delimited by "  "
                        into me-linha-manifesto
                 write me-linha-manifesto
                 move spaces            to me-linha-manifesto
                 string "Assunto: Saída do Lote " h99705-lote
                        " - job " h99705-seq
                        " - Empresa/Filial " h99705-cd-empresa "/"
                        h99705-cd-filial delimited by size
                        into me-linha-manifesto
                 write me-linha-manifesto
                 move spaces            to me-linha-manifesto
                 string "Anexo: " delimited by size,
                        ws-destino-entrega delimited by " "
                        into me-linha-manifesto
                 write me-linha-manifesto
                 move spaces            to me-linha-manifesto
                 write me-linha-manifesto
            end-if
            move spaces                 to me-linha-manifesto
            string "Empresa/Filial: " h99705-cd-empresa "/" h99705-cd-filial
                   delimited by size
                   into me-linha-manifesto
            write me-linha-manifesto
            move spaces                 to me-linha-manifesto
            string "Lote: " h99705-lote delimited by size
                   into me-linha-manifesto
            write me-linha-manifesto
            move spaces                 to me-linha-manifesto
            string "Job: " h99705-seq " - " delimited by size,
                   h99705-nome-programa delimited by " ",
                   " - " delimited by size,
                   h99705-descricao delimited by "  "
                   into me-linha-manifesto
            write me-linha-manifesto
            move spaces                 to me-linha-manifesto
            string "Data/Hora da Execução: " h99705-data-execucao " "
                   h99705-hora-execucao delimited by size
                   into me-linha-manifesto
            write me-linha-manifesto
            move spaces                 to me-linha-manifesto
            string "Arquivo: " delimited by size,
                   ws-nome-base-entrega delimited by " "
                   into me-linha-manifesto
            write me-linha-manifesto
            move spaces                 to me-linha-manifesto
            string "Tamanho (bytes): " s99706-tamanho-bytes delimited by size
                   into me-linha-manifesto
            write me-linha-manifesto
            move spaces                 to me-linha-manifesto
            string "Assinante: " delimited by size,
                   a99715-nome-assinante delimited by "  "
                   into me-linha-manifesto
            write me-linha-manifesto
            close manifesto-entrega.
       6266-exit.
            exit.

      *>===================================================================================
      *>    Pasta do assinante: sem "/" inicial é relativa ao diretório de
      *>    integração da unidade; sempre terminada em "/".
      *>===================================================================================
       9000-monta-diretorio-entrega section.
       9000.
            inspect lnk-integpath replacing all "\" by "/"
            move spaces                 to ws-diretorio-entrega
            if   a99715-destino(1:1) = "/"
                 move a99715-destino    to ws-diretorio-entrega
            else
                 string lnk-integpath delimited by " ",
                        a99715-destino delimited by " "
                        into ws-diretorio-entrega
            end-if
            perform varying ws-ix-entrega from 200 by -1
                    until ws-ix-entrega = 1
                    or    ws-diretorio-entrega(ws-ix-entrega:1) not = space
            end-perform
            if   ws-diretorio-entrega(ws-ix-entrega:1) not = "/"
            and  ws-ix-entrega < 200
                 move "/"               to ws-diretorio-entrega(ws-ix-entrega + 1:1)
            end-if.
       9000-exit.
            exit.

      *>===================================================================================
      *>    Log de entregas do dia (../tmp/work/loteentrega_<data>.txt): uma linha
      *>    por assinante e saída, com sucesso ou falha.
      *>===================================================================================
       9000-grava-log-entrega section.
       9000.
            move spaces                 to wid-log-entrega
            string lnk-dtbpath delimited by " ",
                   "/../tmp/work/loteentrega_" lnk-data-cpu ".txt"
                   into wid-log-entrega
            open extend log-entrega
            if   not ws-log-entrega-ok
                 open output log-entrega
            end-if
            move spaces                 to le-linha-log
            string a99715-dt-ult-entrega delimited by size, ";",
                   a99715-hr-ult-entrega delimited by size, ";",
                   h99705-cd-empresa delimited by size, "/",
                   h99705-cd-filial delimited by size, ";",
                   h99705-lote delimited by size, ";",
                   h99705-seq delimited by size, ";",
                   a99715-seq-assinante delimited by size, ";",
                   a99715-nome-assinante delimited by "  ",
                   ";" delimited by size,
                   a99715-tipo-entrega delimited by size,
                   ";" delimited by size,
                   ws-destino-entrega delimited by " ",
                   ";" delimited by size,
                   a99715-status-ult-entrega delimited by size,
                   ";" delimited by size,
                   ws-msg-entrega delimited by "  "
                   into le-linha-log
            write le-linha-log
            close log-entrega.
       9000-exit.
            exit.

      *>===================================================================================
      *>    Substitui todas as ocorrências de ws-macro-token em ws-parm-trabalho pelo
      *>    valor em ws-macro-valor. Os valores de data/unidade nunca são maiores
      *>    que a macro, mas @ARQUIVO@ / @CAMINHOARQ@ chegam a 200 posições: se o
      *>    resultado não cabe nas 500 do parâmetro, ws-macro-estourou é ligado e
      *>    o job não é executado (6210) - nunca com parâmetros truncados.
      *>===================================================================================
       6221-substitui-macro section.
       6221.
            perform varying ws-tam-parm from 500 by -1
                    until ws-tam-parm = zeros
                    or    ws-parm-trabalho(ws-tam-parm:1) not = space
            end-perform
            move spaces                 to ws-parm-resultado
            move 1                      to ws-ix-monta
            move 1                      to ws-ix-varre
            perform until ws-ix-varre > ws-tam-parm
                if   ws-ix-varre + ws-tam-token - 1 <= ws-tam-parm
                and  ws-parm-trabalho(ws-ix-varre:ws-tam-token)
                     = ws-macro-token(1:ws-tam-token)
                     string ws-macro-valor(1:ws-tam-valor) delimited by size
                            into ws-parm-resultado
                            pointer ws-ix-monta
                            on overflow
                               move "S" to ws-macro-estouro-ind
                     end-string
                     add ws-tam-token   to ws-ix-varre
                else
                     string ws-parm-trabalho(ws-ix-varre:1) delimited by size
                            into ws-parm-resultado
                            pointer ws-ix-monta
                            on overflow
                               move "S" to ws-macro-estouro-ind
                     end-string
                     add 1              to ws-ix-varre
                end-if
            end-perform

            perform 6100-verifica-agendamento-devido
            move spaces                 to sm-linha-simulacao
            evaluate true
                when ws-lote-devido
                     move "Agendamento;DEVIDO AGORA - a varredura dispararia este Lote;"
                                        to sm-linha-simulacao
                when not ws-pre-requisitos-ok
                     string "Agendamento;AGUARDANDO PRÉ-REQUISITO - Lote " delimited by size
                            ws-pr-pendente delimited by " "
                            " não concluído hoje;" delimited by size
                            into sm-linha-simulacao
                when other
                     string "Agendamento;não devido agora;próxima execução prevista "
                            delimited by size
                            f99704-dt-proxima-execucao delimited by size
                            into sm-linha-simulacao
            end-evaluate
            write sm-linha-simulacao

            move spaces                 to sm-linha-simulacao
       6699-exit.
            exit.

      *>===================================================================================
      *>    Unidade desativada (registro 86 do EFDPAR) não entra na varredura: após a
      *>    leitura aleatória do registro 86 a leitura seqüencial do EFDPAR é
      *>    reposicionada na própria unidade, para o laço da 6500 seguir adiante.
      *>===================================================================================
       9000-verifica-filial-desativada section.
       9000.
            move spaces                 to ws-situacao-varredura
            initialize                  fparm-mestre
            move ws-empresa-varredura   to fpard-cd-empresa
            move ws-filial-varredura    to fpard-cd-filial
            move 86                     to fpard-cd-registro
            move zeros                  to fpard-cd-sequencia
            perform 9000-ler-pd99800-ran
            if   ws-operacao-ok
            and  fpard-filial-desativada
                 move "D"               to ws-situacao-varredura
            end-if
            initialize                  fparm-mestre
            move ws-empresa-varredura   to fparm-cd-empresa
            move ws-filial-varredura    to fparm-cd-filial
            move 1                      to fparm-codigo-registro
            move zeros                  to fparm-sequencia
            perform 9000-str-pd99800-nlss
            perform 9000-ler-pd99800-nex.
       9000-exit.
            exit.

      *>===================================================================================
      *>    Batimento da varredura (PD99713): regravado ao fim de cada varredura de
      *>    instalação, com data/hora e os totais - é o que o painel exibe e o que o
            move ws-qt-filiais-varridas to p99713-qt-filiais-visitadas
            move ws-qt-lotes-avaliados  to p99713-qt-lotes-avaliados
            move ws-qt-lotes-disparados to p99713-qt-lotes-disparados
            move ws-qt-filiais-desativadas
                                        to p99713-qt-filiais-desativadas
            if   ws-operacao-ok
                 rewrite p99713-registro
            else
                        ws-idade-batimento-edit delimited by size
                        " min) - filiais " delimited by size
                        p99713-qt-filiais-visitadas
                        " (desativadas " delimited by size
                        p99713-qt-filiais-desativadas
                        ") lotes " delimited by size
                        p99713-qt-lotes-avaliados "/"
                        p99713-qt-lotes-disparados delimited by size
                        into f-ultima-varredura
                   ";" delimited by size
                   into nt-linha-notif
                   pointer wx-index-2
            evaluate true
                when h99705-tempo-excedido
                     string "Tempo máximo de execução excedido" delimited by size
                            into nt-linha-notif
                            pointer wx-index-2
                when h99705-seq = zeros
                     string "Pré-requisitos não concluídos no horário limite ("
                            delimited by size,
                            h99705-parametros delimited by " ",
                            ")" delimited by size
                            into nt-linha-notif
                            pointer wx-index-2
                when other
                     string "Falha na execução do job" delimited by size
                            into nt-linha-notif
                            pointer wx-index-2
            end-evaluate
            write nt-linha-notif
            perform 9000-fecha-lote-notif
            perform 9000-grava-notif-pendente.
            move h99705-hora-execucao   to n99709-hora-execucao
            move h99705-seq             to n99709-seq
            move h99705-nome-programa   to n99709-nome-programa
            evaluate true
                when ws-entrega-com-falha
                     move "Falha na entrega da saída a assinante"
                                        to n99709-descricao
                when h99705-tempo-excedido
                     move "Tempo máximo de execução excedido"
                                        to n99709-descricao
                when h99705-seq = zeros
                     move "Pré-requisitos não concluídos no horário limite"
                                        to n99709-descricao
                when other
                     move "Falha na execução do job"
                                        to n99709-descricao
            end-evaluate
            move "P"                    to n99709-status
            move spaces                 to n99709-id-usuario-recon
            move zeros                  to n99709-dt-reconhecimento
                       var periodicidade = document.all.periodicidade.value;
                       document.all.diaSemana.disabled = ( periodicidade != 'S' );
                       document.all.diaMes.disabled    = ( periodicidade != 'M' );
                       document.all.horaAgendada.disabled = ( periodicidade == '' || periodicidade == 'A' );
                       document.all.dirGatilho.disabled   = ( periodicidade != 'A' );
                       document.all.padraoGatilho.disabled = ( periodicidade != 'A' );
                   }
                   function Salvar(){
                       if( document.all.lote.value == 0 ) {
                             <OPTION value="D">Diária
                             <OPTION value="S">Semanal
                             <OPTION value="M">Mensal
                             <OPTION value="A">Chegada de Arquivo
                         </SELECT>&nbsp;
                         <SELECT name=diaSemana class="campo">
                             <OPTION value="1">Domingo
                         &nbsp;&nbsp;<input type=checkbox name=evitaFeriado value="S">Não executar em feriado
                         <input type=hidden name=diasJanela value="">

                  <TR>
                     <TD class=titulocampo>Pré-requisitos
                     <TD nowrap colspan=4>&nbsp;
                         <input name=preRequisitos size=60 maxlength=260 value="" class="campo" title="empresa/filial/lote separados por ; (filial 9999 = todas as filiais, empresa 999 = todas as unidades)">&nbsp;
                         Hora limite&nbsp;<input name=horaLimitePreReq size=4 maxlength=4 value="" class="campo">

                  <TR>
                     <TD class=titulocampo>Gatilho por Arquivo
                     <TD nowrap colspan=4>&nbsp;
                         Diretório&nbsp;<input name=dirGatilho size=40 maxlength=100 value="" class="campo" title="vazio = diretório de integração da unidade">&nbsp;
                         Arquivo&nbsp;<input name=padraoGatilho size=20 maxlength=40 value="" class="campo" title="padrão do nome, aceita * e ? (ex.: COTACAO*.TXT)">

                  <TR>
                     <TD nowrap colspan=5>&nbsp;
                  <TR>
                   function SituacaoPainel( sit ) {
                       if( sit == 'S' ) { return 'OK'; }
                       if( sit == 'E' ) { return 'Erro'; }
                       if( sit == 'A' ) { return 'Aguardando Pré-requisitos'; }
                       return 'Nunca Executado';
                   }
                   function FormataDataPainel( data ) {
                         }
                         :objs-rotina ( 'diasJanela' ).value = diasJanela;
                         :objs-rotina ( 'evitaFeriado' ).checked = ( ':f-evita-feriado' == 'S' );
                         :objs-rotina ( 'preRequisitos' ).value = ':f-pre-requisitos';
                         :objs-rotina ( 'horaLimitePreReq' ).value = ':f-hora-limite-pre-req';
                         :objs-rotina ( 'dirGatilho' ).value = ':f-dir-gatilho';
                         :objs-rotina ( 'padraoGatilho' ).value = ':f-padrao-gatilho';
                         :objs-rotina ( 'BotSalvar' ).disabled = false;
                         :objs-rotina ( 'BotExcluir' ).disabled = false;
                        }
       copy PCL99709.CPY.               *> Notificações de Falha de Lote
       copy PCL99712.CPY.               *> Alterações Pendentes de Aprovação
       copy PCL99713.CPY.               *> Batimento da Varredura (heartbeat)
       copy PCL99715.CPY.               *> Assinantes das Saídas dos Jobs
       copy PCL99800.CPY.               *> Parâmetros (varredura de Empresas/Filiais)

