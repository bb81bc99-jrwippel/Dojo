      *>                                      (PD99705), catálogo de saídas (PD99706)
      *>                                      e feriados locais (PD99707) - com a
      *>                                      Empresa/Filial remapeada como no EFDPAR
      *>        incorporacao=S|N              incorpora a unidade de origem a uma
      *>                                      filial de destino já existente: chaves
      *>                                      novas são acrescentadas, colisões seguem
      *>                                      regraColisao e a incorporação fica
      *>                                      registrada no EFDPAR do destino
      *>                                      (codigo-registro 85)
      *>        regraColisao=<5 x D|O|R>      regra de colisão da incorporação, por
      *>                                      arquivo - EFDPAR, PD99704, PD99705,
      *>                                      PD99706 e PD99707: D=mantém o destino,
      *>                                      O=assume a origem, R=rejeita para o
      *>                                      relatório de colisões
      *>                                      (stbcolisao_<data>.txt); default DDDDD
      *>

      *>===================================================================================
       copy PCS99707.CPY replacing leading ==f99707== by ==x99707==
                                       ==pd99707== by ==px99707==
                                   ==wid-pd99707== by ==wid-px99707==.
      *>    assinantes das saídas dos Lotes do destino - só para tirar os do Lote
      *>    do destino substituído na incorporação
       copy PCS99715.CPY replacing leading ==a99715== by ==x99715==
                                       ==pd99715== by ==px99715==
                                   ==wid-pd99715== by ==wid-px99715==.

           select arqwor assign to disk wid-arqwor
                  organization is indexed
                   access mode is sequential
                   file status is ws-sts-audit-rel.

           select stb-col assign to disk wid-stb-col
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-colisao-rel.

      *>===================================================================================
       data division.

       copy PCF99707.CPY.
       copy PCF99707.CPY replacing leading ==f99707== by ==x99707==
                                       ==pd99707== by ==px99707==.
       copy PCF99715.CPY replacing leading ==a99715== by ==x99715==
                                       ==pd99715== by ==px99715==.

       fd   arqwor.


       01   rl-linha-relatorio          pic x(500).

       fd   stb-col.

       01   cl-linha-colisao            pic x(300).

      *>===================================================================================
       working-storage section.

       01   wid-px99706                 pic x(256) value spaces.
       01   wid-stb-pd99707             pic x(256) value spaces.
       01   wid-px99707                 pic x(256) value spaces.
       01   wid-px99715                 pic x(256) value spaces.

       01   ws-controle-operacional.
            03 ws-tem-pd99704-org       pic x(01) value "N".
       01   wid-temporario              pic x(100) value spaces.
       01   wid-stb-audit               pic x(100) value spaces.
       01   wid-stb-rel                 pic x(100) value spaces.
       01   wid-stb-col                 pic x(100) value spaces.
       01   ws-botao-permissao          pic x(30) value spaces.
       01   ws-sts-audit-rel            pic x(02) value "00".
            88 ws-sts-audit-rel-ok          value "00".
       01   ws-sts-colisao-rel          pic x(02) value "00".
            88 ws-sts-colisao-rel-ok        value "00".

       copy PCW992.CPY.

               05 ws-seg-bkp            pic x(01) comp-x.
               05 ws-cent-bkp           pic x(01) comp-x.

       01   ws-incorporacao.
            03 ws-ind-regra             pic 9(01) value zeros.
            03 ws-acao-colisao          pic x(01) value spaces.
               88 ws-colisao-assume-origem  value "O".
               88 ws-colisao-mantem-destino value "D".
               88 ws-colisao-rejeitada      value "R".
               88 ws-colisao-descartada     value "D" "R".
            03 ws-ds-colisao            pic x(60) value spaces.
            03 ws-chave-colisao         pic x(30) value spaces.
            03 ws-registro-controle-ind pic x(01) value "N".
               88 ws-registro-controle-destino value "S".
            03 ws-lote-corrente         pic 9(03) value zeros.
            03 ws-lote-avaliado-ind     pic x(01) value "N".
               88 ws-lote-avaliado          value "S".
            03 ws-acao-lote             pic x(01) value spaces.
               88 ws-lote-sem-colisao       value space.
               88 ws-lote-assume-origem     value "O".
               88 ws-lote-rejeitado         value "R".
               88 ws-lote-descartado        value "D" "R".
            03 ws-sobrepostos-par       pic 9(10) value zeros.
            03 ws-mantidos-par          pic 9(10) value zeros.
            03 ws-rejeitados-par        pic 9(10) value zeros.

       01   ws-campos.
            03 ws-acao-pwstb003         pic x(15) value spaces.
            03 ws-ind-lock              pic 9(05) value zeros.
                  88 transferencia-delta     value "S".
               05 f-id-operacional       pic x(01) identified by "incluiOperacional".
                  88 inclui-operacional      value "S".
               05 f-id-incorporacao      pic x(01) identified by "incorporacao".
                  88 incorporacao-filial     value "S".
               05 f-regra-colisao        pic x(05) identified by "regraColisao".

      *>===================================================================================
       linkage section.
            move "N"                    to f-id-rollback
            move "N"                    to f-id-delta
            move "N"                    to f-id-operacional
            move "N"                    to f-id-incorporacao
            move "DDDDD"                to f-regra-colisao

            move lnk-rotina-configuracao to ws-par-config
            perform varying ws-par-index from 1 by 1
                               move ws-par-valor(1:1) to f-id-delta
                          when "incluiOperacional"
                               move ws-par-valor(1:1) to f-id-operacional
                          when "incorporacao"
                               move ws-par-valor(1:1) to f-id-incorporacao
                          when "regraColisao"
                               move ws-par-valor(1:5) to f-regra-colisao
                      end-evaluate
                 end-if
            end-perform.
                      perform 9000-grava-erro-log-2
                 end-if
                 if   ws-arquivo-inexistente
                      if   incorporacao-filial
                           move "Arquivo de destino inexistente - a incorporação exige filial existente" to lnk-ocorrencia-log
                           perform 9000-grava-erro-log-2
                      end-if
                      exit section
                 end-if
            else
                 and  lk-cd-empresa-destino (wx-index-1) = xparm-cd-empresa
                 and  lk-cd-filial-destino (wx-index-1)  = xparm-cd-filial
                      evaluate true
                          when incorporacao-filial
                               move "Empresa/Filial já existe no arquivo de destino - incorporação" to lnk-ocorrencia-log
                               perform 9000-grava-log-warning-2
                          when transferencia-delta
                               move "Empresa/Filial já existe no arquivo de destino - transferência incremental" to lnk-ocorrencia-log
                               perform 9000-grava-log-warning-2
                               move "Empresa/Filial já existe no arquivo de destino" to lnk-ocorrencia-log
                               perform 9000-grava-erro-log
                      end-evaluate
                 else
                      if   incorporacao-filial
                           move "Empresa/Filial de destino inexistente - a incorporação exige filial existente" to lnk-ocorrencia-log
                           perform 9000-grava-erro-log
                      end-if
                 end-if
            end-perform.
       6255-2-exit.
            until wx-index-1 > ws-limite-filiais
            or   lk-cd-empresa-origem (wx-index-1) = 0
                 move zeros              to ws-lidos-par ws-gravados-par
                                            ws-inalterados-par ws-sobrepostos-par
                                            ws-mantidos-par ws-rejeitados-par
                 initialize fparm-mestre
                 move lk-cd-empresa-origem (wx-index-1) to fparm-cd-empresa
                 move lk-cd-filial-origem (wx-index-1)  to fparm-cd-filial
                     perform 9000-ler-pd99800-nex
                 end-perform
                 perform 9000-grava-reconciliacao-par
                 if   incorporacao-filial
                 and  not lnk-com-erro
                      perform 6255-3-5-registra-incorporacao
                 end-if
                 if   not lnk-sem-erro
                      exit perform
                 end-if
            move fparm-mestre                       to xparm-mestre
            move lk-cd-empresa-destino (wx-index-1) to xparm-cd-empresa
            move lk-cd-filial-destino (wx-index-1)  to xparm-cd-filial
            evaluate true
                when incorporacao-filial
                     perform 6255-3-4-efdpar-grava-incorporacao
                when transferencia-delta
                     perform 6255-3-2-efdpar-grava-delta
                when other
                     write xparm-mestre
                     perform 9000-verif-sts-arq-convertido
            end-evaluate.
       6255-3-1-exit.
            exit.

       6255-3-3-exit.
            exit.

      *>===================================================================================
      *>    Incorporação a uma filial existente: chave nova é acrescentada ao destino;
      *>    chave já existente com o mesmo conteúdo conta como inalterada e a que
      *>    difere segue a regra de colisão do EFDPAR - assumir a origem regrava com
      *>    histórico (PD99801), manter o destino e rejeitar não gravam; toda
      *>    colisão vai para o relatório de colisões com a decisão tomada.
      *>    Registros de controle da unidade - CR=1 SEQ=0 (data de movimento,
      *>    série), CR=17 (data de atualização/licença), CR=85 (incorporações) e
      *>    CR=86 (desativação) - são sempre os do destino, qualquer que seja a
      *>    regra: os da origem nunca são acrescentados nem assumidos.
      *>===================================================================================
       6255-3-4-efdpar-grava-incorporacao section.
       6255-3-4.
            move "N"                    to ws-registro-controle-ind
            if  (xparm-codigo-registro = 1 and xparm-sequencia = 0)
            or   xparm-codigo-registro = 17
            or   xparm-codigo-registro = 85
            or   xparm-codigo-registro = 86
                 move "S"               to ws-registro-controle-ind
            end-if
            move xparm-mestre           to ws-registro-delta
            read px99800
            if   not ws-operacao-ok
                 move ws-registro-delta to xparm-mestre
                 if   ws-registro-controle-destino
                      move zeros        to ws-resultado-acesso
                      move 1            to ws-ind-regra
                      move ws-registro-delta(1:11) to ws-chave-colisao
                      perform 9000-trata-colisao
                      exit section
                 end-if
                 write xparm-mestre
                 perform 9000-verif-sts-arq-convertido
                 exit section
            end-if
            if   xparm-mestre = ws-registro-delta
                 add 1                  to ws-inalterados-par
                                           ws-registros-inalterados
                 move "N"               to ws-registro-controle-ind
                 exit section
            end-if
            move 1                      to ws-ind-regra
            move ws-registro-delta(1:11) to ws-chave-colisao
            perform 9000-trata-colisao
            if   ws-colisao-assume-origem
                 perform 6255-3-3-grava-hist-parametro
                 move ws-registro-delta to xparm-mestre
                 rewrite xparm-mestre
                 perform 9000-verif-sts-arq-convertido
            end-if.
       6255-3-4-exit.
            exit.

      *>===================================================================================
      *>    Registro da incorporação no EFDPAR do destino (codigo-registro 85): uma
      *>    sequência por incorporação recebida, com a unidade de origem, data/hora,
      *>    operador, regras de colisão e os totais do par; a inclusão fica também
      *>    no histórico de alterações de parâmetro (PD99801).
      *>===================================================================================
       6255-3-5-registra-incorporacao section.
       6255-3-5.
            initialize                  xparm-mestre
            move lk-cd-empresa-destino (wx-index-1) to xpari-cd-empresa
            move lk-cd-filial-destino (wx-index-1)  to xpari-cd-filial
            move 85                     to xpari-cd-registro
            move 1                      to xpari-cd-sequencia
            move lk-cd-empresa-origem (wx-index-1)  to xpari-cd-empresa-origem
            move lk-cd-filial-origem (wx-index-1)   to xpari-cd-filial-origem
            move function current-date(1:8) to xpari-dt-incorporacao
            move function current-date(9:6) to xpari-hr-incorporacao
            move lnk-id-usuario         to xpari-id-usuario
            move f-regra-colisao        to xpari-regra-colisao
            compute xpari-qt-adicionados = ws-gravados-par - ws-sobrepostos-par
            move ws-sobrepostos-par     to xpari-qt-sobrepostos
            move ws-mantidos-par        to xpari-qt-mantidos
            move ws-rejeitados-par      to xpari-qt-rejeitados
            write xparm-mestre
            perform until ws-operacao-ok
                    or    not ws-registro-existente
                    or    xpari-cd-sequencia >= 99
                 add 1                  to xpari-cd-sequencia
                 write xparm-mestre
            end-perform
            if   not ws-operacao-ok
                 move "Erro ao registrar a incorporação no arquivo de destino" to lnk-ocorrencia-log
                 perform 9000-grava-erro-log
                 exit section
            end-if

            initialize                  lnk-hist-pd99800
            move xpari-cd-empresa       to lnk-hp-cd-empresa
            move xpari-cd-filial        to lnk-hp-cd-filial
            move xpari-cd-registro      to lnk-hp-codigo-registro
            move xpari-cd-sequencia     to lnk-hp-sequencia
            move spaces                 to lnk-hp-imagem-anterior
            move xparm-mestre(12:189)   to lnk-hp-imagem-atual
            move "PWSTB003"             to lnk-hp-nome-programa
            call ws-PW99801X using lnk-par lnk-hist-pd99800
            cancel ws-PW99801X
            move zeros                  to ws-resultado-acesso

            move spaces                 to lnk-etapa-processo
            string "PWSTB003;EFDPAR;" delimited by size
                   lk-cd-empresa-origem (wx-index-1) "/"
                   lk-cd-filial-origem (wx-index-1) ";"
                   lk-cd-empresa-destino (wx-index-1) "/"
                   lk-cd-filial-destino (wx-index-1) ";"
                   "Incorporação registrada no EFDPAR do destino - registro 85 sequência "
                   xpari-cd-sequencia ";;"
                   delimited by size
                   into lnk-etapa-processo
            perform 9000-grava-reconciliacao.
       6255-3-5-exit.
            exit.

      *>===================================================================================
       6255-4-efdpar-finaliza-execucao section.
       6255-4.
       6256-2-exit.
            exit.

      *>===================================================================================
      *>    Na incorporação a colisão do PD99704 é decidida por Lote, não por
      *>    registro: existindo no destino o cabeçalho do Lote (codigo-registro 0,
      *>    seq 0), a regra vale para o Lote inteiro - D/R descartam todos os
      *>    registros do Lote da origem, O exclui o Lote do destino antes de gravar
      *>    o da origem. Um Lote nunca fica misturado com jobs das duas unidades.
      *>===================================================================================
       6256-21-transfere-pd99704 section.
       6256-21.
            move "PD99704"              to ws-ds-arquivo
            move zeros                  to ws-lidos-par ws-gravados-par
                                           ws-inalterados-par ws-sobrepostos-par
                                           ws-mantidos-par ws-rejeitados-par
            move "N"                    to ws-lote-avaliado-ind
            move spaces                 to ws-acao-lote
            move spaces                 to f99704-registro
            initialize                  f99704-registro
            move lk-cd-empresa-origem (wx-index-1) to f99704-cd-empresa
                         or lk-cd-filial-origem (wx-index-1)  <> f99704-cd-filial
                         or lnk-com-erro
                      add 1             to ws-lidos-par ws-registros-lidos
                      if   incorporacao-filial
                      and  (not ws-lote-avaliado
                            or f99704-lote not = ws-lote-corrente)
                           perform 6256-211-avalia-lote-destino
                      end-if
                      evaluate true
                          when ws-lote-rejeitado
                               add 1    to ws-rejeitados-par
                          when ws-lote-descartado
                               add 1    to ws-mantidos-par
                          when other
                               perform 6256-213-grava-registro-pd99704
                      end-evaluate
                      read pd99704 next
                 end-perform
                 move zeros             to ws-resultado-acesso
       6256-21-exit.
            exit.

      *>===================================================================================
       6256-211-avalia-lote-destino section.
       6256-211.
            move "S"                    to ws-lote-avaliado-ind
            move f99704-lote            to ws-lote-corrente
            move spaces                 to ws-acao-lote
            move spaces                 to x99704-registro
            initialize                  x99704-registro
            move lk-cd-empresa-destino (wx-index-1) to x99704-cd-empresa
            move lk-cd-filial-destino (wx-index-1)  to x99704-cd-filial
            move f99704-lote            to x99704-lote
            move zeros                  to x99704-codigo-registro
                                           x99704-seq
            read px99704
                 invalid key move "23"  to ws-resultado-acesso
            end-read
            if   not ws-operacao-ok
                 move zeros             to ws-resultado-acesso
                 exit section
            end-if
            move f-regra-colisao (2:1)  to ws-acao-lote
            evaluate true
                when ws-lote-assume-origem
                     move "Lote já existe no destino - substituído pelo Lote da origem"
                                        to ws-ds-colisao
                     perform 6256-212-exclui-lote-destino
                when ws-lote-rejeitado
                     move "Lote já existe no destino - rejeitado inteiro, tratar manualmente"
                                        to ws-ds-colisao
                when other
                     move "D"           to ws-acao-lote
                     move "Lote já existe no destino - Lote do destino mantido inteiro"
                                        to ws-ds-colisao
            end-evaluate
            move spaces                 to ws-chave-colisao
            string x99704-cd-empresa x99704-cd-filial x99704-lote
                   delimited by size
                   into ws-chave-colisao
            move ws-acao-lote           to ws-acao-colisao
            perform 9000-grava-linha-colisao
            move spaces                 to ws-acao-colisao.
       6256-211-exit.
            exit.

      *>===================================================================================
       6256-212-exclui-lote-destino section.
       6256-212.
            start px99704 key is not less x99704-chave
            if   not ws-operacao-ok
                 move zeros             to ws-resultado-acesso
                 exit section
            end-if
            read px99704 next
            perform until not ws-operacao-ok
                    or x99704-cd-empresa <> lk-cd-empresa-destino (wx-index-1)
                    or x99704-cd-filial  <> lk-cd-filial-destino (wx-index-1)
                    or x99704-lote       <> ws-lote-corrente
                    or lnk-com-erro
                 delete px99704
                 if   not ws-operacao-ok
                      move "Erro na exclusão do Lote no arquivo de destino"
                                        to lnk-ocorrencia-log
                      perform 9000-grava-erro-log
                      move "1"          to lnk-retorno
                      exit section
                 else
                      read px99704 next
                 end-if
            end-perform
            move zeros                  to ws-resultado-acesso
            if   lnk-sem-erro
                 perform 6256-214-exclui-assinaturas-destino
            end-if.
       6256-212-exit.
            exit.

      *>===================================================================================
      *>    Os assinantes (PD99715) do Lote substituído saem junto - eram das
      *>    saídas dos jobs do destino, não dos que chegam da origem.
      *>===================================================================================
       6256-214-exclui-assinaturas-destino section.
       6256-214.
            move spaces                 to wid-px99715
            string ws-diretorio-destino delimited by " " "/EFDASS.CAD"
                   into wid-px99715
            open i-o px99715
            if   ws-arquivo-inexistente
                 move zeros             to ws-resultado-acesso
                 exit section
            end-if
            if   not ws-operacao-ok
                 move "Erro na abertura do PD99715 de destino" to lnk-ocorrencia-log
                 perform 9000-grava-erro-log
                 exit section
            end-if
            move spaces                 to x99715-registro
            initialize                  x99715-registro
            move lk-cd-empresa-destino (wx-index-1) to x99715-cd-empresa
            move lk-cd-filial-destino (wx-index-1)  to x99715-cd-filial
            move ws-lote-corrente       to x99715-lote
            start px99715 key is not less x99715-chave
                  invalid key move "24" to ws-resultado-acesso
            end-start
            if   ws-operacao-ok
                 read px99715 next
                      at end move "10"  to ws-resultado-acesso
                 end-read
            end-if
            perform until not ws-operacao-ok
                    or x99715-cd-empresa <> lk-cd-empresa-destino (wx-index-1)
                    or x99715-cd-filial  <> lk-cd-filial-destino (wx-index-1)
                    or x99715-lote       <> ws-lote-corrente
                    or lnk-com-erro
                 delete px99715
                 if   not ws-operacao-ok
                      move "Erro na exclusão dos assinantes do Lote no destino"
                                        to lnk-ocorrencia-log
                      perform 9000-grava-erro-log
                      move "1"          to lnk-retorno
                      close px99715
                      exit section
                 else
                      read px99715 next
                           at end move "10" to ws-resultado-acesso
                      end-read
                 end-if
            end-perform
            close px99715
            move zeros                  to ws-resultado-acesso.
       6256-214-exit.
            exit.

      *>===================================================================================
       6256-213-grava-registro-pd99704 section.
       6256-213.
            move f99704-registro        to x99704-registro
            move lk-cd-empresa-destino (wx-index-1) to x99704-cd-empresa
            move lk-cd-filial-destino (wx-index-1)  to x99704-cd-filial
            move spaces                 to ws-acao-colisao
            write x99704-registro
            if   ws-registro-existente
                 move 2                 to ws-ind-regra
                 move x99704-chave      to ws-chave-colisao
                 perform 9000-trata-colisao
                 if   ws-colisao-assume-origem
                      rewrite x99704-registro
                 end-if
            end-if
            if   not ws-colisao-descartada
                 perform 9000-verif-sts-arq-convertido
                 if   ws-lote-assume-origem
                      add 1             to ws-sobrepostos-par
                 end-if
            end-if.
       6256-213-exit.
            exit.

      *>===================================================================================
       6256-22-transfere-pd99705 section.
       6256-22.
            move "PD99705"              to ws-ds-arquivo
            move zeros                  to ws-lidos-par ws-gravados-par
                                           ws-inalterados-par ws-sobrepostos-par
                                           ws-mantidos-par ws-rejeitados-par
            move spaces                 to h99705-registro
            initialize                  h99705-registro
            move lk-cd-empresa-origem (wx-index-1) to h99705-cd-empresa
                      move h99705-registro to x99705-registro
                      move lk-cd-empresa-destino (wx-index-1) to x99705-cd-empresa
                      move lk-cd-filial-destino (wx-index-1)  to x99705-cd-filial
                      move spaces       to ws-acao-colisao
                      write x99705-registro
                      if   ws-registro-existente
                           move 3       to ws-ind-regra
                           move x99705-chave to ws-chave-colisao
                           perform 9000-trata-colisao
                           if   ws-colisao-assume-origem
                                rewrite x99705-registro
                           end-if
                      end-if
                      if   not ws-colisao-descartada
                           perform 9000-verif-sts-arq-convertido
                      end-if
                      read pd99705 next
                 end-perform
                 move zeros             to ws-resultado-acesso
       6256-23.
            move "PD99706"              to ws-ds-arquivo
            move zeros                  to ws-lidos-par ws-gravados-par
                                           ws-inalterados-par ws-sobrepostos-par
                                           ws-mantidos-par ws-rejeitados-par
            move spaces                 to s99706-registro
            initialize                  s99706-registro
            move lk-cd-empresa-origem (wx-index-1) to s99706-cd-empresa
                      move s99706-registro to x99706-registro
                      move lk-cd-empresa-destino (wx-index-1) to x99706-cd-empresa
                      move lk-cd-filial-destino (wx-index-1)  to x99706-cd-filial
                      move spaces       to ws-acao-colisao
                      write x99706-registro
                      if   ws-registro-existente
                           move 4       to ws-ind-regra
                           move x99706-chave to ws-chave-colisao
                           perform 9000-trata-colisao
                           if   ws-colisao-assume-origem
                                rewrite x99706-registro
                           end-if
                      end-if
                      if   not ws-colisao-descartada
                           perform 9000-verif-sts-arq-convertido
                      end-if
                      read pd99706 next
                 end-perform
                 move zeros             to ws-resultado-acesso
       6256-24.
            move "PD99707"              to ws-ds-arquivo
            move zeros                  to ws-lidos-par ws-gravados-par
                                           ws-inalterados-par ws-sobrepostos-par
                                           ws-mantidos-par ws-rejeitados-par
            move spaces                 to f99707-registro
            initialize                  f99707-registro
            move lk-cd-empresa-origem (wx-index-1) to f99707-cd-empresa
                      move f99707-registro to x99707-registro
                      move lk-cd-empresa-destino (wx-index-1) to x99707-cd-empresa
                      move lk-cd-filial-destino (wx-index-1)  to x99707-cd-filial
                      move spaces       to ws-acao-colisao
                      write x99707-registro
                      if   ws-registro-existente
                           move 5       to ws-ind-regra
                           move x99707-chave to ws-chave-colisao
                           perform 9000-trata-colisao
                           if   ws-colisao-assume-origem
                                rewrite x99707-registro
                           end-if
                      end-if
                      if   not ws-colisao-descartada
                           perform 9000-verif-sts-arq-convertido
                      end-if
                      read pd99707 next
                 end-perform
                 move zeros             to ws-resultado-acesso
       6256-5-feriados-nacionais section.
       6256-5.
            move zeros                  to ws-lidos-par ws-gravados-par
                                           ws-inalterados-par ws-sobrepostos-par
                                           ws-mantidos-par ws-rejeitados-par
            move spaces                 to f99707-registro
            initialize                  f99707-registro
            move zeros                  to f99707-cd-empresa f99707-cd-filial
                       if( ! VerificaDuplicidadeLista( 'destino' ) ) {
                           return false;
                       }
                       if( document.all.incorporacao.checked && document.all.confirmaSobrescrita.checked ){
                           alert( 'Incorporação e sobrescrita são excludentes - escolha uma das opções' );
                           return false;
                       }
                       if( document.all.incorporacao.checked ){
                           if( ! confirm( 'Confirma a incorporação na Empresa/Filial de destino existente?' ) ){
                               return false;
                           }
                       }
                       if( document.all.confirmaSobrescrita.checked ){
                           if( ! confirm( 'Confirma a sobrescrita de Empresa/Filial já existente no destino?' ) ){
                               return false;
                       }
                       CarregaLista();
                       CarregaProgramas();
                       CarregaRegraColisao();
                       IniciarProcesso();
                   }
                   function CarregaRegraColisao() {
                       var reg = '';
                       reg += document.all.regraEfdpar.value;
                       reg += document.all.regraPD99704.value;
                       reg += document.all.regraPD99705.value;
                       reg += document.all.regraPD99706.value;
                       reg += document.all.regraPD99707.value;
                       document.all.regraColisao.value = reg;
                       return true;
                   }
                   function CarregaProgramas() {
                       var sel = '';
                       sel += document.all.chkPWSTB004.checked ? 'S' : 'N';
               <INPUT type=hidden name=controleMensagem>
               <INPUT type=hidden name=unidadeResultado>
               <INPUT type=hidden name=programasExecutar>
               <INPUT type=hidden name=regraColisao>
               <TABLE width=100%>
                  <TR>
                     <TD>
                              <TD colspan=8><INPUT type=checkbox tabindex=11 name=idDelta value="S">Transferência incremental (delta) do EFDPAR - somente registros novos ou alterados; os programas PWSTB004-014 continuam transferindo o conjunto completo
                           <TR>
                              <TD colspan=8><INPUT type=checkbox tabindex=12 name=incluiOperacional value="S">Transferir junto os arquivos operacionais da filial - Lotes (PD99704), histórico (PD99705), catálogo de saídas (PD99706) e feriados locais (PD99707), com a Empresa/Filial remapeada
                           <TR>
                              <TD colspan=8><INPUT type=checkbox tabindex=13 name=incorporacao value="S">Incorporação a uma Empresa/Filial de destino já existente - chaves novas são acrescentadas e as colisões seguem a regra de cada arquivo (rejeitadas vão para o relatório de colisões)
                           <TR>
                              <TD colspan=8 class=titulocampo>Regra de colisão&nbsp;
                                  EFDPAR <SELECT tabindex=14 name=regraEfdpar class=combo><OPTION selected value=D>Manter destino</OPTION><OPTION value=O>Assumir origem</OPTION><OPTION value=R>Rejeitar</OPTION></SELECT>
                                  PD99704 <SELECT tabindex=15 name=regraPD99704 class=combo><OPTION selected value=D>Manter destino</OPTION><OPTION value=O>Assumir origem</OPTION><OPTION value=R>Rejeitar</OPTION></SELECT>
                                  PD99705 <SELECT tabindex=16 name=regraPD99705 class=combo><OPTION selected value=D>Manter destino</OPTION><OPTION value=O>Assumir origem</OPTION><OPTION value=R>Rejeitar</OPTION></SELECT>
                                  PD99706 <SELECT tabindex=17 name=regraPD99706 class=combo><OPTION selected value=D>Manter destino</OPTION><OPTION value=O>Assumir origem</OPTION><OPTION value=R>Rejeitar</OPTION></SELECT>
                                  PD99707 <SELECT tabindex=18 name=regraPD99707 class=combo><OPTION selected value=D>Manter destino</OPTION><OPTION value=O>Assumir origem</OPTION><OPTION value=R>Rejeitar</OPTION></SELECT>
                        </TABLE>
                  <TR>
                     <TD colspan=2>&nbsp;
                   into wid-stb-rel
            open output stb-rel
            move "Programa;Arquivo;Origem;Destino;Ocorrência;Lidos;Gravados" to rl-linha-relatorio
            write rl-linha-relatorio
            if   incorporacao-filial
                 move spaces            to wid-stb-col
                 string lnk-dtbpath delimited by " "
                        "/../tmp/work/stbcolisao_" lnk-data-cpu ".txt"
                        into wid-stb-col
                 open output stb-col
                 if   not ws-sts-colisao-rel-ok
                      move "Erro na abertura do relatório de colisões da incorporação"
                                        to lnk-ocorrencia-log
                      perform 9000-grava-erro-log-2
                      move "1"          to lnk-retorno
                      exit section
                 end-if
                 move "Arquivo;Origem;Destino;Chave;Regra;Ocorrência" to cl-linha-colisao
                 write cl-linha-colisao
            end-if.
       9000-exit.
            exit.

                   ws-registros-gravados
                   into rl-linha-relatorio
            write rl-linha-relatorio
            close stb-rel
            if   incorporacao-filial
                 close stb-col
            end-if.
       9000-exit.
            exit.

       9000.
            move "N"                    to ws-divergencia-par
            compute ws-conferidos-par = ws-gravados-par + ws-inalterados-par
                                      + ws-mantidos-par + ws-rejeitados-par
            if   ws-lidos-par not = ws-conferidos-par
                 move "S"                to ws-divergencia-par
            end-if
                        into lnk-etapa-processo
                 perform 9000-grava-reconciliacao
            end-if
            if   incorporacao-filial
                 move spaces             to lnk-etapa-processo
                 string "PWSTB003;" delimited by size
                        ws-ds-arquivo delimited by " " ";"
                        lk-cd-empresa-origem (wx-index-1) "/"
                        lk-cd-filial-origem (wx-index-1) ";"
                        lk-cd-empresa-destino (wx-index-1) "/"
                        lk-cd-filial-destino (wx-index-1) ";"
                        "Incorporação - inalterados " ws-inalterados-par
                        " / colisões: origem assumida " ws-sobrepostos-par
                        " destino mantido " ws-mantidos-par
                        " rejeitadas " ws-rejeitados-par
                        delimited by size ";;"
                        into lnk-etapa-processo
                 perform 9000-grava-reconciliacao
            end-if
            if   ws-tem-divergencia-par
                 move spaces             to lnk-etapa-processo
                 string "PWSTB003;" delimited by size
       9000-exit.
            exit.

      *>===================================================================================
      *>    Colisão de chave no destino: fora da incorporação o registro da origem é
      *>    assumido, como sempre foi na transferência; na incorporação vale a regra
      *>    do arquivo (posição ws-ind-regra de regraColisao) e a colisão é listada
      *>    no relatório de colisões com a decisão tomada.
      *>===================================================================================
       9000-trata-colisao section.
       9000.
            if   not incorporacao-filial
                 move "O"               to ws-acao-colisao
                 exit section
            end-if
            move f-regra-colisao (ws-ind-regra:1) to ws-acao-colisao
            if   ws-registro-controle-destino
                 move "D"               to ws-acao-colisao
            end-if
            evaluate true
                when ws-registro-controle-destino
                     add 1              to ws-mantidos-par
                     move "Registro de controle da unidade - destino mantido"
                                        to ws-ds-colisao
                when ws-colisao-assume-origem
                     add 1              to ws-sobrepostos-par
                     move "Registro da origem assumido no destino" to ws-ds-colisao
                when ws-colisao-rejeitada
                     add 1              to ws-rejeitados-par
                     move "Rejeitado - tratar manualmente" to ws-ds-colisao
                when other
                     move "D"           to ws-acao-colisao
                     add 1              to ws-mantidos-par
                     move "Registro do destino mantido" to ws-ds-colisao
            end-evaluate
            perform 9000-grava-linha-colisao
            move "N"                    to ws-registro-controle-ind.
       9000-exit.
            exit.

      *>===================================================================================
       9000-grava-linha-colisao section.
       9000.
            move spaces                 to cl-linha-colisao
            string ws-ds-arquivo delimited by " " ";"
                   lk-cd-empresa-origem (wx-index-1) "/"
                   lk-cd-filial-origem (wx-index-1) ";"
                   lk-cd-empresa-destino (wx-index-1) "/"
                   lk-cd-filial-destino (wx-index-1) ";"
                   ws-chave-colisao delimited by "  " ";"
                   ws-acao-colisao ";"
                   ws-ds-colisao delimited by "  "
                   into cl-linha-colisao
            write cl-linha-colisao
            if   not ws-sts-colisao-rel-ok
                 move "Erro na gravação do relatório de colisões da incorporação"
                                        to lnk-ocorrencia-log
                 perform 9000-grava-erro-log
            end-if.
       9000-exit.
            exit.

      *>===================================================================================
      *>    Verificação Prévia de Espaço em Disco no Destino
      *>===================================================================================
