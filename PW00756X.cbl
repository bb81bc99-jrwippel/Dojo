      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id.  PW00756X.
      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>            Contagem e Valor de Controle de Arquivo do Backup
      *>            --------------------------------------------------------
      *>
      *>    Abre um arquivo do conjunto de backup (ou o original) pelo seu próprio
      *>    layout, lê todos os registros na ordem da chave e devolve a quantidade
      *>    e o valor de controle do conteúdo (Adler-32 sobre os bytes dos
      *>    registros) - PCW00756. Arquivo que abre e é lido até o fim pelo layout
      *>    é arquivo que o sistema consegue usar depois de restaurado.
      *>    Chamado pelo backup (PW00756), que conta o original e a cópia, e pela
      *>    verificação (PW00757), que reconta a cópia contra o manifesto.
      *>

      *>===================================================================================
       environment division.
            special-names. decimal-point is comma.

       input-output section.
       file-control.

       copy PCS99800.CPY replacing ==wid-pd99800== by ==wid-arquivo-contado==.
       copy PCS99801.CPY replacing ==wid-pd99801== by ==wid-arquivo-contado==.
       copy PCS00400.CPY replacing ==wid-pd00400== by ==wid-arquivo-contado==.
       copy PCSI00400.CPY replacing ==wid-pdi00400== by ==wid-arquivo-contado==.
       copy PCS42200.CPY replacing ==wid-pd42200== by ==wid-arquivo-contado==.
       copy PCS89700.CPY replacing ==wid-pd89700== by ==wid-arquivo-contado==.
       copy PCS89701.CPY replacing ==wid-pd89701== by ==wid-arquivo-contado==.
       copy PCS99704.CPY replacing ==wid-pd99704== by ==wid-arquivo-contado==.
       copy PCS99705.CPY replacing ==wid-pd99705== by ==wid-arquivo-contado==.
       copy PCS99706.CPY replacing ==wid-pd99706== by ==wid-arquivo-contado==.
       copy PCS99707.CPY replacing ==wid-pd99707== by ==wid-arquivo-contado==.
       copy PCS99708.CPY replacing ==wid-pd99708== by ==wid-arquivo-contado==.
       copy PCS99709.CPY replacing ==wid-pd99709== by ==wid-arquivo-contado==.
       copy PCS99710.CPY replacing ==wid-pd99710== by ==wid-arquivo-contado==.
       copy PCS99711.CPY replacing ==wid-pd99711== by ==wid-arquivo-contado==.
       copy PCS99712.CPY replacing ==wid-pd99712== by ==wid-arquivo-contado==.
       copy PCS99713.CPY replacing ==wid-pd99713== by ==wid-arquivo-contado==.
       copy PCS99714.CPY replacing ==wid-pd99714== by ==wid-arquivo-contado==.
       copy PCS99715.CPY replacing ==wid-pd99715== by ==wid-arquivo-contado==.
       copy PCS99716.CPY replacing ==wid-pd99716== by ==wid-arquivo-contado==.

      *>===================================================================================
       data division.

       copy PCF99800.CPY.               *> Parâmetros
       copy PCF99801.CPY.               *> Histórico de Alterações do PD99800
       copy PCF00400.CPY.               *> NF (mestre)
       copy PCFI00400.CPY.              *> Índice NF
       copy PCF42200.CPY.               *> Interface 2V
       copy PCF89700.CPY.               *> Divergências Promax x SEFAZ
       copy PCF89701.CPY.               *> Histórico das Divergências Promax x SEFAZ
       copy PCF99704.CPY.               *> Lotes de Rotinas
       copy PCF99705.CPY.               *> Histórico de Execução de Lotes
       copy PCF99706.CPY.               *> Catálogo de Saídas dos Jobs
       copy PCF99707.CPY.               *> Calendário de Feriados
       copy PCF99708.CPY.               *> Operadores de Plantão
       copy PCF99709.CPY.               *> Notificações de Falha de Lote
       copy PCF99710.CPY.               *> Bloqueios de Logon
       copy PCF99711.CPY.               *> Mensagens Operacionais de Logon
       copy PCF99712.CPY.               *> Alterações Pendentes de Aprovação
       copy PCF99713.CPY.               *> Batimento da Varredura do Agendador
       copy PCF99714.CPY.               *> Situação de Login por Unidade
       copy PCF99715.CPY.               *> Assinantes das Saídas dos Jobs
       copy PCF99716.CPY.               *> Ponto de Controle do SIEM

      *>===================================================================================
       working-storage section.
       78   versao                      value "a".

       78   ws-limite-registro          value 4000.

       copy PCW900.CPY.

       01   wid-arquivo-contado         pic x(200) value spaces.

       01   ws-campos-de-trabalho.
            03 ws-tamanho-registro      pic 9(05) comp value zeros.
            03 ws-ix-byte               pic 9(05) comp value zeros.
            03 ws-soma-a                pic 9(09) comp value zeros.
            03 ws-soma-b                pic 9(09) comp value zeros.

       01   ws-registro-controle        pic x(4000) value spaces.
       01   filler redefines ws-registro-controle.
            03 ws-byte-controle         pic x(01) comp-x occurs 4000.

      *>===================================================================================
       linkage section.
       copy PCW990.CPY.
       copy PCW00756.CPY.

      *>===================================================================================
       procedure division using lnk-par lnk-conta-arquivo.

      *>===================================================================================
       0000-controle section.
       0000.
            move zeros                  to lnk-ca-qt-registros lnk-ca-valor-controle
            move "00"                   to lnk-ca-status
            move "0"                    to lnk-ca-retorno
            move 1                      to ws-soma-a
            move zeros                  to ws-soma-b
            move lnk-ca-caminho         to wid-arquivo-contado
            move zeros                  to ws-resultado-acesso
            evaluate lnk-ca-cd-arquivo
                when "PD99800"
                     perform 2010-conta-pd99800
                when "PD99801"
                     perform 2020-conta-pd99801
                when "PD00400"
                     perform 2030-conta-pd00400
                when "PDI00400"
                     perform 2040-conta-pdi00400
                when "PD42200"
                     perform 2050-conta-pd42200
                when "PD89700"
                     perform 2060-conta-pd89700
                when "PD89701"
                     perform 2070-conta-pd89701
                when "PD99704"
                     perform 2080-conta-pd99704
                when "PD99705"
                     perform 2090-conta-pd99705
                when "PD99706"
                     perform 2100-conta-pd99706
                when "PD99707"
                     perform 2110-conta-pd99707
                when "PD99708"
                     perform 2120-conta-pd99708
                when "PD99709"
                     perform 2130-conta-pd99709
                when "PD99710"
                     perform 2140-conta-pd99710
                when "PD99711"
                     perform 2150-conta-pd99711
                when "PD99712"
                     perform 2160-conta-pd99712
                when "PD99713"
                     perform 2170-conta-pd99713
                when "PD99714"
                     perform 2180-conta-pd99714
                when "PD99715"
                     perform 2190-conta-pd99715
                when "PD99716"
                     perform 2200-conta-pd99716
                when other
                     move "9"           to lnk-ca-retorno
            end-evaluate
            evaluate true
                when lnk-ca-desconhecido
                     continue
                when lnk-ca-status = "10"
                     move "00"          to lnk-ca-status
                     compute lnk-ca-valor-controle = (ws-soma-b * 65536) + ws-soma-a
                when other
                     move "1"           to lnk-ca-retorno
            end-evaluate.
       0000-saida.
            exit program
            stop run.

      *>===================================================================================
       2010-conta-pd99800 section.
       2010.
            open input pd99800
            if   not ws-operacao-ok
                 move ws-resultado-acesso to lnk-ca-status
                 exit section
            end-if
            move length of fparm-mestre to ws-tamanho-registro
            read pd99800 next record
            perform until not ws-operacao-ok
                 move fparm-mestre to ws-registro-controle
                 perform 9000-acumula-controle
                 read pd99800 next record
            end-perform
            move ws-resultado-acesso    to lnk-ca-status
            close pd99800.
       2010-exit.
            exit.

      *>===================================================================================
       2020-conta-pd99801 section.
       2020.
            open input pd99801
            if   not ws-operacao-ok
                 move ws-resultado-acesso to lnk-ca-status
                 exit section
            end-if
            move length of g99801-registro to ws-tamanho-registro
            read pd99801 next record
            perform until not ws-operacao-ok
                 move g99801-registro to ws-registro-controle
                 perform 9000-acumula-controle
                 read pd99801 next record
            end-perform
            move ws-resultado-acesso    to lnk-ca-status
            close pd99801.
       2020-exit.
            exit.

      *>===================================================================================
       2030-conta-pd00400 section.
       2030.
            open input pd00400
            if   not ws-operacao-ok
                 move ws-resultado-acesso to lnk-ca-status
                 exit section
            end-if
            move length of fcfmf-registro-data to ws-tamanho-registro
            read pd00400 next record
            perform until not ws-operacao-ok
                 move fcfmf-registro-data to ws-registro-controle
                 perform 9000-acumula-controle
                 read pd00400 next record
            end-perform
            move ws-resultado-acesso    to lnk-ca-status
            close pd00400.
       2030-exit.
            exit.

      *>===================================================================================
       2040-conta-pdi00400 section.
       2040.
            open input pdi00400
            if   not ws-operacao-ok
                 move ws-resultado-acesso to lnk-ca-status
                 exit section
            end-if
            move length of fifrd-registro-data to ws-tamanho-registro
            read pdi00400 next record
            perform until not ws-operacao-ok
                 move fifrd-registro-data to ws-registro-controle
                 perform 9000-acumula-controle
                 read pdi00400 next record
            end-perform
            move ws-resultado-acesso    to lnk-ca-status
            close pdi00400.
       2040-exit.
            exit.

      *>===================================================================================
       2050-conta-pd42200 section.
       2050.
            open input pd42200
            if   not ws-operacao-ok
                 move ws-resultado-acesso to lnk-ca-status
                 exit section
            end-if
            move length of f42200-recebimento-2v to ws-tamanho-registro
            read pd42200 next record
            perform until not ws-operacao-ok
                 move f42200-recebimento-2v to ws-registro-controle
                 perform 9000-acumula-controle
                 read pd42200 next record
            end-perform
            move ws-resultado-acesso    to lnk-ca-status
            close pd42200.
       2050-exit.
            exit.

      *>===================================================================================
       2060-conta-pd89700 section.
       2060.
            open input pd89700
            if   not ws-operacao-ok
                 move ws-resultado-acesso to lnk-ca-status
                 exit section
            end-if
            move length of f89700-hist-diverg-promax-sefaz to ws-tamanho-registro
            read pd89700 next record
            perform until not ws-operacao-ok
                 move f89700-hist-diverg-promax-sefaz to ws-registro-controle
                 perform 9000-acumula-controle
                 read pd89700 next record
            end-perform
            move ws-resultado-acesso    to lnk-ca-status
            close pd89700.
       2060-exit.
            exit.

      *>===================================================================================
       2070-conta-pd89701 section.
       2070.
            open input pd89701
            if   not ws-operacao-ok
                 move ws-resultado-acesso to lnk-ca-status
                 exit section
            end-if
            move length of g8971-registro to ws-tamanho-registro
            read pd89701 next record
            perform until not ws-operacao-ok
                 move g8971-registro to ws-registro-controle
                 perform 9000-acumula-controle
                 read pd89701 next record
            end-perform
            move ws-resultado-acesso    to lnk-ca-status
            close pd89701.
       2070-exit.
            exit.

      *>===================================================================================
       2080-conta-pd99704 section.
       2080.
            open input pd99704
            if   not ws-operacao-ok
                 move ws-resultado-acesso to lnk-ca-status
                 exit section
            end-if
            move length of f99704-registro to ws-tamanho-registro
            read pd99704 next record
            perform until not ws-operacao-ok
                 move f99704-registro to ws-registro-controle
                 perform 9000-acumula-controle
                 read pd99704 next record
            end-perform
            move ws-resultado-acesso    to lnk-ca-status
            close pd99704.
       2080-exit.
            exit.

      *>===================================================================================
       2090-conta-pd99705 section.
       2090.
            open input pd99705
            if   not ws-operacao-ok
                 move ws-resultado-acesso to lnk-ca-status
                 exit section
            end-if
            move length of h99705-registro to ws-tamanho-registro
            read pd99705 next record
            perform until not ws-operacao-ok
                 move h99705-registro to ws-registro-controle
                 perform 9000-acumula-controle
                 read pd99705 next record
            end-perform
            move ws-resultado-acesso    to lnk-ca-status
            close pd99705.
       2090-exit.
            exit.

      *>===================================================================================
       2100-conta-pd99706 section.
       2100.
            open input pd99706
            if   not ws-operacao-ok
                 move ws-resultado-acesso to lnk-ca-status
                 exit section
            end-if
            move length of s99706-registro to ws-tamanho-registro
            read pd99706 next record
            perform until not ws-operacao-ok
                 move s99706-registro to ws-registro-controle
                 perform 9000-acumula-controle
                 read pd99706 next record
            end-perform
            move ws-resultado-acesso    to lnk-ca-status
            close pd99706.
       2100-exit.
            exit.

      *>===================================================================================
       2110-conta-pd99707 section.
       2110.
            open input pd99707
            if   not ws-operacao-ok
                 move ws-resultado-acesso to lnk-ca-status
                 exit section
            end-if
            move length of f99707-registro to ws-tamanho-registro
            read pd99707 next record
            perform until not ws-operacao-ok
                 move f99707-registro to ws-registro-controle
                 perform 9000-acumula-controle
                 read pd99707 next record
            end-perform
            move ws-resultado-acesso    to lnk-ca-status
            close pd99707.
       2110-exit.
            exit.

      *>===================================================================================
       2120-conta-pd99708 section.
       2120.
            open input pd99708
            if   not ws-operacao-ok
                 move ws-resultado-acesso to lnk-ca-status
                 exit section
            end-if
            move length of o99708-registro to ws-tamanho-registro
            read pd99708 next record
            perform until not ws-operacao-ok
                 move o99708-registro to ws-registro-controle
                 perform 9000-acumula-controle
                 read pd99708 next record
            end-perform
            move ws-resultado-acesso    to lnk-ca-status
            close pd99708.
       2120-exit.
            exit.

      *>===================================================================================
       2130-conta-pd99709 section.
       2130.
            open input pd99709
            if   not ws-operacao-ok
                 move ws-resultado-acesso to lnk-ca-status
                 exit section
            end-if
            move length of n99709-registro to ws-tamanho-registro
            read pd99709 next record
            perform until not ws-operacao-ok
                 move n99709-registro to ws-registro-controle
                 perform 9000-acumula-controle
                 read pd99709 next record
            end-perform
            move ws-resultado-acesso    to lnk-ca-status
            close pd99709.
       2130-exit.
            exit.

      *>===================================================================================
       2140-conta-pd99710 section.
       2140.
            open input pd99710
            if   not ws-operacao-ok
                 move ws-resultado-acesso to lnk-ca-status
                 exit section
            end-if
            move length of k99710-registro to ws-tamanho-registro
            read pd99710 next record
            perform until not ws-operacao-ok
                 move k99710-registro to ws-registro-controle
                 perform 9000-acumula-controle
                 read pd99710 next record
            end-perform
            move ws-resultado-acesso    to lnk-ca-status
            close pd99710.
       2140-exit.
            exit.

      *>===================================================================================
       2150-conta-pd99711 section.
       2150.
            open input pd99711
            if   not ws-operacao-ok
                 move ws-resultado-acesso to lnk-ca-status
                 exit section
            end-if
            move length of m99711-registro to ws-tamanho-registro
            read pd99711 next record
            perform until not ws-operacao-ok
                 move m99711-registro to ws-registro-controle
                 perform 9000-acumula-controle
                 read pd99711 next record
            end-perform
            move ws-resultado-acesso    to lnk-ca-status
            close pd99711.
       2150-exit.
            exit.

      *>===================================================================================
       2160-conta-pd99712 section.
       2160.
            open input pd99712
            if   not ws-operacao-ok
                 move ws-resultado-acesso to lnk-ca-status
                 exit section
            end-if
            move length of a99712-registro to ws-tamanho-registro
            read pd99712 next record
            perform until not ws-operacao-ok
                 move a99712-registro to ws-registro-controle
                 perform 9000-acumula-controle
                 read pd99712 next record
            end-perform
            move ws-resultado-acesso    to lnk-ca-status
            close pd99712.
       2160-exit.
            exit.

      *>===================================================================================
       2170-conta-pd99713 section.
       2170.
            open input pd99713
            if   not ws-operacao-ok
                 move ws-resultado-acesso to lnk-ca-status
                 exit section
            end-if
            move length of p99713-registro to ws-tamanho-registro
            read pd99713 next record
            perform until not ws-operacao-ok
                 move p99713-registro to ws-registro-controle
                 perform 9000-acumula-controle
                 read pd99713 next record
            end-perform
            move ws-resultado-acesso    to lnk-ca-status
            close pd99713.
       2170-exit.
            exit.

      *>===================================================================================
       2180-conta-pd99714 section.
       2180.
            open input pd99714
            if   not ws-operacao-ok
                 move ws-resultado-acesso to lnk-ca-status
                 exit section
            end-if
            move length of p99714-registro to ws-tamanho-registro
            read pd99714 next record
            perform until not ws-operacao-ok
                 move p99714-registro to ws-registro-controle
                 perform 9000-acumula-controle
                 read pd99714 next record
            end-perform
            move ws-resultado-acesso    to lnk-ca-status
            close pd99714.
       2180-exit.
            exit.

      *>===================================================================================
       2190-conta-pd99715 section.
       2190.
            open input pd99715
            if   not ws-operacao-ok
                 move ws-resultado-acesso to lnk-ca-status
                 exit section
            end-if
            move length of a99715-registro to ws-tamanho-registro
            read pd99715 next record
            perform until not ws-operacao-ok
                 move a99715-registro to ws-registro-controle
                 perform 9000-acumula-controle
                 read pd99715 next record
            end-perform
            move ws-resultado-acesso    to lnk-ca-status
            close pd99715.
       2190-exit.
            exit.

      *>===================================================================================
       2200-conta-pd99716 section.
       2200.
            open input pd99716
            if   not ws-operacao-ok
                 move ws-resultado-acesso to lnk-ca-status
                 exit section
            end-if
            move length of c99716-registro to ws-tamanho-registro
            read pd99716 next record
            perform until not ws-operacao-ok
                 move c99716-registro to ws-registro-controle
                 perform 9000-acumula-controle
                 read pd99716 next record
            end-perform
            move ws-resultado-acesso    to lnk-ca-status
            close pd99716.
       2200-exit.
            exit.

      *>===================================================================================
      *>    Adler-32: soma A dos bytes e soma B das somas A, módulo 65521, sobre o
      *>    registro no tamanho do layout.
      *>===================================================================================
       9000-acumula-controle section.
       9000.
            add 1                       to lnk-ca-qt-registros
            if   ws-tamanho-registro > ws-limite-registro
                 move ws-limite-registro to ws-tamanho-registro
            end-if
            perform varying ws-ix-byte from 1 by 1
                    until ws-ix-byte > ws-tamanho-registro
                 add ws-byte-controle(ws-ix-byte) to ws-soma-a
                 if   ws-soma-a >= 65521
                      subtract 65521    from ws-soma-a
                 end-if
                 add ws-soma-a          to ws-soma-b
                 if   ws-soma-b >= 65521
                      subtract 65521    from ws-soma-b
                 end-if
            end-perform.
       9000-exit.
            exit.
