      *>    Navega o PD99801 (imagens antes/depois gravadas pelo PW99801X) para a
      *>    Empresa/Filial da sessão, com filtro opcional por codigo-registro -
      *>    quem alterou o quê, quando e por qual programa.
      *>    Restauração que muda a data de movimento (CR=1 SEQ=0 / CR=17) passa
      *>    pela verificação comum de período fechado (PW38300X): data no ou antes
      *>    do último Fechamento Financeiro só com justificativa de usuário
      *>    gerencial, registrada no histórico (CR=84, que não é restaurável).
      *>

      *>===================================================================================
       01   ws-PW99801X                 pic x(08) value "PW99801X".
       copy PCW99801.CPY.               *> gravação do histórico da restauração

       01   ws-PW38300X                 pic x(08) value "PW38300X".
       copy PCW38300.CPY.               *> Verificação de Período Fechado

       01   ws-campos-de-trabalho.
            03 ws-imagem-anterior-tela  pic x(60) value spaces.
            03 ws-imagem-atual-tela     pic x(60) value spaces.
            03 ws-dt-fechamento-tela    pic x(10) value spaces.

       01   ws-campos-diff.
            03 ws-ix-layout             pic 9(03) value zeros.
            03 filler pic x(30) value "0204002004Qt Máx Sessões      ".
            03 filler pic x(30) value "83**001003Eventos p/ Bloqueio ".
            03 filler pic x(30) value "83**004004Janela Bloqueio Min ".
            03 filler pic x(30) value "84**001008Dt Último Fechamento".
            03 filler pic x(30) value "84**009008Data Liberada       ".
            03 filler pic x(30) value "84**017008Programa            ".
            03 filler pic x(30) value "84**025060Justificativa       ".
       01   filler redefines tb-layout-diff-lit.
            03 tb-layout-diff occurs 36.
               05 tb-ld-cr              pic x(02).
               05 tb-ld-seq             pic x(02).
               05 tb-ld-pos             pic 9(03).
                05  f-ev-dt-alteracao   pic 9(08) identified by "evDtAlteracao".
                05  f-ev-hr-alteracao   pic 9(06) identified by "evHrAlteracao".
                05  f-ev-nr-evento      pic 9(03) identified by "evNrEvento".
                05  f-justificativa-fechamento pic x(60) identified by "justificativaFechamento".
            03  f-Historico          pic x(50000) identified by "hHistorico".
            03  f-Diff               pic x(20000) identified by "hDiff".

            move g99801-codigo-registro to ws-cr-diff
            move g99801-sequencia       to ws-seq-diff
            perform varying ws-ix-layout from 1 by 1
                    until ws-ix-layout > 36
                 if   tb-ld-cr(ws-ix-layout) = ws-cr-diff
                 and  (tb-ld-seq(ws-ix-layout) = "**"
                       or tb-ld-seq(ws-ix-layout) = ws-seq-diff)
                 move zeros             to ws-resultado-acesso
                 exit section
            end-if
            if   g99801-codigo-registro = 84
                 move "Evento de liberação de período fechado não é restaurável !"
                                        to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            perform 9000-abrir-io-pd99800
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd99800 "OP" ws-resultado-acesso
            move g99801-codigo-registro to fparm-codigo-registro
            move g99801-sequencia       to fparm-sequencia
            perform 9000-ler-pd99800-ran
            initialize                  lnk-periodo-fechado
            if   ws-operacao-ok
                 move fparm-dados       to lnk-pf-imagem-anterior
            end-if
            perform 2460-verifica-periodo-fechado
            if   lnk-pf-periodo-fechado
                 close pd99800
                 exit section
            end-if
            initialize                  lnk-hist-pd99800
            move g99801-cd-empresa      to lnk-hp-cd-empresa
            move g99801-cd-filial       to lnk-hp-cd-filial
                 move zeros             to ws-resultado-acesso
                 exit section
            end-if
            if   g99801-codigo-registro = 84
                 move "Evento de liberação de período fechado não é restaurável !"
                                        to whs-mensagem
                 perform 8000-mensagem
                 exit section
            end-if
            perform 9000-abrir-io-pd99712
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd99712 "OP" ws-resultado-acesso
       2450-exit.
            exit.

      *>===================================================================================
      *>    Imagem restaurada que leva a data de movimento para o período fechado:
      *>    recusada, salvo usuário gerencial com justificativa (a liberação fica
      *>    no histórico pelo PW38300X). A imagem viva já está em
      *>    lnk-pf-imagem-anterior quando o registro existe.
      *>===================================================================================
       2460-verifica-periodo-fechado section.
       2460.
            move g99801-cd-empresa      to lnk-pf-cd-empresa
            move g99801-cd-filial       to lnk-pf-cd-filial
            move g99801-codigo-registro to lnk-pf-codigo-registro
            move g99801-sequencia       to lnk-pf-sequencia
            move g99801-imagem-anterior to lnk-pf-imagem-atual
            move "PW00717"              to lnk-pf-nome-programa
            move f-justificativa-fechamento to lnk-pf-justificativa
            call ws-PW38300X using lnk-par lnk-periodo-fechado
            cancel ws-PW38300X
            if   lnk-pf-periodo-fechado
                 move spaces            to ws-dt-fechamento-tela
                 string lnk-pf-dt-ult-fechamento(7:2) "/"
                        lnk-pf-dt-ult-fechamento(5:2) "/"
                        lnk-pf-dt-ult-fechamento(1:4) delimited by size
                        into ws-dt-fechamento-tela
                 move spaces            to whs-mensagem
                 string "Restauração recusada - a data de movimento cai no período fechado (último Fechamento Financeiro em "
                        ws-dt-fechamento-tela
                        "). Liberação só por usuário gerencial, com justificativa !"
                        delimited by size
                        into whs-mensagem
                 perform 8000-mensagem
            end-if.
       2460-exit.
            exit.

      *>===================================================================================
       2999-controle-frame section.
       2999.
                     <TD colspan=8>
                        <button name=botRestaurar class=botao onclick="Restaurar();"><label><U>R</U>estaurar imagem anterior</label></button>
                        &nbsp;(aplica a imagem anterior do evento selecionado de volta ao PD99800, com registro no histórico)
                  <TR>
                     <TD class=titulocampo colspan=2>Justificativa (período fechado)
                     <TD colspan=6>&nbsp;<input name=justificativaFechamento size=60 maxlength=60 value="" class="campo">
                        &nbsp;(só usuário gerencial - data de movimento no ou antes do último Fechamento Financeiro)
               </TABLE>
               </TABLE>
               <input type=hidden name=hHistorico value=":f-Historico">
