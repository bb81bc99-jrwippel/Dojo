      *>    própria conversão manteve. Um registro gravado corrompido ou truncado
      *>    aparece aqui mesmo tendo contado como "gravado" na reconciliação.
      *>
      *>    Par incorporado (PWSTB003 com incorporacao=S - o destino já existia e
      *>    guarda no registro 85 a incorporação recebida da origem, com a regra de
      *>    colisão usada): só as chaves da origem são conferidas; os registros de
      *>    controle da unidade (CR 1 SEQ 0, 17, 85 e 86) ficam com o destino e não
      *>    são conferidos; chave com conteúdo diferente no destino é colisão
      *>    esperada quando a regra do EFDPAR é D ou R (destino mantido) e
      *>    divergência quando é O; os registros próprios do destino não contam.
      *>
      *>    Parâmetros (lnk-rotina-configuracao, campo=valor&...):
      *>        origem=1|2                    1=Database->Auxiliar, 2=Auxiliar->Database
      *>        unidadeResultado=<dígitos>    pares empO(3)filO(4)empD(3)filD(4)
      *>        dsDiretorioAuxiliar=<dir>     diretório auxiliar (default integ/dataux)
      *>        incorporacao=S|N              os mesmos parâmetros do job do PWSTB003:
      *>        regraColisao=<5 x D|O|R>      com incorporacao=S todos os pares são
      *>                                      conferidos como incorporação; sem ele o
      *>                                      par é incorporação quando o destino tem
      *>                                      registro 85 da unidade de origem
      *>
      *>    Saída: relatório aprovado/reprovado por par, com as primeiras chaves
      *>    divergentes, em ../tmp/work/stbver_<data>.txt. Pode ser cadastrado como
            03 ws-qt-pares-reprovados   pic 9(03) value zeros.
            03 ws-qt-chaves-diverg      pic 9(02) value zeros.
            03 ws-ix-chave              pic 9(02) value zeros.
            03 ws-qt-controle-par       pic 9(10) value zeros.
            03 ws-qt-colisoes-par       pic 9(10) value zeros.

       01   ws-incorporacao.
            03 ws-incorporacao-ind      pic x(01) value "N".
               88 ws-incorporacao-informada value "S".
            03 ws-regra-colisao         pic x(05) value "DDDDD".
            03 ws-modo-par              pic x(01) value "T".
               88 ws-par-incorporacao       value "I".
            03 ws-regra-efdpar          pic x(01) value "D".
               88 ws-efdpar-mantem-destino  value "D" "R".
            03 ws-seq-incorporacao      pic 9(02) value zeros.

       01   tb-chaves-divergentes.
            03 tb-chave-diverg          pic x(40) occurs 10.
                                       replacing all space by "0"
                          when "dsDiretorioAuxiliar"
                               move ws-par-valor(1:40) to ld-auxiliar
                          when "incorporacao"
                               if   ws-par-valor(1:1) = "S"
                                    move "S" to ws-incorporacao-ind
                               end-if
                          when "regraColisao"
                               move ws-par-valor(1:5) to ws-regra-colisao
                      end-evaluate
                 end-if
            end-perform.
                                           ws-qt-conferidos-par
                                           ws-qt-divergentes-par
                                           ws-qt-chaves-diverg
                                           ws-qt-controle-par
                                           ws-qt-colisoes-par
            perform 2105-identifica-incorporacao
            perform varying ws-ix-chave from 1 by 1
                    until ws-ix-chave > ws-limite-chaves-diverg
                 move spaces            to tb-chave-diverg(ws-ix-chave)
                 perform 9000-ler-pd99800-nex
            end-perform

            if   not ws-par-incorporacao
                 perform 2120-conta-registros-destino
            end-if

            perform 2150-imprime-resultado-par.
       2100-exit.
            exit.

      *>===================================================================================
      *>    Par incorporado: informado no job ou, sem isso, o registro 85 mais
      *>    recente do destino com a unidade de origem do par, que traz a regra
      *>    de colisão que o PWSTB003 aplicou.
      *>===================================================================================
       2105-identifica-incorporacao section.
       2105.
            move "T"                    to ws-modo-par
            if   ws-incorporacao-informada
                 move "I"               to ws-modo-par
                 move ws-regra-colisao(1:1) to ws-regra-efdpar
                 exit section
            end-if
            move zeros                  to ws-seq-incorporacao
            perform until ws-seq-incorporacao >= 99
                 add 1                  to ws-seq-incorporacao
                 initialize             xparm-mestre
                 move lk-cd-empresa-destino (wx-index-1) to xpari-cd-empresa
                 move lk-cd-filial-destino (wx-index-1)  to xpari-cd-filial
                 move 85                to xpari-cd-registro
                 move ws-seq-incorporacao to xpari-cd-sequencia
                 read px99800
                 if   not ws-operacao-ok
                      move 99           to ws-seq-incorporacao
                 else
                      if   xpari-cd-empresa-origem = lk-cd-empresa-origem (wx-index-1)
                      and  xpari-cd-filial-origem  = lk-cd-filial-origem (wx-index-1)
                           move "I"     to ws-modo-par
                           move xpari-regra-colisao(1:1) to ws-regra-efdpar
                      end-if
                 end-if
            end-perform
            move zeros                  to ws-resultado-acesso.
       2105-exit.
            exit.

      *>===================================================================================
       2110-confere-registro section.
       2110.
            if   ws-par-incorporacao
            and ((fparm-codigo-registro = 1 and fparm-sequencia = 0)
                 or fparm-codigo-registro = 17
                 or fparm-codigo-registro = 85
                 or fparm-codigo-registro = 86)
                 add 1                  to ws-qt-controle-par
                 exit section
            end-if
            move fparm-mestre           to ws-registro-origem
            initialize xparm-mestre
            move fparm-chave            to xparm-chave
                 perform 2115-registra-divergencia
            else
                 if   xparm-dados not = ws-registro-origem(12:189)
                      if   ws-par-incorporacao
                      and  ws-efdpar-mantem-destino
                           add 1        to ws-qt-colisoes-par
                      else
                           perform 2115-registra-divergencia
                      end-if
                 else
                      add 1             to ws-qt-conferidos-par
                 end-if
       2150.
            move spaces                 to vr-linha-relatorio
            if   ws-qt-divergentes-par = zeros
            and (ws-par-incorporacao
                 or ws-qt-destino-par = ws-qt-origem-par)
                 string "PWSTB021;EFDPAR;" delimited by size
                        lk-cd-empresa-origem (wx-index-1) "/"
                        lk-cd-filial-origem (wx-index-1) ";"
                        ws-qt-conferidos-par
                        into vr-linha-relatorio
                 write vr-linha-relatorio
                 perform 2160-imprime-incorporacao
            else
                 add 1                  to ws-qt-pares-reprovados
                 string "PWSTB021;EFDPAR;" delimited by size
                        ws-qt-conferidos-par
                        into vr-linha-relatorio
                 write vr-linha-relatorio
                 perform 2160-imprime-incorporacao
                 if   not ws-par-incorporacao
                 and  ws-qt-destino-par not = ws-qt-origem-par
                      move spaces       to vr-linha-relatorio
                      string "PWSTB021;EFDPAR;;;Quantidade no destino difere da origem;"
                             ws-qt-origem-par ";"
       2150-exit.
            exit.

      *>===================================================================================
       2160-imprime-incorporacao section.
       2160.
            if   not ws-par-incorporacao
                 exit section
            end-if
            move spaces                 to vr-linha-relatorio
            string "PWSTB021;EFDPAR;;;Incorporação (regra " ws-regra-efdpar
                   ") - registros de controle do destino;"
                   ws-qt-controle-par ";colisões com destino mantido;"
                   ws-qt-colisoes-par delimited by size
                   into vr-linha-relatorio
            write vr-linha-relatorio.
       2160-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
