      $set sourceformat"free"

      *>===================================================================================
       identification division.
       program-id.  PW00746.
      *>===================================================================================

      *>
      *>            --------------------------------------------------------
      *>            Recepção dos Mapas 2V do Diretório de Integração (PD42200)
      *>            --------------------------------------------------------
      *>
      *>    A quantidade de mapas 2V pendentes (f42200-mapas, janela de 10 dias
      *>    que o login lê e o PW00732 expurga) chegava por carga manual. Este
      *>    batch lê os arquivos de mapas que o 2V deixa no diretório de
      *>    integração (lnk-integpath) e atualiza o EFD422.CAD:
      *>        - cada linha tem a Empresa/Filial validada contra o EFDPAR
      *>          (codigo-registro 1);
      *>        - a quantidade soma (entrada de mapas) ou, com sinal "-", baixa
      *>          (mapas exportados) na posição da data da janela;
      *>        - data nova entra na janela em ordem de data; com a janela cheia
      *>          o dia mais antigo sai (rolagem) e o relatório mostra o que saiu;
      *>        - linha inválida vai para o arquivo de rejeitados
      *>          <integração>rejeitados/<arquivo>, com o motivo;
      *>        - arquivo lido vai para <integração>processados/, para nunca ser
      *>          carregado duas vezes.
      *>    Qualquer rejeição encerra com erro, para aparecer na notificação do
      *>    Lote. Cadastrado como job de Lote várias vezes ao dia, o aviso de 2V
      *>    do login passa a refletir a situação real: a cada unidade atualizada
      *>    o seu registro no PD99714 (situação de login pré-calculada pelo
      *>    PW00743) é excluído, e o próximo login recalcula os mapas pendentes.
      *>
      *>    Layout dos arquivos (line sequential, uma linha por Empresa/Filial/dia):
      *>        empresa;filial;data(aaaammdd);quantidade
      *>        ex.: 001;0001;20261015;12
      *>             001;0001;20261014;-3
      *>    Linhas vazias e iniciadas por "*" são ignoradas.
      *>
      *>    Parâmetros (lnk-rotina-configuracao, campo=valor&...):
      *>        arquivo=<padrão>   nome dos arquivos no diretório de integração,
      *>                           aceita * e ? (default MAPA2V*.TXT)
      *>        nomeArquivoSM=xxx  nome da saída catalogada pelo PW00007
      *>
      *>    Saída: ../tmp/work/<nomeArquivoSM>.<formato do job> quando rodado como
      *>    job de Lote do PW00007 com nome de saída, senão
      *>    ../tmp/work/map2v_<data>.txt (acumulado do dia).
      *>

      *>===================================================================================
       environment division.
            special-names. decimal-point is comma.

       input-output section.
       file-control.

       copy PCS42200.CPY.               *> Interface 2V
       copy PCS99714.CPY.               *> Situação de Login por Unidade
       copy PCS99800.CPY.               *> Parâmetros

            select arq-lista assign to disk wid-arq-lista
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-arq-lista.

            select arq-mapas assign to disk wid-arq-mapas
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-arq-mapas.

            select arq-rejeitados assign to disk wid-arq-rejeitados
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-arq-rejeitados.

            select rel-mapas-2v assign to disk wid-rel-mapas-2v
                   organization is line sequential
                   access mode is sequential
                   file status is ws-sts-rel-mapas-2v.

      *>===================================================================================
       data division.

       copy PCF42200.CPY.               *> Interface 2V
       copy PCF99714.CPY.               *> Situação de Login por Unidade
       copy PCF99800.CPY.               *> Parâmetros

       fd   arq-lista.
       01   al-linha-lista              pic x(200).

       fd   arq-mapas.
       01   am-linha-mapa               pic x(100).

       fd   arq-rejeitados.
       01   ar-linha-rejeitada          pic x(200).

       fd   rel-mapas-2v.
       01   rm-linha-relatorio          pic x(300).

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
            03 ws-padrao-arquivo        pic x(60) value spaces.
            03 ws-nome-saida-lote       pic x(60) value spaces.

       01   ws-campos-linha-mapa.
            03 ws-lm-empresa            pic x(10) value spaces.
            03 ws-lm-filial             pic x(10) value spaces.
            03 ws-lm-data               pic x(10) value spaces.
            03 ws-lm-quantidade         pic x(10) value spaces.
            03 ws-lm-qtd-digitos        pic x(10) value spaces.
            03 ws-empresa-num           pic 9(03) value zeros.
            03 ws-filial-num            pic 9(04) value zeros.
            03 ws-data-num              pic 9(08) value zeros.
            03 ws-quantidade-num        pic 9(03) value zeros.
            03 ws-baixa-ind             pic x(01) value "N".
               88 ws-linha-baixa            value "S".
            03 ws-motivo-rejeicao       pic x(60) value spaces.

       01   ws-campos-de-trabalho.
            03 ws-data-hoje             pic 9(08) value zeros.
            03 ws-nome-base-arquivo     pic x(150) value spaces.
            03 ws-ix-barra              pic 9(03) value zeros.
            03 ws-ix-ultima-barra       pic 9(03) value zeros.
            03 ws-ix-slot               pic 9(02) value zeros.
            03 ws-ix-posicao            pic 9(02) value zeros.
            03 ws-qt-slots              pic 9(02) value zeros.
            03 ws-registro-novo-ind     pic x(01) value "N".
               88 ws-registro-novo          value "S".
            03 ws-qt-arquivos           pic 9(05) value zeros.
            03 ws-qt-linhas-lidas       pic 9(07) value zeros.
            03 ws-qt-linhas-arquivo     pic 9(07) value zeros.
            03 ws-qt-linhas-aplicadas   pic 9(07) value zeros.
            03 ws-qt-linhas-rejeitadas  pic 9(07) value zeros.
            03 ws-qt-rejeitadas-arquivo pic 9(07) value zeros.
            03 ws-qt-dias-rolados       pic 9(05) value zeros.
            03 ws-qt-situacoes-excluidas pic 9(05) value zeros.
            03 ws-situacao-login-ind    pic x(01) value "N".
               88 ws-situacao-login-aberta  value "S".

      *>    varredura do diretório de integração (CBL_DIR_SCAN_*)
       01   ws-varredura-diretorio.
            03 ws-vd-handle             usage pointer.
            03 ws-vd-tipo-conteudo      pic x(04) comp-5 value 2.
            03 ws-vd-opcoes             pic x(04) comp-5 value 1.
            03 ws-vd-diretorio.
               05 ws-vd-tam-diretorio   pic x(02) comp-5 value 200.
               05 ws-vd-texto-diretorio pic x(200) value spaces.
            03 ws-vd-padrao.
               05 ws-vd-tam-padrao      pic x(02) comp-5 value 60.
               05 ws-vd-texto-padrao    pic x(60) value spaces.
            03 ws-vd-entrada.
               05 ws-vd-atributo        pic x(04) comp-5.
               05 ws-vd-data-hora.
                  07 ws-vd-ano          pic x(04) comp-5.
                  07 ws-vd-mes          pic x(02) comp-5.
                  07 ws-vd-dia          pic x(02) comp-5.
                  07 ws-vd-hora         pic x(02) comp-5.
                  07 ws-vd-minuto       pic x(02) comp-5.
                  07 ws-vd-segundo      pic x(02) comp-5.
                  07 ws-vd-milissegundo pic x(02) comp-5.
                  07 ws-vd-horario-verao pic x(01) comp-5.
               05 ws-vd-tamanho         pic x(08) comp-5.
               05 ws-vd-nome.
                  07 ws-vd-tam-nome     pic x(02) comp-5.
                  07 ws-vd-texto-nome   pic x(150).

       01   wid-pd42200                 pic x(100) value spaces.
       01   wid-arq-lista               pic x(200) value spaces.
       01   ws-sts-arq-lista            pic x(02) value "00".
            88 ws-arq-lista-ok              value "00".
       01   wid-arq-mapas               pic x(200) value spaces.
       01   ws-sts-arq-mapas            pic x(02) value "00".
            88 ws-arq-mapas-ok              value "00".
       01   wid-arq-rejeitados          pic x(200) value spaces.
       01   ws-sts-arq-rejeitados       pic x(02) value "00".
            88 ws-arq-rejeitados-ok         value "00".
       01   ws-arq-rejeitados-aberto-ind pic x(01) value "N".
            88 ws-arq-rejeitados-aberto     value "S".
       01   wid-arq-processado          pic x(200) value spaces.
       01   wid-diretorio-processados   pic x(200) value spaces.
       01   wid-diretorio-rejeitados    pic x(200) value spaces.
       01   wid-rel-mapas-2v            pic x(100) value spaces.
       01   ws-sts-rel-mapas-2v         pic x(02) value "00".
            88 ws-rel-mapas-2v-ok           value "00".

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
                 perform 2000-processa-arquivos
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
            perform 1100-carrega-parametros-entrada
            move function current-date(1:8) to ws-data-hoje

            perform 9000-abre-relatorio
            if   not ws-rel-mapas-2v-ok
                 move "1"               to lnk-retorno
                 exit section
            end-if
            move spaces                 to rm-linha-relatorio
            string "Execução " function current-date(1:8) " "
                   function current-date(9:6) delimited by size
                   into rm-linha-relatorio
            write rm-linha-relatorio
            move "Arquivo;Linha;Situação;Detalhe" to rm-linha-relatorio
            write rm-linha-relatorio

            move spaces                 to wid-pd99800
            string lnk-dtbpath delimited by " "
                   "/EFDPAR.CAD" delimited by size
                   into wid-pd99800
            perform 9000-abrir-i-pd99800
            if   not ws-operacao-ok
                 move ";;ERRO;Falha na abertura do EFDPAR" to rm-linha-relatorio
                 write rm-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if

            move spaces                 to wid-pd42200
            string lnk-dtbpath delimited by " "
                   "/EFD422.CAD" delimited by size
                   into wid-pd42200
            open i-o pd42200
            if   ws-arquivo-inexistente
                 close pd42200
                 open output pd42200
                 close pd42200
                 open i-o pd42200
            end-if
            if   not ws-operacao-ok
                 move ";;ERRO;Falha na abertura i-o do EFD422.CAD" to rm-linha-relatorio
                 write rm-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if

            move "N"                    to ws-situacao-login-ind
            perform 9000-abrir-io-pd99714
            if   ws-operacao-ok
                 move "S"               to ws-situacao-login-ind
            else
                 move ";;AVISO;Falha na abertura do EFDSLG.CAD - situação de login não descartada"
                                        to rm-linha-relatorio
                 write rm-linha-relatorio
                 close pd99714
                 move zeros             to ws-resultado-acesso
            end-if

            perform 9000-prepara-diretorios
            perform 1200-lista-arquivos.
       1000-exit.
            exit.

      *>===================================================================================
       1100-carrega-parametros-entrada section.
       1100.
            move "MAPA2V*.TXT"          to ws-padrao-arquivo
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
                                    move ws-par-valor to ws-padrao-arquivo
                               end-if
                          when "nomeArquivoSM"
                               move ws-par-valor to ws-nome-saida-lote
                      end-evaluate
                 end-if
            end-perform
            inspect lnk-integpath replacing all "\" by "/".
       1100-exit.
            exit.

      *>===================================================================================
      *>    Lista dos arquivos do padrão no diretório de integração, gerada num
      *>    arquivo de trabalho em ../tmp/work (um caminho por linha) - os
      *>    arquivos saem do diretório durante o processamento, por isso a
      *>    varredura termina antes do primeiro ser lido.
      *>===================================================================================
       1200-lista-arquivos section.
       1200.
            move spaces                 to wid-arq-lista
            string lnk-dtbpath delimited by " ",
                   "/../tmp/work/t_pw00746_" lnk-data-cpu ".lst" delimited by size
                   into wid-arq-lista
            open output arq-lista
            if   not ws-arq-lista-ok
                 exit section
            end-if
            move spaces                 to ws-vd-texto-diretorio ws-vd-texto-padrao
            move lnk-integpath          to ws-vd-texto-diretorio
            move ws-padrao-arquivo      to ws-vd-texto-padrao
            call "CBL_DIR_SCAN_START" using ws-vd-handle ws-vd-diretorio
                                            ws-vd-padrao ws-vd-tipo-conteudo
                                            ws-vd-opcoes
            if   return-code = zeros
                 move length of ws-vd-texto-nome to ws-vd-tam-nome
                 move spaces            to ws-vd-texto-nome
                 call "CBL_DIR_SCAN_READ" using ws-vd-handle ws-vd-entrada
                 perform until return-code not = zeros
                      if   ws-vd-tam-nome > zeros
                      and  ws-vd-tam-nome <= length of ws-vd-texto-nome
                           move spaces  to al-linha-lista
                           string lnk-integpath delimited by " ",
                                  ws-vd-texto-nome(1:ws-vd-tam-nome) delimited by size
                                  into al-linha-lista
                           write al-linha-lista
                      end-if
                      move length of ws-vd-texto-nome to ws-vd-tam-nome
                      move spaces       to ws-vd-texto-nome
                      call "CBL_DIR_SCAN_READ" using ws-vd-handle ws-vd-entrada
                 end-perform
                 call "CBL_DIR_SCAN_END" using ws-vd-handle
            end-if
            move zeros                  to return-code
            close arq-lista.
       1200-exit.
            exit.

      *>===================================================================================
       2000-processa-arquivos section.
       2000.
            open input arq-lista
            if   not ws-arq-lista-ok
                 exit section
            end-if
            read arq-lista
            perform until not ws-arq-lista-ok
                 if   al-linha-lista not = spaces
                      perform 2100-processa-arquivo
                 end-if
                 read arq-lista
            end-perform
            close arq-lista
            call "CBL_DELETE_FILE" using wid-arq-lista
            move zeros                  to return-code.
       2000-exit.
            exit.

      *>===================================================================================
       2100-processa-arquivo section.
       2100.
            add 1                       to ws-qt-arquivos
            move zeros                  to ws-qt-linhas-arquivo
                                           ws-qt-rejeitadas-arquivo
            move al-linha-lista         to wid-arq-mapas
            perform 9000-nome-base-arquivo
            open input arq-mapas
            if   not ws-arq-mapas-ok
                 move spaces            to rm-linha-relatorio
                 string ws-nome-base-arquivo delimited by "  ",
                        ";;ERRO;Arquivo ilegível - Status: " delimited by size,
                        ws-sts-arq-mapas delimited by size
                        into rm-linha-relatorio
                 write rm-linha-relatorio
                 move "1"               to lnk-retorno
                 exit section
            end-if

            read arq-mapas
            perform until not ws-arq-mapas-ok
                 add 1                  to ws-qt-linhas-lidas
                 add 1                  to ws-qt-linhas-arquivo
                 if   am-linha-mapa not = spaces
                 and  am-linha-mapa(1:1) not = "*"
                      perform 2200-processa-linha-mapa
                 end-if
                 read arq-mapas
            end-perform
            close arq-mapas
            if   ws-arq-rejeitados-aberto
                 close arq-rejeitados
                 move "N"               to ws-arq-rejeitados-aberto-ind
            end-if

            perform 2800-move-processado
            move spaces                 to rm-linha-relatorio
            string ws-nome-base-arquivo delimited by "  ",
                   ";" ws-qt-linhas-arquivo ";PROCESSADO;rejeitadas "
                   ws-qt-rejeitadas-arquivo delimited by size
                   into rm-linha-relatorio
            write rm-linha-relatorio.
       2100-exit.
            exit.

      *>===================================================================================
       2200-processa-linha-mapa section.
       2200.
            perform 2210-valida-linha-mapa
            if   ws-motivo-rejeicao = spaces
                 perform 2300-aplica-linha-mapa
            end-if
            if   ws-motivo-rejeicao not = spaces
                 perform 2290-rejeita-linha
                 exit section
            end-if
            add 1                       to ws-qt-linhas-aplicadas.
       2200-exit.
            exit.

      *>===================================================================================
       2210-valida-linha-mapa section.
       2210.
            move spaces                 to ws-motivo-rejeicao
            move spaces                 to ws-lm-empresa ws-lm-filial
                                           ws-lm-data ws-lm-quantidade
            unstring am-linha-mapa delimited by ";" into
                     ws-lm-empresa ws-lm-filial ws-lm-data ws-lm-quantidade
            if   ws-lm-empresa(1:3) is not numeric
            or   ws-lm-empresa(4:) not = spaces
                 move "Empresa inválida" to ws-motivo-rejeicao
                 exit section
            end-if
            move ws-lm-empresa(1:3)     to ws-empresa-num
            if   ws-lm-filial(1:4) is not numeric
            or   ws-lm-filial(5:) not = spaces
                 move "Filial inválida" to ws-motivo-rejeicao
                 exit section
            end-if
            move ws-lm-filial(1:4)      to ws-filial-num

            initialize                  fparm-mestre
            move ws-empresa-num         to fparm-cd-empresa
            move ws-filial-num          to fparm-cd-filial
            move 1                      to fparm-codigo-registro
            move 0                      to fparm-sequencia
            perform 9000-ler-pd99800-ran
            if   not ws-operacao-ok
                 move zeros             to ws-resultado-acesso
                 move "Empresa/Filial sem cadastro no EFDPAR" to ws-motivo-rejeicao
                 exit section
            end-if

            if   ws-lm-data(1:8) is not numeric
            or   ws-lm-data(9:) not = spaces
                 move "Data inválida"   to ws-motivo-rejeicao
                 exit section
            end-if
            move ws-lm-data(1:8)        to ws-data-num
            if   ws-data-num(1:4) < "1601"
            or   ws-data-num(5:2) < "01" or ws-data-num(5:2) > "12"
            or   ws-data-num(7:2) < "01" or ws-data-num(7:2) > "31"
                 move "Data inválida"   to ws-motivo-rejeicao
                 exit section
            end-if
            if   function integer-of-date(ws-data-num) = zeros
                 move "Data inválida"   to ws-motivo-rejeicao
                 exit section
            end-if
            if   ws-data-num > ws-data-hoje
                 move "Data futura"     to ws-motivo-rejeicao
                 exit section
            end-if

            move "N"                    to ws-baixa-ind
            move ws-lm-quantidade       to ws-lm-qtd-digitos
            if   ws-lm-quantidade(1:1) = "-"
                 move "S"               to ws-baixa-ind
                 move ws-lm-quantidade(2:) to ws-lm-qtd-digitos
            end-if
            if   ws-lm-qtd-digitos = spaces
                 move "Quantidade inválida" to ws-motivo-rejeicao
                 exit section
            end-if
            move zeros                  to ws-ix-posicao
            inspect ws-lm-qtd-digitos tallying ws-ix-posicao
                    for characters before initial space
            if   ws-ix-posicao > 3
            or   ws-lm-qtd-digitos(1:ws-ix-posicao) is not numeric
            or   ws-lm-qtd-digitos(ws-ix-posicao + 1:) not = spaces
                 move "Quantidade inválida (até 3 dígitos)" to ws-motivo-rejeicao
                 exit section
            end-if
            move ws-lm-qtd-digitos(1:ws-ix-posicao) to ws-quantidade-num
            if   ws-quantidade-num = zeros
                 move "Quantidade zerada" to ws-motivo-rejeicao
            end-if.
       2210-exit.
            exit.

      *>===================================================================================
       2290-rejeita-linha section.
       2290.
            add 1                       to ws-qt-linhas-rejeitadas
            move "1"                    to lnk-retorno
            move spaces                 to rm-linha-relatorio
            string ws-nome-base-arquivo delimited by "  ",
                   ";" ws-qt-linhas-arquivo ";REJEITADA;" delimited by size,
                   ws-motivo-rejeicao delimited by "  ",
                   " - " delimited by size,
                   am-linha-mapa delimited by "  "
                   into rm-linha-relatorio
            write rm-linha-relatorio
            add 1                       to ws-qt-rejeitadas-arquivo
            if   ws-qt-rejeitadas-arquivo = 1
                 move spaces            to wid-arq-rejeitados
                 string wid-diretorio-rejeitados delimited by " ",
                        ws-nome-base-arquivo delimited by "  "
                        into wid-arq-rejeitados
                 open output arq-rejeitados
                 if   not ws-arq-rejeitados-ok
                      move ws-sts-arq-rejeitados to ws-resultado-acesso
                      call ws-PP00001X using wid-arq-rejeitados "OP" ws-resultado-acesso
                      cancel ws-PP00001X
                      exit section
                 end-if
                 move "S"               to ws-arq-rejeitados-aberto-ind
            end-if
            if   not ws-arq-rejeitados-aberto
                 exit section
            end-if
            move spaces                 to ar-linha-rejeitada
            string am-linha-mapa delimited by "  ",
                   " *> " delimited by size,
                   ws-motivo-rejeicao delimited by "  "
                   into ar-linha-rejeitada
            write ar-linha-rejeitada.
       2290-exit.
            exit.

      *>===================================================================================
      *>    Aplica a linha no registro 2V da unidade. A janela é mantida em
      *>    ordem de data, mais antiga na posição 1, posições livres no fim
      *>    (como o PW00732 compacta). Data nova com a janela cheia empurra o
      *>    dia mais antigo para fora; data anterior à janela cheia é recusada.
      *>===================================================================================
       2300-aplica-linha-mapa section.
       2300.
            move "N"                    to ws-registro-novo-ind
            initialize                  f42200-recebimento-2v
            move ws-empresa-num         to f42200-cd-empresa
            move ws-filial-num          to f42200-cd-filial
            perform 9000-ler-pd42200-ran
            if   not ws-operacao-ok
                 move "S"               to ws-registro-novo-ind
                 initialize             f42200-recebimento-2v
                 move ws-empresa-num    to f42200-cd-empresa
                 move ws-filial-num     to f42200-cd-filial
            end-if
            move zeros                  to ws-resultado-acesso

            move zeros                  to ws-qt-slots
            perform varying ws-ix-slot from 1 by 1
                    until ws-ix-slot > 10
                    or    f42200-dt-retencao(ws-ix-slot) is not numeric
                    or    f42200-dt-retencao(ws-ix-slot) = zeros
                 move ws-ix-slot        to ws-qt-slots
            end-perform

            move zeros                  to ws-ix-posicao
            perform varying ws-ix-slot from 1 by 1
                    until ws-ix-slot > ws-qt-slots
                    or    ws-ix-posicao > zeros
                 if   f42200-dt-retencao(ws-ix-slot) >= ws-data-num
                      move ws-ix-slot   to ws-ix-posicao
                 end-if
            end-perform

            if   ws-ix-posicao > zeros
            and  f42200-dt-retencao(ws-ix-posicao) = ws-data-num
                 if   ws-linha-baixa
                      if   ws-quantidade-num >
                           f42200-qt-mapas-pendentes(ws-ix-posicao)
                           move "Baixa maior que os mapas pendentes da data"
                                        to ws-motivo-rejeicao
                           exit section
                      end-if
                      subtract ws-quantidade-num
                          from f42200-qt-mapas-pendentes(ws-ix-posicao)
                 else
                      if   f42200-qt-mapas-pendentes(ws-ix-posicao) +
                           ws-quantidade-num > 999
                           move "Total de mapas da data acima de 999"
                                        to ws-motivo-rejeicao
                           exit section
                      end-if
                      add ws-quantidade-num
                       to f42200-qt-mapas-pendentes(ws-ix-posicao)
                 end-if
                 perform 2390-grava-registro-2v
                 exit section
            end-if

            if   ws-linha-baixa
                 move "Baixa para data sem mapas pendentes na janela"
                                        to ws-motivo-rejeicao
                 exit section
            end-if
            if   ws-ix-posicao = zeros
                 compute ws-ix-posicao = ws-qt-slots + 1
            end-if

            if   ws-qt-slots = 10
                 if   ws-ix-posicao = 1
                      move "Data anterior à janela de 10 dias"
                                        to ws-motivo-rejeicao
                      exit section
                 end-if
                 perform 2310-rola-janela
                 subtract 1             from ws-ix-posicao
                 subtract 1             from ws-qt-slots
            end-if

            perform varying ws-ix-slot from ws-qt-slots by -1
                    until ws-ix-slot < ws-ix-posicao
                 move f42200-dt-retencao(ws-ix-slot)
                                        to f42200-dt-retencao(ws-ix-slot + 1)
                 move f42200-qt-mapas-pendentes(ws-ix-slot)
                                        to f42200-qt-mapas-pendentes(ws-ix-slot + 1)
            end-perform
            move ws-data-num            to f42200-dt-retencao(ws-ix-posicao)
            move ws-quantidade-num      to f42200-qt-mapas-pendentes(ws-ix-posicao)
            perform 2390-grava-registro-2v.
       2300-exit.
            exit.

      *>===================================================================================
      *>    Janela cheia: o dia da posição 1 sai e os demais sobem uma posição.
      *>===================================================================================
       2310-rola-janela section.
       2310.
            add 1                       to ws-qt-dias-rolados
            move spaces                 to rm-linha-relatorio
            string ws-nome-base-arquivo delimited by "  ",
                   ";" ws-qt-linhas-arquivo ";JANELA;" delimited by size,
                   ws-empresa-num "/" ws-filial-num
                   " - saiu o dia " f42200-dt-retencao(1)
                   " com " f42200-qt-mapas-pendentes(1)
                   " mapa(s) pendente(s)" delimited by size
                   into rm-linha-relatorio
            write rm-linha-relatorio
            perform varying ws-ix-slot from 1 by 1
                    until ws-ix-slot > 9
                 move f42200-dt-retencao(ws-ix-slot + 1)
                                        to f42200-dt-retencao(ws-ix-slot)
                 move f42200-qt-mapas-pendentes(ws-ix-slot + 1)
                                        to f42200-qt-mapas-pendentes(ws-ix-slot)
            end-perform
            move zeros                  to f42200-dt-retencao(10)
                                           f42200-qt-mapas-pendentes(10).
       2310-exit.
            exit.

      *>===================================================================================
       2390-grava-registro-2v section.
       2390.
            if   ws-registro-novo
                 write f42200-recebimento-2v
            else
                 rewrite f42200-recebimento-2v
            end-if
            if   not ws-operacao-ok
                 call ws-PP00001X using wid-pd42200 "RW" ws-resultado-acesso
                 cancel ws-PP00001X
                 move "Falha na gravação do EFD422.CAD" to ws-motivo-rejeicao
            else
                 perform 2395-descarta-situacao-login
            end-if
            move zeros                  to ws-resultado-acesso.
       2390-exit.
            exit.

      *>===================================================================================
      *>    O registro da unidade no PD99714 guarda os mapas pendentes de antes
      *>    da carga: é excluído, e o próximo login recalcula pelo EFD422.CAD.
      *>===================================================================================
       2395-descarta-situacao-login section.
       2395.
            if   not ws-situacao-login-aberta
                 exit section
            end-if
            initialize                  p99714-registro
            move ws-empresa-num         to p99714-cd-empresa
            move ws-filial-num          to p99714-cd-filial
            perform 9000-ler-pd99714-ran
            if   ws-operacao-ok
                 delete pd99714
                 if   ws-operacao-ok
                      add 1             to ws-qt-situacoes-excluidas
                 else
                      call ws-PP00001X using wid-pd99714 "EX" ws-resultado-acesso
                      cancel ws-PP00001X
                 end-if
            end-if
            move zeros                  to ws-resultado-acesso.
       2395-exit.
            exit.

      *>===================================================================================
      *>    Arquivo lido vai para <integração>processados/ (cópia e remoção do
      *>    original). Se a cópia falhar o original fica e o erro é relatado.
      *>===================================================================================
       2800-move-processado section.
       2800.
            move spaces                 to wid-arq-processado
            string wid-diretorio-processados delimited by " ",
                   ws-nome-base-arquivo delimited by "  "
                   into wid-arq-processado
            call "CBL_COPY_FILE" using wid-arq-mapas
                                       wid-arq-processado
            if   return-code not = zeros
                 move spaces            to rm-linha-relatorio
                 string ws-nome-base-arquivo delimited by "  ",
                        ";;ERRO;Falha na cópia para processados - arquivo mantido"
                        delimited by size
                        into rm-linha-relatorio
                 write rm-linha-relatorio
                 move "1"               to lnk-retorno
                 move zeros             to return-code
                 exit section
            end-if
            call "CBL_DELETE_FILE" using wid-arq-mapas
            if   return-code not = zeros
                 move spaces            to rm-linha-relatorio
                 string ws-nome-base-arquivo delimited by "  ",
                        ";;ERRO;Falha na remoção do arquivo lido" delimited by size
                        into rm-linha-relatorio
                 write rm-linha-relatorio
                 move "1"               to lnk-retorno
            end-if
            move zeros                  to return-code.
       2800-exit.
            exit.

      *>===================================================================================
       2900-imprime-totais section.
       2900.
            move spaces                 to rm-linha-relatorio
            string "Arquivos;" ws-qt-arquivos
                   ";Linhas lidas;" ws-qt-linhas-lidas
                   ";Aplicadas;" ws-qt-linhas-aplicadas
                   ";Rejeitadas;" ws-qt-linhas-rejeitadas
                   ";Dias rolados;" ws-qt-dias-rolados
                   ";Situações de login descartadas;" ws-qt-situacoes-excluidas
                   delimited by size
                   into rm-linha-relatorio
            write rm-linha-relatorio
            move spaces                 to rm-linha-relatorio
            write rm-linha-relatorio.
       2900-exit.
            exit.

      *>===================================================================================
       3000-finalizacao section.
       3000.
            close pd42200
            if   ws-situacao-login-aberta
                 close pd99714
            end-if
            close pd99800
            close rel-mapas-2v.
       3000-exit.
            exit.

      *>===================================================================================
      *>    Diretórios processados/ e rejeitados/ dentro do diretório de
      *>    integração, criados na primeira execução.
      *>===================================================================================
       9000-prepara-diretorios section.
       9000.
            move spaces                 to wid-diretorio-processados
            string lnk-integpath delimited by " ",
                   "processados" delimited by size
                   into wid-diretorio-processados
            call "CBL_CREATE_DIR" using wid-diretorio-processados
            move spaces                 to wid-diretorio-rejeitados
            string lnk-integpath delimited by " ",
                   "rejeitados" delimited by size
                   into wid-diretorio-rejeitados
            call "CBL_CREATE_DIR" using wid-diretorio-rejeitados
            move zeros                  to return-code
            move spaces                 to wid-diretorio-processados
            string lnk-integpath delimited by " ",
                   "processados/" delimited by size
                   into wid-diretorio-processados
            move spaces                 to wid-diretorio-rejeitados
            string lnk-integpath delimited by " ",
                   "rejeitados/" delimited by size
                   into wid-diretorio-rejeitados.
       9000-exit.
            exit.

      *>===================================================================================
      *>    Nome-base (sem diretório) do arquivo corrente.
      *>===================================================================================
       9000-nome-base-arquivo section.
       9000.
            move zeros                  to ws-ix-ultima-barra
            perform varying ws-ix-barra from 1 by 1
                    until ws-ix-barra > 150
                 if   wid-arq-mapas(ws-ix-barra:1) = "/"
                      move ws-ix-barra  to ws-ix-ultima-barra
                 end-if
            end-perform
            move spaces                 to ws-nome-base-arquivo
            if   ws-ix-ultima-barra = zeros
                 move wid-arq-mapas     to ws-nome-base-arquivo
            else
                 move wid-arq-mapas(ws-ix-ultima-barra + 1:)
                                        to ws-nome-base-arquivo
            end-if.
       9000-exit.
            exit.

      *>===================================================================================
      *>    Várias execuções por dia acumulam no mesmo relatório do dia.
      *>===================================================================================
       9000-abre-relatorio section.
       9000.
            move spaces                 to wid-rel-mapas-2v
            if   ws-nome-saida-lote not = spaces
                 if   lnk-formato-saida = spaces
                      move "TXT"        to lnk-formato-saida
                 end-if
                 string lnk-dtbpath delimited by " ",
                        "/../tmp/work/" delimited by size,
                        ws-nome-saida-lote delimited by "  ",
                        "." delimited by size,
                        lnk-formato-saida delimited by " "
                        into wid-rel-mapas-2v
                 open output rel-mapas-2v
            else
                 string lnk-dtbpath delimited by " ",
                        "/../tmp/work/map2v_" lnk-data-cpu ".txt"
                        into wid-rel-mapas-2v
                 open extend rel-mapas-2v
                 if   ws-sts-rel-mapas-2v = "35"
                      open output rel-mapas-2v
                 end-if
            end-if.
       9000-exit.
            exit.

      *>===================================================================================
      *> Leituras

       copy PCL42200.CPY.               *> Interface 2V
       copy PCL99714.CPY.               *> Situação de Login por Unidade
       copy PCL99800.CPY.               *> Parâmetros
