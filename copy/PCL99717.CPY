      *>===================================================================================
      *> PD99717 - Rotinas de Leitura
      *>===================================================================================
       9000-abrir-io-pd99717 section.
       9000.
            move spaces                 to wid-pd99717
            string lnk-dtbpath delimited by " "
                   "/EFDBKP.CAD" delimited by size
                   into wid-pd99717
            open i-o pd99717.
            if  ws-arquivo-inexistente
                open output pd99717
                close       pd99717
                open i-o    pd99717
            end-if.
       9000-exit.
            exit.

      *>===================================================================================
       9000-str-pd99717-nlss section.
       9000.
            start pd99717 key is not less b99717-chave
                  invalid key move "24" to ws-resultado-acesso
            end-start.
       9000-exit.
            exit.

      *>===================================================================================
       9000-ler-pd99717-nex section.
       9000.
            read pd99717 next record
                 at end move "10" to ws-resultado-acesso
            end-read.
       9000-exit.
            exit.

      *>===================================================================================
       9000-ler-pd99717-ran section.
       9000.
            read pd99717
                 invalid key move "23" to ws-resultado-acesso
            end-read.
       9000-exit.
            exit.
