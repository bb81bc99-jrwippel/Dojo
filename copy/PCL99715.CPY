      *>===================================================================================
      *> PD99715 - Rotinas de Leitura
      *>===================================================================================
       9000-abrir-io-pd99715 section.
       9000.
            move spaces                 to wid-pd99715
            string lnk-dtbpath delimited by " "
                   "/EFDASS.CAD" delimited by size
                   into wid-pd99715
            open i-o pd99715.
            if  ws-arquivo-inexistente
                open output pd99715
                close       pd99715
                open i-o    pd99715
            end-if.
       9000-exit.
            exit.

      *>===================================================================================
       9000-str-pd99715-nlss section.
       9000.
            start pd99715 key is not less a99715-chave
                  invalid key move "24" to ws-resultado-acesso
            end-start.
       9000-exit.
            exit.

      *>===================================================================================
       9000-ler-pd99715-nex section.
       9000.
            read pd99715 next record
                 at end move "10" to ws-resultado-acesso
            end-read.
       9000-exit.
            exit.

      *>===================================================================================
       9000-ler-pd99715-ran section.
       9000.
            read pd99715
                 invalid key move "23" to ws-resultado-acesso
            end-read.
       9000-exit.
            exit.
