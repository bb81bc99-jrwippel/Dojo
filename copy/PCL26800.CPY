       9000-exit.
            exit.

      *>===================================================================================
       9000-abrir-io-pd26800 section.
       9000.
            move spaces                 to wid-pd26800
            string lnk-dtbpath delimited by " "
                   "/EFD268.CAD" delimited by size
                   into wid-pd26800
            open i-o pd26800.
            if  ws-arquivo-inexistente
                open output pd26800
                close       pd26800
                open i-o    pd26800
            end-if.
       9000-exit.
            exit.

      *>===================================================================================
       9000-str-pd26800-ngtr section.
       9000.
            read pd26800 previous record.
       9000-exit.
            exit.

      *>===================================================================================
       9000-str-pd26800-nlss section.
       9000.
            start pd26800 key is not less f26800-chave
            if   not ws-operacao-ok
                 move "10"              to ws-resultado-acesso
            end-if.
       9000-exit.
            exit.

      *>===================================================================================
       9000-ler-pd26800-nex section.
       9000.
            read pd26800 next record.
       9000-exit.
            exit.

      *>===================================================================================
       9000-ler-pd26800-ran section.
       9000.
            read pd26800.
       9000-exit.
            exit.
