      *>===================================================================================
      *> PD99714 - Rotinas de Leitura
      *>===================================================================================
       9000-abrir-io-pd99714 section.
       9000.
            move spaces                 to wid-pd99714
            string lnk-dtbpath delimited by " "
                   "/EFDSLG.CAD" delimited by size
                   into wid-pd99714
            open i-o pd99714.
            if  ws-arquivo-inexistente
                open output pd99714
                close       pd99714
                open i-o    pd99714
            end-if.
       9000-exit.
            exit.

      *>===================================================================================
       9000-abrir-i-pd99714 section.
       9000.
            move spaces                 to wid-pd99714
            string lnk-dtbpath delimited by " "
                   "/EFDSLG.CAD" delimited by size
                   into wid-pd99714
            open input pd99714.
       9000-exit.
            exit.

      *>===================================================================================
       9000-ler-pd99714-ran section.
       9000.
            read pd99714
                 invalid key move "23" to ws-resultado-acesso
            end-read.
       9000-exit.
            exit.
