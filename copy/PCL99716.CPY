      *>===================================================================================
      *> PD99716 - Rotinas de Leitura
      *>===================================================================================
       9000-abrir-io-pd99716 section.
       9000.
            move spaces                 to wid-pd99716
            string lnk-dtbpath delimited by " "
                   "/EFDSIE.CAD" delimited by size
                   into wid-pd99716
            open i-o pd99716.
            if  ws-arquivo-inexistente
                open output pd99716
                close       pd99716
                open i-o    pd99716
            end-if.
       9000-exit.
            exit.

      *>===================================================================================
       9000-ler-pd99716-ran section.
       9000.
            read pd99716
                 invalid key move "23" to ws-resultado-acesso
            end-read.
       9000-exit.
            exit.
