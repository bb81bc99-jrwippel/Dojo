       9000-exit.
            exit.

      *>===================================================================================
       9000-abrir-io-pd30800 section.
       9000.
            move spaces                 to wid-pd30800
            string lnk-dtbpath delimited by " "
                   "/EFD308.CAD" delimited by size
                   into wid-pd30800
            open i-o pd30800.
       9000-exit.
            exit.

      *>===================================================================================
       9000-ler-pd30800-ran-1 section.
       9000.
