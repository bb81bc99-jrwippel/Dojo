       9000-exit.
            exit.

      *>===================================================================================
       9000-abrir-i-pd09400 section.
       9000.
            move spaces                 to wid-pd09400
            string lnk-dtbpath delimited by " "
                   "/EFD940.CAD" delimited by size
                   into wid-pd09400
            open input pd09400.
       9000-exit.
            exit.

      *>===================================================================================
       9000-str-pd09400-nlss section.
       9000.
            read pd09400 next record.
       9000-exit.
            exit.

      *>===================================================================================
       9000-ler-pd09400-ran section.
       9000.
            read pd09400.
       9000-exit.
            exit.
