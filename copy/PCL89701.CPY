      *>===================================================================================
      *> PD89701 - Rotinas de Leitura
      *>===================================================================================
       9000-abrir-io-pd89701 section.
       9000.
            move spaces                 to wid-pd89701
            string lnk-dtbpath delimited by " "
                   "/EFD897H.CAD" delimited by size
                   into wid-pd89701
            open i-o pd89701.
            if  ws-arquivo-inexistente
                open output pd89701
                close       pd89701
                open i-o    pd89701
            end-if.
       9000-exit.
            exit.
