      *>===================================================================================
      *> PCL89700 - Leitura de Log de Divergências (PD89700)
      *>===================================================================================
       9000-abrir-io-pd89700 section.
       9000.
            move spaces                 to wid-pd89700
            string lnk-dtbpath delimited by " "
                   "/EFD897.CAD" delimited by size
                   into wid-pd89700
            open i-o pd89700.
            if  ws-arquivo-inexistente
                open output pd89700
                close       pd89700
                open i-o    pd89700
            end-if.
       9000-exit.
            exit.

      *>===================================================================================
       9000-ler-pd89700-ran section.
       9000.
            read pd89700
                 invalid key move "23" to ws-resultado-acesso
            end-read.
       9000-exit.
            exit.

      *>===================================================================================
       9000-str-pd89700-nlss-2 section.
       9000.
