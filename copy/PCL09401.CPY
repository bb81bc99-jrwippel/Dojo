      *>===================================================================================
      *> PD09401 - Rotinas de Leitura
      *>===================================================================================
       9000-abrir-io-pd09401 section.
       9000.
            move spaces                 to wid-pd09401
            string lnk-dtbpath delimited by " "
                   "/EFD940H.CAD" delimited by size
                   into wid-pd09401
            open i-o pd09401.
            if  ws-arquivo-inexistente
                open output pd09401
                close       pd09401
                open i-o    pd09401
            end-if.
       9000-exit.
            exit.

      *>===================================================================================
       9000-str-pd09401-nlss section.
       9000.
            start pd09401 key is not less g9401-chave
                  invalid key move "24" to ws-resultado-acesso
            end-start.
       9000-exit.
            exit.

      *>===================================================================================
       9000-ler-pd09401-nex section.
       9000.
            read pd09401 next record
                 at end move "10" to ws-resultado-acesso
            end-read.
       9000-exit.
            exit.
