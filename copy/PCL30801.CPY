      *>===================================================================================
      *> PD30801 - Rotinas de Leitura
      *>===================================================================================
       9000-abrir-io-pd30801 section.
       9000.
            move spaces                 to wid-pd30801
            string lnk-dtbpath delimited by " "
                   "/EFD308H.CAD" delimited by size
                   into wid-pd30801
            open i-o pd30801.
            if  ws-arquivo-inexistente
                open output pd30801
                close       pd30801
                open i-o    pd30801
            end-if.
       9000-exit.
            exit.

      *>===================================================================================
       9000-str-pd30801-nlss section.
       9000.
            start pd30801 key is not less g30801-chave
                  invalid key move "24" to ws-resultado-acesso
            end-start.
       9000-exit.
            exit.

      *>===================================================================================
       9000-ler-pd30801-nex section.
       9000.
            read pd30801 next record
                 at end move "10" to ws-resultado-acesso
            end-read.
       9000-exit.
            exit.
