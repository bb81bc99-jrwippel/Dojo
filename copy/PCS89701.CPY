      *>===================================================================================
      *> PD89701 - Histórico de Resolução das Divergências Promax x SEFAZ
      *>===================================================================================
           select pd89701 assign to disk wid-pd89701
                  organization is indexed
                  access mode is dynamic
                  record key is g8971-chave
                  file status is ws-resultado-acesso
                  lock mode is manual.
