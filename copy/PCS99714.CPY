      *>===================================================================================
      *> PD99714 - Situação de Login por Unidade (pré-calculada)
      *>===================================================================================
           select pd99714 assign to disk wid-pd99714
                  organization is indexed
                  access mode is dynamic
                  record key is p99714-chave
                  file status is ws-resultado-acesso
                  lock mode is manual.
