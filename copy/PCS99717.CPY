      *>===================================================================================
      *> PD99717 - Catálogo dos Conjuntos de Backup
      *>===================================================================================
           select pd99717 assign to disk wid-pd99717
                  organization is indexed
                  access mode is dynamic
                  record key is b99717-chave
                  file status is ws-resultado-acesso
                  lock mode is manual.
