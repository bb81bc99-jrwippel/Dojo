      *>===================================================================================
      *> PD99715 - Assinantes das Saídas dos Jobs de Lote
      *>===================================================================================
           select pd99715 assign to disk wid-pd99715
                  organization is indexed
                  access mode is dynamic
                  record key is a99715-chave
                  file status is ws-resultado-acesso
                  lock mode is manual.
