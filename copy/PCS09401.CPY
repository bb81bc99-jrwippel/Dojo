      *>===================================================================================
      *> PD09401 - Histórico de Alterações do Controle de Projetos (PD09400)
      *>===================================================================================
           select pd09401 assign to disk wid-pd09401
                  organization is indexed
                  access mode is dynamic
                  record key is g9401-chave
                  file status is ws-resultado-acesso
                  lock mode is manual.
