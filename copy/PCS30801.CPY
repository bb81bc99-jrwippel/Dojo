      *>===================================================================================
      *> PD30801 - Histórico de Concessões e Remoções de Usuário-Perfil
      *>===================================================================================
           select pd30801 assign to disk wid-pd30801
                  organization is indexed
                  access mode is dynamic
                  record key is g30801-chave
                  file status is ws-resultado-acesso
                  lock mode is manual.
