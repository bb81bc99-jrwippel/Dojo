      *>===================================================================================
      *> PD99716 - Ponto de Controle do Envio de Eventos ao SIEM
      *>===================================================================================
           select pd99716 assign to disk wid-pd99716
                  organization is indexed
                  access mode is dynamic
                  record key is c99716-chave
                  file status is ws-resultado-acesso
                  lock mode is manual.
