      *>===================================================================================
      *> PD89700 - Log Divergências Promax x SEFAZ - Layout do Registro
      *>          f89700-resolucao: em branco = divergência em aberto; "R"
      *>          resolvida ou "A" aceita, com data/hora e usuário (PW00744). A
      *>          justificativa fica no histórico PD89701.
      *>===================================================================================
       fd  pd89700
           label record is standard.
                   07  f89700-dt-entrega-ano   pic 9(04).
                   07  f89700-dt-entrega-mes   pic 9(02).
                   07  f89700-dt-entrega-dia   pic 9(02).
           03  f89700-resolucao.
               05  f89700-situacao-resolucao   pic x(01).
                   88  f89700-divergencia-aberta      value " " "N".
                   88  f89700-divergencia-resolvida   value "R".
                   88  f89700-divergencia-aceita      value "A".
               05  f89700-dt-resolucao         pic 9(08).
               05  f89700-hr-resolucao         pic 9(06).
               05  f89700-id-usuario-resolucao pic x(10).
           03  filler                          pic x(25).
