      *>===================================================================================
      *> PD89701 - Histórico de Resolução das Divergências Promax x SEFAZ
      *>          Uma linha por marcação de divergência do PD89700 como resolvida
      *>          ou aceita, com usuário, data/hora, situação anterior e a
      *>          justificativa - gravada pelo PW00744. Nada é excluído do log: a
      *>          divergência fica como prova de que foi tratada.
      *>===================================================================================
           fd  pd89701.
           01  g8971-registro.
               03  g8971-chave.
                   05  g8971-cd-empresa          pic 9(03).
                   05  g8971-cd-filial           pic 9(04).
                   05  g8971-id-situacao-promax  pic 9(02).
                   05  g8971-dt-entrega          pic 9(08).
                   05  g8971-dt-resolucao        pic 9(08).
                   05  g8971-hr-resolucao        pic 9(06).
                   05  g8971-nr-evento           pic 9(03).
               03  g8971-id-usuario              pic x(10).
               03  g8971-situacao-anterior       pic x(01).
               03  g8971-situacao-atual          pic x(01).
               03  g8971-justificativa           pic x(60).
               03  g8971-filler                  pic x(20).
