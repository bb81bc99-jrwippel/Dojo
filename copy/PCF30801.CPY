      *>===================================================================================
      *> PD30801 - Histórico de Concessões e Remoções de Usuário-Perfil (PD30800)
      *>          Uma linha por perfil concedido ou removido, com o operador que
      *>          pediu, o aprovador (perfil não normal) e o motivo - gravada pelo
      *>          PW30800X, ponto único de atualização do PD30800.
      *>===================================================================================
           fd  pd30801.
           01  g30801-registro.
               03  g30801-chave.
                   05  g30801-id-usuario         pic x(10).
                   05  g30801-dt-alteracao       pic 9(08).
                   05  g30801-hr-alteracao       pic 9(06).
                   05  g30801-nr-evento          pic 9(03).
               03  g30801-acao                   pic x(01).
                   88  g30801-concessao              value "C".
                   88  g30801-remocao                value "R".
               03  g30801-cd-empresa             pic 9(03).
               03  g30801-cd-filial              pic 9(04).
               03  g30801-cd-sistema             pic 9(10).
               03  g30801-cd-perfil              pic 9(04).
               03  g30801-perfil-normal-ind      pic x(01).
               03  g30801-modo                   pic x(01).
               03  g30801-id-usuario-modelo      pic x(10).
               03  g30801-id-operador            pic x(10).
               03  g30801-id-aprovador           pic x(10).
               03  g30801-nome-programa          pic x(08).
               03  g30801-motivo                 pic x(60).
               03  g30801-filler                 pic x(20).
