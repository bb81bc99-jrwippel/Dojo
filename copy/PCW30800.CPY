      *>===================================================================================
      *> PCW30800 - Parâmetros da concessão/remoção de Usuário-Perfil (PW30800X)
      *>            lnk-up-dados é também a imagem da concessão pendente de
      *>            aprovação no PD99712 (tipo U).
      *>            modo: C = clonagem / I = importação RH / D = desligamento
      *>            retorno: 0 = aplicado / 1 = já estava assim (perfil já
      *>                  concedido ou inexistente na remoção) / 9 = erro
      *>===================================================================================
       01   lnk-usuario-perfil.
            03  lnk-up-dados.
                05  lnk-up-id-usuario           pic x(10).
                05  lnk-up-cd-empresa           pic 9(03).
                05  lnk-up-cd-filial            pic 9(04).
                05  lnk-up-cd-sistema           pic 9(10).
                05  lnk-up-cd-perfil            pic 9(04).
                05  lnk-up-perfil-normal-ind    pic x(01).
                    88  lnk-up-perfil-normal        value "S".
                05  lnk-up-modo                 pic x(01).
                    88  lnk-up-modo-clonagem        value "C".
                    88  lnk-up-modo-importacao      value "I".
                    88  lnk-up-modo-desligamento    value "D".
                05  lnk-up-id-usuario-modelo    pic x(10).
                05  lnk-up-motivo               pic x(60).
            03  lnk-up-acao                     pic x(01).
                88  lnk-up-concessao                value "C".
                88  lnk-up-remocao                  value "R".
            03  lnk-up-id-operador              pic x(10).
            03  lnk-up-id-aprovador             pic x(10).
            03  lnk-up-nome-programa            pic x(08).
            03  lnk-up-retorno                  pic x(01).
                88  lnk-up-aplicado                 value "0".
                88  lnk-up-sem-alteracao            value "1".
                88  lnk-up-com-erro                 value "9".
