      *>          Atingido o limite o registro vira bloqueio: o PP00001 recusa
      *>          novos logons até a liberação pela tela PW00724, que fica
      *>          registrada com usuário e data/hora.
      *>          Tipo D = usuário suspenso por inatividade pelo PW00751 (quem
      *>          suspendeu em id-usuario-bloqueio, último login em
      *>          dt-primeiro-evento); a reativação é a mesma liberação gerencial.
      *>===================================================================================
           fd  pd99710.
           01  k99710-registro.
                   05  k99710-tipo               pic x(01).
                       88  k99710-tipo-usuario       value "U".
                       88  k99710-tipo-ip            value "I".
                       88  k99710-tipo-suspensao     value "D".
                   05  k99710-identificacao      pic x(30).
               03  k99710-qt-eventos             pic 9(04).
               03  k99710-dt-primeiro-evento     pic 9(08).
               03  k99710-id-usuario-liberacao   pic x(10).
               03  k99710-dt-liberacao           pic 9(08).
               03  k99710-hr-liberacao           pic 9(06).
               03  k99710-id-usuario-bloqueio    pic x(10).
