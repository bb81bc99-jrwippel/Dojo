      *>    de ponto-e-vírgula para planilha na mão:
      *>        - sessões por dia e por usuário;
      *>        - duração média de sessão por usuário (pareamento LOGIN/LOGOFF,
      *>          incluindo encerramentos por novo login, por expiração e
      *>          forçados pelo console de sessões - PW00736);
      *>        - pico de sessões simultâneas por hora do dia;
      *>        - ranking de eventos de segurança (SEG-IP/SEG-AD) por usuário e
      *>          por IP de origem.
                     perform 2135-encerramento-por-novo-login
                when "EXPIRADA"
                     perform 2130-contabiliza-encerramento
                when "LOGOFF-FORCADO"
                     perform 2130-contabiliza-encerramento
                when "SEG-IP"
                     perform 2140-contabiliza-seguranca
                     perform 2145-contabiliza-ip
