      *>===================================================================================
      *> PD99713 - Batimento da Varredura do Agendador
      *>          Um registro único (chave 0), regravado ao fim de cada varredura
      *>          de instalação do PW00007: quando foi, quantas filiais visitou,
      *>          quantas pulou por estarem desativadas (registro 86 do EFDPAR) e
      *>          quantos Lotes avaliou e disparou. O painel mostra a idade do
      *>          último batimento e o vigia (PW00735) notifica quando a varredura
      *>          para de acontecer - uma noite sem agendador deixa de parecer
               03  p99713-qt-filiais-visitadas   pic 9(04).
               03  p99713-qt-lotes-avaliados     pic 9(05).
               03  p99713-qt-lotes-disparados    pic 9(05).
               03  p99713-qt-filiais-desativadas pic 9(04).
               03  p99713-filler                 pic x(16).
