      *>===================================================================================
      *> PD99716 - Ponto de Controle do Envio de Eventos ao SIEM
      *>          Um registro único (chave 0), regravado pelo PW00750 a cada envio
      *>          entregue no diretório do coletor: até que dia da trilha lgn-hist
      *>          e até que linha do arquivo desse dia os eventos já foram
      *>          enviados. A execução seguinte recomeça dali - nenhum evento é
      *>          enviado duas vezes e os dias sem execução são recuperados.
      *>===================================================================================
           fd  pd99716.
           01  c99716-registro.
               03  c99716-chave.
                   05  c99716-cd-controle        pic 9(01).
               03  c99716-dt-ultimo-dia          pic 9(08).
               03  c99716-qt-linhas-dia          pic 9(07).
               03  c99716-dt-ultimo-envio        pic 9(08).
               03  c99716-hr-ultimo-envio        pic 9(06).
               03  c99716-qt-eventos-envio       pic 9(07).
               03  c99716-qt-eventos-total       pic 9(09).
               03  c99716-filler                 pic x(20).
