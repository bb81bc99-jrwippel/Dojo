      *>===================================================================================
      *> PD99715 - Assinantes das Saídas dos Jobs de Lote
      *>          Quem recebe a saída catalogada (PD99706) de um job de Lote: mantido
      *>          pelo PW00749 e lido pelo PW00007 a cada job concluído sem erro. A
      *>          entrega é uma cópia do arquivo com manifesto em uma pasta (tipo P -
      *>          sem "/" inicial = relativa ao diretório de integração da unidade) ou
      *>          no diretório de correio (tipo C - ../tmp/mailspool, com o endereço
      *>          no envelope). O resultado da última entrega fica no próprio registro.
      *>===================================================================================
           fd  pd99715.
           01  a99715-registro.
               03  a99715-chave.
                   05  a99715-cd-empresa         pic 9(03).
                   05  a99715-cd-filial          pic 9(04).
                   05  a99715-lote               pic 9(03).
                   05  a99715-seq-job            pic 9(03).
                   05  a99715-seq-assinante      pic 9(03).
               03  a99715-nome-assinante         pic x(40).
               03  a99715-tipo-entrega           pic x(01).
                   88  a99715-entrega-pasta          value "P".
                   88  a99715-entrega-correio        value "C".
               03  a99715-destino                pic x(150).
               03  a99715-ativo-ind              pic x(01).
                   88  a99715-ativo                  value "S".
               03  a99715-id-usuario             pic x(10).
               03  a99715-dt-cadastro            pic 9(08).
               03  a99715-hr-cadastro            pic 9(06).
               03  a99715-dt-ult-entrega         pic 9(08).
               03  a99715-hr-ult-entrega         pic 9(06).
               03  a99715-status-ult-entrega     pic x(01).
                   88  a99715-ult-entrega-ok         value "S".
                   88  a99715-ult-entrega-erro       value "E".
               03  a99715-msg-ult-entrega        pic x(60).
               03  a99715-filler                 pic x(20).
