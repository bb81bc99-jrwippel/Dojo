      *>          PW00734. Uma solicitação é o conjunto de registros com a mesma
      *>          chave até seq-registro: tipo L = Lote (seq 0 o cabeçalho, 1..n os
      *>          jobs, imagem na forma do PD99704); tipo P = parâmetro (registro
      *>          único, imagem na forma do PD99800); tipo U = concessão de perfil
      *>          não normal (identificação CLONE ou IMPRH, 1..n os perfis da
      *>          unidade, imagem na forma do lnk-up-dados do PCW30800). O registro
      *>          decidido permanece como trilha, com solicitante e aprovador.
      *>===================================================================================
           fd  pd99712.
           01  a99712-registro.
                   05  a99712-tipo               pic x(01).
                       88  a99712-tipo-lote          value "L".
                       88  a99712-tipo-parametro     value "P".
                       88  a99712-tipo-usuario-perfil value "U".
                   05  a99712-identificacao      pic x(05).
                   05  a99712-dt-solicitacao     pic 9(08).
                   05  a99712-hr-solicitacao     pic 9(06).
               03  a99712-hr-decisao             pic 9(06).
               03  a99712-imagem-nova            pic x(700).
               03  a99712-imagem-anterior        pic x(700).
      *>       tipo L, registro de job: seq que o job tinha no Lote vivo quando a
      *>       solicitação foi feita (zero = job incluído) - a aprovação leva as
      *>       assinaturas (PD99715) do job para a seq nova
               03  a99712-seq-job-origem         pic 9(03).
               03  a99712-filler                 pic x(07).
