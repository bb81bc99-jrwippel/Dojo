      *>===================================================================================
      *> PD99717 - Catálogo dos Conjuntos de Backup
      *>          Um registro por conjunto gravado pelo PW00756 (data/hora do
      *>          backup = nome do diretório BKP_aaaammdd_hhmmss), com os totais do
      *>          manifesto, o resultado da última verificação do PW00757 e a data
      *>          em que o conjunto saiu pela retenção.
      *>===================================================================================
           fd  pd99717.
           01  b99717-registro.
               03  b99717-chave.
                   05  b99717-dt-backup          pic 9(08).
                   05  b99717-hr-backup          pic 9(06).
               03  b99717-diretorio              pic x(150).
               03  b99717-id-usuario             pic x(10).
               03  b99717-cd-empresa             pic 9(03).
               03  b99717-cd-filial              pic 9(04).
               03  b99717-situacao               pic x(01).
                   88  b99717-conjunto-completo       value "C".
                   88  b99717-conjunto-incompleto     value "I".
                   88  b99717-conjunto-expurgado      value "X".
               03  b99717-qt-arquivos            pic 9(03).
               03  b99717-qt-registros           pic 9(11).
               03  b99717-qt-bytes               pic 9(13).
               03  b99717-dt-verificacao         pic 9(08).
               03  b99717-hr-verificacao         pic 9(06).
               03  b99717-resultado-verificacao  pic x(01).
                   88  b99717-nao-verificado          value space.
                   88  b99717-verificado-ok           value "S".
                   88  b99717-verificado-falha        value "F".
               03  b99717-dt-expurgo             pic 9(08).
               03  b99717-filler                 pic x(30).
