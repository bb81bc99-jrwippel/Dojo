            03 lgn-linkage              pic x(10000).
            03 lgn-dt-ult-atividade     pic 9(08).
            03 lgn-hr-ult-atividade     pic 9(06).
            03 lgn-cd-empresa           pic 9(03).
            03 lgn-cd-filial            pic 9(04).

       fd   sublogon.
       01   lns-registro.
