                   05  f99704-seq                pic 9(03).
               03  f99704-descricao              pic x(50).
               03  f99704-parametros             pic x(500).
      *>----------------------------------------------------------------------------------
      *>    Pré-requisitos do Lote (registro-cabeçalho, codigo-registro 0 - a área de
      *>    parâmetros só é usada nos registros de job). Cada Lote pré-requisito,
      *>    inclusive de outra unidade, precisa ter concluído sem erro no dia (PD99705)
      *>    para o agendamento disparar; filial 9999 = todas as filiais da empresa que
      *>    têm o Lote, empresa 999 = todas as unidades da instalação. Hora limite
      *>    (HHMM, zeros = sem limite): passada a hora sem os pré-requisitos, a
      *>    execução do dia é abandonada com falha e notificação.
      *>----------------------------------------------------------------------------------
               03  f99704-dados-cabecalho redefines f99704-parametros.
                   05  f99704-qt-pre-requisitos  pic 9(02).
                   05  f99704-pre-requisito      occurs 20.
                       07  f99704-pre-cd-empresa pic 9(03).
                       07  f99704-pre-cd-filial  pic 9(04).
                       07  f99704-pre-lote       pic 9(03).
                   05  f99704-hora-limite-pre-req pic 9(04).
      *>            gatilho por chegada de arquivo (periodicidade "A"): diretório
      *>            (spaces = diretório de integração da unidade; sem "/" inicial =
      *>            relativo a ele) e padrão do nome (aceita * e ?)
                   05  f99704-dir-gatilho        pic x(100).
                   05  f99704-padrao-gatilho     pic x(40).
                   05  filler                    pic x(154).
               03  f99704-nome-programa          pic x(20).
               03  f99704-formato-saida          pic x(03).
                   88  f99704-saida-pdf              value "PDF".
                   88  f99704-diaria                  value "D".
                   88  f99704-semanal                  value "S".
                   88  f99704-mensal                   value "M".
                   88  f99704-por-arquivo              value "A".
               03  f99704-dia-semana             pic 9(01).
               03  f99704-dia-mes                pic 9(02).
               03  f99704-hora-agendada          pic 9(04).
      *>    codigo-registro 1) - zeros = sem limite
      *>----------------------------------------------------------------------------------
               03  f99704-tempo-maximo           pic 9(04).
      *>----------------------------------------------------------------------------------
      *>    Periodicidade guardada na desativação da filial (registro-cabeçalho do
      *>    Lote) - o agendamento fica em branco enquanto a unidade está
      *>    desativada e é devolvido na reativação (PW00754)
      *>----------------------------------------------------------------------------------
               03  f99704-periodicidade-desativ  pic x(01).
               03  f99704-filler                 pic x(03).
      *>----------------------------------------------------------------------------------
      *>    Controle de execução em andamento (válido no registro-cabeçalho do Lote,
      *>    codigo-registro 0) - impede a execução simultânea do mesmo Lote; "A" =
      *>    Lote devido aguardando a conclusão dos seus pré-requisitos
      *>----------------------------------------------------------------------------------
               03  f99704-em-execucao-ind        pic x(01).
                   88  f99704-lote-em-execucao        value "S".
                   88  f99704-lote-aguardando         value "A".
               03  f99704-dt-inicio-execucao     pic 9(08).
               03  f99704-hr-inicio-execucao     pic 9(06).
      *>----------------------------------------------------------------------------------
