                   PERFORM 3100-ABRIR-RUN
              WHEN ARQAUD01-TIPO-UF
                   PERFORM 3200-ACUMULAR-UF
      *    OS REGISTROS DE COBERTURA ('G', DE EXER0412), DE            *
      *    MANUTENCAO ('M', DE EXER0410) E DE EXPURGO ('E', DE         *
      *    EXER0422) NAO SAO RUNS DE EXTRATO E NAO FAZEM PARTE DA      *
      *    TENDENCIA DE VOLUMES DESTE RELATORIO                        *
              WHEN ARQAUD01-TIPO-GAP
                   CONTINUE
              WHEN ARQAUD01-TIPO-MANUT
                   CONTINUE
              WHEN ARQAUD01-TIPO-EXPURGO
                   CONTINUE
              WHEN OTHER
                   DISPLAY '****************************************'
                   DISPLAY '*  ERRO: TIPO-REG INVALIDO EM ARQAUD01  *'
