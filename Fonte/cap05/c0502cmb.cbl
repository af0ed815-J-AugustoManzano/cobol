      * Cada inclusao e anexada ao final do arquivo (OPEN EXTEND com
      * fallback para OPEN OUTPUT, como CALCLOG/FATCACHE ja fazem),
      * entao a taxa vigente de uma moeda e sempre a ultima gravada.
      *
      * A opcao [R] chama o relatorio de movimento do periodo
      * (C0502CMR): abertura, fechamento, minima, maxima, media e
      * variacao por moeda, maiores variacoes dia a dia e dias uteis
      * sem taxa publicada, em CAMBIOMV.LST e CAMBIOMV.CSV.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              DISPLAY "[L] - Listar taxas cadastradas"
              DISPLAY "[I] - Incluir taxa do dia"
              DISPLAY "[C] - Carga em lote (CAMBIOIN.DAT)"
              DISPLAY "[R] - Relatorio de movimento do periodo"
              DISPLAY "[V] - Voltar ao menu principal"
              DISPLAY CR
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
                 WHEN "C"
                    CALL "C0502CML"
                    CALL "C0502PSA"
                 WHEN "R"
                    CALL "C0502CMR"
                    CALL "C0502PSA"
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
                    CALL "C0502PSA"
