       PROG-PRINCIPAL-PARA.
           CALL "OPERADOR" USING BY CONTENT "I",
              BY REFERENCE LS-OPERADOR.
           CALL "C0502CXA" USING BY CONTENT "A".
           PERFORM FOREVER
              CALL "SYSTEM" USING "cls"
              DISPLAY "--------------------"
              DISPLAY "[16] - Modo expressao"
              DISPLAY "[17] - Liberacao de alcada (coordenador)"
              DISPLAY "[18] - Datas-valor e instrucoes permanentes"
              DISPLAY "[19] - Cadastro de departamentos"
              DISPLAY "[20] - Anulacao de recibo"
              DISPLAY "[21] - Caixa (fechamento e conferencia)"
              DISPLAY "[22] - Calculo de imposto"
              DISPLAY "[23] - Tabela de impostos"
              DISPLAY "[24] - Fim de programa"
              DISPLAY CR
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT LS-OPCAO
              IF LS-OPCAO NOT = 24
                 EVALUATE LS-OPCAO
                    WHEN 1
                       CALL "C0502ADC"
                       CALL "C0502PSA"
                    WHEN 18
                       CALL "C0502DTV"
                    WHEN 19
                       CALL "C0502DPT"
                    WHEN 20
                       CALL "C0502ANU"
                    WHEN 21
                       CALL "C0502CXA" USING BY CONTENT "M"
                    WHEN 22
                       CALL "C0502IMP"
                    WHEN 23
                       CALL "C0502TRB"
                    WHEN OTHER
                       DISPLAY "Opcao invalida." WITH NO ADVANCING
                       CALL "C0502PSA"
