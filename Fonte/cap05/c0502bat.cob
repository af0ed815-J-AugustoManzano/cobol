      * a cadeia as 14:00 por engano duas vezes, colidindo com os
      * usuarios on-line. A emergencia passa pelo parametro OPCIONAL
      * de override ("S").
      *
      * Em seguida o envelope de remessa (cabecalho e rodape de cada
      * submissao) e conferido por LOTEENV: rodape que nao bate com a
      * remessa, arquivo truncado ou remessa ja recebida recusam a
      * execucao como a janela; lacuna na numeracao de um
      * departamento so e avisada. O override vale tambem para a
      * remessa repetida (reexecucao de lote interrompido).
      *
      * Depois do processamento aciona C0502RET, que devolve a cada
      * departamento remetente um arquivo de retorno (RETdddd.DAT)
      * com os resultados e rejeicoes da sua area, entre cabecalho e
      * trailer de controle.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                 STOP RUN
              END-IF
           END-IF
           CALL "LOTEENV" USING WS-OVERRIDE, WS-PERMITIDO,
              WS-MOTIVO-JANELA.
           IF WS-PERMITIDO NOT = "S"
              DISPLAY "Execucao recusada: "
                 FUNCTION TRIM(WS-MOTIVO-JANELA)
              DISPLAY "Detalhes em LOTEENV.LST."
              PERFORM 900-GRAVA-RECUSA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-MOTIVO-JANELA NOT = SPACES
              DISPLAY "Aviso: " FUNCTION TRIM(WS-MOTIVO-JANELA)
           END-IF
           CALL "C0502FUT".
           CALL "C0502LOT".
           CALL "C0502RET".
           STOP RUN.
      ******************************************************************
      * CONFERE O CARIMBO DA DUPLA DIGITACAO: QUANTIDADE E SOMA DE     *
                 NOT AT END
                    ADD 1 TO WS-QTDE-CORRENTE
                    IF LT-TIPO NOT = "S" AND LT-TIPO NOT = "T"
                       AND LT-TIPO NOT = "X" AND LT-TIPO NOT = "C"
                       AND LT-TIPO NOT = "R"
                       COMPUTE WS-CHECKSUM-CORRENTE
                          = WS-CHECKSUM-CORRENTE
                          + FUNCTION ABS(LT-VLR-1) * 100
                          + FUNCTION ABS(LT-VLR-2) * 100
                       IF LT-OPERACAO = "I" AND LT-I-BASE IS NUMERIC
                          COMPUTE WS-CHECKSUM-CORRENTE
                             = WS-CHECKSUM-CORRENTE + LT-I-BASE * 100
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
