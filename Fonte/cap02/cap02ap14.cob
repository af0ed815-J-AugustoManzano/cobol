      * janela anunciada para o fim do mes se ativa sozinha no dia
      * certo. Chaves desconhecidas da tela (como DATA-NEGOCIO, do
      * DATANEG) sao preservadas intactas na regravacao.
      *
      * A multa e a mora dos contratos (MULTA-PCT, MORA-MES) e a
      * tabela de tarifas do rateio mensal da calculadora (TARIFA-ARIT,
      * TARIFA-EXPR, TARIFA-CAMB, TARIFA-FIN, em centavos, e o prazo
      * RATEIO-PRAZO) tambem sao mantidas por aqui, com quatro (ou
      * tres) digitos numericos obrigatorios.
      *
      * A exigencia de envelope de remessa no arquivo de pendencias
      * (EXIGE-ENVEL) aceita so "S" ou "N".
      *
      * A tolerancia da conferencia de caixa (CAIXA-TOLER, em
      * centavos) exige seis digitos numericos.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  AG-DATA-EFETIVA PIC 9(8).
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  QTDE-CHAVES VALUE 42.
       01  WS-CHAVES-CONHECIDAS.
           05  FILLER PIC X(12) VALUE "ARQ-LOTEIN".
           05  FILLER PIC X(12) VALUE "SECULO-CORTE".
           05  FILLER PIC X(12) VALUE "TRAVA-BATIM".
           05  FILLER PIC X(12) VALUE "TRAVA-ESPERA".
           05  FILLER PIC X(12) VALUE "BKP-RETENCAO".
           05  FILLER PIC X(12) VALUE "MULTA-PCT".
           05  FILLER PIC X(12) VALUE "MORA-MES".
           05  FILLER PIC X(12) VALUE "TARIFA-ARIT".
           05  FILLER PIC X(12) VALUE "TARIFA-EXPR".
           05  FILLER PIC X(12) VALUE "TARIFA-CAMB".
           05  FILLER PIC X(12) VALUE "TARIFA-FIN".
           05  FILLER PIC X(12) VALUE "RATEIO-PRAZO".
           05  FILLER PIC X(12) VALUE "EXIGE-ENVEL".
           05  FILLER PIC X(12) VALUE "CAIXA-TOLER".
           05  FILLER PIC X(12) VALUE "BANCO-JANELA".
           05  FILLER PIC X(12) VALUE "BANCO-CONTA".
           05  FILLER PIC X(12) VALUE "BOLETO-BANCO".
           05  FILLER PIC X(12) VALUE "BOLETO-CONV".
           05  FILLER PIC X(12) VALUE "EXPED-INICIO".
           05  FILLER PIC X(12) VALUE "EXPED-FIM".
           05  FILLER PIC X(12) VALUE "TRAVA-HUTEIS".
           05  FILLER PIC X(12) VALUE "BLOCO-DIAS".
           05  FILLER PIC X(12) VALUE "INADIMP-DIAS".
           05  FILLER PIC X(12) VALUE "AVAL-MINIMO".
           05  FILLER PIC X(12) VALUE "PRAZO-NOTAS".
           05  FILLER PIC X(12) VALUE "RETEN-ALUNO".
           05  FILLER PIC X(12) VALUE "INATIVA-DIAS".
           05  FILLER PIC X(12) VALUE "RECERT-PRAZO".
       01  WS-CHAVES-R REDEFINES WS-CHAVES-CONHECIDAS.
           05  WS-CHAVE-NOME PIC X(12) OCCURS QTDE-CHAVES TIMES.
       01  WS-TABELA-VALORES.
                          TO WS-MOTIVO
                    END-IF
                 END-IF
              WHEN "MULTA-PCT"
              WHEN "MORA-MES"
              WHEN "TARIFA-ARIT"
              WHEN "TARIFA-EXPR"
              WHEN "TARIFA-CAMB"
              WHEN "TARIFA-FIN"
                 IF WS-VALOR(1:4) IS NOT NUMERIC
                    MOVE "VALOR DEVE TER 4 DIGITOS (CENTESIMOS)"
                       TO WS-MOTIVO
                 END-IF
              WHEN "EXIGE-ENVEL"
                 IF WS-VALOR(1:1) NOT = "S" AND WS-VALOR(1:1) NOT = "N"
                    MOVE "VALOR DEVE SER S OU N" TO WS-MOTIVO
                 END-IF
              WHEN "CAIXA-TOLER"
                 IF WS-VALOR(1:6) IS NOT NUMERIC
                    MOVE "VALOR DEVE TER 6 DIGITOS (CENTESIMOS)"
                       TO WS-MOTIVO
                 END-IF
              WHEN "RATEIO-PRAZO"
                 IF WS-VALOR(1:3) IS NOT NUMERIC
                    MOVE "PRAZO DEVE SER NUMERICO (3 DIGITOS)"
                       TO WS-MOTIVO
                 END-IF
              WHEN "INADIMP-DIAS"
                 IF WS-VALOR(1:3) IS NOT NUMERIC
                    MOVE "TOLERANCIA DEVE TER 3 DIGITOS (DIAS)"
                       TO WS-MOTIVO
                 END-IF
              WHEN "AVAL-MINIMO"
                 IF WS-VALOR(1:3) IS NOT NUMERIC
                    OR WS-VALOR(1:3) = "000"
                    MOVE "MINIMO DEVE TER 3 DIGITOS (001-999)"
                       TO WS-MOTIVO
                 END-IF
              WHEN "PRAZO-NOTAS"
                 IF WS-VALOR(1:3) IS NOT NUMERIC
                    MOVE "PRAZO DEVE SER NUMERICO (3 DIGITOS)"
                       TO WS-MOTIVO
                 END-IF
              WHEN "RETEN-ALUNO"
                 IF WS-VALOR(1:3) IS NOT NUMERIC
                    OR WS-VALOR(1:3) = "000"
                    MOVE "RETENCAO DEVE TER 3 DIGITOS (ANOS)"
                       TO WS-MOTIVO
                 END-IF
              WHEN "INATIVA-DIAS"
                 IF WS-VALOR(1:3) IS NOT NUMERIC
                    MOVE "DIAS DEVEM TER 3 DIGITOS (000 DESLIGA)"
                       TO WS-MOTIVO
                 END-IF
              WHEN "RECERT-PRAZO"
                 IF WS-VALOR(1:3) IS NOT NUMERIC
                    OR WS-VALOR(1:3) = "000"
                    MOVE "PRAZO DEVE TER 3 DIGITOS (001-999)"
                       TO WS-MOTIVO
                 END-IF
           END-EVALUATE.
           EXIT.
      ******************************************************************
