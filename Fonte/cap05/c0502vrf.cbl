      * registros de expressao. As divergencias saem numa listagem
      * (LOTEVRF.LST) para correcao; zerando as divergencias, o
      * arquivo e carimbado apto em LOTEVRF.CTL (quantidade de
      * registros e soma de conferencia, com a base larga do registro
      * de imposto quando preenchida), que e o carimbo que
      * C0502BAT exige antes de processar quando a chave EXIGE-VERIF
      * de SYSCFG.DAT esta em "S". Linhas de controle "S"/"T" nao
      * carregam valores digitados e sao confirmadas sem redigitacao,
      * assim como o cabecalho e o rodape do envelope de remessa.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  LS-V-OPERACAO       PIC X.
       77  LS-V-VLR-1          PIC S9(4)V99.
       77  LS-V-VLR-2          PIC S9(4)V99.
       77  LS-V-BASE           PIC 9(9)V99.
       77  LS-V-TEXTO          PIC X(60).
       77  LS-MOTIVO           PIC X(40).
       77  LS-S-LINHA          PIC ZZZZZ9.
           EVALUATE LT-TIPO
              WHEN "S"
              WHEN "T"
              WHEN "C"
              WHEN "R"
                 CONTINUE
              WHEN "X"
                 PERFORM 250-VERIFICA-EXPRESSAO
      ******************************************************************
       220-VERIFICA-DETALHE            SECTION.
           DISPLAY "Registro " LS-TOTAL-LIDOS " (detalhe)".
           DISPLAY "  Operacao (A/S/M/D/I): " WITH NO ADVANCING.
           ACCEPT LS-V-OPERACAO.
           MOVE FUNCTION UPPER-CASE(LS-V-OPERACAO) TO LS-V-OPERACAO.
           DISPLAY "  Valor 1 ..........: " WITH NO ADVANCING.
           ACCEPT LS-V-VLR-1.
           DISPLAY "  Valor 2 ..........: " WITH NO ADVANCING.
           ACCEPT LS-V-VLR-2.
           MOVE ZERO TO LS-V-BASE.
           IF LT-OPERACAO = "I" AND LT-I-BASE IS NUMERIC
              DISPLAY "  Base do imposto ..: " WITH NO ADVANCING
              ACCEPT LS-V-BASE
           END-IF.
           EVALUATE TRUE
              WHEN LS-V-OPERACAO NOT = LT-OPERACAO
                 MOVE "OPERACAO DIVERGE" TO LS-MOTIVO
                 MOVE "VALOR 1 DIVERGE" TO LS-MOTIVO
              WHEN LS-V-VLR-2 NOT = LT-VLR-2
                 MOVE "VALOR 2 DIVERGE" TO LS-MOTIVO
              WHEN LT-OPERACAO = "I" AND LT-I-BASE IS NUMERIC
                 AND LS-V-BASE NOT = LT-I-BASE
                 MOVE "BASE DO IMPOSTO DIVERGE" TO LS-MOTIVO
           END-EVALUATE.
           COMPUTE LS-CHECKSUM = LS-CHECKSUM
              + FUNCTION ABS(LT-VLR-1) * 100
              + FUNCTION ABS(LT-VLR-2) * 100.
           IF LT-OPERACAO = "I" AND LT-I-BASE IS NUMERIC
              COMPUTE LS-CHECKSUM = LS-CHECKSUM + LT-I-BASE * 100
           END-IF.
           EXIT.
      ******************************************************************
      * EXPRESSAO: O TEXTO INTEIRO E REDIGITADO E CASADO               *
