      * casado com a transacao que o gerou. Em sessao de treinamento
      * o nome do log passa por ARQNOME e a gravacao vai para a copia
      * de pratica TRNCALCLOG.DAT, sem tocar o log de producao.
      *
      * O recibo traz tambem o resultado por extenso (servico
      * EXTENSO, em reais, ate os centavos), que documento
      * com valor legal exige alem dos algarismos; quando o extenso
      * nao cabe numa linha, segue na linha de baixo.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  LS-S-RECIBO   PIC 9(6).
       77  LS-S-VLR-1    PIC -(4)9.99.
       77  LS-S-VLR-2    PIC -(4)9.99.
       77  LS-VALOR-EXT  PIC S9(9)V99.
       77  LS-MOEDA-EXT  PIC X(3) VALUE SPACES.
       77  LS-EXTENSO    PIC X(200).
       77  LS-EXT-STATUS PIC X.
       LINKAGE SECTION.
       77  LK-OPERACAO PIC X(10).
       77  LK-VLR-1    PIC S9(4)V99.
              DELIMITED BY SIZE INTO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "L",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           MOVE LK-C-RST TO LS-VALOR-EXT.
           CALL "EXTENSO" USING LS-VALOR-EXT, LS-MOEDA-EXT,
              LS-EXTENSO, LS-EXT-STATUS.
           MOVE SPACES TO LS-IMP-TEXTO.
           STRING "POR EXTENSO : " LS-EXTENSO(1:100)
              DELIMITED BY SIZE INTO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "L",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           IF LS-EXTENSO(101:100) NOT = SPACES
              MOVE SPACES TO LS-IMP-TEXTO
              STRING "              " LS-EXTENSO(101:100)
                 DELIMITED BY SIZE INTO LS-IMP-TEXTO
              CALL "IMPRIME" USING BY CONTENT "L",
                 BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL
           END-IF
           MOVE 1 TO LS-IMP-TOTAL.
           MOVE SPACES TO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "F",
