       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP05AP15.
      *
      * Retorno da remessa de pagamentos: o banco devolve, para cada
      * lote enviado pela tela C0502REM (REMnnnnnn.DAT), o arquivo
      * RETPAG.DAT com cabecalho "0" (lote e data do retorno), um
      * detalhe "1" por item (lote, sequencia, compromisso, data do
      * pagamento, valor, ocorrencia "00" aceito ou o codigo e o
      * motivo da recusa) e trailer "9" com a quantidade. A primeira
      * passada reconta os detalhes contra o trailer e confere que
      * todos sao do lote do cabecalho; qualquer divergencia recusa o
      * retorno POR INTEIRO, como no extrato do CAP05AP14.
      *
      * Cada item ainda "E" (enviado) em PAGRUN.DAT e tratado:
      *    - aceito: o compromisso sai de "R" (em remessa), o item
      *      vira "L" e o pagamento e gravado pelo servico BAIXAPAG,
      *      com a data e o valor do banco e a referencia "RM" + lote
      *      + sequencia - o mesmo efeito da baixa digitada. Se o
      *      BAIXAPAG recusa a baixa (periodo fiscal fechado, tabela
      *      cheia), o item volta a "E" com o motivo e o compromisso
      *      volta a "R", para o item ser tratado num retorno
      *      seguinte e nao ser proposto de novo pela C0502REM;
      *    - recusado: o compromisso volta a "A", de novo na fila de
      *      vencimentos, e o item vira "D" com o motivo do banco.
      * Item ja tratado (o mesmo retorno lido de novo) e apenas
      * listado; item que nao pertence ao lote e apontado. Roda antes
      * da conciliacao bancaria, para os pagamentos aceitos ja
      * estarem no livro quando o extrato chegar.
      *
      * Saida RETPAG.LST via IMPRIME, preservada pela RELGER. Retorno
      * recusado termina com 8; item recusado pelo banco, item
      * estranho ao lote ou pagamento nao gravado, com 4.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-FILE ASSIGN TO "RETPAG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RET-STATUS.
           SELECT PAGRUN-FILE ASSIGN TO "PAGRUN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUN-STATUS.
           SELECT COMPROM-FILE ASSIGN TO "COMPROM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CMP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETORNO-FILE.
       01  RT-LINHA            PIC X(80).
       01  RT-CABECALHO REDEFINES RT-LINHA.
           05  RT-H-TIPO       PIC X.
           05  RT-H-LOTE       PIC 9(6).
           05  RT-H-DATA       PIC 9(8).
           05  FILLER          PIC X(65).
       01  RT-DETALHE REDEFINES RT-LINHA.
           05  RT-D-TIPO       PIC X.
           05  RT-D-LOTE       PIC 9(6).
           05  RT-D-SEQUENCIA  PIC 9(4).
           05  RT-D-CODIGO     PIC X(8).
           05  RT-D-DATA       PIC 9(8).
           05  RT-D-VALOR      PIC 9(11)V99.
           05  RT-D-OCORRENCIA PIC X(2).
           05  RT-D-MOTIVO     PIC X(30).
           05  FILLER          PIC X(8).
       01  RT-TRAILER REDEFINES RT-LINHA.
           05  RT-T-TIPO       PIC X.
           05  RT-T-LOTE       PIC 9(6).
           05  RT-T-QTDE       PIC 9(6).
           05  FILLER          PIC X(67).
       FD  PAGRUN-FILE.
       COPY "pagrun.cpy".
       FD  COMPROM-FILE.
       01  CM-REGISTRO.
           05  CM-CODIGO       PIC X(8).
           05  CM-DESCRICAO    PIC X(30).
           05  CM-VENCIMENTO   PIC X(10).
           05  CM-VALOR        PIC 9(7)V99.
           05  CM-RESPONSAVEL  PIC X(12).
           05  CM-SITUACAO     PIC X.
           05  CM-DIRECAO      PIC X.
           05  CM-MOEDA        PIC X(3).
           05  CM-TAXA-ORIG    PIC 9(2)V9(6).
           05  CM-DATA-ORIG    PIC 9(8).
           05  CM-UNIDADE      PIC X(3).
       WORKING-STORAGE SECTION.
       78  LIMITE-ITENS VALUE 3000.
       01  WS-TAB-PAGRUN.
           05  WS-RUN-ENTRADA OCCURS LIMITE-ITENS TIMES.
               10  WS-RUN-REG       PIC X(104).
               10  WS-RUN-BAIXAR    PIC X.
               10  WS-RUN-DATA      PIC 9(8).
               10  WS-RUN-VALOR     PIC 9(7)V99.
       77  WS-QTDE-ITENS       PIC 9(4) VALUE ZERO.
       78  LIMITE-COMPROM VALUE 2000.
       01  WS-TAB-COMPROM.
           05  WS-CMP-ENTRADA OCCURS LIMITE-COMPROM TIMES.
               10  WS-CMP-REG       PIC X(93).
               10  WS-CMP-ITEM      PIC 9(4).
       77  WS-QTDE-COMPROM     PIC 9(4) VALUE ZERO.
       77  WS-TRANSBORDO       PIC X VALUE "N".
       77  AC-RI               PIC 9(4).
       77  AC-CI               PIC 9(4).
       77  WS-RET-STATUS       PIC XX.
       77  WS-RUN-STATUS       PIC XX.
       77  WS-CMP-STATUS       PIC XX.
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
      *    Situacao do retorno: "S" sem arquivo, "R" recusado,
      *    "C" conferido e tratado.
       77  WS-SIT-RETORNO      PIC X VALUE "S".
       77  WS-MOTIVO-RECUSA    PIC X(50) VALUE SPACES.
       77  WS-TEM-CABECALHO    PIC X VALUE "N".
       77  WS-TEM-TRAILER      PIC X VALUE "N".
       77  WS-DETALHE-INVALIDO PIC X VALUE "N".
       77  WS-LOTE-RETORNO     PIC 9(6) VALUE ZERO.
       77  WS-DATA-RETORNO     PIC 9(8) VALUE ZERO.
       77  WS-CONTAGEM         PIC 9(6) VALUE ZERO.
       77  WS-COMPROM-MUDOU    PIC X VALUE "N".
       77  WS-HOUVE-FALHA      PIC X VALUE "N".
       77  WS-QTDE-RELIDOS     PIC 9(4) VALUE ZERO.
       77  WS-RESULTADO-ITEM   PIC X(40).
       77  WS-BX-CODIGO        PIC X(8).
       77  WS-BX-DATA          PIC 9(8).
       77  WS-BX-VALOR         PIC 9(7)V99.
       77  WS-BX-REFERENCIA    PIC X(12).
       77  WS-BX-SITUACAO      PIC X.
       77  WS-BX-MOTIVO        PIC X(40).
       77  WS-TOTAL-LIDOS      PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-ACEITOS    PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-DEVOLVIDOS PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-IGNORADOS  PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-ESTRANHOS  PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-FALHAS     PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-ALERTAS    PIC 9(6) VALUE ZERO.
       77  WS-VALOR-ACEITO     PIC 9(13)V99 VALUE ZERO.
       77  WS-VALOR-DEVOLVIDO  PIC 9(13)V99 VALUE ZERO.
       77  WS-S-VALOR          PIC Z(10)9.99.
       77  WS-S-TOTAL          PIC Z(12)9.99.
       77  WS-S-DATA           PIC X(10).
       77  WS-S-SEQ            PIC ZZZ9.
       77  WS-LINHA            PIC X(132) VALUE SPACES.
       77  WS-IMP-OPCAO        PIC X.
       77  WS-IMP-TEXTO        PIC X(132).
       77  WS-IMP-TOTAL        PIC 9(6) VALUE ZERO.
       77  WS-NOME-RELATORIO   PIC X(14).
       77  WS-DATA-INICIO      PIC X(20).
       77  WS-DATA-FIM         PIC X(20).
       77  WS-DUR-HRA          PIC 9(4).
       77  WS-DUR-MIN          PIC 9(2).
       77  WS-DUR-SEG          PIC 9(2).
       77  WS-DUR-CEN          PIC 9(2).
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP05A15".
       77  WS-RESULTADO        PIC X(20).
       77  WS-CONDICAO         PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY "-------------------------------------------".
           DISPLAY "Retorno da Remessa de Pagamentos".
           DISPLAY "-------------------------------------------".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-INICIO.
           PERFORM 100-CONFERE-RETORNO.
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "RETPAG.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "RETORNO DA REMESSA DE PAGAMENTOS"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           PERFORM 150-IMPRIME-SITUACAO.
           IF WS-SIT-RETORNO = "C"
              PERFORM 200-CARREGA-TABELAS
              IF WS-TRANSBORDO = "S"
                 MOVE "R" TO WS-SIT-RETORNO
                 MOVE SPACES TO WS-LINHA
                 STRING "*** LOTES OU COMPROMISSOS ALEM DA CAPACIDADE "
                        "DAS TABELAS; RETORNO NAO TRATADO"
                    DELIMITED BY SIZE INTO WS-LINHA
                 PERFORM 800-IMPRIME-LINHA
              ELSE
                 PERFORM 300-TRATA-RETORNO
              END-IF
           END-IF
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-TOTAL-ACEITOS TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "RETPAG.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           DISPLAY "Itens no retorno ...........: " WS-TOTAL-LIDOS.
           DISPLAY "Aceitos e baixados .........: " WS-TOTAL-ACEITOS.
           DISPLAY "Recusados pelo banco .......: "
              WS-TOTAL-DEVOLVIDOS.
           DISPLAY "Relatorio gravado em RETPAG.LST.".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-FIM.
           CALL "DURACALC" USING WS-DATA-INICIO, WS-DATA-FIM,
              WS-DUR-HRA, WS-DUR-MIN, WS-DUR-SEG, WS-DUR-CEN.
           COMPUTE WS-TOTAL-ALERTAS = WS-TOTAL-DEVOLVIDOS
              + WS-TOTAL-ESTRANHOS + WS-TOTAL-FALHAS.
           CALL "STATSLOG" USING BY REFERENCE WS-PROGRAMA,
              BY REFERENCE WS-TOTAL-LIDOS,
              BY REFERENCE WS-TOTAL-ALERTAS,
              BY REFERENCE WS-DUR-HRA, BY REFERENCE WS-DUR-MIN,
              BY REFERENCE WS-DUR-SEG, BY REFERENCE WS-DUR-CEN.
           EVALUATE TRUE
              WHEN WS-SIT-RETORNO = "R"
                 MOVE "RETORNO RECUSADO" TO WS-RESULTADO
                 MOVE 8 TO WS-CONDICAO
              WHEN WS-SIT-RETORNO = "S"
                 MOVE "SEM RETORNO" TO WS-RESULTADO
                 MOVE 0 TO WS-CONDICAO
              WHEN WS-TOTAL-ALERTAS > ZERO
                 MOVE "RETORNO COM RECUSAS" TO WS-RESULTADO
                 MOVE 4 TO WS-CONDICAO
              WHEN OTHER
                 MOVE "RETORNO TRATADO" TO WS-RESULTADO
                 MOVE 0 TO WS-CONDICAO
           END-EVALUATE.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           MOVE WS-CONDICAO TO RETURN-CODE.
           GOBACK.
      ******************************************************************
      * PRIMEIRA PASSADA DO RETORNO: RECONTA OS DETALHES CONTRA O      *
      * TRAILER E CONFERE O LOTE; DIVERGENCIA RECUSA O ARQUIVO INTEIRO *
      ******************************************************************
       100-CONFERE-RETORNO             SECTION.
           OPEN INPUT RETORNO-FILE.
           IF WS-RET-STATUS NOT = "00"
              MOVE "S" TO WS-SIT-RETORNO
              DISPLAY "Nenhum retorno do banco (RETPAG.DAT)."
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ RETORNO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    EVALUATE RT-LINHA(1:1)
                       WHEN "0"
                          MOVE "S" TO WS-TEM-CABECALHO
                          MOVE RT-H-LOTE TO WS-LOTE-RETORNO
                          MOVE RT-H-DATA TO WS-DATA-RETORNO
                       WHEN "9"
                          MOVE "S" TO WS-TEM-TRAILER
                          IF RT-T-QTDE IS NOT NUMERIC
                             OR RT-T-QTDE NOT = WS-CONTAGEM
                             OR RT-T-LOTE NOT = WS-LOTE-RETORNO
                             MOVE "TRAILER NAO CONFERE COM OS DETALHES"
                                TO WS-MOTIVO-RECUSA
                          END-IF
                       WHEN "1"
                          ADD 1 TO WS-CONTAGEM
                          IF RT-D-LOTE IS NOT NUMERIC
                             OR RT-D-SEQUENCIA IS NOT NUMERIC
                             OR RT-D-DATA IS NOT NUMERIC
                             OR RT-D-VALOR IS NOT NUMERIC
                             OR RT-D-LOTE NOT = WS-LOTE-RETORNO
                             MOVE "S" TO WS-DETALHE-INVALIDO
                          END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE RETORNO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE "R" TO WS-SIT-RETORNO.
           EVALUATE TRUE
              WHEN WS-TEM-CABECALHO NOT = "S"
                 OR WS-TEM-TRAILER NOT = "S"
                 MOVE "RETORNO SEM CABECALHO OU SEM TRAILER"
                    TO WS-MOTIVO-RECUSA
              WHEN WS-LOTE-RETORNO IS NOT NUMERIC
                 OR WS-LOTE-RETORNO = ZERO
                 OR WS-DATA-RETORNO IS NOT NUMERIC
                 MOVE "CABECALHO COM LOTE OU DATA INVALIDOS"
                    TO WS-MOTIVO-RECUSA
              WHEN WS-DETALHE-INVALIDO = "S"
                 MOVE "DETALHE INVALIDO OU DE OUTRO LOTE"
                    TO WS-MOTIVO-RECUSA
              WHEN WS-MOTIVO-RECUSA NOT = SPACES
                 CONTINUE
              WHEN OTHER
                 MOVE "C" TO WS-SIT-RETORNO
           END-EVALUATE.
           IF WS-SIT-RETORNO = "R"
              DISPLAY "Retorno recusado por inteiro: "
                 FUNCTION TRIM(WS-MOTIVO-RECUSA)
           END-IF.
           EXIT.
      ******************************************************************
      * SITUACAO DO RETORNO NO INICIO DO RELATORIO                     *
      ******************************************************************
       150-IMPRIME-SITUACAO            SECTION.
           MOVE SPACES TO WS-LINHA.
           EVALUATE WS-SIT-RETORNO
              WHEN "S"
                 MOVE "NENHUM RETORNO DO BANCO (RETPAG.DAT)"
                    TO WS-LINHA
              WHEN "R"
                 STRING "RETORNO DO LOTE " WS-LOTE-RETORNO
                        " RECUSADO POR INTEIRO: " WS-MOTIVO-RECUSA
                    DELIMITED BY SIZE INTO WS-LINHA
              WHEN OTHER
                 MOVE WS-DATA-RETORNO TO WS-BX-DATA
                 PERFORM 810-FORMATA-DATA
                 STRING "RETORNO DO LOTE " WS-LOTE-RETORNO
                        " DE " WS-S-DATA
                    DELIMITED BY SIZE INTO WS-LINHA
           END-EVALUATE.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * CARGA DE PAGRUN.DAT E COMPROM.DAT PARA AS TABELAS              *
      ******************************************************************
       200-CARREGA-TABELAS             SECTION.
           OPEN INPUT PAGRUN-FILE.
           IF WS-RUN-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ PAGRUN-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       IF WS-QTDE-ITENS < LIMITE-ITENS
                          ADD 1 TO WS-QTDE-ITENS
                          MOVE PR-REGISTRO
                             TO WS-RUN-REG(WS-QTDE-ITENS)
                          MOVE "N" TO WS-RUN-BAIXAR(WS-QTDE-ITENS)
                       ELSE
                          MOVE "S" TO WS-TRANSBORDO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAGRUN-FILE
              MOVE "N" TO WS-FIM-ARQUIVO
           END-IF
           OPEN INPUT COMPROM-FILE.
           IF WS-CMP-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ COMPROM-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       IF WS-QTDE-COMPROM < LIMITE-COMPROM
                          ADD 1 TO WS-QTDE-COMPROM
                          MOVE CM-REGISTRO
                             TO WS-CMP-REG(WS-QTDE-COMPROM)
                          MOVE ZERO TO WS-CMP-ITEM(WS-QTDE-COMPROM)
                       ELSE
                          MOVE "S" TO WS-TRANSBORDO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMPROM-FILE
              MOVE "N" TO WS-FIM-ARQUIVO
           END-IF.
           EXIT.
      ******************************************************************
      * SEGUNDA PASSADA: CADA DETALHE CONTRA O ITEM DO LOTE; DEPOIS O  *
      * REGISTRO DE COMPROMISSOS, OS PAGAMENTOS ACEITOS E OS ITENS     *
      ******************************************************************
       300-TRATA-RETORNO               SECTION.
           MOVE SPACES TO WS-LINHA.
           MOVE "SEQ  COMPROM. DATA PGTO          VALOR OC RESULTADO"
              TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           OPEN INPUT RETORNO-FILE.
           PERFORM UNTIL WS-FIM-OK
              READ RETORNO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF RT-D-TIPO = "1"
                       ADD 1 TO WS-TOTAL-LIDOS
                       PERFORM 310-TRATA-DETALHE
                       PERFORM 700-LINHA-DETALHE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RETORNO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           IF WS-COMPROM-MUDOU = "S"
              PERFORM 480-REGRAVA-COMPROMISSOS
           END-IF
           PERFORM 400-GRAVA-PAGAMENTOS.
           PERFORM 490-REGRAVA-LOTES.
           PERFORM 600-TOTAIS.
           EXIT.
      ******************************************************************
      * UM DETALHE DO RETORNO: ACEITO MARCA O ITEM "L" PARA A BAIXA,   *
      * RECUSADO "D" COM O MOTIVO; O COMPROMISSO SAI DE "R" NOS DOIS   *
      ******************************************************************
       310-TRATA-DETALHE               SECTION.
           PERFORM VARYING AC-RI FROM 1 BY 1
                   UNTIL AC-RI > WS-QTDE-ITENS
              MOVE WS-RUN-REG(AC-RI) TO PR-REGISTRO
              IF PR-LOTE = RT-D-LOTE
                 AND PR-SEQUENCIA = RT-D-SEQUENCIA
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF AC-RI > WS-QTDE-ITENS OR PR-CODIGO NOT = RT-D-CODIGO
              ADD 1 TO WS-TOTAL-ESTRANHOS
              MOVE "ITEM NAO PERTENCE AO LOTE" TO WS-RESULTADO-ITEM
              EXIT SECTION
           END-IF
           IF PR-SITUACAO NOT = "E"
              ADD 1 TO WS-TOTAL-IGNORADOS
              MOVE "JA TRATADO EM RETORNO ANTERIOR"
                 TO WS-RESULTADO-ITEM
              EXIT SECTION
           END-IF
           IF RT-D-OCORRENCIA = "00" AND RT-D-VALOR > 9999999.99
              ADD 1 TO WS-TOTAL-ESTRANHOS
              MOVE "VALOR ALEM DO REGISTRO DE PAGAMENTOS"
                 TO WS-RESULTADO-ITEM
              EXIT SECTION
           END-IF
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-COMPROM
              MOVE WS-CMP-REG(AC-CI) TO CM-REGISTRO
              IF CM-CODIGO = PR-CODIGO AND CM-SITUACAO = "R"
                 MOVE "A" TO CM-SITUACAO
                 MOVE CM-REGISTRO TO WS-CMP-REG(AC-CI)
                 MOVE AC-RI TO WS-CMP-ITEM(AC-CI)
                 MOVE "S" TO WS-COMPROM-MUDOU
              END-IF
           END-PERFORM.
           MOVE WS-DATA-RETORNO TO PR-DATA-SIT.
           MOVE WS-PROGRAMA     TO PR-OPERADOR.
           IF RT-D-OCORRENCIA = "00"
              MOVE "L" TO PR-SITUACAO
              MOVE "S" TO WS-RUN-BAIXAR(AC-RI)
              MOVE RT-D-DATA  TO WS-RUN-DATA(AC-RI)
              MOVE RT-D-VALOR TO WS-RUN-VALOR(AC-RI)
              ADD 1 TO WS-TOTAL-ACEITOS
              ADD RT-D-VALOR TO WS-VALOR-ACEITO
              MOVE "ACEITO - PAGAMENTO BAIXADO" TO WS-RESULTADO-ITEM
           ELSE
              MOVE "D" TO PR-SITUACAO
              MOVE SPACES TO PR-MOTIVO
              IF RT-D-MOTIVO = SPACES
                 STRING "OCORRENCIA " RT-D-OCORRENCIA
                    DELIMITED BY SIZE INTO PR-MOTIVO
              ELSE
                 MOVE RT-D-MOTIVO TO PR-MOTIVO
              END-IF
              ADD 1 TO WS-TOTAL-DEVOLVIDOS
              ADD PR-VALOR TO WS-VALOR-DEVOLVIDO
              MOVE SPACES TO WS-RESULTADO-ITEM
              STRING "RECUSADO - " PR-MOTIVO
                 DELIMITED BY SIZE INTO WS-RESULTADO-ITEM
           END-IF
           MOVE PR-REGISTRO TO WS-RUN-REG(AC-RI).
           EXIT.
      ******************************************************************
      * PAGAMENTOS ACEITOS GRAVADOS PELO BAIXAPAG, JA COM O REGISTRO   *
      * DE COMPROMISSOS DE VOLTA EM "A"; NA RECUSA DA BAIXA O ITEM     *
      * VOLTA A "E" COM O MOTIVO E O COMPROMISSO A "R" (460)           *
      ******************************************************************
       400-GRAVA-PAGAMENTOS            SECTION.
           PERFORM VARYING AC-RI FROM 1 BY 1
                   UNTIL AC-RI > WS-QTDE-ITENS
              IF WS-RUN-BAIXAR(AC-RI) = "S"
                 MOVE WS-RUN-REG(AC-RI) TO PR-REGISTRO
                 MOVE PR-CODIGO TO WS-BX-CODIGO
                 MOVE WS-RUN-DATA(AC-RI)  TO WS-BX-DATA
                 MOVE WS-RUN-VALOR(AC-RI) TO WS-BX-VALOR
                 MOVE SPACES TO WS-BX-REFERENCIA
                 STRING "RM" PR-LOTE PR-SEQUENCIA
                    DELIMITED BY SIZE INTO WS-BX-REFERENCIA
                 CALL "BAIXAPAG" USING WS-BX-CODIGO, WS-BX-DATA,
                    WS-BX-VALOR, WS-BX-REFERENCIA, WS-BX-SITUACAO,
                    WS-BX-MOTIVO
                 IF WS-BX-SITUACAO NOT = "S"
                    MOVE WS-BX-MOTIVO TO PR-MOTIVO
                    MOVE "E" TO PR-SITUACAO
                    MOVE PR-REGISTRO TO WS-RUN-REG(AC-RI)
                    MOVE "F" TO WS-RUN-BAIXAR(AC-RI)
                    MOVE "S" TO WS-HOUVE-FALHA
                    ADD 1 TO WS-TOTAL-FALHAS
                    SUBTRACT 1 FROM WS-TOTAL-ACEITOS
                    SUBTRACT WS-RUN-VALOR(AC-RI) FROM WS-VALOR-ACEITO
                    MOVE SPACES TO WS-LINHA
                    STRING "*** PAGAMENTO DE " PR-CODIGO
                           " NAO GRAVADO: " WS-BX-MOTIVO
                           " - ITEM VOLTA A ENVIADO"
                       DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM 800-IMPRIME-LINHA
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-HOUVE-FALHA = "S"
              PERFORM 460-DEVOLVE-REMESSA
           END-IF.
           EXIT.
      ******************************************************************
      * BAIXA RECUSADA: COMPROM.DAT RELIDO (O BAIXAPAG JA O REGRAVOU)  *
      * E O COMPROMISSO LIBERADO PELO ITEM VOLTA DE "A" A "R"; A ORDEM *
      * DOS REGISTROS E A MESMA DA CARGA                               *
      ******************************************************************
       460-DEVOLVE-REMESSA             SECTION.
           MOVE ZERO TO WS-QTDE-RELIDOS.
           OPEN INPUT COMPROM-FILE.
           IF WS-CMP-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ COMPROM-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-RELIDOS < WS-QTDE-COMPROM
                       ADD 1 TO WS-QTDE-RELIDOS
                       MOVE CM-REGISTRO TO WS-CMP-REG(WS-QTDE-RELIDOS)
                    ELSE
                       MOVE "S" TO WS-TRANSBORDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPROM-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           IF WS-TRANSBORDO = "S"
              OR WS-QTDE-RELIDOS NOT = WS-QTDE-COMPROM
              MOVE SPACES TO WS-LINHA
              STRING "*** COMPROM.DAT MUDOU DURANTE O RETORNO; "
                     "COMPROMISSOS DOS ITENS NAO BAIXADOS FICAM EM A"
                 DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
              EXIT SECTION
           END-IF
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-COMPROM
              IF WS-CMP-ITEM(AC-CI) > ZERO
                 MOVE WS-CMP-REG(AC-CI) TO CM-REGISTRO
                 IF WS-RUN-BAIXAR(WS-CMP-ITEM(AC-CI)) = "F"
                    AND CM-SITUACAO = "A"
                    MOVE "R" TO CM-SITUACAO
                    MOVE CM-REGISTRO TO WS-CMP-REG(AC-CI)
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM 480-REGRAVA-COMPROMISSOS.
           EXIT.
      ******************************************************************
      * REGRAVACAO INTEGRAL DE COMPROM.DAT A PARTIR DA TABELA          *
      ******************************************************************
       480-REGRAVA-COMPROMISSOS        SECTION.
           OPEN OUTPUT COMPROM-FILE.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-COMPROM
              MOVE WS-CMP-REG(AC-CI) TO CM-REGISTRO
              WRITE CM-REGISTRO
           END-PERFORM.
           CLOSE COMPROM-FILE.
           EXIT.
      ******************************************************************
      * REGRAVACAO INTEGRAL DE PAGRUN.DAT A PARTIR DA TABELA           *
      ******************************************************************
       490-REGRAVA-LOTES               SECTION.
           OPEN OUTPUT PAGRUN-FILE.
           PERFORM VARYING AC-RI FROM 1 BY 1
                   UNTIL AC-RI > WS-QTDE-ITENS
              MOVE WS-RUN-REG(AC-RI) TO PR-REGISTRO
              WRITE PR-REGISTRO
           END-PERFORM.
           CLOSE PAGRUN-FILE.
           EXIT.
      ******************************************************************
      * TOTAIS DO RETORNO                                              *
      ******************************************************************
       600-TOTAIS                      SECTION.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE WS-VALOR-ACEITO TO WS-S-TOTAL.
           MOVE SPACES TO WS-LINHA.
           STRING "ACEITOS E BAIXADOS ......: " WS-TOTAL-ACEITOS
                  "  VALOR " WS-S-TOTAL
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE WS-VALOR-DEVOLVIDO TO WS-S-TOTAL.
           MOVE SPACES TO WS-LINHA.
           STRING "RECUSADOS (REABERTOS) ...: " WS-TOTAL-DEVOLVIDOS
                  "  VALOR " WS-S-TOTAL
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "JA TRATADOS ANTES .......: " WS-TOTAL-IGNORADOS
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "ESTRANHOS AO LOTE .......: " WS-TOTAL-ESTRANHOS
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "PAGAMENTOS NAO GRAVADOS .: " WS-TOTAL-FALHAS
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * UMA LINHA DO RELATORIO POR DETALHE DO RETORNO                  *
      ******************************************************************
       700-LINHA-DETALHE               SECTION.
           MOVE SPACES TO WS-LINHA.
           MOVE RT-D-SEQUENCIA TO WS-S-SEQ.
           MOVE WS-S-SEQ TO WS-LINHA(1:4).
           MOVE RT-D-CODIGO TO WS-LINHA(6:8).
           MOVE RT-D-DATA TO WS-BX-DATA.
           PERFORM 810-FORMATA-DATA.
           MOVE WS-S-DATA TO WS-LINHA(15:10).
           MOVE RT-D-VALOR TO WS-S-VALOR.
           MOVE WS-S-VALOR TO WS-LINHA(26:14).
           MOVE RT-D-OCORRENCIA TO WS-LINHA(41:2).
           MOVE WS-RESULTADO-ITEM TO WS-LINHA(44:40).
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * UMA LINHA PARA O RELATORIO VIA IMPRIME                         *
      ******************************************************************
       800-IMPRIME-LINHA               SECTION.
           MOVE "L" TO WS-IMP-OPCAO.
           MOVE WS-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           EXIT.
      ******************************************************************
      * DATA AAAAMMDD (WS-BX-DATA) EM DD/MM/AAAA PARA O RELATORIO      *
      ******************************************************************
       810-FORMATA-DATA                SECTION.
           MOVE SPACES TO WS-S-DATA.
           STRING WS-BX-DATA(7:2) "/" WS-BX-DATA(5:2) "/"
                  WS-BX-DATA(1:4)
              DELIMITED BY SIZE INTO WS-S-DATA.
           EXIT.
       END PROGRAM CAP05AP15.
