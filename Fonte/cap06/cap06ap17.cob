       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP06AP17.
      *
      * Reavaliacao cambial de fim de mes dos compromissos em moeda
      * estrangeira: o saldo em USD ou EUR de um fornecedor de fora
      * nao muda, mas o valor dele em moeda local muda todo dia com
      * CAMBIO.DAT, e o fechamento precisa do ganho ou perda de
      * cambio do mes. Para cada compromisso com CP-MOEDA preenchida
      * que tinha saldo em aberto no ultimo dia da competencia (valor
      * menos os pagamentos de COMPAGTO.DAT ate aquele dia, entao um
      * item quitado depois do fechamento ainda entra), o saldo na
      * moeda e valorizado tres vezes:
      *    ORIGINAL - pela taxa guardada na inclusao (CP-TAXA-ORIG);
      *    ANTERIOR - pela taxa vigente no fim do mes anterior, ou a
      *               original se o compromisso nasceu dentro da
      *               competencia;
      *    ATUAL    - pela taxa vigente no fim da competencia.
      * As taxas saem do servico TAXACAMB, a mesma escolha datada do
      * C0502CVT. O resultado do mes e ATUAL menos ANTERIOR e o
      * acumulado e ATUAL menos ORIGINAL, com o sinal do ponto de
      * vista da empresa: num item a pagar, moeda que sobe e perda;
      * num item a receber, e ganho (positivo = ganho, negativo =
      * perda). Moeda sem taxa vigente no fim do mes sai com o aviso,
      * fora dos totais, e o passo termina com 4.
      *
      * A competencia padrao e o mes anterior ao da data de negocio
      * (o passo roda no primeiro dia util do mes, como o rateio do
      * CAP05AP12); o parametro OPCIONAL LK-COMPETENCIA (AAAAMM) refaz
      * um mes especifico. Saida REAVAL.LST via IMPRIME, preservada
      * pela RELGER, com os totais em CTLTOTAIS.DAT via STATSLOG.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPROM-FILE ASSIGN TO "COMPROM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CMP-STATUS.
           SELECT PAGTO-FILE ASSIGN TO "COMPAGTO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPROM-FILE.
       01  CP-REGISTRO.
           05  CP-CODIGO       PIC X(8).
           05  CP-DESCRICAO    PIC X(30).
           05  CP-VENCIMENTO   PIC X(10).
           05  CP-VALOR        PIC 9(7)V99.
           05  CP-RESPONSAVEL  PIC X(12).
           05  CP-SITUACAO     PIC X.
           05  CP-DIRECAO      PIC X.
           05  CP-MOEDA        PIC X(3).
           05  CP-TAXA-ORIG    PIC 9(2)V9(6).
           05  CP-DATA-ORIG    PIC 9(8).
           05  CP-UNIDADE      PIC X(3).
       FD  PAGTO-FILE.
       COPY "compagto.cpy".
       WORKING-STORAGE SECTION.
       78  LIMITE-CODIGOS VALUE 200.
       01  WS-TAB-PAGOS.
           05  WS-PAGO-ENTRADA OCCURS LIMITE-CODIGOS TIMES.
               10  WS-PAGO-CODIGO PIC X(8).
               10  WS-PAGO-SOMA   PIC 9(8)V99.
       77  WS-QTDE-PAGOS       PIC 9(3) VALUE ZERO.
       77  AC-CI               PIC 9(3).
       77  AC-ACHOU            PIC 9(3).
       77  WS-CMP-STATUS       PIC XX.
       77  WS-PAG-STATUS       PIC XX.
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
       77  WS-DATA-NEG         PIC 9(8).
       01  WS-COMPETENCIA.
           05  WS-CPT-ANO      PIC 9(4).
           05  WS-CPT-MES      PIC 9(2).
       01  WS-PRIMEIRO-DIA.
           05  WS-PD-ANO       PIC 9(4).
           05  WS-PD-MES       PIC 9(2).
           05  WS-PD-DIA       PIC 9(2) VALUE 1.
       01  WS-PRIMEIRO-DIA-N REDEFINES WS-PRIMEIRO-DIA PIC 9(8).
       77  WS-FIM-MES          PIC 9(8).
       77  WS-FIM-MES-ANT      PIC 9(8).
       77  WS-SALDO-MOEDA      PIC S9(8)V99.
       77  WS-TAXA-ANT         PIC 9(2)V9(6).
       77  WS-TAXA-ATU         PIC 9(2)V9(6).
       77  WS-VIGENCIA-TAXA    PIC X(10).
       77  WS-ACHOU-TAXA       PIC X.
       77  WS-VLR-ORIGINAL     PIC S9(9)V99.
       77  WS-VLR-ANTERIOR     PIC S9(9)V99.
       77  WS-VLR-ATUAL        PIC S9(9)V99.
       77  WS-RESULT-MES       PIC S9(9)V99.
       77  WS-RESULT-ACUM      PIC S9(9)V99.
       77  WS-TOT-ORIGINAL     PIC S9(10)V99 VALUE ZERO.
       77  WS-TOT-ANTERIOR     PIC S9(10)V99 VALUE ZERO.
       77  WS-TOT-ATUAL        PIC S9(10)V99 VALUE ZERO.
       77  WS-TOT-RESULT-MES   PIC S9(10)V99 VALUE ZERO.
       77  WS-TOT-RESULT-ACUM  PIC S9(10)V99 VALUE ZERO.
       77  WS-TOTAL-LIDOS      PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-REAVAL     PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-SEM-TAXA   PIC 9(6) VALUE ZERO.
       77  WS-S-MOEDA          PIC -(7)9.99.
       77  WS-S-ORIGINAL       PIC -(9)9.99.
       77  WS-S-ANTERIOR       PIC -(9)9.99.
       77  WS-S-ATUAL          PIC -(9)9.99.
       77  WS-S-RESULT-MES     PIC -(9)9.99.
       77  WS-S-RESULT-ACUM    PIC -(9)9.99.
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
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP06A17".
       77  WS-RESULTADO        PIC X(20).
       LINKAGE SECTION.
       77  LK-COMPETENCIA      PIC 9(6).
       PROCEDURE DIVISION USING OPTIONAL LK-COMPETENCIA.
       PROG-PRINCIPAL-PARA.
           DISPLAY "-------------------------------------------".
           DISPLAY "Reavaliacao Cambial dos Compromissos".
           DISPLAY "-------------------------------------------".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-INICIO.
           PERFORM 100-LE-PARAMETROS.
           PERFORM 150-CARREGA-PAGAMENTOS.
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "REAVAL.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "REAVALIACAO CAMBIAL DOS COMPROMISSOS EM MOEDA"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE SPACES TO WS-LINHA.
           STRING "COMPETENCIA " WS-CPT-MES "/" WS-CPT-ANO
                  "   FIM DO MES " WS-FIM-MES
                  "   FIM DO MES ANTERIOR " WS-FIM-MES-ANT
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "CODIGO   MOE D SALDO MOEDA      ORIGINAL "
                  "     ANTERIOR         ATUAL    RESULT MES "
                  "  RESULT ACUM"
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           OPEN INPUT COMPROM-FILE.
           IF WS-CMP-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ COMPROM-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       IF CP-MOEDA NOT = SPACES
                          AND CP-DATA-ORIG IS NUMERIC
                          AND CP-DATA-ORIG <= WS-FIM-MES
                          PERFORM 200-REAVALIA-ITEM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMPROM-FILE
           END-IF.
           PERFORM 500-IMPRIME-TOTAIS.
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-TOTAL-REAVAL TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "REAVAL.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           DISPLAY "Competencia ........: " WS-CPT-MES "/" WS-CPT-ANO.
           DISPLAY "Itens reavaliados ..: " WS-TOTAL-REAVAL.
           DISPLAY "Itens sem taxa .....: " WS-TOTAL-SEM-TAXA.
           DISPLAY "Relatorio gravado em REAVAL.LST.".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-FIM.
           CALL "DURACALC" USING WS-DATA-INICIO, WS-DATA-FIM,
              WS-DUR-HRA, WS-DUR-MIN, WS-DUR-SEG, WS-DUR-CEN.
           CALL "STATSLOG" USING BY REFERENCE WS-PROGRAMA,
              BY REFERENCE WS-TOTAL-LIDOS,
              BY REFERENCE WS-TOTAL-SEM-TAXA,
              BY REFERENCE WS-DUR-HRA, BY REFERENCE WS-DUR-MIN,
              BY REFERENCE WS-DUR-SEG, BY REFERENCE WS-DUR-CEN.
           IF WS-TOTAL-SEM-TAXA = ZERO
              MOVE "REAVALIACAO OK" TO WS-RESULTADO
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE "REAVAL S/TAXA" TO WS-RESULTADO
              MOVE 4 TO RETURN-CODE
           END-IF.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           GOBACK.
      ******************************************************************
      * COMPETENCIA (PARAMETRO OU MES ANTERIOR A DATA DE NEGOCIO) E    *
      * OS DOIS FINS DE MES DA REAVALIACAO                             *
      ******************************************************************
       100-LE-PARAMETROS               SECTION.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
           IF ADDRESS OF LK-COMPETENCIA NOT = NULL
              AND LK-COMPETENCIA IS NUMERIC
              AND LK-COMPETENCIA NOT = ZERO
              MOVE LK-COMPETENCIA TO WS-COMPETENCIA
           ELSE
              MOVE WS-DATA-NEG(1:6) TO WS-COMPETENCIA
              IF WS-CPT-MES = 1
                 MOVE 12 TO WS-CPT-MES
                 SUBTRACT 1 FROM WS-CPT-ANO
              ELSE
                 SUBTRACT 1 FROM WS-CPT-MES
              END-IF
           END-IF.
           MOVE WS-CPT-ANO TO WS-PD-ANO.
           MOVE WS-CPT-MES TO WS-PD-MES.
           COMPUTE WS-FIM-MES-ANT = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-PRIMEIRO-DIA-N) - 1).
           IF WS-CPT-MES = 12
              COMPUTE WS-PD-ANO = WS-CPT-ANO + 1
              MOVE 1 TO WS-PD-MES
           ELSE
              COMPUTE WS-PD-MES = WS-CPT-MES + 1
           END-IF.
           COMPUTE WS-FIM-MES = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-PRIMEIRO-DIA-N) - 1).
           EXIT.
      ******************************************************************
      * SOMA POR CODIGO DOS PAGAMENTOS FEITOS ATE O FIM DA COMPETENCIA *
      ******************************************************************
       150-CARREGA-PAGAMENTOS          SECTION.
           OPEN INPUT PAGTO-FILE.
           IF WS-PAG-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ PAGTO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF PG-DATA <= WS-FIM-MES
                       PERFORM 160-ACUMULA-PAGAMENTO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAGTO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * ACUMULA UM PAGAMENTO NO CODIGO DELE                            *
      ******************************************************************
       160-ACUMULA-PAGAMENTO           SECTION.
           MOVE ZERO TO AC-ACHOU.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-PAGOS OR AC-ACHOU > ZERO
              IF WS-PAGO-CODIGO(AC-CI) = PG-CODIGO
                 MOVE AC-CI TO AC-ACHOU
              END-IF
           END-PERFORM.
           IF AC-ACHOU = ZERO AND WS-QTDE-PAGOS < LIMITE-CODIGOS
              ADD 1 TO WS-QTDE-PAGOS
              MOVE WS-QTDE-PAGOS TO AC-ACHOU
              MOVE PG-CODIGO TO WS-PAGO-CODIGO(AC-ACHOU)
              MOVE ZERO TO WS-PAGO-SOMA(AC-ACHOU)
           END-IF.
           IF AC-ACHOU > ZERO
              ADD PG-VALOR TO WS-PAGO-SOMA(AC-ACHOU)
           END-IF.
           EXIT.
      ******************************************************************
      * UM COMPROMISSO EM MOEDA: SALDO NO FIM DO MES VALORIZADO PELA   *
      * TAXA ORIGINAL, PELA DO FIM DO MES ANTERIOR E PELA DO FIM DO    *
      * MES, COM O RESULTADO CAMBIAL DO PONTO DE VISTA DA EMPRESA      *
      ******************************************************************
       200-REAVALIA-ITEM               SECTION.
           MOVE CP-VALOR TO WS-SALDO-MOEDA.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-PAGOS
              IF WS-PAGO-CODIGO(AC-CI) = CP-CODIGO
                 COMPUTE WS-SALDO-MOEDA = CP-VALOR
                    - WS-PAGO-SOMA(AC-CI)
              END-IF
           END-PERFORM.
           IF WS-SALDO-MOEDA <= ZERO
              EXIT SECTION
           END-IF.
           MOVE WS-SALDO-MOEDA TO WS-S-MOEDA.
           CALL "TAXACAMB" USING CP-MOEDA, WS-FIM-MES, WS-TAXA-ATU,
              WS-VIGENCIA-TAXA, WS-ACHOU-TAXA.
           IF WS-ACHOU-TAXA NOT = "S"
              ADD 1 TO WS-TOTAL-SEM-TAXA
              MOVE SPACES TO WS-LINHA
              STRING CP-CODIGO " " CP-MOEDA " " CP-DIRECAO " "
                     WS-S-MOEDA "  SEM TAXA VIGENTE NO FIM DO MES;"
                     " FORA DOS TOTAIS"
                 DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
              EXIT SECTION
           END-IF.
           MOVE CP-TAXA-ORIG TO WS-TAXA-ANT.
           IF CP-DATA-ORIG <= WS-FIM-MES-ANT
              CALL "TAXACAMB" USING CP-MOEDA, WS-FIM-MES-ANT,
                 WS-TAXA-ANT, WS-VIGENCIA-TAXA, WS-ACHOU-TAXA
              IF WS-ACHOU-TAXA NOT = "S"
                 MOVE CP-TAXA-ORIG TO WS-TAXA-ANT
              END-IF
           END-IF.
           COMPUTE WS-VLR-ORIGINAL ROUNDED =
              WS-SALDO-MOEDA * CP-TAXA-ORIG.
           COMPUTE WS-VLR-ANTERIOR ROUNDED =
              WS-SALDO-MOEDA * WS-TAXA-ANT.
           COMPUTE WS-VLR-ATUAL ROUNDED =
              WS-SALDO-MOEDA * WS-TAXA-ATU.
           IF CP-DIRECAO = "R"
              COMPUTE WS-RESULT-MES = WS-VLR-ATUAL - WS-VLR-ANTERIOR
              COMPUTE WS-RESULT-ACUM = WS-VLR-ATUAL - WS-VLR-ORIGINAL
           ELSE
              COMPUTE WS-RESULT-MES = WS-VLR-ANTERIOR - WS-VLR-ATUAL
              COMPUTE WS-RESULT-ACUM = WS-VLR-ORIGINAL - WS-VLR-ATUAL
           END-IF.
           ADD 1 TO WS-TOTAL-REAVAL.
           ADD WS-VLR-ORIGINAL TO WS-TOT-ORIGINAL.
           ADD WS-VLR-ANTERIOR TO WS-TOT-ANTERIOR.
           ADD WS-VLR-ATUAL    TO WS-TOT-ATUAL.
           ADD WS-RESULT-MES   TO WS-TOT-RESULT-MES.
           ADD WS-RESULT-ACUM  TO WS-TOT-RESULT-ACUM.
           MOVE WS-VLR-ORIGINAL TO WS-S-ORIGINAL.
           MOVE WS-VLR-ANTERIOR TO WS-S-ANTERIOR.
           MOVE WS-VLR-ATUAL    TO WS-S-ATUAL.
           MOVE WS-RESULT-MES   TO WS-S-RESULT-MES.
           MOVE WS-RESULT-ACUM  TO WS-S-RESULT-ACUM.
           MOVE SPACES TO WS-LINHA.
           STRING CP-CODIGO " " CP-MOEDA " " CP-DIRECAO " "
                  WS-S-MOEDA " " WS-S-ORIGINAL " " WS-S-ANTERIOR " "
                  WS-S-ATUAL " " WS-S-RESULT-MES " " WS-S-RESULT-ACUM
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * TOTAIS EM MOEDA LOCAL E O RESULTADO CAMBIAL DA COMPETENCIA     *
      ******************************************************************
       500-IMPRIME-TOTAIS              SECTION.
           MOVE WS-TOT-ORIGINAL    TO WS-S-ORIGINAL.
           MOVE WS-TOT-ANTERIOR    TO WS-S-ANTERIOR.
           MOVE WS-TOT-ATUAL       TO WS-S-ATUAL.
           MOVE WS-TOT-RESULT-MES  TO WS-S-RESULT-MES.
           MOVE WS-TOT-RESULT-ACUM TO WS-S-RESULT-ACUM.
           MOVE SPACES TO WS-LINHA.
           STRING "TOTAL                      " WS-S-ORIGINAL " "
                  WS-S-ANTERIOR " " WS-S-ATUAL " " WS-S-RESULT-MES
                  " " WS-S-RESULT-ACUM
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           IF WS-TOT-RESULT-MES < ZERO
              STRING "PERDA CAMBIAL DA COMPETENCIA: " WS-S-RESULT-MES
                 DELIMITED BY SIZE INTO WS-LINHA
           ELSE
              STRING "GANHO CAMBIAL DA COMPETENCIA: " WS-S-RESULT-MES
                 DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * ENVIO DE UMA LINHA AO SERVICO DE PAGINACAO                     *
      ******************************************************************
       800-IMPRIME-LINHA               SECTION.
           MOVE "L" TO WS-IMP-OPCAO.
           MOVE WS-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           EXIT.
       END PROGRAM CAP06AP17.
