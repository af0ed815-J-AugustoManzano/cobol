       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP05AP18.
      *
      * Quadro mensal de qualidade dos fornecedores, a partir das
      * inspecoes de lotes recebidos gravadas pelo CAP05AP17 em
      * INSPECAO.DAT. Para cada fornecedor com lote inspecionado na
      * competencia, o quadro mostra os lotes recebidos e rejeitados,
      * as pecas amostradas e os defeitos achados, a taxa de defeito
      * observada (defeitos / pecas amostradas, em %) contra o NQA
      * medio dos planos usados nos lotes do mes, e a tendencia: a
      * taxa do mes comparada com a taxa dos dois meses anteriores
      * somados. Taxa acima do NQA sai marcada ACIMA DO NQA; taxa
      * maior que a dos dois meses anteriores e PIORA, e o
      * fornecedor entra tambem na lista final dos fornecedores em
      * piora. Havendo fornecedor acima do NQA ou em piora, o passo
      * termina com 4, para o alerta aparecer na rede de jobs.
      *
      * A competencia padrao e o mes anterior ao da data de negocio
      * (o passo roda no primeiro dia util do mes, como a
      * reavaliacao cambial do CAP06AP17); o parametro OPCIONAL
      * LK-COMPETENCIA (AAAAMM) refaz um mes especifico - e o que a
      * opcao [Q] do CAP05AP17 usa. Saida QUALFORN.LST via IMPRIME,
      * preservada pela RELGER, com os totais em CTLTOTAIS.DAT via
      * STATSLOG.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSPECAO-FILE ASSIGN TO "INSPECAO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INSPECAO-FILE.
       COPY "inspecao.cpy".
       WORKING-STORAGE SECTION.
       78  LIMITE-FORNECEDORES VALUE 200.
      *    Periodo 3 e a competencia; 2 e 1 sao os dois meses
      *    anteriores, base da tendencia.
       01  WS-TAB-FORNECEDORES.
           05  WS-FOR-ENTRADA OCCURS LIMITE-FORNECEDORES TIMES.
               10  WS-FOR-CODIGO       PIC X(12).
               10  WS-FOR-PERIODO OCCURS 3 TIMES.
                   15  WS-FOR-LOTES    PIC 9(5).
                   15  WS-FOR-REJEIT   PIC 9(5).
                   15  WS-FOR-AMOSTRA  PIC 9(8).
                   15  WS-FOR-DEFEITOS PIC 9(8).
                   15  WS-FOR-NQA-SOMA PIC 9(7)V99.
       77  WS-QTDE-FORNECEDORES PIC 9(3) VALUE ZERO.
       77  AC-FI               PIC 9(3).
       77  AC-ACHOU            PIC 9(3).
       77  AC-PE               PIC 9.
       77  WS-INS-STATUS       PIC XX.
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
       77  WS-DATA-NEG         PIC 9(8).
       01  WS-COMPETENCIA.
           05  WS-CPT-ANO      PIC 9(4).
           05  WS-CPT-MES      PIC 9(2).
       01  WS-COMPETENCIA-N REDEFINES WS-COMPETENCIA PIC 9(6).
       01  WS-MES-ANTERIOR.
           05  WS-ANT-ANO      PIC 9(4).
           05  WS-ANT-MES      PIC 9(2).
       01  WS-MES-ANTERIOR-N REDEFINES WS-MES-ANTERIOR PIC 9(6).
       77  WS-CPT-ANT1         PIC 9(6).
       77  WS-CPT-ANT2         PIC 9(6).
       77  WS-TAXA             PIC 9(3)V99.
       77  WS-NQA-MEDIO        PIC 9(3)V99.
       77  WS-TAXA-ANT         PIC 9(3)V99.
       77  WS-AMOSTRA-ANT      PIC 9(9).
       77  WS-DEFEITOS-ANT     PIC 9(9).
       77  WS-TENDENCIA        PIC X(13).
       77  WS-ALERTA           PIC X(12).
       77  WS-EM-PIORA         PIC X.
       01  WS-TAB-PIORA.
           05  WS-PIORA-CODIGO PIC X(12) OCCURS LIMITE-FORNECEDORES
                                        TIMES.
       77  WS-QTDE-PIORA       PIC 9(3) VALUE ZERO.
       77  WS-TOT-LOTES        PIC 9(6) VALUE ZERO.
       77  WS-TOT-REJEIT       PIC 9(6) VALUE ZERO.
       77  WS-TOT-AMOSTRA      PIC 9(9) VALUE ZERO.
       77  WS-TOT-DEFEITOS     PIC 9(9) VALUE ZERO.
       77  WS-TOTAL-LIDOS      PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-ALERTAS    PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-FORNEC     PIC 9(6) VALUE ZERO.
       77  WS-S-LOTES          PIC ZZZZ9.
       77  WS-S-REJEIT         PIC ZZZZ9.
       77  WS-S-AMOSTRA        PIC Z(7)9.
       77  WS-S-DEFEITOS       PIC Z(7)9.
       77  WS-S-TAXA           PIC ZZ9.99.
       77  WS-S-NQA            PIC ZZ9.99.
       77  WS-S-TAXA-ANT       PIC ZZ9.99.
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
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP05A18".
       77  WS-RESULTADO        PIC X(20).
       LINKAGE SECTION.
       77  LK-COMPETENCIA      PIC 9(6).
       PROCEDURE DIVISION USING OPTIONAL LK-COMPETENCIA.
       PROG-PRINCIPAL-PARA.
           DISPLAY "-------------------------------------------".
           DISPLAY "Quadro Mensal de Qualidade dos Fornecedores".
           DISPLAY "-------------------------------------------".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-INICIO.
           INITIALIZE WS-TAB-FORNECEDORES.
           MOVE ZERO TO WS-QTDE-FORNECEDORES WS-QTDE-PIORA
              WS-TOT-LOTES WS-TOT-REJEIT WS-TOT-AMOSTRA
              WS-TOT-DEFEITOS WS-TOTAL-LIDOS WS-TOTAL-ALERTAS
              WS-TOTAL-FORNEC WS-IMP-TOTAL.
           PERFORM 100-LE-PARAMETROS.
           PERFORM 150-CARREGA-INSPECOES.
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "QUALFORN.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "QUADRO MENSAL DE QUALIDADE DOS FORNECEDORES"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE SPACES TO WS-LINHA.
           STRING "COMPETENCIA " WS-CPT-MES "/" WS-CPT-ANO
                  "   TENDENCIA CONTRA " WS-CPT-ANT2(5:2) "/"
                  WS-CPT-ANT2(1:4) " E " WS-CPT-ANT1(5:2) "/"
                  WS-CPT-ANT1(1:4)
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "FORNECEDOR   LOTES REJEI  AMOSTRA DEFEITOS "
                  "TAXA %  NQA % ANT. % TENDENCIA     ALERTA"
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           PERFORM VARYING AC-FI FROM 1 BY 1
                   UNTIL AC-FI > WS-QTDE-FORNECEDORES
              IF WS-FOR-LOTES(AC-FI, 3) > ZERO
                 PERFORM 200-AVALIA-FORNECEDOR
              END-IF
           END-PERFORM.
           PERFORM 500-IMPRIME-TOTAIS.
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-TOTAL-FORNEC TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "QUALFORN.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           DISPLAY "Competencia ........: " WS-CPT-MES "/" WS-CPT-ANO.
           DISPLAY "Fornecedores .......: " WS-TOTAL-FORNEC.
           DISPLAY "Lotes recebidos ....: " WS-TOT-LOTES.
           DISPLAY "Lotes rejeitados ...: " WS-TOT-REJEIT.
           DISPLAY "Fornecedores em piora: " WS-QTDE-PIORA.
           DISPLAY "Relatorio gravado em QUALFORN.LST.".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-FIM.
           CALL "DURACALC" USING WS-DATA-INICIO, WS-DATA-FIM,
              WS-DUR-HRA, WS-DUR-MIN, WS-DUR-SEG, WS-DUR-CEN.
           CALL "STATSLOG" USING BY REFERENCE WS-PROGRAMA,
              BY REFERENCE WS-TOTAL-LIDOS,
              BY REFERENCE WS-TOTAL-ALERTAS,
              BY REFERENCE WS-DUR-HRA, BY REFERENCE WS-DUR-MIN,
              BY REFERENCE WS-DUR-SEG, BY REFERENCE WS-DUR-CEN.
           IF WS-TOTAL-ALERTAS = ZERO
              MOVE "QUALIDADE OK" TO WS-RESULTADO
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE "QUALIDADE ALERTA" TO WS-RESULTADO
              MOVE 4 TO RETURN-CODE
           END-IF.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           GOBACK.
      ******************************************************************
      * COMPETENCIA (PARAMETRO OU MES ANTERIOR A DATA DE NEGOCIO) E    *
      * OS DOIS MESES ANTERIORES A ELA                                 *
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
           MOVE WS-COMPETENCIA-N TO WS-MES-ANTERIOR-N.
           PERFORM 110-RECUA-MES.
           MOVE WS-MES-ANTERIOR-N TO WS-CPT-ANT1.
           PERFORM 110-RECUA-MES.
           MOVE WS-MES-ANTERIOR-N TO WS-CPT-ANT2.
           EXIT.
      ******************************************************************
      * RECUA UM MES EM WS-MES-ANTERIOR                                *
      ******************************************************************
       110-RECUA-MES                   SECTION.
           IF WS-ANT-MES = 1
              MOVE 12 TO WS-ANT-MES
              SUBTRACT 1 FROM WS-ANT-ANO
           ELSE
              SUBTRACT 1 FROM WS-ANT-MES
           END-IF.
           EXIT.
      ******************************************************************
      * ACUMULA AS INSPECOES DOS TRES MESES POR FORNECEDOR             *
      ******************************************************************
       150-CARREGA-INSPECOES           SECTION.
           OPEN INPUT INSPECAO-FILE.
           IF WS-INS-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ INSPECAO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-TOTAL-LIDOS
                    EVALUATE IL-DATA(1:6)
                       WHEN WS-COMPETENCIA
                          MOVE 3 TO AC-PE
                       WHEN WS-CPT-ANT1
                          MOVE 2 TO AC-PE
                       WHEN WS-CPT-ANT2
                          MOVE 1 TO AC-PE
                       WHEN OTHER
                          MOVE ZERO TO AC-PE
                    END-EVALUATE
                    IF AC-PE > ZERO
                       PERFORM 160-ACUMULA-INSPECAO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE INSPECAO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * ACUMULA UMA INSPECAO NO FORNECEDOR E NO PERIODO DELA           *
      ******************************************************************
       160-ACUMULA-INSPECAO            SECTION.
           MOVE ZERO TO AC-ACHOU.
           PERFORM VARYING AC-FI FROM 1 BY 1
                   UNTIL AC-FI > WS-QTDE-FORNECEDORES OR AC-ACHOU > ZERO
              IF WS-FOR-CODIGO(AC-FI) = IL-FORNECEDOR
                 MOVE AC-FI TO AC-ACHOU
              END-IF
           END-PERFORM.
           IF AC-ACHOU = ZERO
              IF WS-QTDE-FORNECEDORES >= LIMITE-FORNECEDORES
                 EXIT SECTION
              END-IF
              ADD 1 TO WS-QTDE-FORNECEDORES
              MOVE WS-QTDE-FORNECEDORES TO AC-ACHOU
              MOVE IL-FORNECEDOR TO WS-FOR-CODIGO(AC-ACHOU)
           END-IF.
           ADD 1 TO WS-FOR-LOTES(AC-ACHOU, AC-PE).
           IF IL-DECISAO = "R"
              ADD 1 TO WS-FOR-REJEIT(AC-ACHOU, AC-PE)
           END-IF.
           ADD IL-AMOSTRA  TO WS-FOR-AMOSTRA(AC-ACHOU, AC-PE).
           ADD IL-DEFEITOS TO WS-FOR-DEFEITOS(AC-ACHOU, AC-PE).
           ADD IL-NQA      TO WS-FOR-NQA-SOMA(AC-ACHOU, AC-PE).
           EXIT.
      ******************************************************************
      * TAXA OBSERVADA, NQA MEDIO E TENDENCIA DE UM FORNECEDOR         *
      ******************************************************************
       200-AVALIA-FORNECEDOR           SECTION.
           ADD 1 TO WS-TOTAL-FORNEC.
           ADD WS-FOR-LOTES(AC-FI, 3)    TO WS-TOT-LOTES.
           ADD WS-FOR-REJEIT(AC-FI, 3)   TO WS-TOT-REJEIT.
           ADD WS-FOR-AMOSTRA(AC-FI, 3)  TO WS-TOT-AMOSTRA.
           ADD WS-FOR-DEFEITOS(AC-FI, 3) TO WS-TOT-DEFEITOS.
           COMPUTE WS-TAXA ROUNDED = WS-FOR-DEFEITOS(AC-FI, 3) * 100
              / WS-FOR-AMOSTRA(AC-FI, 3).
           COMPUTE WS-NQA-MEDIO ROUNDED = WS-FOR-NQA-SOMA(AC-FI, 3)
              / WS-FOR-LOTES(AC-FI, 3).
           COMPUTE WS-AMOSTRA-ANT = WS-FOR-AMOSTRA(AC-FI, 1)
              + WS-FOR-AMOSTRA(AC-FI, 2).
           COMPUTE WS-DEFEITOS-ANT = WS-FOR-DEFEITOS(AC-FI, 1)
              + WS-FOR-DEFEITOS(AC-FI, 2).
           MOVE "N" TO WS-EM-PIORA.
           MOVE ZERO TO WS-TAXA-ANT.
           IF WS-AMOSTRA-ANT = ZERO
              MOVE "SEM HISTORICO" TO WS-TENDENCIA
           ELSE
              COMPUTE WS-TAXA-ANT ROUNDED = WS-DEFEITOS-ANT * 100
                 / WS-AMOSTRA-ANT
              EVALUATE TRUE
                 WHEN WS-TAXA > WS-TAXA-ANT
                    MOVE "PIORA" TO WS-TENDENCIA
                    MOVE "S" TO WS-EM-PIORA
                 WHEN WS-TAXA < WS-TAXA-ANT
                    MOVE "MELHORA" TO WS-TENDENCIA
                 WHEN OTHER
                    MOVE "ESTAVEL" TO WS-TENDENCIA
              END-EVALUATE
           END-IF.
           IF WS-TAXA > WS-NQA-MEDIO
              MOVE "ACIMA DO NQA" TO WS-ALERTA
           ELSE
              MOVE SPACES TO WS-ALERTA
           END-IF.
           IF WS-EM-PIORA = "S"
              ADD 1 TO WS-QTDE-PIORA
              MOVE WS-FOR-CODIGO(AC-FI)
                 TO WS-PIORA-CODIGO(WS-QTDE-PIORA)
           END-IF.
           IF WS-EM-PIORA = "S" OR WS-ALERTA NOT = SPACES
              ADD 1 TO WS-TOTAL-ALERTAS
           END-IF.
           MOVE WS-FOR-LOTES(AC-FI, 3)    TO WS-S-LOTES.
           MOVE WS-FOR-REJEIT(AC-FI, 3)   TO WS-S-REJEIT.
           MOVE WS-FOR-AMOSTRA(AC-FI, 3)  TO WS-S-AMOSTRA.
           MOVE WS-FOR-DEFEITOS(AC-FI, 3) TO WS-S-DEFEITOS.
           MOVE WS-TAXA                   TO WS-S-TAXA.
           MOVE WS-NQA-MEDIO              TO WS-S-NQA.
           MOVE SPACES TO WS-LINHA.
           IF WS-AMOSTRA-ANT = ZERO
              STRING WS-FOR-CODIGO(AC-FI) " " WS-S-LOTES " "
                     WS-S-REJEIT " " WS-S-AMOSTRA " " WS-S-DEFEITOS
                     " " WS-S-TAXA " " WS-S-NQA "      - "
                     WS-TENDENCIA " " WS-ALERTA
                 DELIMITED BY SIZE INTO WS-LINHA
           ELSE
              MOVE WS-TAXA-ANT TO WS-S-TAXA-ANT
              STRING WS-FOR-CODIGO(AC-FI) " " WS-S-LOTES " "
                     WS-S-REJEIT " " WS-S-AMOSTRA " " WS-S-DEFEITOS
                     " " WS-S-TAXA " " WS-S-NQA " " WS-S-TAXA-ANT " "
                     WS-TENDENCIA " " WS-ALERTA
                 DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * TOTAIS DA COMPETENCIA E A LISTA DOS FORNECEDORES EM PIORA      *
      ******************************************************************
       500-IMPRIME-TOTAIS              SECTION.
           MOVE WS-TOT-LOTES    TO WS-S-LOTES.
           MOVE WS-TOT-REJEIT   TO WS-S-REJEIT.
           MOVE WS-TOT-AMOSTRA  TO WS-S-AMOSTRA.
           MOVE WS-TOT-DEFEITOS TO WS-S-DEFEITOS.
           IF WS-TOT-AMOSTRA > ZERO
              COMPUTE WS-TAXA ROUNDED = WS-TOT-DEFEITOS * 100
                 / WS-TOT-AMOSTRA
           ELSE
              MOVE ZERO TO WS-TAXA
           END-IF.
           MOVE WS-TAXA TO WS-S-TAXA.
           MOVE SPACES TO WS-LINHA.
           STRING "TOTAL        " WS-S-LOTES " " WS-S-REJEIT " "
                  WS-S-AMOSTRA " " WS-S-DEFEITOS " " WS-S-TAXA
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           IF WS-QTDE-PIORA = ZERO
              MOVE "NENHUM FORNECEDOR EM PIORA NA COMPETENCIA"
                 TO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
              EXIT SECTION
           END-IF.
           MOVE "FORNECEDORES EM PIORA NA COMPETENCIA:" TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           PERFORM VARYING AC-FI FROM 1 BY 1
                   UNTIL AC-FI > WS-QTDE-PIORA
              MOVE SPACES TO WS-LINHA
              STRING "   " WS-PIORA-CODIGO(AC-FI)
                 DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           END-PERFORM.
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
       END PROGRAM CAP05AP18.
