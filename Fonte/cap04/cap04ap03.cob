      * aprovados e reprovados de cada uma. Registros com disciplina
      * em branco (arquivos antigos) formam o grupo de disciplina
      * unica e saem com o mesmo resultado de antes.
      *
      * Com as aulas em mais de uma unidade (sitio), cada turma
      * pertence a unidade do registro de capacidade (CAPACREG, pelo
      * UNIDSVC; sem registro, a sede): o relatorio fecha tambem o
      * quadro POR UNIDADE - alunos, media, aprovados e reprovados de
      * cada unidade, contando o estudante na unidade da primeira
      * turma em que aparece - e a linha do total consolidado da
      * sede. O operador de uma unidade que nao e a sede so enxerga
      * as turmas da propria unidade.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  WS-EST-ID        PIC X(9).
               10  WS-EST-SOMA      PIC 9(7)V99.
               10  WS-EST-QTDE      PIC 9(4).
               10  WS-EST-UNIDADE   PIC X(3).
       77  WS-QTDE-ESTUDANTES  PIC 9(3) VALUE ZERO.
       78  LIMITE-UNIDADES VALUE 20.
       01  WS-TAB-UNIDADES.
           05  WS-UNI-ENTRADA OCCURS LIMITE-UNIDADES TIMES.
               10  WS-UNI-CODIGO    PIC X(3).
               10  WS-UNI-ALUNOS    PIC 9(5).
               10  WS-UNI-SOMA      PIC 9(7)V99.
               10  WS-UNI-APROV     PIC 9(5).
               10  WS-UNI-REPROV    PIC 9(5).
       77  WS-QTDE-UNIDADES    PIC 9(2) VALUE ZERO.
       77  WS-UNI-CHAVE        PIC X(12).
       77  WS-UNIDADE          PIC X(3).
       77  WS-UNI-STATUS       PIC X.
       77  WS-UNI-SESSAO       PIC X(3).
       77  WS-UNI-ALCANCE      PIC X.
           88 WS-VE-TODAS      VALUE "T".
       77  AC-CI               PIC 9(3).
       77  AC-ACHOU            PIC 9(3).
       77  WS-MEDIA-GERAL      PIC 99V99.
              ACCEPT WS-TURMA-SEL
              MOVE FUNCTION UPPER-CASE(WS-TURMA-SEL) TO WS-TURMA-SEL
           END-IF.
      *    Operador de unidade que nao e a sede so enxerga as
      *    turmas da propria unidade.
           MOVE SPACES TO WS-UNI-CHAVE.
           CALL "UNIDSVC" USING BY CONTENT "C",
              BY REFERENCE WS-UNI-CHAVE, WS-UNI-SESSAO, WS-UNI-STATUS.
           CALL "UNIDSVC" USING BY CONTENT "S",
              BY REFERENCE WS-UNI-CHAVE, WS-UNI-SESSAO,
              WS-UNI-ALCANCE.
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS NOT = "00"
              DISPLAY "Arquivo TURMA.DAT nao encontrado."
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-TURMA-SEL = "*" OR TR-TURMA = WS-TURMA-SEL
                       MOVE SPACES TO WS-UNI-CHAVE
                       MOVE TR-TURMA TO WS-UNI-CHAVE
                       CALL "UNIDSVC" USING BY CONTENT "T",
                          BY REFERENCE WS-UNI-CHAVE, WS-UNIDADE,
                          WS-UNI-STATUS
                       IF WS-VE-TODAS OR WS-UNIDADE = WS-UNI-SESSAO
                          PERFORM 200-ACUMULA-ESTUDANTE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-FORMATO-CSV
              PERFORM 400-GRAVA-RESUMO-CSV
              PERFORM 550-QUADRO-DISC-CSV
              PERFORM 650-QUADRO-UNID-CSV
              CLOSE TURMA-CSV-FILE
              DISPLAY "Relatorio gravado em TURMAEST.CSV."
              MOVE "TURMAEST.CSV" TO WS-NOME-RELATORIO
           ELSE
              PERFORM 300-GRAVA-RESUMO-TEXTO
              PERFORM 500-QUADRO-DISCIPLINAS
              PERFORM 600-QUADRO-UNIDADES
              MOVE "F" TO WS-IMP-OPCAO
              MOVE WS-TOTAL-ALUNOS TO WS-IMP-TOTAL
              CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              ADD 1 TO WS-QTDE-ESTUDANTES
              MOVE WS-QTDE-ESTUDANTES TO AC-ACHOU
              MOVE TR-ID TO WS-EST-ID(AC-ACHOU)
              MOVE WS-UNIDADE TO WS-EST-UNIDADE(AC-ACHOU)
              MOVE ZERO TO WS-EST-SOMA(AC-ACHOU)
              MOVE ZERO TO WS-EST-QTDE(AC-ACHOU)
           END-IF.
                 ELSE
                    ADD 1 TO WS-TOTAL-REPROVADOS
                 END-IF
                 PERFORM 270-ACUMULA-UNIDADE
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * ACUMULA O ESTUDANTE FECHADO NA UNIDADE DA TURMA EM QUE ELE     *
      * APARECEU PRIMEIRO                                              *
      ******************************************************************
       270-ACUMULA-UNIDADE              SECTION.
           MOVE ZERO TO AC-ACHOU.
           PERFORM VARYING AC-CJ FROM 1 BY 1
                   UNTIL AC-CJ > WS-QTDE-UNIDADES OR AC-ACHOU > ZERO
              IF WS-UNI-CODIGO(AC-CJ) = WS-EST-UNIDADE(AC-CI)
                 MOVE AC-CJ TO AC-ACHOU
              END-IF
           END-PERFORM.
           IF AC-ACHOU = ZERO
              AND WS-QTDE-UNIDADES < LIMITE-UNIDADES
              ADD 1 TO WS-QTDE-UNIDADES
              MOVE WS-QTDE-UNIDADES TO AC-ACHOU
              MOVE WS-EST-UNIDADE(AC-CI) TO WS-UNI-CODIGO(AC-ACHOU)
              MOVE ZERO TO WS-UNI-ALUNOS(AC-ACHOU)
              MOVE ZERO TO WS-UNI-SOMA(AC-ACHOU)
              MOVE ZERO TO WS-UNI-APROV(AC-ACHOU)
              MOVE ZERO TO WS-UNI-REPROV(AC-ACHOU)
           END-IF.
           IF AC-ACHOU > ZERO
              ADD 1 TO WS-UNI-ALUNOS(AC-ACHOU)
              ADD WS-MEDIA-GERAL TO WS-UNI-SOMA(AC-ACHOU)
              IF WS-MEDIA-GERAL >= 5
                 ADD 1 TO WS-UNI-APROV(AC-ACHOU)
              ELSE
                 ADD 1 TO WS-UNI-REPROV(AC-ACHOU)
              END-IF
           END-IF.
           EXIT.
      ******************************************************************
      * GRAVACAO DO RESUMO FORMATADO DA TURMA (TURMAEST.LST)            *
              WRITE TC-LINHA
           END-PERFORM.
           EXIT.
      ******************************************************************
      * QUADRO POR UNIDADE NO RELATORIO FORMATADO: SUBTOTAL DE CADA    *
      * UNIDADE E O TOTAL CONSOLIDADO DA SEDE (OU DA PROPRIA UNIDADE,  *
      * PARA O OPERADOR DE FILIAL)                                     *
      ******************************************************************
       600-QUADRO-UNIDADES             SECTION.
           IF WS-QTDE-UNIDADES = ZERO
              EXIT SECTION
           END-IF.
           MOVE SPACES TO TE-LINHA.
           MOVE "L" TO WS-IMP-OPCAO.
           MOVE TE-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "POR UNIDADE     ALUNOS  MEDIA  APROV  REPROV"
              TO TE-LINHA.
           MOVE TE-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-UNIDADES
              COMPUTE WS-MEDIA-GERAL = WS-UNI-SOMA(AC-CI)
                 / WS-UNI-ALUNOS(AC-CI)
              MOVE WS-MEDIA-GERAL TO WS-S-MEDIA
              MOVE SPACES TO TE-LINHA
              STRING WS-UNI-CODIGO(AC-CI) "            "
                     WS-UNI-ALUNOS(AC-CI)
                     "   " WS-S-MEDIA "  " WS-UNI-APROV(AC-CI)
                     "  " WS-UNI-REPROV(AC-CI)
                 DELIMITED BY SIZE INTO TE-LINHA
              MOVE TE-LINHA TO WS-IMP-TEXTO
              CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
                 WS-IMP-TOTAL
           END-PERFORM.
           COMPUTE WS-MEDIA-TURMA = WS-SOMA-MEDIAS / WS-TOTAL-ALUNOS.
           MOVE WS-MEDIA-TURMA TO WS-S-MEDIA.
           MOVE SPACES TO TE-LINHA.
           IF WS-VE-TODAS
              STRING "TOTAL CONSOLIDADO (SEDE) " WS-TOTAL-ALUNOS
                     "  " WS-S-MEDIA "  " WS-TOTAL-APROVADOS
                     "  " WS-TOTAL-REPROVADOS
                 DELIMITED BY SIZE INTO TE-LINHA
           ELSE
              STRING "TOTAL DA UNIDADE " WS-UNI-SESSAO "      "
                     WS-TOTAL-ALUNOS
                     "  " WS-S-MEDIA "  " WS-TOTAL-APROVADOS
                     "  " WS-TOTAL-REPROVADOS
                 DELIMITED BY SIZE INTO TE-LINHA
           END-IF.
           MOVE TE-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           EXIT.
      ******************************************************************
      * QUADRO POR UNIDADE NAS LINHAS CSV                              *
      ******************************************************************
       650-QUADRO-UNID-CSV             SECTION.
           IF WS-QTDE-UNIDADES = ZERO
              EXIT SECTION
           END-IF.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-UNIDADES
              COMPUTE WS-MEDIA-GERAL = WS-UNI-SOMA(AC-CI)
                 / WS-UNI-ALUNOS(AC-CI)
              MOVE WS-MEDIA-GERAL TO WS-S-MEDIA
              MOVE SPACES TO TC-LINHA
              STRING "UNIDADE;" WS-UNI-CODIGO(AC-CI) ";"
                     WS-UNI-ALUNOS(AC-CI) ";"
                     FUNCTION TRIM(WS-S-MEDIA) ";"
                     WS-UNI-APROV(AC-CI) ";"
                     WS-UNI-REPROV(AC-CI)
                 DELIMITED BY SIZE INTO TC-LINHA
              WRITE TC-LINHA
           END-PERFORM.
           COMPUTE WS-MEDIA-TURMA = WS-SOMA-MEDIAS / WS-TOTAL-ALUNOS.
           MOVE WS-MEDIA-TURMA TO WS-S-MEDIA.
           MOVE SPACES TO TC-LINHA.
           STRING "CONSOLIDADO;" WS-UNI-SESSAO ";"
                  WS-TOTAL-ALUNOS ";"
                  FUNCTION TRIM(WS-S-MEDIA) ";"
                  WS-TOTAL-APROVADOS ";"
                  WS-TOTAL-REPROVADOS
              DELIMITED BY SIZE INTO TC-LINHA.
           WRITE TC-LINHA.
           EXIT.
