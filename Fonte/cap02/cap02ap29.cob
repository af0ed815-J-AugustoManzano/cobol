       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP02AP29.
      *
      * Relatorio mensal dos incidentes da operacao (INCIDREG.DAT,
      * tela CAP02AP28). Por categoria de causa raiz, conta os
      * incidentes abertos na competencia e os resolvidos nela, com o
      * tempo medio para resolver (da abertura a resolucao, em horas
      * corridas) dos resolvidos; incidente aberto no mes e ainda sem
      * causa sai como SEM CAUSA. A mesma contagem sai por
      * severidade, e o fim traz quantos incidentes seguem pendentes
      * na data da emissao, quantos deles severos (1 e 2).
      *
      * A competencia padrao e o mes anterior ao da data de negocio
      * (o passo roda no primeiro dia util do mes na rede de jobs);
      * o parametro OPCIONAL LK-COMPETENCIA (AAAAMM) refaz um mes
      * especifico - e o que a opcao [R] do CAP02AP28 usa. Registro
      * com data invalida e contado como rejeitado. Saida
      * INCIDMES.LST via IMPRIME, preservada pela RELGER, com os
      * totais em CTLTOTAIS.DAT via STATSLOG.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDREG-FILE ASSIGN TO "INCIDREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INCIDREG-FILE.
       COPY "incidreg.cpy".
       WORKING-STORAGE SECTION.
       78  LIMITE-CATEGORIAS VALUE 20.
       01  WS-TAB-CATEGORIAS.
           05  WS-CAT-LINHA OCCURS LIMITE-CATEGORIAS TIMES.
               10  WS-CAT-CODIGO       PIC X(9).
               10  WS-CAT-ABERTOS      PIC 9(5).
               10  WS-CAT-RESOLVIDOS   PIC 9(5).
               10  WS-CAT-MINUTOS      PIC 9(9).
       77  WS-QTDE-CATEGORIAS  PIC 9(2) VALUE ZERO.
       01  WS-TAB-SEVERIDADES.
           05  WS-SEV-LINHA OCCURS 4 TIMES.
               10  WS-SEV-ABERTOS      PIC 9(5).
               10  WS-SEV-RESOLVIDOS   PIC 9(5).
               10  WS-SEV-MINUTOS      PIC 9(9).
       77  AC-CT               PIC 9(2).
       77  AC-SV               PIC 9.
       77  WS-INC-STATUS       PIC XX.
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
       77  WS-DATA-NEG         PIC 9(8).
       01  WS-COMPETENCIA.
           05  WS-CPT-ANO      PIC 9(4).
           05  WS-CPT-MES      PIC 9(2).
       01  WS-COMPETENCIA-N REDEFINES WS-COMPETENCIA PIC 9(6).
       77  WS-CAT-BUSCA        PIC X(9).
       77  WS-MINUTOS          PIC S9(9).
       77  WS-MEDIA            PIC 9(9).
       77  WS-QTDE-MEDIA       PIC 9(5).
       77  WS-SOMA-MEDIA       PIC 9(9).
       77  WS-ROTULO           PIC X(12).
       77  WS-QTDE-ABERTOS-L   PIC 9(5).
       77  WS-TOT-ABERTOS      PIC 9(5) VALUE ZERO.
       77  WS-TOT-RESOLVIDOS   PIC 9(5) VALUE ZERO.
       77  WS-TOT-MINUTOS      PIC 9(9) VALUE ZERO.
       77  WS-TOT-PENDENTES    PIC 9(5) VALUE ZERO.
       77  WS-TOT-PEND-SEVEROS PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-LIDOS      PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-REJEITADOS PIC 9(6) VALUE ZERO.
       77  WS-S-ABERTOS        PIC ZZZZ9.
       77  WS-S-RESOLVIDOS     PIC ZZZZ9.
       77  WS-S-HORAS          PIC ZZZZ9.
       77  WS-S-MINUTOS        PIC 99.
       77  WS-S-MEDIA          PIC X(9).
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
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP02A29".
       77  WS-RESULTADO        PIC X(20).
       LINKAGE SECTION.
       77  LK-COMPETENCIA      PIC 9(6).
       PROCEDURE DIVISION USING OPTIONAL LK-COMPETENCIA.
       PROG-PRINCIPAL-PARA.
           DISPLAY "-------------------------------------------".
           DISPLAY "Relatorio Mensal de Incidentes da Operacao".
           DISPLAY "-------------------------------------------".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-INICIO.
           INITIALIZE WS-TAB-CATEGORIAS WS-TAB-SEVERIDADES.
           MOVE ZERO TO WS-QTDE-CATEGORIAS WS-TOT-ABERTOS
              WS-TOT-RESOLVIDOS WS-TOT-MINUTOS WS-TOT-PENDENTES
              WS-TOT-PEND-SEVEROS WS-TOTAL-LIDOS WS-TOTAL-REJEITADOS
              WS-IMP-TOTAL.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM 100-LE-PARAMETROS.
           PERFORM 150-CARREGA-INCIDENTES.
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "INCIDMES.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "RELATORIO MENSAL DE INCIDENTES DA OPERACAO"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE SPACES TO WS-LINHA.
           STRING "COMPETENCIA " WS-CPT-MES "/" WS-CPT-ANO
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE "CAUSA RAIZ   ABERTOS RESOLVIDOS  TEMPO MEDIO"
              TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           PERFORM VARYING AC-CT FROM 1 BY 1
                   UNTIL AC-CT > WS-QTDE-CATEGORIAS
              MOVE WS-CAT-CODIGO(AC-CT) TO WS-ROTULO
              MOVE WS-CAT-ABERTOS(AC-CT) TO WS-QTDE-ABERTOS-L
              MOVE WS-CAT-RESOLVIDOS(AC-CT) TO WS-QTDE-MEDIA
              MOVE WS-CAT-MINUTOS(AC-CT) TO WS-SOMA-MEDIA
              PERFORM 300-LINHA-CONTAGEM
           END-PERFORM.
           IF WS-QTDE-CATEGORIAS = ZERO
              MOVE "  (nenhum incidente na competencia)" TO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           END-IF
           MOVE "TOTAL" TO WS-ROTULO.
           MOVE WS-TOT-ABERTOS TO WS-QTDE-ABERTOS-L.
           MOVE WS-TOT-RESOLVIDOS TO WS-QTDE-MEDIA.
           MOVE WS-TOT-MINUTOS TO WS-SOMA-MEDIA.
           PERFORM 300-LINHA-CONTAGEM.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE "SEVERIDADE   ABERTOS RESOLVIDOS  TEMPO MEDIO"
              TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           PERFORM VARYING AC-SV FROM 1 BY 1 UNTIL AC-SV > 4
              MOVE SPACES TO WS-ROTULO
              EVALUATE AC-SV
                 WHEN 1
                    MOVE "1 CRITICA" TO WS-ROTULO
                 WHEN 2
                    MOVE "2 ALTA" TO WS-ROTULO
                 WHEN 3
                    MOVE "3 MEDIA" TO WS-ROTULO
                 WHEN OTHER
                    MOVE "4 BAIXA" TO WS-ROTULO
              END-EVALUATE
              MOVE WS-SEV-ABERTOS(AC-SV) TO WS-QTDE-ABERTOS-L
              MOVE WS-SEV-RESOLVIDOS(AC-SV) TO WS-QTDE-MEDIA
              MOVE WS-SEV-MINUTOS(AC-SV) TO WS-SOMA-MEDIA
              PERFORM 300-LINHA-CONTAGEM
           END-PERFORM.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           STRING "PENDENTES NA EMISSAO " WS-TOT-PENDENTES
                  "  DOS QUAIS SEVEROS (1 E 2) " WS-TOT-PEND-SEVEROS
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-TOT-ABERTOS TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "INCIDMES.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           MOVE WS-TOT-RESOLVIDOS TO WS-QTDE-MEDIA.
           MOVE WS-TOT-MINUTOS TO WS-SOMA-MEDIA.
           PERFORM 350-FORMATA-MEDIA.
           DISPLAY "Competencia ........: " WS-CPT-MES "/" WS-CPT-ANO.
           DISPLAY "Incidentes abertos .: " WS-TOT-ABERTOS.
           DISPLAY "Resolvidos .........: " WS-TOT-RESOLVIDOS.
           DISPLAY "Tempo medio ........: " WS-S-MEDIA.
           DISPLAY "Pendentes hoje .....: " WS-TOT-PENDENTES
              " (severos " WS-TOT-PEND-SEVEROS ")".
           DISPLAY "Relatorio gravado em INCIDMES.LST.".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-FIM.
           CALL "DURACALC" USING WS-DATA-INICIO, WS-DATA-FIM,
              WS-DUR-HRA, WS-DUR-MIN, WS-DUR-SEG, WS-DUR-CEN.
           CALL "STATSLOG" USING BY REFERENCE WS-PROGRAMA,
              BY REFERENCE WS-TOTAL-LIDOS,
              BY REFERENCE WS-TOTAL-REJEITADOS,
              BY REFERENCE WS-DUR-HRA, BY REFERENCE WS-DUR-MIN,
              BY REFERENCE WS-DUR-SEG, BY REFERENCE WS-DUR-CEN.
           MOVE "RELATORIO EMITIDO" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      ******************************************************************
      * COMPETENCIA (PARAMETRO OU MES ANTERIOR A DATA DE NEGOCIO)      *
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
           EXIT.
      ******************************************************************
      * VARRE O REGISTRO: ABERTOS NA COMPETENCIA POR CAUSA E           *
      * SEVERIDADE, RESOLVIDOS NELA COM O TEMPO PARA RESOLVER, E OS    *
      * PENDENTES NA DATA DA EMISSAO                                   *
      ******************************************************************
       150-CARREGA-INCIDENTES          SECTION.
           OPEN INPUT INCIDREG-FILE.
           IF WS-INC-STATUS NOT = "00"
              DISPLAY "Aviso: INCIDREG.DAT nao encontrado."
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ INCIDREG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-TOTAL-LIDOS
                    PERFORM 200-CONTA-INCIDENTE
              END-READ
           END-PERFORM.
           CLOSE INCIDREG-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UM INCIDENTE NAS CONTAGENS                                     *
      ******************************************************************
       200-CONTA-INCIDENTE             SECTION.
           IF IC-DATA-ABER IS NOT NUMERIC
              OR IC-SEVERIDADE IS NOT NUMERIC
              OR IC-SEVERIDADE < 1 OR IC-SEVERIDADE > 4
              ADD 1 TO WS-TOTAL-REJEITADOS
              EXIT SECTION
           END-IF
           MOVE IC-SEVERIDADE TO AC-SV.
           IF IC-PENDENTE
              ADD 1 TO WS-TOT-PENDENTES
              IF IC-SEVERO
                 ADD 1 TO WS-TOT-PEND-SEVEROS
              END-IF
           END-IF
           IF IC-DATA-ABER(1:6) = WS-COMPETENCIA
              IF IC-CATEGORIA = SPACES
                 MOVE "SEM CAUSA" TO WS-CAT-BUSCA
              ELSE
                 MOVE IC-CATEGORIA TO WS-CAT-BUSCA
              END-IF
              PERFORM 250-PROCURA-CATEGORIA
              IF AC-CT > ZERO
                 ADD 1 TO WS-CAT-ABERTOS(AC-CT)
              END-IF
              ADD 1 TO WS-SEV-ABERTOS(AC-SV)
              ADD 1 TO WS-TOT-ABERTOS
           END-IF
           IF IC-RESOLVIDO
              AND IC-DATA-RESOL IS NUMERIC
              AND IC-DATA-RESOL(1:6) = WS-COMPETENCIA
              COMPUTE WS-MINUTOS =
                 (FUNCTION INTEGER-OF-DATE(IC-DATA-RESOL)
                  - FUNCTION INTEGER-OF-DATE(IC-DATA-ABER)) * 1440
                 + FUNCTION NUMVAL(IC-HORA-RESOL(1:2)) * 60
                 + FUNCTION NUMVAL(IC-HORA-RESOL(3:2))
                 - FUNCTION NUMVAL(IC-HORA-ABER(1:2)) * 60
                 - FUNCTION NUMVAL(IC-HORA-ABER(3:2))
              IF WS-MINUTOS < ZERO
                 MOVE ZERO TO WS-MINUTOS
              END-IF
              MOVE IC-CATEGORIA TO WS-CAT-BUSCA
              PERFORM 250-PROCURA-CATEGORIA
              IF AC-CT > ZERO
                 ADD 1 TO WS-CAT-RESOLVIDOS(AC-CT)
                 ADD WS-MINUTOS TO WS-CAT-MINUTOS(AC-CT)
              END-IF
              ADD 1 TO WS-SEV-RESOLVIDOS(AC-SV)
              ADD WS-MINUTOS TO WS-SEV-MINUTOS(AC-SV)
              ADD 1 TO WS-TOT-RESOLVIDOS
              ADD WS-MINUTOS TO WS-TOT-MINUTOS
           END-IF.
           EXIT.
      ******************************************************************
      * POSICAO DA CATEGORIA WS-CAT-BUSCA NA TABELA, INCLUIDA SE NOVA; *
      * AC-CT ZERO COM A TABELA CHEIA                                  *
      ******************************************************************
       250-PROCURA-CATEGORIA           SECTION.
           PERFORM VARYING AC-CT FROM 1 BY 1
                   UNTIL AC-CT > WS-QTDE-CATEGORIAS
              IF WS-CAT-CODIGO(AC-CT) = WS-CAT-BUSCA
                 EXIT SECTION
              END-IF
           END-PERFORM.
           IF WS-QTDE-CATEGORIAS < LIMITE-CATEGORIAS
              ADD 1 TO WS-QTDE-CATEGORIAS
              MOVE WS-QTDE-CATEGORIAS TO AC-CT
              MOVE WS-CAT-BUSCA TO WS-CAT-CODIGO(AC-CT)
           ELSE
              MOVE ZERO TO AC-CT
           END-IF.
           EXIT.
      ******************************************************************
      * LINHA DE CONTAGEM: ROTULO, ABERTOS, RESOLVIDOS E TEMPO MEDIO   *
      ******************************************************************
       300-LINHA-CONTAGEM              SECTION.
           MOVE WS-QTDE-ABERTOS-L TO WS-S-ABERTOS.
           MOVE WS-QTDE-MEDIA TO WS-S-RESOLVIDOS.
           PERFORM 350-FORMATA-MEDIA.
           MOVE SPACES TO WS-LINHA.
           STRING WS-ROTULO " " WS-S-ABERTOS "      " WS-S-RESOLVIDOS
                  "  " WS-S-MEDIA
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * MEDIA DE WS-SOMA-MEDIA MINUTOS EM WS-QTDE-MEDIA INCIDENTES,    *
      * COMO HORAS E MINUTOS EM WS-S-MEDIA ("-" SEM RESOLVIDOS)        *
      ******************************************************************
       350-FORMATA-MEDIA               SECTION.
           MOVE SPACES TO WS-S-MEDIA.
           IF WS-QTDE-MEDIA = ZERO
              MOVE "       -" TO WS-S-MEDIA
              EXIT SECTION
           END-IF
           COMPUTE WS-MEDIA ROUNDED = WS-SOMA-MEDIA / WS-QTDE-MEDIA.
           COMPUTE WS-S-HORAS = WS-MEDIA / 60.
           MOVE FUNCTION MOD(WS-MEDIA, 60) TO WS-S-MINUTOS.
           STRING WS-S-HORAS "h" WS-S-MINUTOS
              DELIMITED BY SIZE INTO WS-S-MEDIA.
           EXIT.
      ******************************************************************
      * LINHA DA LISTAGEM INCIDMES.LST                                 *
      ******************************************************************
       800-IMPRIME-LINHA               SECTION.
           MOVE "L" TO WS-IMP-OPCAO.
           MOVE WS-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           EXIT.
       END PROGRAM CAP02AP29.
