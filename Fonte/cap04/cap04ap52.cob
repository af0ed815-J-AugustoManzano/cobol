       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP04AP52.
      *
      * Relatorio de dados pessoais de um estudante: pela lei de
      * protecao de dados a escola tem prazo para responder ao pedido
      * "o que voces guardam sobre mim", e os dados de um estudante
      * estao espalhados por duas dezenas de arquivos. Para o TR-ID
      * informado, percorre cada arquivo do mapa dadospes.cpy - os
      * sequenciais linha a linha, pela coluna do codigo; o mestre
      * TURMAIDX.DAT e a frequencia FREQIDX.DAT pela chave - e junta
      * num documento unico (DADOSPES.LST, via IMPRIME/RELGER) cada
      * registro encontrado, sob o nome do arquivo e o que ele
      * guarda, com a contagem por arquivo; arquivo sem registro do
      * estudante tambem sai, para o documento mostrar que foi
      * consultado. A emissao fica no AUDITLOG com o codigo do
      * estudante.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALVO-FILE ASSIGN TO DYNAMIC WS-NOME-ALVO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALV-STATUS.
           SELECT TURMA-IDX-FILE ASSIGN TO "TURMAIDX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TI-CHAVE
              ALTERNATE RECORD KEY IS TI-NOME WITH DUPLICATES
              FILE STATUS IS WS-IDX-STATUS.
           SELECT FREQ-FILE ASSIGN TO "FREQIDX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FQ-CHAVE
              ALTERNATE RECORD KEY IS FQ-ID WITH DUPLICATES
              FILE STATUS IS WS-FREQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALVO-FILE.
       01  AV-LINHA            PIC X(200).
       FD  TURMA-IDX-FILE.
       COPY "turmaidx.cpy".
       FD  FREQ-FILE.
       COPY "freqidx.cpy".
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       COPY "dadospes.cpy".
       77  AC-DP          PIC 9(2).
       77  WS-ALV-STATUS  PIC XX.
       77  WS-IDX-STATUS  PIC XX.
       77  WS-FREQ-STATUS PIC XX.
       77  WS-FIM-ARQUIVO PIC X VALUE "N".
           88 WS-FIM-OK   VALUE "S".
       77  WS-NOME-ALVO   PIC X(30).
       77  WS-ID-SEL      PIC X(9).
       77  WS-DATA-NEG    PIC 9(8).
       77  WS-DATA-NEG-X  PIC X(8).
       77  WS-DATA-BR     PIC X(10).
       77  WS-TAM-LINHA   PIC 9(3).
       77  WS-QT-ARQUIVO  PIC 9(6).
       77  WS-QT-EDIT     PIC ZZZZZ9.
       77  WS-TOTAL-LIDOS PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-ACHADOS PIC 9(6) VALUE ZERO.
       77  WS-LINHA       PIC X(132) VALUE SPACES.
       77  WS-IMP-OPCAO   PIC X.
       77  WS-IMP-TEXTO   PIC X(132).
       77  WS-IMP-TOTAL   PIC 9(6) VALUE ZERO.
       77  WS-NOME-RELATORIO PIC X(14).
       77  WS-DATA-INICIO PIC X(20).
       77  WS-DATA-FIM    PIC X(20).
       77  WS-DUR-HRA     PIC 9(4).
       77  WS-DUR-MIN     PIC 9(2).
       77  WS-DUR-SEG     PIC 9(2).
       77  WS-DUR-CEN     PIC 9(2).
       77  WS-PROGRAMA    PIC X(8) VALUE "CAP04A52".
       77  WS-RESULTADO   PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY CR.
           DISPLAY "-------------------------------------------".
           DISPLAY "Relatorio de Dados Pessoais do Estudante".
           DISPLAY "-------------------------------------------".
           DISPLAY "ID do estudante: " WITH NO ADVANCING.
           ACCEPT WS-ID-SEL.
           IF WS-ID-SEL = SPACES
              DISPLAY "ID nao informado."
              GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-INICIO.
           MOVE ZERO TO WS-TOTAL-LIDOS WS-TOTAL-ACHADOS WS-IMP-TOTAL.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
           MOVE WS-DATA-NEG TO WS-DATA-NEG-X.
           STRING WS-DATA-NEG-X(7:2) "/" WS-DATA-NEG-X(5:2) "/"
                  WS-DATA-NEG-X(1:4)
              DELIMITED BY SIZE INTO WS-DATA-BR.
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "DADOSPES.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "DADOS PESSOAIS MANTIDOS SOBRE O ESTUDANTE"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE SPACES TO WS-LINHA.
           STRING "ESTUDANTE: " WS-ID-SEL "   POSICAO EM: " WS-DATA-BR
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           PERFORM VARYING AC-DP FROM 1 BY 1
                   UNTIL AC-DP > QTDE-ARQ-PESSOAIS
              PERFORM 100-UM-ARQUIVO
           END-PERFORM.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE WS-TOTAL-ACHADOS TO WS-QT-EDIT.
           MOVE SPACES TO WS-LINHA.
           STRING "TOTAL DE REGISTROS DO ESTUDANTE: " WS-QT-EDIT
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-TOTAL-ACHADOS TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "DADOSPES.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           DISPLAY "Arquivos consultados .: " QTDE-ARQ-PESSOAIS.
           DISPLAY "Registros encontrados : " WS-TOTAL-ACHADOS.
           DISPLAY "Relatorio gravado em DADOSPES.LST.".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-FIM.
           CALL "DURACALC" USING WS-DATA-INICIO, WS-DATA-FIM,
              WS-DUR-HRA, WS-DUR-MIN, WS-DUR-SEG, WS-DUR-CEN.
           CALL "STATSLOG" USING BY REFERENCE WS-PROGRAMA,
              BY REFERENCE WS-TOTAL-LIDOS,
              BY REFERENCE WS-TOTAL-ACHADOS,
              BY REFERENCE WS-DUR-HRA, BY REFERENCE WS-DUR-MIN,
              BY REFERENCE WS-DUR-SEG, BY REFERENCE WS-DUR-CEN.
           MOVE SPACES TO WS-RESULTADO.
           STRING "DADOSPES " WS-ID-SEL DELIMITED BY SIZE
              INTO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           GOBACK.
      ******************************************************************
      * UM ARQUIVO DO MAPA: TITULO, REGISTROS DO ESTUDANTE E CONTAGEM  *
      ******************************************************************
       100-UM-ARQUIVO                  SECTION.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING DP-DESCRICAO(AC-DP) DELIMITED BY "  "
                  " (" DELIMITED BY SIZE
                  DP-ARQUIVO(AC-DP) DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
              INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE ZERO TO WS-QT-ARQUIVO.
           EVALUATE TRUE
              WHEN DP-ARQUIVO(AC-DP) = "TURMAIDX.DAT"
                 PERFORM 300-LE-MESTRE
              WHEN DP-ARQUIVO(AC-DP) = "FREQIDX.DAT"
                 PERFORM 350-LE-FREQUENCIA
              WHEN OTHER
                 PERFORM 200-LE-SEQUENCIAL
           END-EVALUATE.
           IF WS-QT-ARQUIVO = ZERO
              MOVE "  (nenhum registro)" TO WS-LINHA
           ELSE
              MOVE WS-QT-ARQUIVO TO WS-QT-EDIT
              MOVE SPACES TO WS-LINHA
              STRING "  " WS-QT-EDIT " registro(s)"
                 DELIMITED BY SIZE INTO WS-LINHA
           END-IF
           PERFORM 800-IMPRIME-LINHA.
           ADD WS-QT-ARQUIVO TO WS-TOTAL-ACHADOS.
           EXIT.
      ******************************************************************
      * ARQUIVO SEQUENCIAL: O CODIGO NA COLUNA DO MAPA                 *
      ******************************************************************
       200-LE-SEQUENCIAL               SECTION.
           MOVE SPACES TO WS-NOME-ALVO.
           MOVE DP-ARQUIVO(AC-DP) TO WS-NOME-ALVO.
           OPEN INPUT ALVO-FILE.
           IF WS-ALV-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              MOVE SPACES TO AV-LINHA
              READ ALVO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-TOTAL-LIDOS
                    IF AV-LINHA(DP-COL-ID(AC-DP):9) = WS-ID-SEL
                       PERFORM 700-IMPRIME-REGISTRO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ALVO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * MESTRE INDEXADO: POSICIONA NO INICIO DA CHAVE DO ESTUDANTE     *
      ******************************************************************
       300-LE-MESTRE                   SECTION.
           OPEN INPUT TURMA-IDX-FILE.
           IF WS-IDX-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE WS-ID-SEL TO TI-ID.
           MOVE LOW-VALUES TO TI-TURMA TI-DISCIPLINA.
           START TURMA-IDX-FILE KEY IS NOT LESS THAN TI-CHAVE
              INVALID KEY
                 MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-OK
              READ TURMA-IDX-FILE NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-TOTAL-LIDOS
                    IF TI-ID = WS-ID-SEL
                       MOVE SPACES TO AV-LINHA
                       MOVE TI-REGISTRO TO AV-LINHA
                       PERFORM 700-IMPRIME-REGISTRO
                    ELSE
                       MOVE "S" TO WS-FIM-ARQUIVO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TURMA-IDX-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * FREQUENCIA: TODAS AS CHAMADAS DO ESTUDANTE PELA CHAVE FQ-ID    *
      ******************************************************************
       350-LE-FREQUENCIA               SECTION.
           OPEN INPUT FREQ-FILE.
           IF WS-FREQ-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE WS-ID-SEL TO FQ-ID.
           START FREQ-FILE KEY IS EQUAL TO FQ-ID
              INVALID KEY
                 MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-OK
              READ FREQ-FILE NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-TOTAL-LIDOS
                    IF FQ-ID = WS-ID-SEL
                       MOVE SPACES TO AV-LINHA
                       MOVE FQ-REGISTRO TO AV-LINHA
                       PERFORM 700-IMPRIME-REGISTRO
                    ELSE
                       MOVE "S" TO WS-FIM-ARQUIVO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FREQ-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * O REGISTRO COMO ESTA GRAVADO; O QUE PASSA DE 120 POSICOES      *
      * SEGUE NA LINHA DE BAIXO                                        *
      ******************************************************************
       700-IMPRIME-REGISTRO            SECTION.
           ADD 1 TO WS-QT-ARQUIVO.
           MOVE SPACES TO WS-LINHA.
           STRING "  " AV-LINHA(1:120) DELIMITED BY SIZE
              INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(AV-LINHA TRAILING))
              TO WS-TAM-LINHA.
           IF WS-TAM-LINHA > 120
              MOVE SPACES TO WS-LINHA
              STRING "    " AV-LINHA(121:80) DELIMITED BY SIZE
                 INTO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           END-IF.
           EXIT.
      ******************************************************************
      * ENVIO DE UMA LINHA AO SERVICO DE IMPRESSAO                     *
      ******************************************************************
       800-IMPRIME-LINHA               SECTION.
           MOVE "L" TO WS-IMP-OPCAO.
           MOVE WS-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           EXIT.
       END PROGRAM CAP04AP52.
