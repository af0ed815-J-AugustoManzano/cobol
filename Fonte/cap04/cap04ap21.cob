      * denominador, como no relatorio combinado CAP04AP08. No fim do
      * fechamento sai o resumo por disciplina e o resultado geral
      * (estudantes distintos encerrados).
      *
      * Quem saiu da turma antes do fechamento pelo CAP04AP46 nao esta
      * mais no TURMA.DAT, mas a matricula guardada em DESISTE.DAT
      * entra no historico da turma com as notas do dia da saida e a
      * situacao DESISTENTE (ou TRANSFERIDO, quando foi para outra
      * turma); esses registros nao contam como reprovacao nem no
      * resumo por disciplina, e o total sai a parte no fim.
      *
      * Antes da confirmacao, o fechamento avisa, por disciplina e
      * avaliacao, quantos estudantes da turma ainda estao com a nota
      * zerada ou em branco: as avaliacoes previstas no calendario da
      * turma/disciplina (servico CALAVAL, mantido pelo CAP04AP49) ou,
      * sem calendario, as quatro. O aviso nao impede o fechamento -
      * a coordenacao decide na confirmacao.
      *
      * A apuracao de presencas le o indexado FREQIDX.DAT
      * (freqidx.cpy), que substituiu o sequencial FREQ.DAT:
      * posiciona pela chave no inicio da turma e para ao sair dela.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TURMA-FILE ASSIGN TO "TURMA.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TURMA-STATUS.
           SELECT FREQ-FILE ASSIGN TO "FREQIDX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FQ-CHAVE
              ALTERNATE RECORD KEY IS FQ-ID WITH DUPLICATES
              FILE STATUS IS WS-FREQ-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO "HISTTURM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
           SELECT JUST-FILE ASSIGN TO "JUSTFREQ.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JUS-STATUS.
           SELECT DESISTE-FILE ASSIGN TO "DESISTE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TURMA-FILE.
       COPY "turma.cpy".
       FD  FREQ-FILE.
       COPY "freqidx.cpy".
       FD  HISTORICO-FILE.
       01  HT-REGISTRO.
           05  HT-ANO          PIC 9(4).
           05  TF-DATA         PIC 9(8).
       FD  JUST-FILE.
       COPY "justfreq.cpy".
       FD  DESISTE-FILE.
       COPY "desiste.cpy".
       WORKING-STORAGE SECTION.
       78  LIMITE-ALUNOS VALUE 200.
       78  LIMITE-AULAS VALUE 200.
               10  WS-DISC-QTDE     PIC 9(4).
               10  WS-DISC-REPROV   PIC 9(4).
       77  WS-QTDE-DISCIPLINAS PIC 9(3) VALUE ZERO.
      *    Notas zeradas/em branco por disciplina e avaliacao, para o
      *    aviso antes da confirmacao
       01  WS-TAB-SEM-NOTA.
           05  WS-SN-ENTRADA OCCURS LIMITE-DISCIPLINAS TIMES.
               10  WS-SN-DISCIPLINA PIC X(4).
               10  WS-SN-AVALIACAO OCCURS 4 TIMES.
                   15  WS-SN-PREVISTA PIC X.
                   15  WS-SN-QTDE     PIC 9(4).
       77  WS-QTDE-SN          PIC 9(3) VALUE ZERO.
       77  WS-TOTAL-SEM-NOTA   PIC 9(6) VALUE ZERO.
       77  WS-CAL-ACHOU        PIC X.
       77  WS-SN-AV            PIC 9.
       COPY "calaval.cpy".
       01  WS-TAB-IDS-FECHADOS.
           05  WS-IDF-ID PIC X(9) OCCURS LIMITE-ALUNOS TIMES.
       77  WS-QTDE-IDS-FECHADOS PIC 9(3) VALUE ZERO.
       77  WS-FREQ-STATUS      PIC XX.
       77  WS-HIS-STATUS       PIC XX.
       77  WS-FEC-STATUS       PIC XX.
       77  WS-DES-STATUS       PIC XX.
       77  WS-TOTAL-DESISTENTES PIC 9(6) VALUE ZERO.
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
       77  WS-TURMA-SEL        PIC X(6).
              GOBACK
           END-IF
           DISPLAY "Estudantes a encerrar: " WS-TOTAL-FECHADOS.
           PERFORM 150-CONFERE-AVALIACOES.
           DISPLAY "Confirmar o fechamento (S/N)? "
              WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           PERFORM 200-APURA-FREQUENCIA.
           PERFORM 255-CARREGA-JUSTIFICATIVAS.
           PERFORM 300-GRAVA-HISTORICO.
           PERFORM 380-GRAVA-DESISTENTES.
           PERFORM 400-RETIRA-DO-ATIVO.
           PERFORM 950-LIBERA-TRAVA.
           CALL "CAP04AP05".
           END-IF.
           DISPLAY "Estudantes distintos encerrados: "
              WS-QTDE-IDS-FECHADOS.
           IF WS-TOTAL-DESISTENTES > ZERO
              DISPLAY "Desistentes/transferidos no historico: "
                 WS-TOTAL-DESISTENTES " registro(s)"
           END-IF.
           PERFORM VARYING AC-CD FROM 1 BY 1
                   UNTIL AC-CD > WS-QTDE-DISCIPLINAS
              IF WS-DISC-CODIGO(AC-CD) = SPACES
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * AVISO DAS AVALIACOES SEM NOTA (ZERADA OU EM BRANCO) DA TURMA,  *
      * POR DISCIPLINA, PELO CALENDARIO OU, SEM ELE, AS QUATRO         *
      ******************************************************************
       150-CONFERE-AVALIACOES          SECTION.
           MOVE ZERO TO WS-QTDE-SN.
           MOVE ZERO TO WS-TOTAL-SEM-NOTA.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-TURMA
              MOVE WS-TUR-REG(AC-CI) TO TR-REGISTRO
              IF TR-TURMA = WS-TURMA-SEL
                 PERFORM 160-CONTA-SEM-NOTA
              END-IF
           END-PERFORM.
           IF WS-TOTAL-SEM-NOTA = ZERO
              EXIT SECTION
           END-IF
           DISPLAY "Atencao: avaliacoes sem nota lancada na turma:".
           PERFORM VARYING AC-CD FROM 1 BY 1
                   UNTIL AC-CD > WS-QTDE-SN
              PERFORM VARYING AC-CK FROM 1 BY 1 UNTIL AC-CK > 4
                 IF WS-SN-QTDE(AC-CD, AC-CK) > ZERO
                    MOVE AC-CK TO WS-SN-AV
                    IF WS-SN-DISCIPLINA(AC-CD) = SPACES
                       DISPLAY "  Disciplina (UNICA) avaliacao "
                          WS-SN-AV ": " WS-SN-QTDE(AC-CD, AC-CK)
                          " estudante(s) sem nota"
                    ELSE
                       DISPLAY "  Disciplina " WS-SN-DISCIPLINA(AC-CD)
                          " avaliacao " WS-SN-AV ": "
                          WS-SN-QTDE(AC-CD, AC-CK)
                          " estudante(s) sem nota"
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.
           EXIT.
      ******************************************************************
      * UM ESTUDANTE: CONTA AS AVALIACOES PREVISTAS AINDA SEM NOTA; A  *
      * ENTRADA DA DISCIPLINA NASCE COM AS PREVISTAS DO CALENDARIO     *
      ******************************************************************
       160-CONTA-SEM-NOTA              SECTION.
           MOVE ZERO TO AC-ACHOU.
           PERFORM VARYING AC-CD FROM 1 BY 1
                   UNTIL AC-CD > WS-QTDE-SN OR AC-ACHOU > ZERO
              IF WS-SN-DISCIPLINA(AC-CD) = TR-DISCIPLINA
                 MOVE AC-CD TO AC-ACHOU
              END-IF
           END-PERFORM.
           IF AC-ACHOU = ZERO
              IF WS-QTDE-SN >= LIMITE-DISCIPLINAS
                 EXIT SECTION
              END-IF
              ADD 1 TO WS-QTDE-SN
              MOVE WS-QTDE-SN TO AC-ACHOU
              MOVE TR-DISCIPLINA TO WS-SN-DISCIPLINA(AC-ACHOU)
              CALL "CALAVAL" USING WS-TURMA-SEL, TR-DISCIPLINA,
                 CA-REGISTRO, WS-CAL-ACHOU
              PERFORM VARYING AC-CK FROM 1 BY 1 UNTIL AC-CK > 4
                 MOVE ZERO TO WS-SN-QTDE(AC-ACHOU, AC-CK)
                 IF WS-CAL-ACHOU = "S"
                    AND CA-DATA(AC-CK) = ZERO
                    MOVE "N" TO WS-SN-PREVISTA(AC-ACHOU, AC-CK)
                 ELSE
                    MOVE "S" TO WS-SN-PREVISTA(AC-ACHOU, AC-CK)
                 END-IF
              END-PERFORM
           END-IF
           PERFORM VARYING AC-CK FROM 1 BY 1 UNTIL AC-CK > 4
              IF WS-SN-PREVISTA(AC-ACHOU, AC-CK) = "S"
                 IF TR-NOTA(AC-CK) IS NOT NUMERIC
                    ADD 1 TO WS-SN-QTDE(AC-ACHOU, AC-CK)
                    ADD 1 TO WS-TOTAL-SEM-NOTA
                 ELSE
                    IF TR-NOTA(AC-CK) = ZERO
                       ADD 1 TO WS-SN-QTDE(AC-ACHOU, AC-CK)
                       ADD 1 TO WS-TOTAL-SEM-NOTA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * PRESENCAS DA TURMA EM FREQIDX.DAT (AULAS DISTINTAS E PRESENCAS *
      * POR ESTUDANTE), PARA A REGRA DE REPROVACAO POR FALTA           *
      ******************************************************************
       200-APURA-FREQUENCIA            SECTION.
           IF WS-FREQ-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE WS-TURMA-SEL TO FQ-TURMA.
           MOVE ZERO TO FQ-DATA.
           MOVE LOW-VALUES TO FQ-ID.
           START FREQ-FILE KEY IS NOT LESS THAN FQ-CHAVE
              INVALID KEY
                 MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-OK
              READ FREQ-FILE NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF FQ-TURMA = WS-TURMA-SEL
                       PERFORM 250-ACUMULA-CHAMADA
                    ELSE
                       MOVE "S" TO WS-FIM-ARQUIVO
                    END-IF
              END-READ
           END-PERFORM.
           END-IF.
           EXIT.
      ******************************************************************
      * MATRICULAS QUE SAIRAM DA TURMA (DESISTE.DAT) NO HISTORICO,     *
      * COMO DESISTENTE OU TRANSFERIDO                                 *
      ******************************************************************
       380-GRAVA-DESISTENTES           SECTION.
           OPEN INPUT DESISTE-FILE.
           IF WS-DES-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           OPEN EXTEND HISTORICO-FILE.
           PERFORM UNTIL WS-FIM-OK
              READ DESISTE-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF DS-TURMA = WS-TURMA-SEL
                       CALL "NOTAMED" USING DS-TURMA, DS-NOTA(1),
                          WS-C-MEDIA, WS-PESOS-APLICADOS
                       MOVE WS-DATA-HORA-SISTEMA(1:4) TO HT-ANO
                       MOVE DS-TURMA TO HT-TURMA
                       MOVE DS-ID    TO HT-ID
                       MOVE DS-NOME  TO HT-NOME
                       MOVE DS-NOTA(1) TO HT-NOTA(1)
                       MOVE DS-NOTA(2) TO HT-NOTA(2)
                       MOVE DS-NOTA(3) TO HT-NOTA(3)
                       MOVE DS-NOTA(4) TO HT-NOTA(4)
                       MOVE WS-C-MEDIA TO HT-MEDIA
                       MOVE DS-DISCIPLINA TO HT-DISCIPLINA
                       IF DS-TRANSFERENCIA
                          MOVE "TRANSFERIDO" TO HT-SITUACAO
                       ELSE
                          MOVE "DESISTENTE" TO HT-SITUACAO
                       END-IF
                       WRITE HT-REGISTRO
                       ADD 1 TO WS-TOTAL-DESISTENTES
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DESISTE-FILE.
           CLOSE HISTORICO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * RETIRADA DA TURMA ENCERRADA DO CADASTRO ATIVO, PRESERVANDO AS  *
      * DEMAIS TURMAS                                                  *
      ******************************************************************
