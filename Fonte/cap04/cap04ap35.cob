      * parcial. Nada e gravado nem alterado; sem sessao de operador;
      * cada consulta entra em AUDITLOG.DAT para a gerencia ver que o
      * quiosque se paga.
      *
      * Em bloqueio financeiro (servico FINBLOQ, so consulta) o
      * treinando ve o aviso para procurar a secretaria antes de pedir
      * certificado, historico ou nova matricula, que ficam retidos.
      *
      * Com o periodo letivo vigente cadastrado no questionario de
      * avaliacao de fim de curso (AVALQST.DAT, CAP04AP48), a consulta
      * oferece ao treinando a avaliacao de cada turma DELE ainda nao
      * avaliada - uma resposta por treinando por turma no periodo. O
      * quiosque guarda quem respondeu (AVALRESP.DAT) separado do que
      * respondeu (AVALNOTA.DAT, sem o codigo e em posicao sorteada),
      * e o relatorio do CAP04AP48 so trabalha com as respostas.
      *
      * A presenca vem do indexado FREQIDX.DAT (freqidx.cpy), que
      * substituiu o sequencial FREQ.DAT: o quiosque posiciona pela
      * chave no inicio da turma do estudante e le so as chamadas
      * dela, em vez do arquivo inteiro a cada consulta.
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
           SELECT JUST-FILE ASSIGN TO "JUSTFREQ.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JUS-STATUS.
           SELECT AVALQST-FILE ASSIGN TO "AVALQST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AQ-STATUS.
           SELECT AVALRESP-FILE ASSIGN TO "AVALRESP.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AR-STATUS.
           SELECT AVALNOTA-FILE ASSIGN TO "AVALNOTA.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TURMA-IDX-FILE.
       FD  TURMA-FILE.
       COPY "turma.cpy".
       FD  FREQ-FILE.
       COPY "freqidx.cpy".
       FD  JUST-FILE.
       COPY "justfreq.cpy".
       FD  AVALQST-FILE.
       COPY "avalqst.cpy".
       FD  AVALRESP-FILE.
       COPY "avalresp.cpy".
       FD  AVALNOTA-FILE.
       COPY "avalnota.cpy".
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       77  WS-IDX-STATUS  PIC XX.
       77  WS-S-MEDIA     PIC Z9.99.
       77  WS-PROGRAMA    PIC X(8) VALUE "CAP04A35".
       77  WS-RESULTADO   PIC X(20).
       77  WS-FB-SITUACAO PIC X.
       77  WS-FB-DIAS     PIC 9(4).
       77  WS-FB-VALOR    PIC 9(7)V99.
       77  WS-CONSULTA-OK PIC X.
       77  WS-AQ-STATUS   PIC XX.
       77  WS-AR-STATUS   PIC XX.
       77  WS-AN-STATUS   PIC XX.
       77  WS-AV-HOJE     PIC 9(8).
       77  WS-AV-PERIODO  PIC X(6).
       01  WS-TABELA-QUESTOES.
           05  WS-QST OCCURS 10 TIMES.
               10  WS-QST-EXISTE PIC X.
               10  WS-QST-TEXTO  PIC X(60).
       77  WS-QTDE-QUESTOES PIC 9(2).
       78  LIMITE-TURMAS-AV VALUE 20.
       01  WS-TABELA-TURMAS-AV.
           05  WS-AV-TURMA PIC X(6) OCCURS LIMITE-TURMAS-AV TIMES.
       77  WS-QTDE-TURMAS-AV PIC 9(2).
       77  WS-AV-TURMA-SEL PIC X(6).
       77  WS-AV-RESPONDIDA PIC X.
       77  WS-AV-RESPONDE PIC X.
       77  WS-AV-ENTRADA  PIC X.
       77  WS-AV-NOTA-OK  PIC X.
       01  WS-AV-NOTAS.
           05  WS-AV-NOTA PIC 9 OCCURS 10 TIMES.
       77  WS-AV-INSTRUTOR PIC X(4).
       77  WS-AV-INS-NOME PIC X(25).
       77  WS-AV-INS-OPER PIC X(12).
       78  LIMITE-RESPOSTAS VALUE 5000.
       01  WS-TABELA-RESPOSTAS.
           05  WS-RESP-LINHA PIC X(26) OCCURS LIMITE-RESPOSTAS TIMES.
       77  WS-QTDE-RESPOSTAS PIC 9(4).
       77  WS-AV-NOVA     PIC X(26).
       77  WS-AV-POSICAO  PIC 9(4).
       77  AC-AT          PIC 9(2).
       77  AC-AV          PIC 9(4).
       77  WS-ALEATORIO   PIC V9(9) COMP-3.
       77  WS-SEMENTE     PIC 9(9).
       77  WS-DESCARTE    PIC V9(9) COMP-3.
       77  WS-DATA-HORA-SISTEMA PIC X(21).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           PERFORM FOREVER
                 EXIT PERFORM
              END-IF
              PERFORM 100-CONSULTA
              IF WS-CONSULTA-OK = "S"
                 PERFORM 500-AVALIACAO
              END-IF
              DISPLAY CR
              DISPLAY "Tecle <ENTER> para encerrar a consulta."
              ACCEPT WS-DVE
      * DISCIPLINA, PRESENCA LIQUIDA E SITUACAO PARCIAL                *
      ******************************************************************
       100-CONSULTA                    SECTION.
           MOVE "N" TO WS-CONSULTA-OK.
           PERFORM 150-VALIDA-CODIGO.
           IF WS-DVE NOT = WS-DVC
              DISPLAY "Codigo invalido (digito verificador)."
           PERFORM 200-MOSTRA-NOTAS.
           PERFORM 300-MOSTRA-PRESENCA.
           PERFORM 400-MOSTRA-SITUACAO.
           CALL "FINBLOQ" USING BY CONTENT "C",
              BY CONTENT WS-COD-ENTRADA, BY CONTENT "    ",
              BY REFERENCE WS-FB-SITUACAO,
              BY REFERENCE WS-FB-DIAS, BY REFERENCE WS-FB-VALOR.
           IF WS-FB-SITUACAO = "B"
              DISPLAY "Pendencia financeira: procure a secretaria."
           END-IF.
           MOVE "KIOSK CONSULTA" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           MOVE "S" TO WS-CONSULTA-OK.
           EXIT.
      ******************************************************************
      * DIGITO VERIFICADOR DO CODIGO DIGITADO, COMO EM CAP04AP02       *
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-TURMA-ALUNO TO FQ-TURMA.
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
                          AND FQ-PRESENCA = "P"
                          ADD 1 TO WS-PRESENCAS
                       END-IF
                    ELSE
                       MOVE "S" TO WS-FIM-ARQUIVO
                    END-IF
              END-READ
           END-PERFORM.
                 DISPLAY "Situacao parcial ..: ABAIXO DA MEDIA"
           END-EVALUATE.
           EXIT.
      ******************************************************************
      * AVALIACAO DE FIM DE CURSO: NO PERIODO VIGENTE, OFERECE CADA    *
      * TURMA DO TREINANDO AINDA NAO AVALIADA POR ELE                  *
      ******************************************************************
       500-AVALIACAO                   SECTION.
           PERFORM 510-PERIODO-VIGENTE.
           IF WS-AV-PERIODO = SPACES OR WS-QTDE-QUESTOES = ZERO
              EXIT SECTION
           END-IF
           PERFORM 520-TURMAS-DO-ALUNO.
           PERFORM VARYING AC-AT FROM 1 BY 1
                   UNTIL AC-AT > WS-QTDE-TURMAS-AV
              MOVE WS-AV-TURMA(AC-AT) TO WS-AV-TURMA-SEL
              PERFORM 530-JA-RESPONDEU
              IF WS-AV-RESPONDIDA NOT = "S"
                 DISPLAY CR
                 DISPLAY "Avaliacao de fim de curso da turma "
                    WS-AV-TURMA-SEL " - responder agora (S/N)? "
                    WITH NO ADVANCING
                 ACCEPT WS-AV-RESPONDE
                 MOVE FUNCTION UPPER-CASE(WS-AV-RESPONDE)
                    TO WS-AV-RESPONDE
                 IF WS-AV-RESPONDE = "S"
                    PERFORM 540-COLHE-RESPOSTAS
                    PERFORM 550-GRAVA-RESPOSTAS
                 END-IF
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * PERIODO CUJA FAIXA DE DATAS CONTEM A DATA DE NEGOCIO E AS      *
      * QUESTOES DELE, PELO NUMERO                                     *
      ******************************************************************
       510-PERIODO-VIGENTE             SECTION.
           MOVE SPACES TO WS-AV-PERIODO.
           MOVE ZERO TO WS-QTDE-QUESTOES.
           PERFORM VARYING AC-AT FROM 1 BY 1 UNTIL AC-AT > 10
              MOVE "N" TO WS-QST-EXISTE(AC-AT)
              MOVE SPACES TO WS-QST-TEXTO(AC-AT)
           END-PERFORM.
           CALL "DATANEG" USING BY CONTENT "C", BY REFERENCE WS-AV-HOJE.
           OPEN INPUT AVALQST-FILE.
           IF WS-AQ-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ AVALQST-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF AQ-PERIODO-REG AND WS-AV-PERIODO = SPACES
                       AND AQ-INICIO <= WS-AV-HOJE
                       AND AQ-FIM >= WS-AV-HOJE
                       MOVE AQ-PERIODO TO WS-AV-PERIODO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AVALQST-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           IF WS-AV-PERIODO = SPACES
              EXIT SECTION
           END-IF
           OPEN INPUT AVALQST-FILE.
           PERFORM UNTIL WS-FIM-OK
              READ AVALQST-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF AQ-QUESTAO AND AQ-PERIODO = WS-AV-PERIODO
                       AND AQ-NUMERO >= 1 AND AQ-NUMERO <= 10
                       IF WS-QST-EXISTE(AQ-NUMERO) NOT = "S"
                          ADD 1 TO WS-QTDE-QUESTOES
                       END-IF
                       MOVE "S" TO WS-QST-EXISTE(AQ-NUMERO)
                       MOVE AQ-TEXTO TO WS-QST-TEXTO(AQ-NUMERO)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AVALQST-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * TURMAS DO PROPRIO TREINANDO EM TURMA.DAT, SEM REPETIR          *
      ******************************************************************
       520-TURMAS-DO-ALUNO             SECTION.
           MOVE ZERO TO WS-QTDE-TURMAS-AV.
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ TURMA-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF TR-ID = WS-COD-ENTRADA
                       PERFORM 525-REGISTRA-TURMA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TURMA-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UMA TURMA DO TREINANDO NA LISTA (VARIAS DISCIPLINAS, UMA VEZ)  *
      ******************************************************************
       525-REGISTRA-TURMA              SECTION.
           PERFORM VARYING AC-AT FROM 1 BY 1
                   UNTIL AC-AT > WS-QTDE-TURMAS-AV
              IF WS-AV-TURMA(AC-AT) = TR-TURMA
                 EXIT SECTION
              END-IF
           END-PERFORM.
           IF WS-QTDE-TURMAS-AV < LIMITE-TURMAS-AV
              ADD 1 TO WS-QTDE-TURMAS-AV
              MOVE TR-TURMA TO WS-AV-TURMA(WS-QTDE-TURMAS-AV)
           END-IF.
           EXIT.
      ******************************************************************
      * O TREINANDO JA AVALIOU A TURMA NO PERIODO (AVALRESP.DAT)?      *
      ******************************************************************
       530-JA-RESPONDEU                SECTION.
           MOVE "N" TO WS-AV-RESPONDIDA.
           OPEN INPUT AVALRESP-FILE.
           IF WS-AR-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ AVALRESP-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF AR-PERIODO = WS-AV-PERIODO
                       AND AR-TURMA = WS-AV-TURMA-SEL
                       AND AR-ID = WS-COD-ENTRADA
                       MOVE "S" TO WS-AV-RESPONDIDA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AVALRESP-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UMA NOTA DE 1 A 5 POR QUESTAO DO PERIODO (BRANCO = SEM OPINIAO)*
      ******************************************************************
       540-COLHE-RESPOSTAS             SECTION.
           DISPLAY "Notas de 1 (pessimo) a 5 (otimo); branco = sem "
                   "opiniao.".
           PERFORM VARYING AC-AT FROM 1 BY 1 UNTIL AC-AT > 10
              MOVE ZERO TO WS-AV-NOTA(AC-AT)
              IF WS-QST-EXISTE(AC-AT) = "S"
                 MOVE "N" TO WS-AV-NOTA-OK
                 PERFORM UNTIL WS-AV-NOTA-OK = "S"
                    DISPLAY AC-AT ". " WS-QST-TEXTO(AC-AT)
                    DISPLAY "   Nota: " WITH NO ADVANCING
                    MOVE SPACE TO WS-AV-ENTRADA
                    ACCEPT WS-AV-ENTRADA
                    EVALUATE WS-AV-ENTRADA
                       WHEN SPACE
                          MOVE "S" TO WS-AV-NOTA-OK
                       WHEN "1" THRU "5"
                          MOVE WS-AV-ENTRADA TO WS-AV-NOTA(AC-AT)
                          MOVE "S" TO WS-AV-NOTA-OK
                       WHEN OTHER
                          DISPLAY "   Nota invalida (1 a 5 ou branco)."
                    END-EVALUATE
                 END-PERFORM
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * GRAVA AS RESPOSTAS SEM IDENTIFICACAO, EM POSICAO SORTEADA DE   *
      * AVALNOTA.DAT, E SO ENTAO MARCA O TREINANDO EM AVALRESP.DAT     *
      ******************************************************************
       550-GRAVA-RESPOSTAS             SECTION.
           MOVE ZERO TO WS-QTDE-RESPOSTAS.
           OPEN INPUT AVALNOTA-FILE.
           IF WS-AN-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ AVALNOTA-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       IF WS-QTDE-RESPOSTAS < LIMITE-RESPOSTAS
                          ADD 1 TO WS-QTDE-RESPOSTAS
                          MOVE AN-REGISTRO
                             TO WS-RESP-LINHA(WS-QTDE-RESPOSTAS)
                       ELSE
                          MOVE "S" TO WS-FIM-ARQUIVO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AVALNOTA-FILE
              MOVE "N" TO WS-FIM-ARQUIVO
           END-IF.
           IF WS-QTDE-RESPOSTAS >= LIMITE-RESPOSTAS
              DISPLAY "Avaliacao indisponivel no momento; procure a "
                      "secretaria."
              EXIT SECTION
           END-IF
           CALL "INSTRTUR" USING WS-AV-TURMA-SEL, WS-AV-INSTRUTOR,
              WS-AV-INS-NOME, WS-AV-INS-OPER.
           MOVE WS-AV-PERIODO   TO AN-PERIODO.
           MOVE WS-AV-TURMA-SEL TO AN-TURMA.
           MOVE WS-AV-INSTRUTOR TO AN-INSTRUTOR.
           PERFORM VARYING AC-AT FROM 1 BY 1 UNTIL AC-AT > 10
              MOVE WS-AV-NOTA(AC-AT) TO AN-NOTA(AC-AT)
           END-PERFORM.
           MOVE AN-REGISTRO TO WS-AV-NOVA.
      *    Semente do sorteio a partir do relogio, como nas folhas de
      *    exercicio embaralhadas do CAP03AP06.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           MOVE WS-DATA-HORA-SISTEMA(9:8) TO WS-SEMENTE.
           COMPUTE WS-DESCARTE = FUNCTION RANDOM(WS-SEMENTE).
           COMPUTE WS-ALEATORIO = FUNCTION RANDOM.
           COMPUTE WS-AV-POSICAO =
              WS-ALEATORIO * (WS-QTDE-RESPOSTAS + 1) + 1.
           IF WS-AV-POSICAO > WS-QTDE-RESPOSTAS + 1
              COMPUTE WS-AV-POSICAO = WS-QTDE-RESPOSTAS + 1
           END-IF
           PERFORM VARYING AC-AV FROM WS-QTDE-RESPOSTAS BY -1
                   UNTIL AC-AV < WS-AV-POSICAO
              MOVE WS-RESP-LINHA(AC-AV) TO WS-RESP-LINHA(AC-AV + 1)
           END-PERFORM.
           MOVE WS-AV-NOVA TO WS-RESP-LINHA(WS-AV-POSICAO).
           ADD 1 TO WS-QTDE-RESPOSTAS.
           OPEN OUTPUT AVALNOTA-FILE.
           PERFORM VARYING AC-AV FROM 1 BY 1
                   UNTIL AC-AV > WS-QTDE-RESPOSTAS
              MOVE WS-RESP-LINHA(AC-AV) TO AN-REGISTRO
              WRITE AN-REGISTRO
           END-PERFORM.
           CLOSE AVALNOTA-FILE.
           MOVE WS-AV-PERIODO   TO AR-PERIODO.
           MOVE WS-AV-TURMA-SEL TO AR-TURMA.
           MOVE WS-COD-ENTRADA  TO AR-ID.
           OPEN EXTEND AVALRESP-FILE.
           IF WS-AR-STATUS = "35"
              OPEN OUTPUT AVALRESP-FILE
           END-IF
           WRITE AR-REGISTRO.
           CLOSE AVALRESP-FILE.
           DISPLAY "Obrigado! Avaliacao registrada sem identificacao.".
           MOVE "KIOSK AVALIACAO" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
