       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP04AP53.
      *
      * Anonimizacao de ex-estudantes passado o prazo de retencao: a
      * lei de protecao de dados nao deixa guardar para sempre o dado
      * pessoal de quem ja saiu da escola. Ex-estudante e quem tem
      * historico em HISTTURM.DAT e nenhuma matricula corrente em
      * TURMA.DAT; a data de saida e o fechamento mais recente
      * (TURMFECH.DAT) das turmas do seu historico - turma do
      * historico sem fechamento registrado segura o estudante. Sai
      * para anonimizar quem saiu ha mais anos que a chave
      * RETEN-ALUNO de SYSCFG e ainda tem nome no historico.
      *
      * A rodada e controlada: primeiro lista os candidatos (so o
      * codigo e a data de saida) em ANONIMIZ.LST via IMPRIME/RELGER
      * e pede confirmacao; confirmada, sob a trava TURMA, trata cada
      * arquivo do mapa dadospes.cpy conforme a acao dele - nome
      * trocado por ANONIMIZADO, campo apagado ou registro excluido.
      * Os resultados das turmas encerradas (notas, medias,
      * situacao) e os numeros de certificado e diploma ficam, com o
      * codigo do estudante, e continuam verificaveis. De proposito
      * nao se tira copia de seguranca antes: a copia guardaria o
      * dado que se quer apagar. Arquivo maior que a tabela em
      * memoria nao e regravado, o historico (por ultimo no mapa)
      * fica intocado e a rodada termina com RETURN-CODE 8 - uma
      * nova rodada retoma os mesmos estudantes. Cada estudante
      * anonimizado vai para o AUDITLOG com o codigo.
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
           SELECT TURMA-FILE ASSIGN TO "TURMA.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TURMA-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO "HISTTURM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIS-STATUS.
           SELECT FECHADAS-FILE ASSIGN TO "TURMFECH.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALVO-FILE.
       01  AV-LINHA            PIC X(200).
       FD  TURMA-FILE.
       COPY "turma.cpy".
       FD  HISTORICO-FILE.
       01  HT-REGISTRO.
           05  HT-ANO          PIC 9(4).
           05  HT-TURMA        PIC X(6).
           05  HT-ID           PIC X(9).
           05  HT-NOME         PIC X(25).
           05  HT-NOTA         PIC 99V99 OCCURS 4 TIMES.
           05  HT-MEDIA        PIC 99V99.
           05  HT-SITUACAO     PIC X(20).
           05  HT-DISCIPLINA   PIC X(4).
       FD  FECHADAS-FILE.
       01  TF-REGISTRO.
           05  TF-TURMA        PIC X(6).
           05  TF-DATA         PIC 9(8).
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       COPY "dadospes.cpy".
       78  MARCA-ANONIMO VALUE "ANONIMIZADO".
       78  LIMITE-FECHADAS VALUE 500.
       78  LIMITE-ATIVOS VALUE 5000.
       78  LIMITE-EX VALUE 2000.
       78  LIMITE-LINHAS VALUE 5000.
      *    Turmas encerradas com a data do fechamento
       01  WS-TAB-FECHADAS.
           05  WS-FECHADA OCCURS LIMITE-FECHADAS TIMES.
               10  WS-FC-TURMA     PIC X(6).
               10  WS-FC-DATA      PIC 9(8).
       77  WS-QTDE-FECHADAS PIC 9(3) VALUE ZERO.
      *    Estudantes com matricula corrente em TURMA.DAT
       01  WS-TAB-ATIVOS.
           05  WS-AT-ID PIC X(9) OCCURS LIMITE-ATIVOS TIMES.
       77  WS-QTDE-ATIVOS PIC 9(4) VALUE ZERO.
      *    Estudantes do historico: data de saida e situacao
       01  WS-TAB-EX.
           05  WS-EX-ENTRADA OCCURS LIMITE-EX TIMES.
               10  WS-EX-ID        PIC X(9).
               10  WS-EX-SAIDA     PIC 9(8).
               10  WS-EX-PENDENTE  PIC X.
               10  WS-EX-ELEGIVEL  PIC X.
       77  WS-QTDE-EX     PIC 9(4) VALUE ZERO.
      *    Linhas do arquivo em tratamento
       01  WS-TAB-LINHAS.
           05  WS-LINHA-REG PIC X(200) OCCURS LIMITE-LINHAS TIMES.
       77  WS-QTDE-LINHAS PIC 9(4).
       77  AC-DP          PIC 9(2).
       77  AC-FC          PIC 9(3).
       77  AC-AT          PIC 9(4).
       77  AC-EX          PIC 9(4).
       77  AC-LN          PIC 9(4).
       77  WS-ALV-STATUS  PIC XX.
       77  WS-TURMA-STATUS PIC XX.
       77  WS-HIS-STATUS  PIC XX.
       77  WS-FEC-STATUS  PIC XX.
       77  WS-FIM-ARQUIVO PIC X VALUE "N".
           88 WS-FIM-OK   VALUE "S".
       77  WS-NOME-ALVO   PIC X(30).
       77  WS-ACHOU       PIC X.
       77  WS-TRANSBORDO  PIC X VALUE "N".
       77  WS-ARQ-CHEIO   PIC X.
       77  WS-ALTEROU     PIC X.
       77  WS-CONFIRMA    PIC X.
       77  WS-ID-LINHA    PIC X(9).
       77  WS-DATA-SAIDA  PIC 9(8).
       77  WS-DATA-NEG    PIC 9(8).
       77  WS-DATA-LIMITE PIC 9(8).
       77  WS-CFG-CHAVE   PIC X(12).
       77  WS-CFG-VALOR   PIC X(30).
       77  WS-ANOS-RETENCAO PIC 9(3).
       77  WS-SAIDA-X     PIC X(8).
       77  WS-SAIDA-BR    PIC X(10).
       77  WS-QT-ARQUIVO  PIC 9(6).
       77  WS-QT-EDIT     PIC ZZZZZ9.
       77  WS-TOTAL-ELEGIVEIS PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-ALTERADOS PIC 9(6) VALUE ZERO.
       77  WS-LINHA       PIC X(132) VALUE SPACES.
       77  WS-IMP-OPCAO   PIC X.
       77  WS-IMP-TEXTO   PIC X(132).
       77  WS-IMP-TOTAL   PIC 9(6) VALUE ZERO.
       77  WS-NOME-RELATORIO PIC X(14).
       77  WS-TRAVA-RESULT PIC X(4).
       77  WS-TRAVA-DETENTOR PIC X(30).
       77  WS-TRAVA-NOME  PIC X(12) VALUE "TURMA".
       77  WS-DATA-INICIO PIC X(20).
       77  WS-DATA-FIM    PIC X(20).
       77  WS-DUR-HRA     PIC 9(4).
       77  WS-DUR-MIN     PIC 9(2).
       77  WS-DUR-SEG     PIC 9(2).
       77  WS-DUR-CEN     PIC 9(2).
       77  WS-PROGRAMA    PIC X(8) VALUE "CAP04A53".
       77  WS-RESULTADO   PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY CR.
           DISPLAY "-------------------------------------------".
           DISPLAY "Anonimizacao de Ex-Estudantes".
           DISPLAY "-------------------------------------------".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-INICIO.
           MOVE ZERO TO WS-QTDE-FECHADAS WS-QTDE-ATIVOS WS-QTDE-EX
                        WS-TOTAL-ELEGIVEIS WS-TOTAL-ALTERADOS
                        WS-IMP-TOTAL.
           MOVE "N" TO WS-TRANSBORDO.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
           MOVE "RETEN-ALUNO" TO WS-CFG-CHAVE.
           CALL "SYSCFG" USING WS-CFG-CHAVE, WS-CFG-VALOR.
           IF WS-CFG-VALOR(1:3) IS NUMERIC
              AND WS-CFG-VALOR(1:3) NOT = "000"
              MOVE WS-CFG-VALOR(1:3) TO WS-ANOS-RETENCAO
           ELSE
              MOVE 5 TO WS-ANOS-RETENCAO
           END-IF
           COMPUTE WS-DATA-LIMITE =
              WS-DATA-NEG - WS-ANOS-RETENCAO * 10000.
           PERFORM 100-CARREGA-FECHADAS.
           PERFORM 150-CARREGA-ATIVOS.
           PERFORM 200-APURA-HISTORICO.
           IF WS-TRANSBORDO = "S"
              DISPLAY "Volume acima da capacidade das tabelas; "
                      "anonimizacao cancelada."
              MOVE "TRANSBORDO" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 300-SELECIONA-ELEGIVEIS.
           PERFORM 400-LISTA-ELEGIVEIS.
           DISPLAY "Retencao (anos) ......: " WS-ANOS-RETENCAO.
           DISPLAY "Ex-estudantes a anonimizar: " WS-TOTAL-ELEGIVEIS.
           IF WS-TOTAL-ELEGIVEIS = ZERO
              MOVE "NADA A ANONIMIZAR" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              MOVE ZERO TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "Candidatos listados em ANONIMIZ.LST.".
           DISPLAY "Confirma a anonimizacao (S/N)? "
              WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
              DISPLAY "Anonimizacao nao confirmada; nada alterado."
              MOVE "ANONIMIZ CANCELADA" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              MOVE ZERO TO RETURN-CODE
              GOBACK
           END-IF
           CALL "TRAVA" USING BY CONTENT "E",
              BY CONTENT WS-TRAVA-NOME,
              BY REFERENCE WS-TRAVA-RESULT,
              BY REFERENCE WS-TRAVA-DETENTOR.
           IF WS-TRAVA-RESULT NOT = "OK"
              DISPLAY "Cadastro em atualizacao por "
                 FUNCTION TRIM(WS-TRAVA-DETENTOR)
                 "; tente mais tarde."
              MOVE "TRAVA OCUPADA" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM VARYING AC-DP FROM 1 BY 1
                   UNTIL AC-DP > QTDE-ARQ-PESSOAIS
              IF DP-ACAO(AC-DP) = "N" OR "B" OR "E"
                 PERFORM 500-TRATA-ARQUIVO
              END-IF
           END-PERFORM.
           CALL "TRAVA" USING BY CONTENT "L",
              BY CONTENT WS-TRAVA-NOME,
              BY REFERENCE WS-TRAVA-RESULT,
              BY REFERENCE WS-TRAVA-DETENTOR.
           IF WS-TRANSBORDO = "S"
              DISPLAY "Arquivo acima da capacidade da tabela; "
                      "historico mantido, rode de novo depois de "
                      "ampliar a tabela."
              MOVE "ANONIMIZ INCOMPLETA" TO WS-RESULTADO
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM VARYING AC-EX FROM 1 BY 1
                      UNTIL AC-EX > WS-QTDE-EX
                 IF WS-EX-ELEGIVEL(AC-EX) = "S"
                    MOVE SPACES TO WS-RESULTADO
                    STRING "ANONIMIZ " WS-EX-ID(AC-EX)
                       DELIMITED BY SIZE INTO WS-RESULTADO
                    CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
                 END-IF
              END-PERFORM
              MOVE "ANONIMIZACAO OK" TO WS-RESULTADO
              MOVE ZERO TO RETURN-CODE
           END-IF
           DISPLAY "Registros alterados ou excluidos: "
              WS-TOTAL-ALTERADOS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-FIM.
           CALL "DURACALC" USING WS-DATA-INICIO, WS-DATA-FIM,
              WS-DUR-HRA, WS-DUR-MIN, WS-DUR-SEG, WS-DUR-CEN.
           CALL "STATSLOG" USING BY REFERENCE WS-PROGRAMA,
              BY REFERENCE WS-TOTAL-ELEGIVEIS,
              BY REFERENCE WS-TOTAL-ALTERADOS,
              BY REFERENCE WS-DUR-HRA, BY REFERENCE WS-DUR-MIN,
              BY REFERENCE WS-DUR-SEG, BY REFERENCE WS-DUR-CEN.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           GOBACK.
      ******************************************************************
      * TURMAS ENCERRADAS (TURMFECH.DAT) COM A DATA DO FECHAMENTO      *
      ******************************************************************
       100-CARREGA-FECHADAS            SECTION.
           OPEN INPUT FECHADAS-FILE.
           IF WS-FEC-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ FECHADAS-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-FECHADAS < LIMITE-FECHADAS
                       ADD 1 TO WS-QTDE-FECHADAS
                       MOVE TF-TURMA TO WS-FC-TURMA(WS-QTDE-FECHADAS)
                       MOVE TF-DATA  TO WS-FC-DATA(WS-QTDE-FECHADAS)
                    ELSE
                       MOVE "S" TO WS-TRANSBORDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FECHADAS-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * CODIGOS COM MATRICULA CORRENTE (UMA ENTRADA POR ESTUDANTE)     *
      ******************************************************************
       150-CARREGA-ATIVOS              SECTION.
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ TURMA-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    PERFORM 160-GUARDA-ATIVO
              END-READ
           END-PERFORM.
           CLOSE TURMA-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UM CODIGO ATIVO ENTRA UMA VEZ SO NA TABELA                     *
      ******************************************************************
       160-GUARDA-ATIVO                SECTION.
           PERFORM VARYING AC-AT FROM WS-QTDE-ATIVOS BY -1
                   UNTIL AC-AT = ZERO
              IF WS-AT-ID(AC-AT) = TR-ID
                 EXIT SECTION
              END-IF
           END-PERFORM.
           IF WS-QTDE-ATIVOS >= LIMITE-ATIVOS
              MOVE "S" TO WS-TRANSBORDO
              EXIT SECTION
           END-IF
           ADD 1 TO WS-QTDE-ATIVOS.
           MOVE TR-ID TO WS-AT-ID(WS-QTDE-ATIVOS).
           EXIT.
      ******************************************************************
      * HISTORICO: DATA DE SAIDA (FECHAMENTO MAIS RECENTE) E SE AINDA  *
      * HA NOME A ANONIMIZAR, POR ESTUDANTE                            *
      ******************************************************************
       200-APURA-HISTORICO             SECTION.
           OPEN INPUT HISTORICO-FILE.
           IF WS-HIS-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ HISTORICO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF HT-ID NOT = SPACES
                       PERFORM 250-ACUMULA-HISTORICO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE HISTORICO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UMA LINHA DO HISTORICO; TURMA SEM FECHAMENTO REGISTRADO CONTA  *
      * COMO SAIDA AINDA EM ABERTO (99999999)                          *
      ******************************************************************
       250-ACUMULA-HISTORICO           SECTION.
           MOVE 99999999 TO WS-DATA-SAIDA.
           PERFORM VARYING AC-FC FROM 1 BY 1
                   UNTIL AC-FC > WS-QTDE-FECHADAS
              IF WS-FC-TURMA(AC-FC) = HT-TURMA
                 MOVE WS-FC-DATA(AC-FC) TO WS-DATA-SAIDA
              END-IF
           END-PERFORM.
           MOVE ZERO TO AC-EX.
           PERFORM VARYING AC-LN FROM 1 BY 1
                   UNTIL AC-LN > WS-QTDE-EX OR AC-EX > ZERO
              IF WS-EX-ID(AC-LN) = HT-ID
                 MOVE AC-LN TO AC-EX
              END-IF
           END-PERFORM.
           IF AC-EX = ZERO
              IF WS-QTDE-EX >= LIMITE-EX
                 MOVE "S" TO WS-TRANSBORDO
                 EXIT SECTION
              END-IF
              ADD 1 TO WS-QTDE-EX
              MOVE WS-QTDE-EX TO AC-EX
              MOVE HT-ID TO WS-EX-ID(AC-EX)
              MOVE ZERO TO WS-EX-SAIDA(AC-EX)
              MOVE "N" TO WS-EX-PENDENTE(AC-EX)
              MOVE "N" TO WS-EX-ELEGIVEL(AC-EX)
           END-IF
           IF WS-DATA-SAIDA > WS-EX-SAIDA(AC-EX)
              MOVE WS-DATA-SAIDA TO WS-EX-SAIDA(AC-EX)
           END-IF
           IF HT-NOME NOT = MARCA-ANONIMO
              MOVE "S" TO WS-EX-PENDENTE(AC-EX)
           END-IF.
           EXIT.
      ******************************************************************
      * ELEGIVEL: SEM MATRICULA CORRENTE, SAIDA ANTERIOR AO LIMITE DA  *
      * RETENCAO E NOME AINDA NO HISTORICO                             *
      ******************************************************************
       300-SELECIONA-ELEGIVEIS         SECTION.
           PERFORM VARYING AC-EX FROM 1 BY 1
                   UNTIL AC-EX > WS-QTDE-EX
              IF WS-EX-PENDENTE(AC-EX) = "S"
                 AND WS-EX-SAIDA(AC-EX) < WS-DATA-LIMITE
                 MOVE "N" TO WS-ACHOU
                 PERFORM VARYING AC-AT FROM 1 BY 1
                         UNTIL AC-AT > WS-QTDE-ATIVOS
                            OR WS-ACHOU = "S"
                    IF WS-AT-ID(AC-AT) = WS-EX-ID(AC-EX)
                       MOVE "S" TO WS-ACHOU
                    END-IF
                 END-PERFORM
                 IF WS-ACHOU = "N"
                    MOVE "S" TO WS-EX-ELEGIVEL(AC-EX)
                    ADD 1 TO WS-TOTAL-ELEGIVEIS
                 END-IF
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * LISTA DOS CANDIDATOS: SO O CODIGO E A DATA DE SAIDA            *
      ******************************************************************
       400-LISTA-ELEGIVEIS             SECTION.
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "ANONIMIZ.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "EX-ESTUDANTES A ANONIMIZAR (RETENCAO VENCIDA)"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "  CODIGO     SAIDA" TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           PERFORM VARYING AC-EX FROM 1 BY 1
                   UNTIL AC-EX > WS-QTDE-EX
              IF WS-EX-ELEGIVEL(AC-EX) = "S"
                 MOVE WS-EX-SAIDA(AC-EX) TO WS-SAIDA-X
                 MOVE SPACES TO WS-SAIDA-BR
                 STRING WS-SAIDA-X(7:2) "/" WS-SAIDA-X(5:2) "/"
                        WS-SAIDA-X(1:4)
                    DELIMITED BY SIZE INTO WS-SAIDA-BR
                 MOVE SPACES TO WS-LINHA
                 STRING "  " WS-EX-ID(AC-EX) "  " WS-SAIDA-BR
                    DELIMITED BY SIZE INTO WS-LINHA
                 PERFORM 800-IMPRIME-LINHA
              END-IF
           END-PERFORM.
           IF WS-TOTAL-ELEGIVEIS = ZERO
              MOVE "  (nenhum ex-estudante com retencao vencida)"
                 TO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           END-IF
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-TOTAL-ELEGIVEIS TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "ANONIMIZ.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           EXIT.
      ******************************************************************
      * UM ARQUIVO DO MAPA: CARREGA, TRATA AS LINHAS DOS ELEGIVEIS E   *
      * REGRAVA; O HISTORICO SO COM TODOS OS ANTERIORES REGRAVADOS     *
      ******************************************************************
       500-TRATA-ARQUIVO               SECTION.
           IF DP-ARQUIVO(AC-DP) = "HISTTURM.DAT"
              AND WS-TRANSBORDO = "S"
              EXIT SECTION
           END-IF
           MOVE SPACES TO WS-NOME-ALVO.
           MOVE DP-ARQUIVO(AC-DP) TO WS-NOME-ALVO.
           MOVE ZERO TO WS-QTDE-LINHAS WS-QT-ARQUIVO.
           MOVE "N" TO WS-ARQ-CHEIO.
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
                    PERFORM 550-TRATA-LINHA
              END-READ
           END-PERFORM.
           CLOSE ALVO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           IF WS-ARQ-CHEIO = "S"
              DISPLAY FUNCTION TRIM(DP-ARQUIVO(AC-DP))
                 ": maior que a tabela; nao regravado."
              MOVE "S" TO WS-TRANSBORDO
              EXIT SECTION
           END-IF
           IF WS-QT-ARQUIVO = ZERO
              EXIT SECTION
           END-IF
           OPEN OUTPUT ALVO-FILE.
           PERFORM VARYING AC-LN FROM 1 BY 1
                   UNTIL AC-LN > WS-QTDE-LINHAS
              MOVE WS-LINHA-REG(AC-LN) TO AV-LINHA
              WRITE AV-LINHA
           END-PERFORM.
           CLOSE ALVO-FILE.
           MOVE WS-QT-ARQUIVO TO WS-QT-EDIT.
           DISPLAY FUNCTION TRIM(DP-ARQUIVO(AC-DP)) ": "
              WS-QT-EDIT " registro(s) tratado(s).".
           ADD WS-QT-ARQUIVO TO WS-TOTAL-ALTERADOS.
           EXIT.
      ******************************************************************
      * UMA LINHA: DE ELEGIVEL, APLICA A ACAO DO MAPA; A EXCLUIDA NAO  *
      * VOLTA PARA A TABELA                                            *
      ******************************************************************
       550-TRATA-LINHA                 SECTION.
           MOVE AV-LINHA(DP-COL-ID(AC-DP):9) TO WS-ID-LINHA.
           MOVE "N" TO WS-ALTEROU.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING AC-EX FROM 1 BY 1
                   UNTIL AC-EX > WS-QTDE-EX OR WS-ACHOU = "S"
              IF WS-EX-ID(AC-EX) = WS-ID-LINHA
                 AND WS-EX-ELEGIVEL(AC-EX) = "S"
                 MOVE "S" TO WS-ACHOU
              END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
              EVALUATE DP-ACAO(AC-DP)
                 WHEN "E"
                    ADD 1 TO WS-QT-ARQUIVO
                    EXIT SECTION
                 WHEN "N"
                    IF AV-LINHA(DP-COL-CAMPO(AC-DP):
                       DP-TAM-CAMPO(AC-DP)) NOT = MARCA-ANONIMO
                       MOVE MARCA-ANONIMO TO AV-LINHA(
                          DP-COL-CAMPO(AC-DP):DP-TAM-CAMPO(AC-DP))
                       MOVE "S" TO WS-ALTEROU
                    END-IF
                 WHEN "B"
                    IF AV-LINHA(DP-COL-CAMPO(AC-DP):
                       DP-TAM-CAMPO(AC-DP)) NOT = SPACES
                       MOVE SPACES TO AV-LINHA(
                          DP-COL-CAMPO(AC-DP):DP-TAM-CAMPO(AC-DP))
                       MOVE "S" TO WS-ALTEROU
                    END-IF
              END-EVALUATE
           END-IF
           IF WS-ALTEROU = "S"
              ADD 1 TO WS-QT-ARQUIVO
           END-IF
           IF WS-QTDE-LINHAS < LIMITE-LINHAS
              ADD 1 TO WS-QTDE-LINHAS
              MOVE AV-LINHA TO WS-LINHA-REG(WS-QTDE-LINHAS)
           ELSE
              MOVE "S" TO WS-ARQ-CHEIO
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
       END PROGRAM CAP04AP53.
