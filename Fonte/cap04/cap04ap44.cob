       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP04AP44.
      *
      * Correspondencia com estudantes e responsaveis: o sistema ja
      * sabia quem precisava ser avisado e a secretaria ainda
      * escrevia cada carta no editor de texto. Este job junta os
      * eventos de quatro fontes - estudantes em risco (EMRISCO.DAT,
      * do CAP04AP30), mensalidades vencidas em aberto (itens
      * "MENSALIDADE" de COMPROM.DAT), recursos de nota decididos
      * (RECURSOS.DAT) e promovidos da fila de espera (FILAPROM.DAT,
      * da TURMAVAG) - e funde cada um no modelo do seu tipo
      * (CARTAMOD.DAT, mantido pelo CAP04AP45). As cartas saem em
      * CARTAS.LST, uma por pagina, com o destinatario montado pelo
      * ENDPOSTA, e as etiquetas de envio em ETIQUETA.LST, ambas pela
      * IMPRIME e preservadas pela RELGER.
      *
      * Cada carta emitida e registrada em CARTALOG.DAT com a chave
      * do evento, e um evento ja registrado nao gera segunda carta.
      * Evento sem modelo do tipo, estudante sem endereco ou sem
      * autorizacao de correspondencia, ou alem do limite de cartas
      * da execucao, fica para a proxima e a execucao devolve codigo
      * de condicao 4 (0 quando tudo saiu), como os demais passos
      * do lote noturno.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODELO-FILE ASSIGN TO "CARTAMOD.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MOD-STATUS.
           SELECT CARTALOG-FILE ASSIGN TO "CARTALOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOG-STATUS.
           SELECT TURMA-FILE ASSIGN TO "TURMA.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TURMA-STATUS.
           SELECT EMRISCO-FILE ASSIGN TO "EMRISCO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ERI-STATUS.
           SELECT COMPROM-FILE ASSIGN TO "COMPROM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CMP-STATUS.
           SELECT RECURSOS-FILE ASSIGN TO "RECURSOS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REC-STATUS.
           SELECT PROMOVIDO-FILE ASSIGN TO "FILAPROM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MODELO-FILE.
       COPY "cartamod.cpy".
       FD  CARTALOG-FILE.
       COPY "cartalog.cpy".
       FD  TURMA-FILE.
       COPY "turma.cpy".
       FD  EMRISCO-FILE.
       COPY "emrisco.cpy".
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
       FD  RECURSOS-FILE.
       01  RE-REGISTRO.
           05  RE-SEQ          PIC 9(4).
           05  RE-ID           PIC X(9).
           05  RE-TURMA        PIC X(6).
           05  RE-DISCIPLINA   PIC X(4).
           05  RE-PROVA        PIC 9.
           05  RE-DATA-ABERT   PIC 9(8).
           05  RE-PRAZO        PIC X(10).
           05  RE-PRAZO-ORD    PIC 9(8).
           05  RE-SITUACAO     PIC X.
           05  RE-NOTA-PEDIDA  PIC 99V99.
           05  RE-SOLICITANTE  PIC X(12).
           05  RE-DATA-DECISAO PIC 9(8).
       FD  PROMOVIDO-FILE.
       COPY "filaesp.cpy".
       WORKING-STORAGE SECTION.
       78  LIMITE-MODELO VALUE 80.
       01  WS-TAB-MODELO.
           05  WS-MOD-ENTRADA OCCURS LIMITE-MODELO TIMES.
               10  WS-MOD-TIPO     PIC X(3).
               10  WS-MOD-TEXTO    PIC X(70).
       77  WS-QTDE-MODELO      PIC 9(3) VALUE ZERO.
       78  LIMITE-ENVIADAS VALUE 5000.
       01  WS-TAB-ENVIADAS.
           05  WS-ENV-ENTRADA OCCURS LIMITE-ENVIADAS TIMES.
               10  WS-ENV-ID       PIC X(9).
               10  WS-ENV-TIPO     PIC X(3).
               10  WS-ENV-CHAVE    PIC X(20).
       77  WS-QTDE-ENVIADAS    PIC 9(4) VALUE ZERO.
       78  LIMITE-ALUNOS VALUE 1000.
       01  WS-TAB-ALUNOS.
           05  WS-ALU-ENTRADA OCCURS LIMITE-ALUNOS TIMES.
               10  WS-ALU-ID       PIC X(9).
               10  WS-ALU-NOME     PIC X(25).
       77  WS-QTDE-ALUNOS      PIC 9(4) VALUE ZERO.
       78  LIMITE-CARTAS VALUE 300.
       01  WS-TAB-ETIQUETAS.
           05  WS-ETQ-ENTRADA OCCURS LIMITE-CARTAS TIMES.
               10  WS-ETQ-NOME     PIC X(25).
               10  WS-ETQ-LINHA    PIC X(60) OCCURS 4 TIMES.
       77  WS-QTDE-CARTAS      PIC 9(3) VALUE ZERO.
       78  LIMITE-CAMPOS VALUE 10.
       01  WS-TAB-CAMPOS.
           05  WS-CAMPO-ENTRADA OCCURS LIMITE-CAMPOS TIMES.
               10  WS-CAMPO-NOME   PIC X(12).
               10  WS-CAMPO-VALOR  PIC X(40).
       77  WS-QTDE-CAMPOS      PIC 9(2) VALUE ZERO.
       01  WS-ENDERECO.
           05  WS-END-LINHA    PIC X(60) OCCURS 4 TIMES.
       77  WS-END-SITUACAO     PIC X.
       77  AC-CI               PIC 9(4).
       77  AC-CL               PIC 9.
       77  AC-CC               PIC 9(2).
       77  AC-CF               PIC 9(2).
       77  AC-POS              PIC 9(3).
       77  AC-FECHA            PIC 9(3).
       77  WS-PTR              PIC 9(3).
       77  WS-MOD-STATUS       PIC XX.
       77  WS-LOG-STATUS       PIC XX.
       77  WS-TURMA-STATUS     PIC XX.
       77  WS-ERI-STATUS       PIC XX.
       77  WS-CMP-STATUS       PIC XX.
       77  WS-REC-STATUS       PIC XX.
       77  WS-PRO-STATUS       PIC XX.
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
       77  WS-ACHOU            PIC X.
       77  WS-TEM-MODELO       PIC X.
       77  WS-TOKEN            PIC X(12).
       77  WS-VALOR            PIC X(40).
       77  WS-DATA-HORA-SISTEMA PIC X(20).
       77  WS-HOJE-ORD         PIC 9(8).
       01  WS-HOJE-BR.
           05  WS-HB-DIA       PIC XX.
           05  FILLER          PIC X VALUE "/".
           05  WS-HB-MES       PIC XX.
           05  FILLER          PIC X VALUE "/".
           05  WS-HB-ANO       PIC X(4).
       01  WS-DATA-BR.
           05  WS-DB-DIA       PIC XX.
           05  FILLER          PIC X VALUE "/".
           05  WS-DB-MES       PIC XX.
           05  FILLER          PIC X VALUE "/".
           05  WS-DB-ANO       PIC X(4).
       77  WS-DATA-ORD         PIC X(8).
       77  WS-VENC-ORD         PIC X(8).
      *    Evento corrente, montado por cada fonte antes do 600
       77  WS-EV-ID            PIC X(9).
       77  WS-EV-NOME          PIC X(25).
       77  WS-EV-TIPO          PIC X(3).
       77  WS-EV-CHAVE         PIC X(20).
       77  WS-EV-TURMA         PIC X(6).
       77  WS-TOTAL-JA-ENVIADAS PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-SEM-MODELO PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-SEM-END    PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-ADIADAS    PIC 9(5) VALUE ZERO.
       77  WS-S-PERC           PIC ZZ9.99.
       77  WS-S-MEDIA          PIC Z9.99.
       77  WS-S-VALOR          PIC ZZZ,ZZ9.99.
       77  WS-LINHA            PIC X(132) VALUE SPACES.
       77  WS-IMP-OPCAO        PIC X.
       77  WS-IMP-TEXTO        PIC X(132).
       77  WS-IMP-TOTAL        PIC 9(6) VALUE ZERO.
       77  WS-NOME-RELATORIO   PIC X(14).
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP04A44".
       77  WS-RESULTADO        PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY "-------------------------------------------".
           DISPLAY "Correspondencia com Estudantes e Responsaveis".
           DISPLAY "-------------------------------------------".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-HOJE-ORD.
           MOVE WS-DATA-HORA-SISTEMA(7:2) TO WS-HB-DIA.
           MOVE WS-DATA-HORA-SISTEMA(5:2) TO WS-HB-MES.
           MOVE WS-DATA-HORA-SISTEMA(1:4) TO WS-HB-ANO.
           PERFORM 100-CARREGA-MODELOS.
           IF WS-QTDE-MODELO = ZERO
              DISPLAY "Nenhum modelo de carta (CARTAMOD.DAT)."
              MOVE "SEM MODELOS" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 120-CARREGA-ENVIADAS.
           PERFORM 140-CARREGA-ALUNOS.
           IF WS-QTDE-ENVIADAS >= LIMITE-ENVIADAS
              OR WS-QTDE-ALUNOS >= LIMITE-ALUNOS
              DISPLAY "Registro de cartas ou cadastro alem do "
                      "limite da tabela; execucao recusada."
              MOVE "TABELA CHEIA" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "CARTAS.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "CORRESPONDENCIA A ESTUDANTES E RESPONSAVEIS"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           OPEN EXTEND CARTALOG-FILE.
           IF WS-LOG-STATUS = "35"
              OPEN OUTPUT CARTALOG-FILE
           END-IF
           PERFORM 200-EVENTOS-RISCO.
           PERFORM 250-EVENTOS-MENSALIDADE.
           PERFORM 300-EVENTOS-RECURSO.
           PERFORM 350-EVENTOS-FILA.
           CLOSE CARTALOG-FILE.
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-QTDE-CARTAS TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "CARTAS.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           IF WS-QTDE-CARTAS > ZERO
              PERFORM 700-IMPRIME-ETIQUETAS
           END-IF.
           DISPLAY "Cartas emitidas ..........: " WS-QTDE-CARTAS.
           DISPLAY "Eventos ja avisados ......: " WS-TOTAL-JA-ENVIADAS.
           DISPLAY "Retidas sem modelo .......: " WS-TOTAL-SEM-MODELO.
           DISPLAY "Retidas sem endereco .....: " WS-TOTAL-SEM-END.
           DISPLAY "Adiadas (limite da vez) ..: " WS-TOTAL-ADIADAS.
           DISPLAY "Cartas em CARTAS.LST, etiquetas em ETIQUETA.LST.".
           IF WS-TOTAL-SEM-MODELO = ZERO AND WS-TOTAL-SEM-END = ZERO
              AND WS-TOTAL-ADIADAS = ZERO
              MOVE "GERADO" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE "GERADO COM RETIDAS" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      ******************************************************************
      * MODELOS DE CARTA, NA ORDEM DO ARQUIVO (LINHAS DE CADA TIPO JA  *
      * NUMERADAS E AGRUPADAS PELO CAP04AP45)                          *
      ******************************************************************
       100-CARREGA-MODELOS             SECTION.
           OPEN INPUT MODELO-FILE.
           IF WS-MOD-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ MODELO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-MODELO < LIMITE-MODELO
                       ADD 1 TO WS-QTDE-MODELO
                       MOVE CM-TIPO  TO WS-MOD-TIPO(WS-QTDE-MODELO)
                       MOVE CM-TEXTO TO WS-MOD-TEXTO(WS-QTDE-MODELO)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MODELO-FILE.
           EXIT.
      ******************************************************************
      * CARTAS JA EMITIDAS: ESTUDANTE, TIPO E CHAVE DO EVENTO          *
      ******************************************************************
       120-CARREGA-ENVIADAS            SECTION.
           OPEN INPUT CARTALOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ CARTALOG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-ENVIADAS < LIMITE-ENVIADAS
                       ADD 1 TO WS-QTDE-ENVIADAS
                       MOVE CL-ID    TO WS-ENV-ID(WS-QTDE-ENVIADAS)
                       MOVE CL-TIPO  TO WS-ENV-TIPO(WS-QTDE-ENVIADAS)
                       MOVE CL-CHAVE TO WS-ENV-CHAVE(WS-QTDE-ENVIADAS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CARTALOG-FILE.
           EXIT.
      ******************************************************************
      * NOMES DOS ESTUDANTES DISTINTOS DO CADASTRO, PARA AS FONTES QUE *
      * SO TRAZEM O CODIGO                                             *
      ******************************************************************
       140-CARREGA-ALUNOS              SECTION.
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ TURMA-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    MOVE TR-ID TO WS-EV-ID
                    PERFORM 150-PROCURA-ALUNO
                    IF WS-ACHOU = "N"
                       AND WS-QTDE-ALUNOS < LIMITE-ALUNOS
                       ADD 1 TO WS-QTDE-ALUNOS
                       MOVE TR-ID   TO WS-ALU-ID(WS-QTDE-ALUNOS)
                       MOVE TR-NOME TO WS-ALU-NOME(WS-QTDE-ALUNOS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TURMA-FILE.
           EXIT.
      ******************************************************************
      * NOME DO ESTUDANTE WS-EV-ID NO CADASTRO (ESPACOS SE NAO HA)     *
      ******************************************************************
       150-PROCURA-ALUNO               SECTION.
           MOVE "N" TO WS-ACHOU.
           MOVE SPACES TO WS-EV-NOME.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-ALUNOS OR WS-ACHOU = "S"
              IF WS-ALU-ID(AC-CI) = WS-EV-ID
                 MOVE "S" TO WS-ACHOU
                 MOVE WS-ALU-NOME(AC-CI) TO WS-EV-NOME
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * ESTUDANTES EM RISCO: UMA CARTA POR ESTUDANTE E TURMA           *
      ******************************************************************
       200-EVENTOS-RISCO               SECTION.
           OPEN INPUT EMRISCO-FILE.
           IF WS-ERI-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ EMRISCO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    MOVE ER-ID    TO WS-EV-ID
                    MOVE ER-NOME  TO WS-EV-NOME
                    MOVE "RIS"    TO WS-EV-TIPO
                    MOVE ER-TURMA TO WS-EV-TURMA
                    MOVE ER-TURMA TO WS-EV-CHAVE
                    MOVE ER-DATA  TO WS-DATA-ORD
                    PERFORM 400-CAMPOS-COMUNS
                    MOVE ER-PRESENCA TO WS-S-PERC
                    MOVE "PRESENCA" TO WS-TOKEN
                    MOVE WS-S-PERC TO WS-VALOR
                    PERFORM 450-ACRESCENTA-CAMPO
                    MOVE ER-MEDIA TO WS-S-MEDIA
                    MOVE "MEDIA" TO WS-TOKEN
                    MOVE WS-S-MEDIA TO WS-VALOR
                    PERFORM 450-ACRESCENTA-CAMPO
                    PERFORM 600-PROCESSA-EVENTO
              END-READ
           END-PERFORM.
           CLOSE EMRISCO-FILE.
           EXIT.
      ******************************************************************
      * MENSALIDADES EM ABERTO JA VENCIDAS ("MENSALIDADE turma id")    *
      ******************************************************************
       250-EVENTOS-MENSALIDADE         SECTION.
           OPEN INPUT COMPROM-FILE.
           IF WS-CMP-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ COMPROM-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF CP-SITUACAO = "A"
                       AND CP-DESCRICAO(1:12) = "MENSALIDADE "
                       PERFORM 260-MENSALIDADE-VENCIDA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPROM-FILE.
           EXIT.
      ******************************************************************
      * UMA MENSALIDADE: SO A VENCIDA (ANTES DE HOJE) VIRA CARTA       *
      ******************************************************************
       260-MENSALIDADE-VENCIDA         SECTION.
           MOVE CP-VENCIMENTO(7:4) TO WS-VENC-ORD(1:4).
           MOVE CP-VENCIMENTO(4:2) TO WS-VENC-ORD(5:2).
           MOVE CP-VENCIMENTO(1:2) TO WS-VENC-ORD(7:2).
           IF WS-VENC-ORD NOT < WS-HOJE-ORD
              EXIT SECTION
           END-IF.
           MOVE CP-DESCRICAO(20:9) TO WS-EV-ID.
           PERFORM 150-PROCURA-ALUNO.
           IF WS-EV-NOME = SPACES
              MOVE CP-RESPONSAVEL TO WS-EV-NOME
           END-IF.
           MOVE "INA" TO WS-EV-TIPO.
           MOVE CP-DESCRICAO(13:6) TO WS-EV-TURMA.
           MOVE SPACES TO WS-EV-CHAVE.
           STRING WS-EV-TURMA " " CP-VENCIMENTO
              DELIMITED BY SIZE INTO WS-EV-CHAVE.
           MOVE WS-VENC-ORD TO WS-DATA-ORD.
           PERFORM 400-CAMPOS-COMUNS.
           MOVE CP-VALOR TO WS-S-VALOR.
           MOVE "VALOR" TO WS-TOKEN.
           MOVE WS-S-VALOR TO WS-VALOR.
           PERFORM 450-ACRESCENTA-CAMPO.
           MOVE "VENCIMENTO" TO WS-TOKEN.
           MOVE CP-VENCIMENTO TO WS-VALOR.
           PERFORM 450-ACRESCENTA-CAMPO.
           PERFORM 600-PROCESSA-EVENTO.
           EXIT.
      ******************************************************************
      * RECURSOS DE NOTA DECIDIDOS (DEFERIDOS OU REJEITADOS)           *
      ******************************************************************
       300-EVENTOS-RECURSO             SECTION.
           OPEN INPUT RECURSOS-FILE.
           IF WS-REC-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ RECURSOS-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF RE-SITUACAO = "D" OR RE-SITUACAO = "R"
                       PERFORM 310-RECURSO-DECIDIDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RECURSOS-FILE.
           EXIT.
      ******************************************************************
      * UM RECURSO DECIDIDO                                            *
      ******************************************************************
       310-RECURSO-DECIDIDO            SECTION.
           MOVE RE-ID TO WS-EV-ID.
           PERFORM 150-PROCURA-ALUNO.
           MOVE "RCS" TO WS-EV-TIPO.
           MOVE RE-TURMA TO WS-EV-TURMA.
           MOVE SPACES TO WS-EV-CHAVE.
           STRING "RECURSO " RE-SEQ
              DELIMITED BY SIZE INTO WS-EV-CHAVE.
           MOVE RE-DATA-ABERT TO WS-DATA-ORD.
           PERFORM 400-CAMPOS-COMUNS.
           MOVE "DISCIPLINA" TO WS-TOKEN.
           MOVE RE-DISCIPLINA TO WS-VALOR.
           PERFORM 450-ACRESCENTA-CAMPO.
           MOVE "AVALIACAO" TO WS-TOKEN.
           MOVE RE-PROVA TO WS-VALOR.
           PERFORM 450-ACRESCENTA-CAMPO.
           MOVE "DECISAO" TO WS-TOKEN.
           IF RE-SITUACAO = "D"
              MOVE "DEFERIDO" TO WS-VALOR
           ELSE
              MOVE "INDEFERIDO" TO WS-VALOR
           END-IF.
           PERFORM 450-ACRESCENTA-CAMPO.
           MOVE RE-NOTA-PEDIDA TO WS-S-MEDIA.
           MOVE "NOTA" TO WS-TOKEN.
           MOVE WS-S-MEDIA TO WS-VALOR.
           PERFORM 450-ACRESCENTA-CAMPO.
           PERFORM 600-PROCESSA-EVENTO.
           EXIT.
      ******************************************************************
      * PROMOVIDOS DA FILA DE ESPERA PARA A TURMA                      *
      ******************************************************************
       350-EVENTOS-FILA                SECTION.
           OPEN INPUT PROMOVIDO-FILE.
           IF WS-PRO-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ PROMOVIDO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    MOVE FE-ID    TO WS-EV-ID
                    MOVE FE-NOME  TO WS-EV-NOME
                    MOVE "FIL"    TO WS-EV-TIPO
                    MOVE FE-TURMA TO WS-EV-TURMA
                    MOVE SPACES TO WS-EV-CHAVE
                    STRING FE-TURMA " " FE-SEQ
                       DELIMITED BY SIZE INTO WS-EV-CHAVE
                    MOVE FE-DATA  TO WS-DATA-ORD
                    PERFORM 400-CAMPOS-COMUNS
                    PERFORM 600-PROCESSA-EVENTO
              END-READ
           END-PERFORM.
           CLOSE PROMOVIDO-FILE.
           EXIT.
      ******************************************************************
      * CAMPOS COMUNS A TODOS OS TIPOS: NOME, TURMA, HOJE E A DATA DO  *
      * EVENTO (WS-DATA-ORD AAAAMMDD)                                  *
      ******************************************************************
       400-CAMPOS-COMUNS               SECTION.
           MOVE ZERO TO WS-QTDE-CAMPOS.
           MOVE "NOME" TO WS-TOKEN.
           MOVE WS-EV-NOME TO WS-VALOR.
           PERFORM 450-ACRESCENTA-CAMPO.
           MOVE "TURMA" TO WS-TOKEN.
           MOVE WS-EV-TURMA TO WS-VALOR.
           PERFORM 450-ACRESCENTA-CAMPO.
           MOVE "HOJE" TO WS-TOKEN.
           MOVE WS-HOJE-BR TO WS-VALOR.
           PERFORM 450-ACRESCENTA-CAMPO.
           MOVE WS-DATA-ORD(7:2) TO WS-DB-DIA.
           MOVE WS-DATA-ORD(5:2) TO WS-DB-MES.
           MOVE WS-DATA-ORD(1:4) TO WS-DB-ANO.
           MOVE "DATA" TO WS-TOKEN.
           MOVE WS-DATA-BR TO WS-VALOR.
           PERFORM 450-ACRESCENTA-CAMPO.
           EXIT.
      ******************************************************************
      * ACRESCENTA O CAMPO WS-TOKEN COM O VALOR WS-VALOR               *
      ******************************************************************
       450-ACRESCENTA-CAMPO            SECTION.
           IF WS-QTDE-CAMPOS >= LIMITE-CAMPOS
              EXIT SECTION
           END-IF.
           ADD 1 TO WS-QTDE-CAMPOS.
           MOVE WS-TOKEN TO WS-CAMPO-NOME(WS-QTDE-CAMPOS).
           MOVE TRIM(WS-VALOR) TO WS-CAMPO-VALOR(WS-QTDE-CAMPOS).
           EXIT.
      ******************************************************************
      * UM EVENTO: JA AVISADO, SEM MODELO, SEM ENDERECO OU ALEM DO     *
      * LIMITE FICA DE FORA; OS DEMAIS VIRAM CARTA, ETIQUETA E         *
      * REGISTRO EM CARTALOG.DAT                                       *
      ******************************************************************
       600-PROCESSA-EVENTO             SECTION.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-ENVIADAS OR WS-ACHOU = "S"
              IF WS-ENV-ID(AC-CI) = WS-EV-ID
                 AND WS-ENV-TIPO(AC-CI) = WS-EV-TIPO
                 AND WS-ENV-CHAVE(AC-CI) = WS-EV-CHAVE
                 MOVE "S" TO WS-ACHOU
              END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
              ADD 1 TO WS-TOTAL-JA-ENVIADAS
              EXIT SECTION
           END-IF.
           MOVE "N" TO WS-TEM-MODELO.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-MODELO
              IF WS-MOD-TIPO(AC-CI) = WS-EV-TIPO
                 MOVE "S" TO WS-TEM-MODELO
              END-IF
           END-PERFORM.
           IF WS-TEM-MODELO = "N"
              ADD 1 TO WS-TOTAL-SEM-MODELO
              EXIT SECTION
           END-IF.
           IF WS-QTDE-CARTAS >= LIMITE-CARTAS
              OR WS-QTDE-ENVIADAS >= LIMITE-ENVIADAS
              ADD 1 TO WS-TOTAL-ADIADAS
              EXIT SECTION
           END-IF.
           CALL "ENDPOSTA" USING WS-EV-ID, WS-END-SITUACAO,
              WS-ENDERECO.
           IF WS-END-SITUACAO NOT = "S"
              ADD 1 TO WS-TOTAL-SEM-END
              EXIT SECTION
           END-IF.
           PERFORM 650-IMPRIME-CARTA.
           ADD 1 TO WS-QTDE-CARTAS.
           MOVE WS-EV-NOME TO WS-ETQ-NOME(WS-QTDE-CARTAS).
           PERFORM VARYING AC-CL FROM 1 BY 1 UNTIL AC-CL > 4
              MOVE WS-END-LINHA(AC-CL)
                 TO WS-ETQ-LINHA(WS-QTDE-CARTAS, AC-CL)
           END-PERFORM.
           MOVE WS-EV-ID    TO CL-ID.
           MOVE WS-EV-NOME  TO CL-NOME.
           MOVE WS-EV-TIPO  TO CL-TIPO.
           MOVE WS-EV-CHAVE TO CL-CHAVE.
           MOVE WS-HOJE-ORD TO CL-DATA.
           WRITE CL-REGISTRO.
           ADD 1 TO WS-QTDE-ENVIADAS.
           MOVE WS-EV-ID    TO WS-ENV-ID(WS-QTDE-ENVIADAS).
           MOVE WS-EV-TIPO  TO WS-ENV-TIPO(WS-QTDE-ENVIADAS).
           MOVE WS-EV-CHAVE TO WS-ENV-CHAVE(WS-QTDE-ENVIADAS).
           EXIT.
      ******************************************************************
      * UMA CARTA POR PAGINA: DESTINATARIO, DATA E O MODELO DO TIPO    *
      * COM OS CAMPOS TROCADOS                                         *
      ******************************************************************
       650-IMPRIME-CARTA               SECTION.
           MOVE WS-EV-NOME TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           PERFORM VARYING AC-CL FROM 1 BY 1 UNTIL AC-CL > 4
              IF WS-END-LINHA(AC-CL) NOT = SPACES
                 MOVE WS-END-LINHA(AC-CL) TO WS-LINHA
                 PERFORM 800-IMPRIME-LINHA
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           STRING "Em " WS-HOJE-BR
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-MODELO
              IF WS-MOD-TIPO(AC-CI) = WS-EV-TIPO
                 PERFORM 660-FUNDE-LINHA
                 PERFORM 800-IMPRIME-LINHA
              END-IF
           END-PERFORM.
           MOVE "P" TO WS-IMP-OPCAO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           EXIT.
      ******************************************************************
      * FUSAO DE UMA LINHA DO MODELO: {CAMPO} CONHECIDO VIRA O VALOR   *
      * DO EVENTO, O RESTO E COPIADO COMO ESTA                         *
      ******************************************************************
       660-FUNDE-LINHA                 SECTION.
           MOVE SPACES TO WS-LINHA.
           MOVE 1 TO WS-PTR.
           MOVE 1 TO AC-POS.
           PERFORM UNTIL AC-POS > 70 OR WS-PTR > 132
              MOVE ZERO TO AC-FECHA
              IF WS-MOD-TEXTO(AC-CI)(AC-POS:1) = "{"
                 PERFORM 670-LOCALIZA-CAMPO
              END-IF
              IF AC-FECHA > ZERO
                 STRING WS-CAMPO-VALOR(AC-CF) DELIMITED BY "  "
                    INTO WS-LINHA WITH POINTER WS-PTR
                 END-STRING
                 COMPUTE AC-POS = AC-FECHA + 1
              ELSE
                 MOVE WS-MOD-TEXTO(AC-CI)(AC-POS:1)
                    TO WS-LINHA(WS-PTR:1)
                 ADD 1 TO WS-PTR
                 ADD 1 TO AC-POS
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * "{" NA POSICAO AC-POS: PROCURA O "}" E O CAMPO; DEVOLVE        *
      * AC-FECHA (POSICAO DO "}") E AC-CF, OU AC-FECHA ZERO SE O NOME  *
      * NAO E DE UM CAMPO DO EVENTO                                    *
      ******************************************************************
       670-LOCALIZA-CAMPO              SECTION.
           PERFORM VARYING AC-CC FROM 1 BY 1
                   UNTIL AC-CC > 13 OR AC-POS + AC-CC > 70
                      OR AC-FECHA > ZERO
              IF WS-MOD-TEXTO(AC-CI)(AC-POS + AC-CC:1) = "}"
                 COMPUTE AC-FECHA = AC-POS + AC-CC
              END-IF
           END-PERFORM.
           IF AC-FECHA = ZERO OR AC-FECHA = AC-POS + 1
              MOVE ZERO TO AC-FECHA
              EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-TOKEN.
           MOVE WS-MOD-TEXTO(AC-CI)(AC-POS + 1:AC-FECHA - AC-POS - 1)
              TO WS-TOKEN.
           MOVE ZERO TO AC-CF.
           PERFORM VARYING AC-CC FROM 1 BY 1
                   UNTIL AC-CC > WS-QTDE-CAMPOS OR AC-CF > ZERO
              IF WS-CAMPO-NOME(AC-CC) = WS-TOKEN
                 MOVE AC-CC TO AC-CF
              END-IF
           END-PERFORM.
           IF AC-CF = ZERO
              MOVE ZERO TO AC-FECHA
           END-IF.
           EXIT.
      ******************************************************************
      * ETIQUETAS DE ENVIO, NA ORDEM DAS CARTAS                        *
      ******************************************************************
       700-IMPRIME-ETIQUETAS           SECTION.
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "ETIQUETA.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "ETIQUETAS DE ENVIO DA CORRESPONDENCIA"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-CARTAS
              MOVE WS-ETQ-NOME(AC-CI) TO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
              PERFORM VARYING AC-CL FROM 1 BY 1 UNTIL AC-CL > 4
                 IF WS-ETQ-LINHA(AC-CI, AC-CL) NOT = SPACES
                    MOVE WS-ETQ-LINHA(AC-CI, AC-CL) TO WS-LINHA
                    PERFORM 800-IMPRIME-LINHA
                 END-IF
              END-PERFORM
              MOVE SPACES TO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           END-PERFORM.
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-QTDE-CARTAS TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "ETIQUETA.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           EXIT.
      ******************************************************************
      * ENVIO DE UMA LINHA AO SERVICO DE PAGINACAO                     *
      ******************************************************************
       800-IMPRIME-LINHA               SECTION.
           MOVE "L" TO WS-IMP-OPCAO.
           MOVE WS-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE SPACES TO WS-LINHA.
           EXIT.
       END PROGRAM CAP04AP44.
