      * do treinando anterior promoveria sozinha para a copia fresca).
      * Roda na semana de integracao, quantas vezes for preciso; a
      * producao nao e tocada em hipotese alguma.
      *
      * As copias de pratica deixaram de levar dado pessoal real: a
      * reposicao monta um de-para unico de codigos de estudante e
      * mascara com ele TRNTURMA.DAT, TRNFILAESP.DAT (agora copia
      * mascarada da fila real, e nao mais vazia - a fila do
      * treinando anterior continua descartada), TRNCONTATO.DAT e
      * TRNFREQIDX.DAT, para o mesmo estudante ter o mesmo codigo e o
      * mesmo nome em todas. O codigo novo e sequencial a partir de
      * 900.001, com digito verificador do DVCALC (passa na validacao
      * dos formularios); o nome vira um pseudonimo gerado das
      * tabelas de nomes e sobrenomes abaixo. Notas, turma,
      * disciplina, presencas e autorizacoes ficam como estao, para
      * a pratica continuar realista. Na ficha de contato endereco,
      * telefones, e-mail e responsavel sao trocados por valores de
      * treino, o CEP perde o sufixo e o nascimento fica so com mes e
      * ano. Estudante que nao cabe no de-para nao e copiado (nunca
      * vai dado real para a copia) e a reposicao termina com
      * RETURN-CODE 8.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMA-FILE ASSIGN TO "TURMA.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ORI-STATUS.
           SELECT FILA-FILE ASSIGN TO "FILAESP.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ORI-STATUS.
           SELECT CONTATO-FILE ASSIGN TO "CONTATO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ORI-STATUS.
           SELECT FREQ-FILE ASSIGN TO "FREQIDX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FQ-CHAVE
              ALTERNATE RECORD KEY IS FQ-ID WITH DUPLICATES
              FILE STATUS IS WS-ORI-STATUS.
           SELECT TRNFREQ-FILE ASSIGN TO "TRNFREQIDX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TF-CHAVE
              ALTERNATE RECORD KEY IS TF-ID WITH DUPLICATES
              FILE STATUS IS WS-DES-STATUS.
           SELECT DESTINO-FILE ASSIGN TO DYNAMIC WS-NOME-DESTINO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TURMA-FILE.
       COPY "turma.cpy".
       FD  FILA-FILE.
       COPY "filaesp.cpy".
       FD  CONTATO-FILE.
       COPY "contato.cpy".
       FD  FREQ-FILE.
       COPY "freqidx.cpy".
       FD  TRNFREQ-FILE.
       01  TF-REGISTRO.
           05  TF-CHAVE.
               10  TF-TURMA        PIC X(6).
               10  TF-DATA         PIC 9(8).
               10  TF-ID           PIC X(9).
           05  TF-PRESENCA         PIC X.
       FD  DESTINO-FILE.
       01  DE-LINHA            PIC X(238).
       WORKING-STORAGE SECTION.
       78  LIMITE-CODIGOS VALUE 2000.
       78  QTDE-NOMES     VALUE 20.
       01  WS-TABELA-CODIGOS.
           05  WS-COD-ENTRADA OCCURS LIMITE-CODIGOS TIMES.
               10  WS-COD-REAL     PIC X(9).
               10  WS-COD-NOVO     PIC X(9).
               10  WS-COD-NOME     PIC X(25).
       01  WS-TABELA-NOMES.
           05  FILLER PIC X(7) VALUE "ANA".
           05  FILLER PIC X(7) VALUE "BRUNO".
           05  FILLER PIC X(7) VALUE "CARLA".
           05  FILLER PIC X(7) VALUE "DANIEL".
           05  FILLER PIC X(7) VALUE "ELISA".
           05  FILLER PIC X(7) VALUE "FABIO".
           05  FILLER PIC X(7) VALUE "GISELE".
           05  FILLER PIC X(7) VALUE "HUGO".
           05  FILLER PIC X(7) VALUE "IRENE".
           05  FILLER PIC X(7) VALUE "JORGE".
           05  FILLER PIC X(7) VALUE "LUCIA".
           05  FILLER PIC X(7) VALUE "MARCOS".
           05  FILLER PIC X(7) VALUE "NADIA".
           05  FILLER PIC X(7) VALUE "OTAVIO".
           05  FILLER PIC X(7) VALUE "PAULA".
           05  FILLER PIC X(7) VALUE "RAFAEL".
           05  FILLER PIC X(7) VALUE "SONIA".
           05  FILLER PIC X(7) VALUE "TIAGO".
           05  FILLER PIC X(7) VALUE "VERA".
           05  FILLER PIC X(7) VALUE "WAGNER".
       01  WS-TABELA-NOMES-R REDEFINES WS-TABELA-NOMES.
           05  WS-PRENOME PIC X(7) OCCURS QTDE-NOMES TIMES.
       01  WS-TABELA-SOBRENOMES.
           05  FILLER PIC X(8) VALUE "ALMEIDA".
           05  FILLER PIC X(8) VALUE "BARROS".
           05  FILLER PIC X(8) VALUE "CAMPOS".
           05  FILLER PIC X(8) VALUE "DUARTE".
           05  FILLER PIC X(8) VALUE "FARIAS".
           05  FILLER PIC X(8) VALUE "GOMES".
           05  FILLER PIC X(8) VALUE "LIMA".
           05  FILLER PIC X(8) VALUE "MACHADO".
           05  FILLER PIC X(8) VALUE "NUNES".
           05  FILLER PIC X(8) VALUE "PEREIRA".
           05  FILLER PIC X(8) VALUE "QUEIROZ".
           05  FILLER PIC X(8) VALUE "RIBEIRO".
           05  FILLER PIC X(8) VALUE "SANTOS".
           05  FILLER PIC X(8) VALUE "TAVARES".
           05  FILLER PIC X(8) VALUE "VIEIRA".
           05  FILLER PIC X(8) VALUE "XAVIER".
           05  FILLER PIC X(8) VALUE "MOREIRA".
           05  FILLER PIC X(8) VALUE "CARDOSO".
           05  FILLER PIC X(8) VALUE "ROCHA".
           05  FILLER PIC X(8) VALUE "TEIXEIRA".
       01  WS-TABELA-SOBRENOMES-R REDEFINES WS-TABELA-SOBRENOMES.
           05  WS-SOBRENOME PIC X(8) OCCURS QTDE-NOMES TIMES.
       77  WS-QTDE-CODIGOS PIC 9(4) VALUE ZERO.
       77  WS-POS-ACHADA  PIC 9(4) VALUE ZERO.
       77  AC-CI          PIC 9(4).
       77  AC-NOME        PIC 9(2).
       77  AC-SOBRENOME   PIC 9(2).
       77  AC-SOBRENOME-2 PIC 9(2).
       77  WS-SEQ-CODIGO  PIC 9(6).
       77  WS-SEQ-EDITADA PIC 9(4).
       77  WS-COD-PDV     PIC X(20) VALUE SPACES.
       77  WS-DV-TAMANHO  PIC 9(3) VALUE 6.
       77  WS-DVC         PIC 9.
       77  WS-COD-PROCURA PIC X(9).
       77  WS-ORI-STATUS  PIC XX.
       77  WS-DES-STATUS  PIC XX.
       77  WS-FIM-ARQUIVO PIC X VALUE "N".
           88 WS-FIM-OK   VALUE "S".
       77  WS-NOME-DESTINO PIC X(30).
       77  WS-QT-COPIADOS PIC 9(6).
       77  WS-QT-SEM-MAPA PIC 9(6) VALUE ZERO.
       77  WS-CONFIRMA    PIC X.
       77  WS-PROGRAMA    PIC X(8) VALUE "CAP02A23".
       77  WS-RESULTADO   PIC X(20) VALUE "SANDBOX REPOSTO".
           DISPLAY "-------------------------------------------".
           DISPLAY "Reposicao do Ambiente de Treinamento".
           DISPLAY "-------------------------------------------".
           DISPLAY "Repor TRNTURMA, TRNCALCLOG, TRNFILAESP, TRNCONTATO"
              " e TRNFREQIDX (S/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
              DISPLAY "Reposicao cancelada; nada tocado."
              GOBACK
           END-IF
           MOVE ZERO TO WS-QTDE-CODIGOS WS-QT-SEM-MAPA.
           PERFORM 200-MASCARA-TURMA.
           DISPLAY "TRNTURMA.DAT reposto com " WS-QT-COPIADOS
              " registro(s).".
           MOVE "TRNCALCLOG.DAT" TO WS-NOME-DESTINO.
           PERFORM 300-ESVAZIA-ARQUIVO.
           DISPLAY "TRNCALCLOG.DAT esvaziado.".
           PERFORM 400-MASCARA-FILA.
           DISPLAY "TRNFILAESP.DAT reposto com " WS-QT-COPIADOS
              " registro(s).".
           PERFORM 500-MASCARA-CONTATO.
           DISPLAY "TRNCONTATO.DAT reposto com " WS-QT-COPIADOS
              " registro(s).".
           PERFORM 600-MASCARA-FREQUENCIA.
           DISPLAY "TRNFREQIDX.DAT reposto com " WS-QT-COPIADOS
              " registro(s).".
           DISPLAY "Codigos de estudante mascarados: " WS-QTDE-CODIGOS.
           IF WS-QT-SEM-MAPA > ZERO
              DISPLAY "Registros NAO copiados (de-para cheio): "
                 WS-QT-SEM-MAPA
              MOVE "SANDBOX INCOMPLETO" TO WS-RESULTADO
              MOVE 8 TO RETURN-CODE
           END-IF
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           GOBACK.
      ******************************************************************
      * CADASTRO: CODIGO E NOME MASCARADOS, NOTAS MANTIDAS             *
      ******************************************************************
       200-MASCARA-TURMA               SECTION.
           MOVE ZERO TO WS-QT-COPIADOS.
           MOVE "TRNTURMA.DAT" TO WS-NOME-DESTINO.
           OPEN INPUT TURMA-FILE.
           OPEN OUTPUT DESTINO-FILE.
           IF WS-ORI-STATUS NOT = "00"
              CLOSE DESTINO-FILE
              DISPLAY "TURMA.DAT ausente; copia de pratica vazia."
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ TURMA-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    MOVE TR-ID TO WS-COD-PROCURA
                    PERFORM 700-MAPEIA-CODIGO
                    IF WS-POS-ACHADA > ZERO
                       MOVE WS-COD-NOVO(WS-POS-ACHADA) TO TR-ID
                       MOVE WS-COD-NOME(WS-POS-ACHADA) TO TR-NOME
                       WRITE DE-LINHA FROM TR-REGISTRO
                       ADD 1 TO WS-QT-COPIADOS
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TURMA-FILE.
           CLOSE DESTINO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
           OPEN OUTPUT DESTINO-FILE.
           CLOSE DESTINO-FILE.
           EXIT.
      ******************************************************************
      * FILA DE ESPERA: COPIA MASCARADA DA FILA REAL                   *
      ******************************************************************
       400-MASCARA-FILA                SECTION.
           MOVE ZERO TO WS-QT-COPIADOS.
           MOVE "TRNFILAESP.DAT" TO WS-NOME-DESTINO.
           OPEN INPUT FILA-FILE.
           OPEN OUTPUT DESTINO-FILE.
           IF WS-ORI-STATUS NOT = "00"
              CLOSE DESTINO-FILE
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ FILA-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    MOVE FE-ID TO WS-COD-PROCURA
                    PERFORM 700-MAPEIA-CODIGO
                    IF WS-POS-ACHADA > ZERO
                       MOVE WS-COD-NOVO(WS-POS-ACHADA) TO FE-ID
                       MOVE WS-COD-NOME(WS-POS-ACHADA) TO FE-NOME
                       WRITE DE-LINHA FROM FE-REGISTRO
                       ADD 1 TO WS-QT-COPIADOS
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FILA-FILE.
           CLOSE DESTINO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * FICHA DE CONTATO: DADOS DE CONTATO TROCADOS POR VALORES DE     *
      * TREINO; AUTORIZACOES E CIDADE MANTIDAS                         *
      ******************************************************************
       500-MASCARA-CONTATO             SECTION.
           MOVE ZERO TO WS-QT-COPIADOS.
           MOVE "TRNCONTATO.DAT" TO WS-NOME-DESTINO.
           OPEN INPUT CONTATO-FILE.
           OPEN OUTPUT DESTINO-FILE.
           IF WS-ORI-STATUS NOT = "00"
              CLOSE DESTINO-FILE
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ CONTATO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    MOVE CT-ID TO WS-COD-PROCURA
                    PERFORM 700-MAPEIA-CODIGO
                    IF WS-POS-ACHADA > ZERO
                       PERFORM 550-MASCARA-FICHA
                       WRITE DE-LINHA FROM CT-REGISTRO
                       ADD 1 TO WS-QT-COPIADOS
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTATO-FILE.
           CLOSE DESTINO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UMA FICHA: CAMPO PREENCHIDO RECEBE VALOR DE TREINO, CAMPO EM   *
      * BRANCO CONTINUA EM BRANCO                                      *
      ******************************************************************
       550-MASCARA-FICHA               SECTION.
           MOVE WS-COD-NOVO(WS-POS-ACHADA) TO CT-ID.
           MOVE WS-POS-ACHADA TO WS-SEQ-EDITADA.
           IF CT-NASCIMENTO NUMERIC AND CT-NASCIMENTO > ZERO
              COMPUTE CT-NASCIMENTO =
                 INTEGER(CT-NASCIMENTO / 100) * 100 + 1
           END-IF
           IF CT-ENDERECO NOT = SPACES
              MOVE SPACES TO CT-ENDERECO
              STRING "RUA DO TREINAMENTO, " WS-SEQ-EDITADA
                 DELIMITED BY SIZE INTO CT-ENDERECO
           END-IF
           IF CT-BAIRRO NOT = SPACES
              MOVE "CENTRO" TO CT-BAIRRO
           END-IF
           IF CT-CEP NUMERIC
              COMPUTE CT-CEP = INTEGER(CT-CEP / 1000) * 1000
           END-IF
           IF CT-FONE NOT = SPACES
              MOVE SPACES TO CT-FONE
              STRING "(00) 0000-" WS-SEQ-EDITADA
                 DELIMITED BY SIZE INTO CT-FONE
           END-IF
           IF CT-CELULAR NOT = SPACES
              MOVE SPACES TO CT-CELULAR
              STRING "(00) 90000-" WS-SEQ-EDITADA
                 DELIMITED BY SIZE INTO CT-CELULAR
           END-IF
           IF CT-EMAIL NOT = SPACES
              MOVE SPACES TO CT-EMAIL
              STRING "aluno" WS-SEQ-EDITADA "@treino.invalid"
                 DELIMITED BY SIZE INTO CT-EMAIL
           END-IF
           IF CT-RESP-NOME NOT = SPACES
              MOVE "RESPONSAVEL DE TREINO" TO CT-RESP-NOME
           END-IF
           IF CT-RESP-FONE NOT = SPACES
              MOVE SPACES TO CT-RESP-FONE
              STRING "(00) 0001-" WS-SEQ-EDITADA
                 DELIMITED BY SIZE INTO CT-RESP-FONE
           END-IF.
           EXIT.
      ******************************************************************
      * FREQUENCIA: O INDEXADO DE PRATICA E RECRIADO COM OS CODIGOS    *
      * NOVOS (A CHAVE MUDA, ENTAO A GRAVACAO E PELA CHAVE)            *
      ******************************************************************
       600-MASCARA-FREQUENCIA          SECTION.
           MOVE ZERO TO WS-QT-COPIADOS.
           OPEN OUTPUT TRNFREQ-FILE.
           OPEN INPUT FREQ-FILE.
           IF WS-ORI-STATUS NOT = "00"
              CLOSE TRNFREQ-FILE
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ FREQ-FILE NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    MOVE FQ-ID TO WS-COD-PROCURA
                    PERFORM 700-MAPEIA-CODIGO
                    IF WS-POS-ACHADA > ZERO
                       MOVE FQ-TURMA TO TF-TURMA
                       MOVE FQ-DATA TO TF-DATA
                       MOVE WS-COD-NOVO(WS-POS-ACHADA) TO TF-ID
                       MOVE FQ-PRESENCA TO TF-PRESENCA
                       WRITE TF-REGISTRO
                          NOT INVALID KEY
                             ADD 1 TO WS-QT-COPIADOS
                       END-WRITE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FREQ-FILE.
           CLOSE TRNFREQ-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * DE-PARA DE CODIGOS: DEVOLVE A POSICAO DO CODIGO REAL NA TABELA *
      * (ACRESCENTA CODIGO NOVO E PSEUDONIMO NA PRIMEIRA VEZ); ZERO    *
      * QUANDO A TABELA ESTA CHEIA                                     *
      ******************************************************************
       700-MAPEIA-CODIGO               SECTION.
           MOVE ZERO TO WS-POS-ACHADA.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-CODIGOS
                      OR WS-POS-ACHADA > ZERO
              IF WS-COD-REAL(AC-CI) = WS-COD-PROCURA
                 MOVE AC-CI TO WS-POS-ACHADA
              END-IF
           END-PERFORM.
           IF WS-POS-ACHADA > ZERO
              EXIT SECTION
           END-IF
           IF WS-QTDE-CODIGOS >= LIMITE-CODIGOS
              ADD 1 TO WS-QT-SEM-MAPA
              EXIT SECTION
           END-IF
           ADD 1 TO WS-QTDE-CODIGOS.
           MOVE WS-QTDE-CODIGOS TO WS-POS-ACHADA.
           MOVE WS-COD-PROCURA TO WS-COD-REAL(WS-POS-ACHADA).
           COMPUTE WS-SEQ-CODIGO = 900000 + WS-POS-ACHADA.
           MOVE WS-SEQ-CODIGO TO WS-COD-PDV.
           CALL "DVCALC" USING BY CONTENT WS-COD-PDV,
               BY CONTENT WS-DV-TAMANHO, BY REFERENCE WS-DVC.
           MOVE SPACES TO WS-COD-NOVO(WS-POS-ACHADA).
           STRING WS-COD-PDV(1:3) "." WS-COD-PDV(4:3) "-" WS-DVC
              DELIMITED BY SIZE INTO WS-COD-NOVO(WS-POS-ACHADA).
           COMPUTE AC-NOME = MOD(WS-POS-ACHADA - 1, QTDE-NOMES) + 1.
           COMPUTE AC-SOBRENOME =
              MOD(INTEGER((WS-POS-ACHADA - 1) / QTDE-NOMES),
                  QTDE-NOMES) + 1.
           MOVE SPACES TO WS-COD-NOME(WS-POS-ACHADA).
           IF WS-POS-ACHADA <= QTDE-NOMES * QTDE-NOMES
              STRING FUNCTION TRIM(WS-PRENOME(AC-NOME)) " "
                 FUNCTION TRIM(WS-SOBRENOME(AC-SOBRENOME))
                 DELIMITED BY SIZE INTO WS-COD-NOME(WS-POS-ACHADA)
           ELSE
              COMPUTE AC-SOBRENOME-2 =
                 MOD(INTEGER((WS-POS-ACHADA - 1) /
                     (QTDE-NOMES * QTDE-NOMES)), QTDE-NOMES) + 1
              STRING FUNCTION TRIM(WS-PRENOME(AC-NOME)) " "
                 FUNCTION TRIM(WS-SOBRENOME(AC-SOBRENOME)) " "
                 FUNCTION TRIM(WS-SOBRENOME(AC-SOBRENOME-2))
                 DELIMITED BY SIZE INTO WS-COD-NOME(WS-POS-ACHADA)
           END-IF.
           EXIT.
       END PROGRAM CAP02AP23.
