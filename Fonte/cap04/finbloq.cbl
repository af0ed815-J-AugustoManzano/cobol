       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINBLOQ.
      *
      * Servico de bloqueio financeiro do estudante, no mesmo espirito
      * de PREREQ/TURMAVAG: as mensalidades geradas pelo CAP04AP33
      * venciam e nada mais no sistema sabia - saiu certificado e
      * historico escolar para quem devia tres meses. O estudante
      * esta em BLOQUEIO quando tem item "MENSALIDADE" em aberto em
      * COMPROM.DAT vencido ha mais dias que a tolerancia da chave
      * INADIMP-DIAS de SYSCFG.DAT (padrao 030), contados ate a data
      * de negocio (DATANEG). Opcoes:
      *    "C" - consulta: so informa (quiosque, tela da coordenacao);
      *    "V" - verifica a acao LK-ACAO (CERT/HIST/MATR) antes de
      *          executa-la: em bloqueio, uma liberacao vigente da
      *          coordenacao em FINBLOQ.DAT (CAP04AP47) para a acao
      *          ou para "TODA" deixa passar e o uso e registrado;
      *          sem ela a acao e recusada e a recusa registrada.
      * Devolve LK-SITUACAO "N" sem bloqueio, "B" bloqueado (acao
      * recusada), "L" bloqueado mas liberado pela coordenacao, e em
      * LK-DIAS/LK-VALOR o maior atraso e o total vencido em aberto.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPROM-FILE ASSIGN TO "COMPROM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-CMP-STATUS.
           SELECT FINBLOQ-FILE ASSIGN TO "FINBLOQ.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-FB-STATUS.
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
       FD  FINBLOQ-FILE.
       COPY "finbloq.cpy".
       LOCAL-STORAGE SECTION.
       77  LS-CMP-STATUS       PIC XX.
       77  LS-FB-STATUS        PIC XX.
       77  LS-FIM-ARQUIVO      PIC X VALUE "N".
           88 LS-FIM-OK        VALUE "S".
       77  LS-TOLERANCIA       PIC 9(3) VALUE 30.
       77  LS-CFG-CHAVE        PIC X(12).
       77  LS-CFG-VALOR        PIC X(30).
       77  LS-HOJE             PIC 9(8).
       01  LS-HOJE-BR.
           05  LS-HOJE-DIA     PIC XX.
           05  FILLER          PIC X VALUE "/".
           05  LS-HOJE-MES     PIC XX.
           05  FILLER          PIC X VALUE "/".
           05  LS-HOJE-ANO     PIC X(4).
       77  LS-DIAS             PIC S9(8).
       77  LS-STATUS-DIF       PIC X.
       77  LS-LIBERADO         PIC X VALUE "N".
       77  LS-OPERADOR         PIC X(12).
       LINKAGE SECTION.
       77  LK-OPCAO            PIC X.
       77  LK-ID               PIC X(9).
       77  LK-ACAO             PIC X(4).
       77  LK-SITUACAO         PIC X.
       77  LK-DIAS             PIC 9(4).
       77  LK-VALOR            PIC 9(7)V99.
       PROCEDURE DIVISION USING LK-OPCAO, LK-ID, LK-ACAO,
               LK-SITUACAO, LK-DIAS, LK-VALOR.
       PROG-PRINCIPAL-PARA.
           MOVE "N" TO LK-SITUACAO.
           MOVE ZERO TO LK-DIAS LK-VALOR.
           MOVE "INADIMP-DIAS" TO LS-CFG-CHAVE.
           CALL "SYSCFG" USING LS-CFG-CHAVE, LS-CFG-VALOR.
           IF LS-CFG-VALOR(1:3) IS NUMERIC
              MOVE LS-CFG-VALOR(1:3) TO LS-TOLERANCIA
           END-IF.
           CALL "DATANEG" USING BY CONTENT "C", BY REFERENCE LS-HOJE.
           MOVE LS-HOJE(7:2) TO LS-HOJE-DIA.
           MOVE LS-HOJE(5:2) TO LS-HOJE-MES.
           MOVE LS-HOJE(1:4) TO LS-HOJE-ANO.
           PERFORM 100-APURA-ATRASO.
           IF LK-DIAS <= LS-TOLERANCIA
              EXIT PROGRAM
           END-IF.
           MOVE "B" TO LK-SITUACAO.
           IF LK-OPCAO NOT = "V"
              EXIT PROGRAM
           END-IF.
           PERFORM 200-PROCURA-LIBERACAO.
           IF LS-LIBERADO = "S"
              MOVE "L" TO LK-SITUACAO
              MOVE "U" TO FB-TIPO
           ELSE
              MOVE "R" TO FB-TIPO
           END-IF.
           PERFORM 300-REGISTRA-DECISAO.
           EXIT PROGRAM.
      ******************************************************************
      * MENSALIDADES DO ESTUDANTE EM ABERTO: MAIOR ATRASO E TOTAL      *
      * VENCIDO                                                        *
      ******************************************************************
       100-APURA-ATRASO                SECTION.
           OPEN INPUT COMPROM-FILE.
           IF LS-CMP-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL LS-FIM-OK
              READ COMPROM-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF CP-SITUACAO = "A"
                       AND CP-DESCRICAO(1:12) = "MENSALIDADE "
                       AND CP-DESCRICAO(20:9) = LK-ID
                       CALL "C0602DIF" USING CP-VENCIMENTO,
                          LS-HOJE-BR, LS-DIAS, LS-STATUS-DIF
                       IF LS-STATUS-DIF = "S" AND LS-DIAS > ZERO
                          ADD CP-VALOR TO LK-VALOR
                          IF LS-DIAS > LK-DIAS
                             IF LS-DIAS > 9999
                                MOVE 9999 TO LK-DIAS
                             ELSE
                                MOVE LS-DIAS TO LK-DIAS
                             END-IF
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPROM-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * LIBERACAO VIGENTE DA COORDENACAO PARA A ACAO (OU "TODA")       *
      ******************************************************************
       200-PROCURA-LIBERACAO           SECTION.
           OPEN INPUT FINBLOQ-FILE.
           IF LS-FB-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL LS-FIM-OK
              READ FINBLOQ-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF FB-LIBERACAO AND FB-ID = LK-ID
                       AND (FB-ACAO = LK-ACAO OR FB-ACAO = "TODA")
                       AND FB-VALIDADE >= LS-HOJE
                       MOVE "S" TO LS-LIBERADO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FINBLOQ-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * USO DA LIBERACAO OU RECUSA, PARA O RELATORIO DA COORDENACAO    *
      ******************************************************************
       300-REGISTRA-DECISAO            SECTION.
           CALL "OPERADOR" USING BY CONTENT "C",
              BY REFERENCE LS-OPERADOR.
           MOVE LK-ID       TO FB-ID.
           MOVE LK-ACAO     TO FB-ACAO.
           MOVE LS-HOJE     TO FB-DATA.
           MOVE ZERO        TO FB-VALIDADE.
           MOVE LK-DIAS     TO FB-DIAS.
           MOVE LK-VALOR    TO FB-VALOR.
           MOVE LS-OPERADOR TO FB-OPERADOR.
           MOVE SPACES      TO FB-MOTIVO.
           OPEN EXTEND FINBLOQ-FILE.
           IF LS-FB-STATUS = "35"
              OPEN OUTPUT FINBLOQ-FILE
           END-IF
           WRITE FB-REGISTRO.
           CLOSE FINBLOQ-FILE.
           EXIT.
       END PROGRAM FINBLOQ.
