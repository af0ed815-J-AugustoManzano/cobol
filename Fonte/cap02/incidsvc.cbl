       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDSVC.
      *
      * Abertura de incidente da operacao (INCIDREG.DAT), servico
      * comum ao driver do lote noturno (CAP02AP04, no passo que
      * aborta) e a tela de incidentes CAP02AP28 (a partir de alerta
      * ou a mao). Recebe a origem (A/J/M), a referencia do fato -
      * alerta, passo ou texto livre -, a severidade, o titulo e quem
      * abre, e devolve em LK-NUMERO o numero do incidente. Ja
      * havendo incidente PENDENTE com a mesma origem e referencia
      * (o mesmo passo abortando de novo no reinicio da cadeia), nao
      * abre outro: anota a nova ocorrencia no historico daquele e
      * devolve o numero dele, com LK-NOVO = "N". O incidente novo
      * nasce aberto, sem responsavel, com a linha de abertura em
      * INCIDHIS.DAT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDREG-FILE ASSIGN TO "INCIDREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-INC-STATUS.
           SELECT INCIDHIS-FILE ASSIGN TO "INCIDHIS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-HIS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INCIDREG-FILE.
       COPY "incidreg.cpy".
       FD  INCIDHIS-FILE.
       COPY "incidhis.cpy".
       LOCAL-STORAGE SECTION.
       77  LS-INC-STATUS  PIC XX.
       77  LS-HIS-STATUS  PIC XX.
       77  LS-FIM-ARQUIVO PIC X VALUE "N".
           88 LS-FIM-OK   VALUE "S".
       77  LS-MAIOR-NUM   PIC 9(6) VALUE ZERO.
       77  LS-NUM-ACHADO  PIC 9(6) VALUE ZERO.
       77  LS-SIT-ACHADA  PIC X.
       77  LS-RESP-ACHADO PIC X(8).
       77  LS-SEV-ACHADA  PIC 9.
       77  LS-DATA-HORA   PIC X(20).
       LINKAGE SECTION.
       77  LK-ORIGEM      PIC X.
       77  LK-REFERENCIA  PIC X(30).
       77  LK-SEVERIDADE  PIC 9.
       77  LK-TITULO      PIC X(40).
       77  LK-OPERADOR    PIC X(12).
       77  LK-NUMERO      PIC 9(6).
       77  LK-NOVO        PIC X.
       PROCEDURE DIVISION USING LK-ORIGEM, LK-REFERENCIA,
           LK-SEVERIDADE, LK-TITULO, LK-OPERADOR, LK-NUMERO, LK-NOVO.
       PROG-PRINCIPAL-PARA.
           MOVE ZERO TO LK-NUMERO.
           MOVE "N" TO LK-NOVO.
           MOVE FUNCTION CURRENT-DATE TO LS-DATA-HORA.
           PERFORM 100-PROCURA-PENDENTE.
           IF LS-NUM-ACHADO > ZERO
              MOVE LS-NUM-ACHADO TO LK-NUMERO
              MOVE LS-NUM-ACHADO TO IH-NUMERO
              MOVE LS-SIT-ACHADA TO IH-SITUACAO
              MOVE LS-RESP-ACHADO TO IH-RESPONSAVEL
              MOVE LS-SEV-ACHADA TO IH-SEVERIDADE
              MOVE "Nova ocorrencia do mesmo problema." TO IH-NOTA
              PERFORM 300-GRAVA-HISTORICO
              EXIT PROGRAM
           END-IF.
           PERFORM 200-GRAVA-INCIDENTE.
           MOVE IC-NUMERO TO LK-NUMERO.
           MOVE "S" TO LK-NOVO.
           MOVE IC-NUMERO TO IH-NUMERO.
           MOVE IC-SITUACAO TO IH-SITUACAO.
           MOVE IC-RESPONSAVEL TO IH-RESPONSAVEL.
           MOVE IC-SEVERIDADE TO IH-SEVERIDADE.
           MOVE "Incidente aberto." TO IH-NOTA.
           PERFORM 300-GRAVA-HISTORICO.
           EXIT PROGRAM.
      ******************************************************************
      * MAIOR NUMERO EM USO E INCIDENTE PENDENTE DA MESMA ORIGEM E     *
      * REFERENCIA, SE HOUVER                                          *
      ******************************************************************
       100-PROCURA-PENDENTE            SECTION.
           OPEN INPUT INCIDREG-FILE.
           IF LS-INC-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL LS-FIM-OK
              READ INCIDREG-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF IC-NUMERO > LS-MAIOR-NUM
                       MOVE IC-NUMERO TO LS-MAIOR-NUM
                    END-IF
                    IF IC-PENDENTE
                       AND IC-ORIGEM = LK-ORIGEM
                       AND IC-REFERENCIA = LK-REFERENCIA
                       AND LK-REFERENCIA NOT = SPACES
                       MOVE IC-NUMERO TO LS-NUM-ACHADO
                       MOVE IC-SITUACAO TO LS-SIT-ACHADA
                       MOVE IC-RESPONSAVEL TO LS-RESP-ACHADO
                       MOVE IC-SEVERIDADE TO LS-SEV-ACHADA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE INCIDREG-FILE.
           EXIT.
      ******************************************************************
      * INCIDENTE NOVO, ABERTO E SEM RESPONSAVEL, ANEXADO AO REGISTRO  *
      ******************************************************************
       200-GRAVA-INCIDENTE             SECTION.
           INITIALIZE IC-REGISTRO.
           COMPUTE IC-NUMERO = LS-MAIOR-NUM + 1.
           MOVE LS-DATA-HORA(1:8) TO IC-DATA-ABER.
           MOVE LS-DATA-HORA(9:6) TO IC-HORA-ABER.
           MOVE LK-ORIGEM TO IC-ORIGEM.
           MOVE LK-REFERENCIA TO IC-REFERENCIA.
           MOVE LK-SEVERIDADE TO IC-SEVERIDADE.
           IF IC-SEVERIDADE < 1 OR IC-SEVERIDADE > 4
              MOVE 3 TO IC-SEVERIDADE
           END-IF
           MOVE LK-TITULO TO IC-TITULO.
           MOVE SPACES TO IC-RESPONSAVEL.
           MOVE "A" TO IC-SITUACAO.
           MOVE SPACES TO IC-CATEGORIA.
           MOVE SPACES TO IC-RESOLUCAO.
           MOVE ZERO TO IC-DATA-RESOL.
           MOVE ZERO TO IC-HORA-RESOL.
           MOVE LK-OPERADOR TO IC-ABERTO-POR.
           OPEN EXTEND INCIDREG-FILE.
           IF LS-INC-STATUS = "35"
              OPEN OUTPUT INCIDREG-FILE
           END-IF
           WRITE IC-REGISTRO.
           CLOSE INCIDREG-FILE.
           EXIT.
      ******************************************************************
      * LINHA DO HISTORICO (IH-NUMERO, SITUACAO, RESPONSAVEL,          *
      * SEVERIDADE E NOTA JA PREENCHIDOS)                              *
      ******************************************************************
       300-GRAVA-HISTORICO             SECTION.
           MOVE LS-DATA-HORA(1:8) TO IH-DATA.
           MOVE LS-DATA-HORA(9:6) TO IH-HORA.
           MOVE LK-OPERADOR TO IH-OPERADOR.
           OPEN EXTEND INCIDHIS-FILE.
           IF LS-HIS-STATUS = "35"
              OPEN OUTPUT INCIDHIS-FILE
           END-IF
           WRITE IH-REGISTRO.
           CLOSE INCIDHIS-FILE.
           EXIT.
       END PROGRAM INCIDSVC.
