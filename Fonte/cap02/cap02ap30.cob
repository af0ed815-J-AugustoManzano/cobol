       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP02AP30.
      *
      * Painel mensal de nivel de servico para a gerencia: a pergunta
      * "batemos as metas este mes?" era respondida a mao juntando
      * meia duzia de relatorios. Este passo apura seis indicadores,
      * cada um como o percentual de casos cumpridos sobre os casos
      * medidos no mes:
      *   - JANELA: noites da cadeia (inicio "Lote noturno iniciado."
      *     de JOBLOG.DAT) encerradas dentro da janela de lote
      *     (JANELA-INI/JANELA-FIM de SYSCFG) - a linha "Lote noturno
      *     encerrado." que o CAP02AP04 tambem grava na trilha, no
      *     mesmo dia ou no seguinte; noite sem encerramento (abortada
      *     e nao retomada a tempo) conta como nao cumprida;
      *   - AGENDA: execucoes planejadas em AGENDA.DAT ja vencidas e
      *     cumpridas, com o mesmo criterio da aderencia CAP02AP15
      *     (linha da cadeia "S"; fechamento mensal com entrada do
      *     CAP02AP06 em CTLTOTAIS.DAT ate 3 dias depois);
      *   - RECURSO: recursos de nota (RECURSOS.DAT) com prazo no
      *     mes, decididos ate o prazo (RE-DATA-DECISAO); o pendente
      *     com prazo vencido conta contra, e o decidido antes de a
      *     data da decisao existir fica fora da medida;
      *   - ALERTA: alertas do mes (ALERTAS.DAT) reconhecidos dentro
      *     do limite em minutos da meta; o pendente alem do limite
      *     conta contra, e o reconhecido sem hora gravada fica fora;
      *   - IMPRESS: itens da fila de impressao (FILAIMP.DAT) gerados
      *     no mes e dados como impressos e entregues ("P") no mesmo
      *     dia;
      *   - COMPROM: compromissos a pagar (COMPROM.DAT, cancelados de
      *     fora) vencidos no mes e cobertos pelos pagamentos de
      *     COMPAGTO.DAT feitos ate o vencimento.
      * Cada indicador sai contra a meta de METASNS.DAT (tela
      * CAP02AP31; sem o arquivo, as metas de fabrica): VERDE a
      * partir da meta, AMARELO a partir do piso do amarelo,
      * VERMELHO abaixo dele. Depois do quadro da competencia vem a
      * tendencia dos doze meses ate ela, com o percentual e o sinal
      * de cada mes.
      *
      * A competencia padrao e o mes anterior ao da data de negocio
      * (o passo roda no primeiro dia util do mes na rede de jobs); o
      * parametro OPCIONAL LK-COMPETENCIA (AAAAMM) refaz um mes
      * especifico. Saida NIVSERV.LST via IMPRIME, preservada pela
      * RELGER, com os totais em CTLTOTAIS.DAT via STATSLOG.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METASNS-FILE ASSIGN TO "METASNS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MET-STATUS.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOB-STATUS.
           SELECT AGENDA-FILE ASSIGN TO "AGENDA.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AGE-STATUS.
           SELECT CTLTOTAIS-FILE ASSIGN TO "CTLTOTAIS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTL-STATUS.
           SELECT RECURSOS-FILE ASSIGN TO "RECURSOS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REC-STATUS.
           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALE-STATUS.
           SELECT FILAIMP-FILE ASSIGN TO "FILAIMP.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FIL-STATUS.
           SELECT COMPROM-FILE ASSIGN TO "COMPROM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CMP-STATUS.
           SELECT PAGTO-FILE ASSIGN TO "COMPAGTO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  METASNS-FILE.
       COPY "metasns.cpy".
       FD  JOBLOG-FILE.
       01  LL-LINHA            PIC X(70).
       FD  AGENDA-FILE.
       01  AG-REGISTRO.
           05  AG-DATA         PIC 9(8).
           05  AG-JOB          PIC X(9).
           05  AG-EXECUTADO    PIC X.
       FD  CTLTOTAIS-FILE.
       01  CT-REGISTRO.
           05  CT-DATA         PIC 9(8).
           05  CT-HORA         PIC 9(6).
           05  CT-PROGRAMA     PIC X(8).
           05  CT-LIDOS        PIC 9(6).
           05  CT-REJEITADOS   PIC 9(6).
           05  CT-DUR-HRA      PIC 9(4).
           05  CT-DUR-MIN      PIC 9(2).
           05  CT-DUR-SEG      PIC 9(2).
           05  CT-DUR-CEN      PIC 9(2).
           05  CT-DATA-NEG     PIC 9(8).
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
       FD  ALERTAS-FILE.
       01  AT-REGISTRO.
           05  AT-DATA         PIC 9(8).
           05  AT-HORA         PIC 9(6).
           05  AT-REGRA        PIC X(12).
           05  AT-DETALHE      PIC X(30).
           05  AT-SITUACAO     PIC X.
           05  AT-RECONHECEDOR PIC X(12).
           05  AT-DATA-RECON   PIC 9(8).
           05  AT-HORA-RECON   PIC 9(6).
       FD  FILAIMP-FILE.
       01  FI-REGISTRO.
           05  FI-ARQUIVO      PIC X(14).
           05  FI-DATA         PIC 9(8).
           05  FI-SEQ          PIC 9(2).
           05  FI-PROGRAMA     PIC X(8).
           05  FI-DESTINO      PIC X(12).
           05  FI-SITUACAO     PIC X.
           05  FI-DATA-SIT     PIC 9(8).
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
       FD  PAGTO-FILE.
       COPY "compagto.cpy".
       WORKING-STORAGE SECTION.
       78  QTDE-INDICADORES VALUE 6.
       78  IND-JANELA  VALUE 1.
       78  IND-AGENDA  VALUE 2.
       78  IND-RECURSO VALUE 3.
       78  IND-ALERTA  VALUE 4.
       78  IND-IMPRESS VALUE 5.
       78  IND-COMPROM VALUE 6.
      *    Metas de fabrica (as mesmas da tela CAP02AP31): indicador,
      *    meta, piso do amarelo (percentuais com uma casa), limite e
      *    a descricao do indicador.
       01  WS-TABELA-PADRAO.
           05  FILLER PIC X(50) VALUE
               "JANELA  095009000000Lote noturno dentro da janela".
           05  FILLER PIC X(50) VALUE
               "AGENDA  098009500000Execucoes planejadas cumpridas".
           05  FILLER PIC X(50) VALUE
               "RECURSO 095009000000Recursos respondidos no prazo".
           05  FILLER PIC X(50) VALUE
               "ALERTA  090008000060Alertas reconhecidos na meta".
           05  FILLER PIC X(50) VALUE
               "IMPRESS 095009000000Impressos entregues no dia".
           05  FILLER PIC X(50) VALUE
               "COMPROM 095009000000Compromissos pagos em dia".
       01  WS-TABELA-R REDEFINES WS-TABELA-PADRAO.
           05  WS-PADRAO OCCURS QTDE-INDICADORES TIMES.
               10  WS-PAD-INDICADOR PIC X(8).
               10  WS-PAD-META      PIC 9(3)V9.
               10  WS-PAD-ALERTA    PIC 9(3)V9.
               10  WS-PAD-LIMITE    PIC 9(4).
               10  WS-PAD-DESCRICAO PIC X(30).
       01  WS-TAB-METAS.
           05  WS-MET-LINHA OCCURS QTDE-INDICADORES TIMES.
               10  WS-MET-META      PIC 9(3)V9.
               10  WS-MET-ALERTA    PIC 9(3)V9.
               10  WS-MET-LIMITE    PIC 9(4).
      *    Casos medidos e cumpridos de cada indicador em cada um dos
      *    doze meses (o 12 e a competencia, o 1 onze meses antes).
       01  WS-TAB-MEDIDAS.
           05  WS-MED-INDICADOR OCCURS QTDE-INDICADORES TIMES.
               10  WS-MED-MES OCCURS 12 TIMES.
                   15  WS-MED-QTDE  PIC 9(5).
                   15  WS-MED-OK    PIC 9(5).
       01  WS-TAB-MESES.
           05  WS-MES-CPT PIC 9(6) OCCURS 12 TIMES.
       78  LIMITE-FECHOS VALUE 200.
       01  WS-TAB-FECHOS.
           05  WS-FEC-DATA PIC 9(8) OCCURS LIMITE-FECHOS TIMES.
       77  WS-QTDE-FECHOS      PIC 9(3) VALUE ZERO.
       78  LIMITE-PAGTOS VALUE 3000.
       01  WS-TAB-PAGTOS.
           05  WS-PAG-LINHA OCCURS LIMITE-PAGTOS TIMES.
               10  WS-PAG-CODIGO    PIC X(8).
               10  WS-PAG-DATA      PIC 9(8).
               10  WS-PAG-VALOR     PIC 9(7)V99.
       77  WS-QTDE-PAGTOS      PIC 9(4) VALUE ZERO.
       77  AC-IN               PIC 9.
       77  AC-MS               PIC 9(2).
       77  AC-CF               PIC 9(3).
       77  AC-PG               PIC 9(4).
       77  AC-POS              PIC 9(3).
       77  WS-MET-STATUS       PIC XX.
       77  WS-JOB-STATUS       PIC XX.
       77  WS-AGE-STATUS       PIC XX.
       77  WS-CTL-STATUS       PIC XX.
       77  WS-REC-STATUS       PIC XX.
       77  WS-ALE-STATUS       PIC XX.
       77  WS-FIL-STATUS       PIC XX.
       77  WS-CMP-STATUS       PIC XX.
       77  WS-PAG-STATUS       PIC XX.
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
       77  WS-DATA-NEG         PIC 9(8).
       01  WS-COMPETENCIA.
           05  WS-CPT-ANO      PIC 9(4).
           05  WS-CPT-MES      PIC 9(2).
       01  WS-COMPETENCIA-N REDEFINES WS-COMPETENCIA PIC 9(6).
       01  WS-DATA-APURA.
           05  WS-DA-ANO       PIC 9(4).
           05  WS-DA-MES       PIC 9(2).
           05  WS-DA-DIA       PIC 9(2).
       01  WS-DATA-APURA-N REDEFINES WS-DATA-APURA PIC 9(8).
       77  WS-BASE-MESES       PIC 9(6).
       77  WS-DIF-MESES        PIC S9(6).
       77  WS-PER-INICIO       PIC 9(8).
       77  WS-PER-FIM          PIC 9(8).
       77  WS-HOJE             PIC 9(8).
       77  WS-AGORA            PIC 9(6).
       77  WS-DATA-HORA-SISTEMA PIC X(20).
       77  WS-CUMPRIU          PIC X.
       77  WS-ACHOU            PIC X.
       77  WS-DIF-DIAS         PIC S9(5).
       77  WS-MINUTOS          PIC S9(9).
       77  WS-CFG-CHAVE        PIC X(12).
       77  WS-CFG-VALOR        PIC X(30).
       77  WS-JANELA-INI       PIC 9(6) VALUE 180000.
       77  WS-JANELA-FIM       PIC 9(6) VALUE 070000.
       77  WS-FORA-JANELA      PIC X.
       77  WS-EXEC-DATA        PIC 9(8).
       77  WS-EXEC-HORA        PIC 9(6).
       77  WS-INI-DATA         PIC 9(8) VALUE ZERO.
       77  WS-VENCIMENTO       PIC 9(8).
       77  WS-SOMA-PAGA        PIC 9(8)V99.
       77  WS-PCT              PIC 9(3)V9.
       77  WS-SINAL            PIC X(2).
       77  WS-SITUACAO         PIC X(8).
       77  WS-QTDE-VERMELHOS   PIC 9 VALUE ZERO.
       77  WS-TOTAL-LIDOS      PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-REJEITADOS PIC 9(6) VALUE ZERO.
       77  WS-S-QTDE           PIC ZZZZ9.
       77  WS-S-OK             PIC ZZZZ9.
       77  WS-S-PCT            PIC ZZ9.9.
       77  WS-S-META           PIC ZZ9.9.
       77  WS-S-ALERTA         PIC ZZ9.9.
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
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP02A30".
       77  WS-RESULTADO        PIC X(20).
       LINKAGE SECTION.
       77  LK-COMPETENCIA      PIC 9(6).
       PROCEDURE DIVISION USING OPTIONAL LK-COMPETENCIA.
       PROG-PRINCIPAL-PARA.
           DISPLAY "-------------------------------------------".
           DISPLAY "Painel Mensal de Nivel de Servico".
           DISPLAY "-------------------------------------------".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-INICIO.
           INITIALIZE WS-TAB-MEDIDAS.
           MOVE ZERO TO WS-QTDE-FECHOS WS-QTDE-PAGTOS WS-INI-DATA
              WS-QTDE-VERMELHOS WS-TOTAL-LIDOS WS-TOTAL-REJEITADOS
              WS-IMP-TOTAL.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM 100-LE-PARAMETROS.
           PERFORM 150-CARREGA-METAS.
           PERFORM 200-APURA-JANELA.
           PERFORM 300-APURA-AGENDA.
           PERFORM 400-APURA-RECURSOS.
           PERFORM 500-APURA-ALERTAS.
           PERFORM 600-APURA-IMPRESSAO.
           PERFORM 700-APURA-COMPROMISSOS.
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "NIVSERV.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "PAINEL MENSAL DE NIVEL DE SERVICO"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           PERFORM 800-IMPRIME-QUADRO.
           PERFORM 850-IMPRIME-TENDENCIA.
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-TOTAL-LIDOS TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "NIVSERV.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           DISPLAY "Competencia ........: " WS-CPT-MES "/" WS-CPT-ANO.
           DISPLAY "Indicadores no vermelho: " WS-QTDE-VERMELHOS.
           DISPLAY "Relatorio gravado em NIVSERV.LST.".
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
      * COMPETENCIA (PARAMETRO OU MES ANTERIOR A DATA DE NEGOCIO), OS  *
      * DOZE MESES DA TENDENCIA, HOJE E A JANELA DE LOTE               *
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
           MOVE WS-COMPETENCIA-N TO WS-DATA-APURA(1:6).
           PERFORM VARYING AC-MS FROM 12 BY -1 UNTIL AC-MS < 1
              MOVE WS-DATA-APURA(1:6) TO WS-MES-CPT(AC-MS)
              IF WS-DA-MES = 1
                 MOVE 12 TO WS-DA-MES
                 SUBTRACT 1 FROM WS-DA-ANO
              ELSE
                 SUBTRACT 1 FROM WS-DA-MES
              END-IF
           END-PERFORM.
           COMPUTE WS-PER-INICIO = WS-MES-CPT(1) * 100 + 1.
           COMPUTE WS-PER-FIM = WS-COMPETENCIA-N * 100 + 31.
           MOVE WS-MES-CPT(1) TO WS-DATA-APURA(1:6).
           COMPUTE WS-BASE-MESES = WS-DA-ANO * 12 + WS-DA-MES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-HOJE.
           MOVE WS-DATA-HORA-SISTEMA(9:6) TO WS-AGORA.
           MOVE "JANELA-INI" TO WS-CFG-CHAVE.
           CALL "SYSCFG" USING WS-CFG-CHAVE, WS-CFG-VALOR.
           IF WS-CFG-VALOR(1:6) IS NUMERIC
              MOVE WS-CFG-VALOR(1:6) TO WS-JANELA-INI
           END-IF
           MOVE "JANELA-FIM" TO WS-CFG-CHAVE.
           CALL "SYSCFG" USING WS-CFG-CHAVE, WS-CFG-VALOR.
           IF WS-CFG-VALOR(1:6) IS NUMERIC
              MOVE WS-CFG-VALOR(1:6) TO WS-JANELA-FIM
           END-IF.
           EXIT.
      ******************************************************************
      * METAS EM VIGOR: AS DE FABRICA, SOBREPOSTAS PELAS DE            *
      * METASNS.DAT                                                    *
      ******************************************************************
       150-CARREGA-METAS               SECTION.
           PERFORM VARYING AC-IN FROM 1 BY 1
                   UNTIL AC-IN > QTDE-INDICADORES
              MOVE WS-PAD-META(AC-IN) TO WS-MET-META(AC-IN)
              MOVE WS-PAD-ALERTA(AC-IN) TO WS-MET-ALERTA(AC-IN)
              MOVE WS-PAD-LIMITE(AC-IN) TO WS-MET-LIMITE(AC-IN)
           END-PERFORM.
           OPEN INPUT METASNS-FILE.
           IF WS-MET-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ METASNS-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    PERFORM 160-APLICA-META
              END-READ
           END-PERFORM.
           CLOSE METASNS-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UM REGISTRO DE METASNS.DAT SOBRE A LINHA DO SEU INDICADOR      *
      ******************************************************************
       160-APLICA-META                 SECTION.
           IF MS-META IS NOT NUMERIC OR MS-ALERTA IS NOT NUMERIC
              OR MS-LIMITE IS NOT NUMERIC
              EXIT SECTION
           END-IF
           PERFORM VARYING AC-IN FROM 1 BY 1
                   UNTIL AC-IN > QTDE-INDICADORES
              IF WS-PAD-INDICADOR(AC-IN) = MS-INDICADOR
                 MOVE MS-META TO WS-MET-META(AC-IN)
                 MOVE MS-ALERTA TO WS-MET-ALERTA(AC-IN)
                 MOVE MS-LIMITE TO WS-MET-LIMITE(AC-IN)
                 EXIT SECTION
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * JANELA: CADA INICIO DA TRILHA CASADO COM O ENCERRAMENTO QUE O  *
      * SEGUE. A LINHA TRAZ A DATA DD/MM/AAAA NAS POSICOES 1-10 E A    *
      * HORA HH:MM:SS NAS 12-19, COMO O DRIVER A GRAVA                 *
      ******************************************************************
       200-APURA-JANELA                SECTION.
           OPEN INPUT JOBLOG-FILE.
           IF WS-JOB-STATUS NOT = "00"
              DISPLAY "Aviso: JOBLOG.DAT nao encontrado."
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ JOBLOG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-TOTAL-LIDOS
                    PERFORM 210-AVALIA-LINHA-LOG
              END-READ
           END-PERFORM.
           CLOSE JOBLOG-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
      *    A ultima noite sem encerramento so conta contra depois de
      *    passado o dia seguinte: antes disso a cadeia pode estar
      *    rodando.
           IF WS-INI-DATA NOT = ZERO
              COMPUTE WS-DIF-DIAS =
                 FUNCTION INTEGER-OF-DATE(WS-HOJE)
                 - FUNCTION INTEGER-OF-DATE(WS-INI-DATA)
              IF WS-DIF-DIAS > 1
                 PERFORM 230-NOITE-SEM-FIM
              END-IF
           END-IF.
           EXIT.
      ******************************************************************
      * UMA LINHA DA TRILHA: INICIO ABRE A NOITE, ENCERRAMENTO FECHA   *
      ******************************************************************
       210-AVALIA-LINHA-LOG            SECTION.
           IF LL-LINHA(23:22) NOT = "Lote noturno iniciado."
              AND LL-LINHA(23:23) NOT = "Lote noturno encerrado."
              EXIT SECTION
           END-IF
           MOVE LL-LINHA(7:4) TO WS-EXEC-DATA(1:4).
           MOVE LL-LINHA(4:2) TO WS-EXEC-DATA(5:2).
           MOVE LL-LINHA(1:2) TO WS-EXEC-DATA(7:2).
           MOVE LL-LINHA(12:2) TO WS-EXEC-HORA(1:2).
           MOVE LL-LINHA(15:2) TO WS-EXEC-HORA(3:2).
           MOVE LL-LINHA(18:2) TO WS-EXEC-HORA(5:2).
           IF WS-EXEC-DATA IS NOT NUMERIC
              OR WS-EXEC-HORA IS NOT NUMERIC
              ADD 1 TO WS-TOTAL-REJEITADOS
              EXIT SECTION
           END-IF
           IF LL-LINHA(23:22) = "Lote noturno iniciado."
              IF WS-INI-DATA NOT = ZERO
                 PERFORM 230-NOITE-SEM-FIM
              END-IF
              MOVE WS-EXEC-DATA TO WS-INI-DATA
              EXIT SECTION
           END-IF
           IF WS-INI-DATA = ZERO
              EXIT SECTION
           END-IF
           PERFORM 220-AVALIA-ENCERRAMENTO.
           MOVE ZERO TO WS-INI-DATA.
           EXIT.
      ******************************************************************
      * NOITE ENCERRADA: CUMPRIDA SE O FIM CAIU DENTRO DA JANELA, NO   *
      * DIA DO INICIO OU NO SEGUINTE (SO COM JANELA QUE ATRAVESSA A    *
      * MEIA-NOITE)                                                    *
      ******************************************************************
       220-AVALIA-ENCERRAMENTO         SECTION.
           MOVE "N" TO WS-FORA-JANELA.
           IF WS-JANELA-INI > WS-JANELA-FIM
              IF WS-EXEC-HORA < WS-JANELA-INI
                 AND WS-EXEC-HORA > WS-JANELA-FIM
                 MOVE "S" TO WS-FORA-JANELA
              END-IF
           ELSE
              IF WS-EXEC-HORA < WS-JANELA-INI
                 OR WS-EXEC-HORA > WS-JANELA-FIM
                 MOVE "S" TO WS-FORA-JANELA
              END-IF
           END-IF.
           COMPUTE WS-DIF-DIAS =
              FUNCTION INTEGER-OF-DATE(WS-EXEC-DATA)
              - FUNCTION INTEGER-OF-DATE(WS-INI-DATA).
           IF WS-DIF-DIAS > 1
              OR (WS-DIF-DIAS = 1 AND WS-JANELA-INI <= WS-JANELA-FIM)
              OR (WS-DIF-DIAS = 1 AND WS-EXEC-HORA >= WS-JANELA-INI)
              MOVE "S" TO WS-FORA-JANELA
           END-IF.
           IF WS-FORA-JANELA = "S"
              MOVE "N" TO WS-CUMPRIU
           ELSE
              MOVE "S" TO WS-CUMPRIU
           END-IF.
           MOVE WS-INI-DATA TO WS-DATA-APURA-N.
           MOVE IND-JANELA TO AC-IN.
           PERFORM 950-CONTA-CASO.
           EXIT.
      ******************************************************************
      * NOITE SEM ENCERRAMENTO NA TRILHA: NAO CUMPRIDA                 *
      ******************************************************************
       230-NOITE-SEM-FIM               SECTION.
           MOVE "N" TO WS-CUMPRIU.
           MOVE WS-INI-DATA TO WS-DATA-APURA-N.
           MOVE IND-JANELA TO AC-IN.
           PERFORM 950-CONTA-CASO.
           EXIT.
      ******************************************************************
      * AGENDA: EXECUCOES PLANEJADAS JA VENCIDAS, NO CRITERIO DA       *
      * ADERENCIA CAP02AP15                                            *
      ******************************************************************
       300-APURA-AGENDA                SECTION.
           PERFORM 310-CARREGA-FECHAMENTOS.
           OPEN INPUT AGENDA-FILE.
           IF WS-AGE-STATUS NOT = "00"
              DISPLAY "Aviso: AGENDA.DAT nao encontrada."
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ AGENDA-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-TOTAL-LIDOS
                    PERFORM 320-AVALIA-PLANEJADO
              END-READ
           END-PERFORM.
           CLOSE AGENDA-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * DATAS DAS ENTRADAS DO FECHAMENTO MENSAL (CAP02AP06) EM         *
      * CTLTOTAIS.DAT                                                  *
      ******************************************************************
       310-CARREGA-FECHAMENTOS         SECTION.
           OPEN INPUT CTLTOTAIS-FILE.
           IF WS-CTL-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ CTLTOTAIS-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF CT-PROGRAMA = "CAP02AP6"
                       AND CT-DATA IS NUMERIC
                       AND WS-QTDE-FECHOS < LIMITE-FECHOS
                       ADD 1 TO WS-QTDE-FECHOS
                       MOVE CT-DATA TO WS-FEC-DATA(WS-QTDE-FECHOS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CTLTOTAIS-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UMA LINHA DA AGENDA: CADEIA "S" CUMPRIDA, "P"/"N" NAO; O       *
      * FECHAMENTO MENSAL PELA ENTRADA EM CTLTOTAIS ATE 3 DIAS DEPOIS  *
      ******************************************************************
       320-AVALIA-PLANEJADO            SECTION.
           IF AG-DATA IS NOT NUMERIC
              ADD 1 TO WS-TOTAL-REJEITADOS
              EXIT SECTION
           END-IF
           IF AG-DATA < WS-PER-INICIO OR AG-DATA > WS-PER-FIM
              OR AG-DATA >= WS-HOJE
              EXIT SECTION
           END-IF
           IF AG-JOB = "CAP02AP06"
              MOVE "N" TO WS-ACHOU
              PERFORM VARYING AC-CF FROM 1 BY 1
                      UNTIL AC-CF > WS-QTDE-FECHOS
                 COMPUTE WS-DIF-DIAS =
                    FUNCTION INTEGER-OF-DATE(WS-FEC-DATA(AC-CF))
                    - FUNCTION INTEGER-OF-DATE(AG-DATA)
                 IF WS-DIF-DIAS >= ZERO AND WS-DIF-DIAS <= 3
                    MOVE "S" TO WS-ACHOU
                 END-IF
              END-PERFORM
              IF WS-ACHOU = "S"
                 MOVE "S" TO WS-CUMPRIU
              ELSE
      *          Ainda dentro dos 3 dias de tolerancia: fica de fora.
                 COMPUTE WS-DIF-DIAS =
                    FUNCTION INTEGER-OF-DATE(WS-HOJE)
                    - FUNCTION INTEGER-OF-DATE(AG-DATA)
                 IF WS-DIF-DIAS <= 3
                    EXIT SECTION
                 END-IF
                 MOVE "N" TO WS-CUMPRIU
              END-IF
           ELSE
              EVALUATE AG-EXECUTADO
                 WHEN "S"
                    MOVE "S" TO WS-CUMPRIU
                 WHEN "P"
                 WHEN "N"
                    MOVE "N" TO WS-CUMPRIU
                 WHEN OTHER
                    EXIT SECTION
              END-EVALUATE
           END-IF.
           MOVE AG-DATA TO WS-DATA-APURA-N.
           MOVE IND-AGENDA TO AC-IN.
           PERFORM 950-CONTA-CASO.
           EXIT.
      ******************************************************************
      * RECURSOS: PRAZO NO PERIODO; DECIDIDO ATE O PRAZO CUMPRE,       *
      * PENDENTE COM PRAZO VENCIDO NAO                                 *
      ******************************************************************
       400-APURA-RECURSOS              SECTION.
           OPEN INPUT RECURSOS-FILE.
           IF WS-REC-STATUS NOT = "00"
              DISPLAY "Aviso: RECURSOS.DAT nao encontrado."
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ RECURSOS-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-TOTAL-LIDOS
                    PERFORM 410-AVALIA-RECURSO
              END-READ
           END-PERFORM.
           CLOSE RECURSOS-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UM RECURSO NA MEDIDA                                           *
      ******************************************************************
       410-AVALIA-RECURSO              SECTION.
           IF RE-PRAZO-ORD IS NOT NUMERIC
              ADD 1 TO WS-TOTAL-REJEITADOS
              EXIT SECTION
           END-IF
           IF RE-PRAZO-ORD < WS-PER-INICIO
              OR RE-PRAZO-ORD > WS-PER-FIM
              EXIT SECTION
           END-IF
           EVALUATE RE-SITUACAO
              WHEN "D"
              WHEN "R"
      *          Decisao anterior a gravacao da data: fora da medida.
                 IF RE-DATA-DECISAO IS NOT NUMERIC
                    OR RE-DATA-DECISAO = ZERO
                    EXIT SECTION
                 END-IF
                 IF RE-DATA-DECISAO <= RE-PRAZO-ORD
                    MOVE "S" TO WS-CUMPRIU
                 ELSE
                    MOVE "N" TO WS-CUMPRIU
                 END-IF
              WHEN "P"
                 IF RE-PRAZO-ORD >= WS-HOJE
                    EXIT SECTION
                 END-IF
                 MOVE "N" TO WS-CUMPRIU
              WHEN OTHER
                 EXIT SECTION
           END-EVALUATE.
           MOVE RE-PRAZO-ORD TO WS-DATA-APURA-N.
           MOVE IND-RECURSO TO AC-IN.
           PERFORM 950-CONTA-CASO.
           EXIT.
      ******************************************************************
      * ALERTAS: RECONHECIDOS ATE O LIMITE EM MINUTOS DA META          *
      ******************************************************************
       500-APURA-ALERTAS               SECTION.
           OPEN INPUT ALERTAS-FILE.
           IF WS-ALE-STATUS NOT = "00"
              DISPLAY "Aviso: ALERTAS.DAT nao encontrado."
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ ALERTAS-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-TOTAL-LIDOS
                    PERFORM 510-AVALIA-ALERTA
              END-READ
           END-PERFORM.
           CLOSE ALERTAS-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UM ALERTA: MINUTOS DO ALERTA AO RECONHECIMENTO (OU ATE AGORA,  *
      * SE AINDA PENDENTE) CONTRA O LIMITE                             *
      ******************************************************************
       510-AVALIA-ALERTA               SECTION.
           IF AT-DATA IS NOT NUMERIC OR AT-HORA IS NOT NUMERIC
              ADD 1 TO WS-TOTAL-REJEITADOS
              EXIT SECTION
           END-IF
           IF AT-DATA < WS-PER-INICIO OR AT-DATA > WS-PER-FIM
              EXIT SECTION
           END-IF
           EVALUATE AT-SITUACAO
              WHEN "R"
      *          Reconhecido antes da gravacao da hora: fora da medida.
                 IF AT-DATA-RECON IS NOT NUMERIC
                    OR AT-HORA-RECON IS NOT NUMERIC
                    OR AT-DATA-RECON = ZERO
                    EXIT SECTION
                 END-IF
                 MOVE AT-DATA-RECON TO WS-EXEC-DATA
                 MOVE AT-HORA-RECON TO WS-EXEC-HORA
              WHEN "P"
                 MOVE WS-HOJE TO WS-EXEC-DATA
                 MOVE WS-AGORA TO WS-EXEC-HORA
              WHEN OTHER
                 EXIT SECTION
           END-EVALUATE.
           COMPUTE WS-MINUTOS =
              (FUNCTION INTEGER-OF-DATE(WS-EXEC-DATA)
               - FUNCTION INTEGER-OF-DATE(AT-DATA)) * 1440
              + FUNCTION NUMVAL(WS-EXEC-HORA(1:2)) * 60
              + FUNCTION NUMVAL(WS-EXEC-HORA(3:2))
              - FUNCTION NUMVAL(AT-HORA(1:2)) * 60
              - FUNCTION NUMVAL(AT-HORA(3:2)).
           IF WS-MINUTOS <= WS-MET-LIMITE(IND-ALERTA)
              IF AT-SITUACAO = "P"
      *          Pendente ainda dentro do limite: fora da medida.
                 EXIT SECTION
              END-IF
              MOVE "S" TO WS-CUMPRIU
           ELSE
              MOVE "N" TO WS-CUMPRIU
           END-IF.
           MOVE AT-DATA TO WS-DATA-APURA-N.
           MOVE IND-ALERTA TO AC-IN.
           PERFORM 950-CONTA-CASO.
           EXIT.
      ******************************************************************
      * IMPRESSAO: ITEM GERADO ANTES DE HOJE, IMPRESSO E ENTREGUE NO   *
      * PROPRIO DIA DA GERACAO                                         *
      ******************************************************************
       600-APURA-IMPRESSAO             SECTION.
           OPEN INPUT FILAIMP-FILE.
           IF WS-FIL-STATUS NOT = "00"
              DISPLAY "Aviso: FILAIMP.DAT nao encontrado."
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ FILAIMP-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-TOTAL-LIDOS
                    PERFORM 610-AVALIA-ITEM
              END-READ
           END-PERFORM.
           CLOSE FILAIMP-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UM ITEM DA FILA NA MEDIDA                                      *
      ******************************************************************
       610-AVALIA-ITEM                 SECTION.
           IF FI-DATA IS NOT NUMERIC
              ADD 1 TO WS-TOTAL-REJEITADOS
              EXIT SECTION
           END-IF
           IF FI-DATA < WS-PER-INICIO OR FI-DATA > WS-PER-FIM
              OR FI-DATA >= WS-HOJE
              EXIT SECTION
           END-IF
           IF FI-SITUACAO = "P" AND FI-DATA-SIT = FI-DATA
              MOVE "S" TO WS-CUMPRIU
           ELSE
              MOVE "N" TO WS-CUMPRIU
           END-IF.
           MOVE FI-DATA TO WS-DATA-APURA-N.
           MOVE IND-IMPRESS TO AC-IN.
           PERFORM 950-CONTA-CASO.
           EXIT.
      ******************************************************************
      * COMPROMISSOS: PAGAMENTOS CARREGADOS; CADA COMPROMISSO A PAGAR  *
      * VENCIDO NO PERIODO E CONFERIDO CONTRA OS PAGOS ATE O           *
      * VENCIMENTO                                                     *
      ******************************************************************
       700-APURA-COMPROMISSOS          SECTION.
           PERFORM 710-CARREGA-PAGAMENTOS.
           OPEN INPUT COMPROM-FILE.
           IF WS-CMP-STATUS NOT = "00"
              DISPLAY "Aviso: COMPROM.DAT nao encontrado."
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ COMPROM-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-TOTAL-LIDOS
                    PERFORM 720-AVALIA-COMPROMISSO
              END-READ
           END-PERFORM.
           CLOSE COMPROM-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * PAGAMENTOS DE COMPAGTO.DAT PARA A TABELA                       *
      ******************************************************************
       710-CARREGA-PAGAMENTOS          SECTION.
           OPEN INPUT PAGTO-FILE.
           IF WS-PAG-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ PAGTO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF PG-DATA IS NUMERIC AND PG-VALOR IS NUMERIC
                       AND WS-QTDE-PAGTOS < LIMITE-PAGTOS
                       ADD 1 TO WS-QTDE-PAGTOS
                       MOVE PG-CODIGO TO WS-PAG-CODIGO(WS-QTDE-PAGTOS)
                       MOVE PG-DATA TO WS-PAG-DATA(WS-QTDE-PAGTOS)
                       MOVE PG-VALOR TO WS-PAG-VALOR(WS-QTDE-PAGTOS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAGTO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UM COMPROMISSO: A PAGAR (DIRECAO "P" OU EM BRANCO), NAO        *
      * CANCELADO, VENCIDO ANTES DE HOJE; CUMPRE QUANDO OS PAGAMENTOS  *
      * ATE O VENCIMENTO COBREM O VALOR                                *
      ******************************************************************
       720-AVALIA-COMPROMISSO          SECTION.
           IF CP-DIRECAO = "R" OR CP-SITUACAO = "C"
              EXIT SECTION
           END-IF
           MOVE CP-VENCIMENTO(7:4) TO WS-VENCIMENTO(1:4).
           MOVE CP-VENCIMENTO(4:2) TO WS-VENCIMENTO(5:2).
           MOVE CP-VENCIMENTO(1:2) TO WS-VENCIMENTO(7:2).
           IF WS-VENCIMENTO IS NOT NUMERIC OR CP-VALOR IS NOT NUMERIC
              ADD 1 TO WS-TOTAL-REJEITADOS
              EXIT SECTION
           END-IF
           IF WS-VENCIMENTO < WS-PER-INICIO
              OR WS-VENCIMENTO > WS-PER-FIM
              OR WS-VENCIMENTO >= WS-HOJE
              EXIT SECTION
           END-IF
           MOVE ZERO TO WS-SOMA-PAGA.
           PERFORM VARYING AC-PG FROM 1 BY 1
                   UNTIL AC-PG > WS-QTDE-PAGTOS
              IF WS-PAG-CODIGO(AC-PG) = CP-CODIGO
                 AND WS-PAG-DATA(AC-PG) <= WS-VENCIMENTO
                 ADD WS-PAG-VALOR(AC-PG) TO WS-SOMA-PAGA
              END-IF
           END-PERFORM.
           IF WS-SOMA-PAGA >= CP-VALOR
              MOVE "S" TO WS-CUMPRIU
           ELSE
              MOVE "N" TO WS-CUMPRIU
           END-IF.
           MOVE WS-VENCIMENTO TO WS-DATA-APURA-N.
           MOVE IND-COMPROM TO AC-IN.
           PERFORM 950-CONTA-CASO.
           EXIT.
      ******************************************************************
      * QUADRO DA COMPETENCIA: CADA INDICADOR CONTRA A META            *
      ******************************************************************
       800-IMPRIME-QUADRO              SECTION.
           MOVE SPACES TO WS-LINHA.
           STRING "COMPETENCIA " WS-CPT-MES "/" WS-CPT-ANO
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 990-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM 990-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "INDICADOR DESCRICAO                      MEDIDOS "
                  "CUMPRIDOS  RESULT.  META AMARELO  SITUACAO"
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 990-IMPRIME-LINHA.
           MOVE 12 TO AC-MS.
           PERFORM VARYING AC-IN FROM 1 BY 1
                   UNTIL AC-IN > QTDE-INDICADORES
              PERFORM 900-CALCULA-SINAL
              MOVE WS-MED-QTDE(AC-IN, AC-MS) TO WS-S-QTDE
              MOVE WS-MED-OK(AC-IN, AC-MS) TO WS-S-OK
              MOVE WS-MET-META(AC-IN) TO WS-S-META
              MOVE WS-MET-ALERTA(AC-IN) TO WS-S-ALERTA
              MOVE SPACES TO WS-LINHA
              IF WS-MED-QTDE(AC-IN, AC-MS) = ZERO
                 STRING WS-PAD-INDICADOR(AC-IN) "  "
                        WS-PAD-DESCRICAO(AC-IN) " " WS-S-QTDE
                        "            -  " WS-S-META "   "
                        WS-S-ALERTA "  SEM MEDICAO"
                    DELIMITED BY SIZE INTO WS-LINHA
              ELSE
                 STRING WS-PAD-INDICADOR(AC-IN) "  "
                        WS-PAD-DESCRICAO(AC-IN) " " WS-S-QTDE
                        "     " WS-S-OK "   " WS-S-PCT "  "
                        WS-S-META "   " WS-S-ALERTA "  " WS-SITUACAO
                    DELIMITED BY SIZE INTO WS-LINHA
                 IF WS-SINAL = "VM"
                    ADD 1 TO WS-QTDE-VERMELHOS
                 END-IF
              END-IF
              PERFORM 990-IMPRIME-LINHA
           END-PERFORM.
           EXIT.
      ******************************************************************
      * TENDENCIA: PERCENTUAL E SINAL DE CADA INDICADOR NOS DOZE MESES *
      ******************************************************************
       850-IMPRIME-TENDENCIA           SECTION.
           MOVE SPACES TO WS-LINHA.
           PERFORM 990-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "TENDENCIA EM DOZE MESES (% CUMPRIDO; VD VERDE, "
                  "AM AMARELO, VM VERMELHO)"
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 990-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           MOVE "INDICADOR" TO WS-LINHA(1:9).
           PERFORM VARYING AC-MS FROM 1 BY 1 UNTIL AC-MS > 12
              COMPUTE AC-POS = 11 + (AC-MS - 1) * 8
              MOVE WS-MES-CPT(AC-MS) TO WS-DATA-APURA(1:6)
              STRING " " WS-DATA-APURA(5:2) "/" WS-DATA-APURA(3:2)
                 DELIMITED BY SIZE INTO WS-LINHA(AC-POS:8)
           END-PERFORM.
           PERFORM 990-IMPRIME-LINHA.
           PERFORM VARYING AC-IN FROM 1 BY 1
                   UNTIL AC-IN > QTDE-INDICADORES
              MOVE SPACES TO WS-LINHA
              MOVE WS-PAD-INDICADOR(AC-IN) TO WS-LINHA(1:8)
              PERFORM VARYING AC-MS FROM 1 BY 1 UNTIL AC-MS > 12
                 COMPUTE AC-POS = 11 + (AC-MS - 1) * 8
                 IF WS-MED-QTDE(AC-IN, AC-MS) = ZERO
                    MOVE "    -" TO WS-LINHA(AC-POS:8)
                 ELSE
                    PERFORM 900-CALCULA-SINAL
                    STRING WS-S-PCT WS-SINAL DELIMITED BY SIZE
                       INTO WS-LINHA(AC-POS:8)
                 END-IF
              END-PERFORM
              PERFORM 990-IMPRIME-LINHA
           END-PERFORM.
           EXIT.
      ******************************************************************
      * PERCENTUAL CUMPRIDO DO INDICADOR AC-IN NO MES AC-MS E O SINAL  *
      * CONTRA A META (VD A PARTIR DA META, AM A PARTIR DO PISO DO     *
      * AMARELO, VM ABAIXO)                                            *
      ******************************************************************
       900-CALCULA-SINAL               SECTION.
           MOVE ZERO TO WS-PCT.
           MOVE SPACES TO WS-SINAL WS-SITUACAO.
           MOVE ZERO TO WS-S-PCT.
           IF WS-MED-QTDE(AC-IN, AC-MS) = ZERO
              EXIT SECTION
           END-IF
           COMPUTE WS-PCT ROUNDED = WS-MED-OK(AC-IN, AC-MS) * 100
              / WS-MED-QTDE(AC-IN, AC-MS).
           MOVE WS-PCT TO WS-S-PCT.
           EVALUATE TRUE
              WHEN WS-PCT >= WS-MET-META(AC-IN)
                 MOVE "VD" TO WS-SINAL
                 MOVE "VERDE" TO WS-SITUACAO
              WHEN WS-PCT >= WS-MET-ALERTA(AC-IN)
                 MOVE "AM" TO WS-SINAL
                 MOVE "AMARELO" TO WS-SITUACAO
              WHEN OTHER
                 MOVE "VM" TO WS-SINAL
                 MOVE "VERMELHO" TO WS-SITUACAO
           END-EVALUATE.
           EXIT.
      ******************************************************************
      * UM CASO DO INDICADOR AC-IN NO MES DE WS-DATA-APURA (FORA DOS   *
      * DOZE MESES, IGNORADO), CUMPRIDO OU NAO CONFORME WS-CUMPRIU     *
      ******************************************************************
       950-CONTA-CASO                  SECTION.
           COMPUTE WS-DIF-MESES = WS-DA-ANO * 12 + WS-DA-MES
              - WS-BASE-MESES + 1.
           IF WS-DIF-MESES < 1 OR WS-DIF-MESES > 12
              EXIT SECTION
           END-IF
           MOVE WS-DIF-MESES TO AC-MS.
           ADD 1 TO WS-MED-QTDE(AC-IN, AC-MS).
           IF WS-CUMPRIU = "S"
              ADD 1 TO WS-MED-OK(AC-IN, AC-MS)
           END-IF.
           EXIT.
      ******************************************************************
      * LINHA DA LISTAGEM NIVSERV.LST                                  *
      ******************************************************************
       990-IMPRIME-LINHA               SECTION.
           MOVE "L" TO WS-IMP-OPCAO.
           MOVE WS-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           EXIT.
       END PROGRAM CAP02AP30.
