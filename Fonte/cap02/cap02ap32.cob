       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP02AP32.
      *
      * Relatorio semanal de folga de capacidade das tabelas em
      * memoria. Muitos programas carregam um arquivo inteiro numa
      * tabela de tamanho fixo (LIMITE-IDS da reconciliacao e do
      * lote, LIMITE-PARCELAS do C0502CTR, LIMITE-AGENDA do driver e
      * da aderencia, LIMITE-CATALOGO do arquivamento e da
      * reimpressao, as tabelas de alunos das turmas ...) e, quando o
      * arquivo passa do limite, truncam ou recusam sem aviso. Este
      * passo conta hoje os registros do arquivo que alimenta cada
      * uma dessas tabelas (tabela compilada WS-TABELA-MONITOR:
      * programa, constante, limite e arquivo) e compara a contagem
      * com o limite do programa. A contagem e a do arquivo inteiro:
      * onde o programa filtra na carga, ela e o teto do que ele
      * carregaria.
      *
      * As contagens de cada execucao ficam em CAPACHIS.DAT (data de
      * negocio, arquivo, registros; a execucao repetida no mesmo dia
      * substitui a anterior, e o que passa de 400 dias sai). A
      * tendencia de crescimento de cada arquivo e a reta de minimos
      * quadrados sobre as contagens dos ultimos 180 dias, com pelo
      * menos 3 contagens cobrindo 28 dias; com ela o relatorio mostra
      * o crescimento por mes, a projecao para daqui a 90 dias e em
      * quantos dias a tabela passa de 80% do limite. Situacoes:
      *   ESTOURADO     - o arquivo ja passa do limite (o programa
      *                   trunca ou recusa hoje);
      *   ACIMA DE 80%  - sem folga;
      *   80% EM nn DIAS - pela tendencia, passa de 80% dentro do
      *                   trimestre;
      *   OK            - com folga (SEM TENDENCIA quando ainda nao ha
      *                   historico bastante).
      * Qualquer tabela sinalizada devolve condicao 4 a cadeia. Saida
      * CAPACID.LST via IMPRIME, preservada pela RELGER, com os
      * totais em CTLTOTAIS.DAT via STATSLOG.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPACHIS-FILE ASSIGN TO "CAPACHIS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIS-STATUS.
           SELECT ALVO-FILE ASSIGN TO DYNAMIC WS-NOME-ALVO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAPACHIS-FILE.
       01  CH-REGISTRO.
           05  CH-DATA         PIC 9(8).
           05  CH-ARQUIVO      PIC X(14).
           05  CH-QTDE         PIC 9(7).
       FD  ALVO-FILE.
       01  AV-LINHA            PIC X(1024).
       WORKING-STORAGE SECTION.
       78  QTDE-MONITOR VALUE 50.
      *    Tabelas monitoradas: programa, constante do limite, valor do
      *    limite e arquivo que alimenta a tabela.
       01  WS-TABELA-MONITOR.
           05  FILLER PIC X(45) VALUE
               "CAP02AP04LIMITE-AGENDA    00400AGENDA.DAT    ".
           05  FILLER PIC X(45) VALUE
               "CAP02AP04LIMITE-PASSOS    00030REDEJOBS.DAT  ".
           05  FILLER PIC X(45) VALUE
               "CAP02AP19LIMITE-PASSOS    00030REDEJOBS.DAT  ".
           05  FILLER PIC X(45) VALUE
               "CAP02AP15LIMITE-AGENDA    00100AGENDA.DAT    ".
           05  FILLER PIC X(45) VALUE
               "CAP02AP05LIMITE-IDS       02000LOTEIN.DAT    ".
           05  FILLER PIC X(45) VALUE
               "C0502EDT LIMITE-IDS       02000LOTEIN.DAT    ".
           05  FILLER PIC X(45) VALUE
               "C0502LOT LIMITE-IDS       02000LOTEIDS.DAT   ".
           05  FILLER PIC X(45) VALUE
               "C0502REJ LIMITE-IDS       02000LOTEOUT.DAT   ".
           05  FILLER PIC X(45) VALUE
               "CAP02AP25LIMITE-LINHAS    02000LOTEIDS.DAT   ".
           05  FILLER PIC X(45) VALUE
               "C0502CTR LIMITE-PARCELAS  02000CONTRPAR.DAT  ".
           05  FILLER PIC X(45) VALUE
               "C0502CTR LIMITE-COMPROM   01000COMPROM.DAT   ".
           05  FILLER PIC X(45) VALUE
               "C0502CTR LIMITE-CONTRATOS 00500CONTRATO.DAT  ".
           05  FILLER PIC X(45) VALUE
               "BAIXAPAG LIMITE-PARCELAS  02000CONTRPAR.DAT  ".
           05  FILLER PIC X(45) VALUE
               "BAIXAPAG LIMITE-COMPROM   02000COMPROM.DAT   ".
           05  FILLER PIC X(45) VALUE
               "CAP05AP11LIMITE-PARCELAS  02000CONTRPAR.DAT  ".
           05  FILLER PIC X(45) VALUE
               "CAP05AP13LIMITE-COMPROM   02000COMPROM.DAT   ".
           05  FILLER PIC X(45) VALUE
               "CAP05AP14LIMITE-COMPROM   02000COMPROM.DAT   ".
           05  FILLER PIC X(45) VALUE
               "CAP05AP15LIMITE-COMPROM   02000COMPROM.DAT   ".
           05  FILLER PIC X(45) VALUE
               "CAP05AP16LIMITE-BOLETOS   03000BOLETO.DAT    ".
           05  FILLER PIC X(45) VALUE
               "C0502FIX LIMITE-FILA      02000LOTEFIX.DAT   ".
           05  FILLER PIC X(45) VALUE
               "C0502LIB LIMITE-FILA      02000LOTESUSP.DAT  ".
           05  FILLER PIC X(45) VALUE
               "C0502FUT LIMITE-ARMAZEM   02000LOTEFUT.DAT   ".
           05  FILLER PIC X(45) VALUE
               "CAP02AP06LIMITE-CATALOGO  00200ARQGER.CAT    ".
           05  FILLER PIC X(45) VALUE
               "CAP02AP11LIMITE-CATALOGO  00400RELGER.CAT    ".
           05  FILLER PIC X(45) VALUE
               "RELGER   LIMITE-CATALOGO  00400RELGER.CAT    ".
           05  FILLER PIC X(45) VALUE
               "CAP02AP28LIMITE-INCIDENTES00500INCIDREG.DAT  ".
           05  FILLER PIC X(45) VALUE
               "CAP02AP28LIMITE-ALERTAS   00100ALERTAS.DAT   ".
           05  FILLER PIC X(45) VALUE
               "MENUGERALLIMITE-ALERTAS   00100ALERTAS.DAT   ".
           05  FILLER PIC X(45) VALUE
               "CAP02AP30LIMITE-PAGTOS    03000COMPAGTO.DAT  ".
           05  FILLER PIC X(45) VALUE
               "CAP06AP06LIMITE-FERIADOS  00500FERIADOS.DAT  ".
           05  FILLER PIC X(45) VALUE
               "CAP04AP03LIMITE-ESTUDANTES00200TURMA.DAT     ".
           05  FILLER PIC X(45) VALUE
               "CAP04AP04LIMITE-ALUNOS    00200TURMA.DAT     ".
           05  FILLER PIC X(45) VALUE
               "CAP04AP08LIMITE-ALUNOS    00200TURMA.DAT     ".
           05  FILLER PIC X(45) VALUE
               "CAP04AP12LIMITE-ALUNOS    00200TURMA.DAT     ".
           05  FILLER PIC X(45) VALUE
               "CAP04AP14LIMITE-ALUNOS    00200TURMA.DAT     ".
           05  FILLER PIC X(45) VALUE
               "CAP04AP18LIMITE-ALUNOS    00200TURMA.DAT     ".
           05  FILLER PIC X(45) VALUE
               "CAP04AP21LIMITE-ALUNOS    00200TURMA.DAT     ".
           05  FILLER PIC X(45) VALUE
               "CAP04AP30LIMITE-ALUNOS    00200TURMA.DAT     ".
           05  FILLER PIC X(45) VALUE
               "CAP04AP33LIMITE-ALUNOS    00200TURMA.DAT     ".
           05  FILLER PIC X(45) VALUE
               "CAP04AP09LIMITE-ALUNOS    00600TURMA.DAT     ".
           05  FILLER PIC X(45) VALUE
               "CAP04AP44LIMITE-ALUNOS    01000TURMA.DAT     ".
           05  FILLER PIC X(45) VALUE
               "CAP04AP47LIMITE-ALUNOS    01000TURMA.DAT     ".
           05  FILLER PIC X(45) VALUE
               "CAP04AP43LIMITE-FICHAS    00600CONTATO.DAT   ".
           05  FILLER PIC X(45) VALUE
               "CAP04AP31LIMITE-RECURSOS  00200RECURSOS.DAT  ".
           05  FILLER PIC X(45) VALUE
               "CAP04AP35LIMITE-RESPOSTAS 05000AVALRESP.DAT  ".
           05  FILLER PIC X(45) VALUE
               "CAP04AP37LIMITE-AULAS     03000AULAS.DAT     ".
           05  FILLER PIC X(45) VALUE
               "CAP04AP39LIMITE-AULAS     03000AULAS.DAT     ".
           05  FILLER PIC X(45) VALUE
               "CAP02AP32LIMITE-HISTORICO 03000CAPACHIS.DAT  ".
           05  FILLER PIC X(45) VALUE
               "CAP02AP34LIMITE-FOTO      30000DWFREQIDX.FOT ".
           05  FILLER PIC X(45) VALUE
               "CAP02AP34LIMITE-FOTO      30000DWTURMAIDX.FOT".
       01  WS-TABELA-MONITOR-R REDEFINES WS-TABELA-MONITOR.
           05  WS-MON-ENTRADA OCCURS QTDE-MONITOR TIMES.
               10  WS-MON-PROGRAMA PIC X(9).
               10  WS-MON-TABELA   PIC X(17).
               10  WS-MON-LIMITE   PIC 9(5).
               10  WS-MON-ARQUIVO  PIC X(14).
      *    Um registro por arquivo distinto: a contagem de hoje e a
      *    tendencia (registros por dia) apurada no historico.
       78  LIMITE-ARQUIVOS VALUE 50.
       01  WS-TAB-ARQUIVOS.
           05  WS-ARQ-ENTRADA OCCURS LIMITE-ARQUIVOS TIMES.
               10  WS-ARQ-NOME     PIC X(14).
               10  WS-ARQ-EXISTE   PIC X.
               10  WS-ARQ-QTDE     PIC 9(7).
               10  WS-ARQ-TEM-TEND PIC X.
               10  WS-ARQ-TEND     PIC S9(7)V9(4).
       77  WS-QTDE-ARQUIVOS    PIC 9(2) VALUE ZERO.
       78  LIMITE-HISTORICO VALUE 3000.
       01  WS-TAB-HISTORICO.
           05  WS-HIS-ENTRADA OCCURS LIMITE-HISTORICO TIMES.
               10  WS-HIS-DATA     PIC 9(8).
               10  WS-HIS-ARQUIVO  PIC X(14).
               10  WS-HIS-QTDE     PIC 9(7).
       77  WS-QTDE-HISTORICO   PIC 9(4) VALUE ZERO.
       78  DIAS-RETENCAO  VALUE 400.
       78  DIAS-TENDENCIA VALUE 180.
       78  DIAS-MINIMOS   VALUE 28.
       78  DIAS-TRIMESTRE VALUE 90.
       77  AC-MN               PIC 9(2).
       77  AC-AQ               PIC 9(2).
       77  AC-HS               PIC 9(4).
       77  WS-HIS-STATUS       PIC XX.
       77  WS-ALV-STATUS       PIC XX.
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
       77  WS-NOME-ALVO        PIC X(30).
       77  WS-DATA-NEG         PIC 9(8).
       77  WS-DIA-HOJE         PIC 9(7).
       77  WS-DIA-CORTE        PIC 9(7).
       77  WS-DIA-TENDENCIA    PIC 9(7).
       77  WS-CONTADOS         PIC 9(7).
       77  WS-TRANSBORDO       PIC X.
      *    Somas da reta de minimos quadrados (x = dias ate hoje,
      *    negativo; y = registros).
       77  WS-PONTOS           PIC 9(4).
       77  WS-X                PIC S9(5).
       77  WS-MENOR-X          PIC S9(5).
       77  WS-SOMA-X           PIC S9(9).
       77  WS-SOMA-Y           PIC S9(11).
       77  WS-SOMA-XY          PIC S9(15).
       77  WS-SOMA-XX          PIC S9(11).
       77  WS-DIVISOR          PIC S9(15).
       77  WS-LIMITE-80        PIC 9(7)V99.
       77  WS-DIAS-80          PIC 9(7).
       77  WS-PROJECAO         PIC S9(9).
       77  WS-CRESC-MES        PIC S9(7).
       77  WS-USO              PIC 9(5).
       77  WS-SINALIZADO       PIC X.
       77  WS-SITUACAO         PIC X(24).
       77  WS-QTDE-SINAL       PIC 9(3) VALUE ZERO.
       77  WS-QTDE-ESTOURO     PIC 9(3) VALUE ZERO.
       77  WS-TOTAL-LIDOS      PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-REJEITADOS PIC 9(6) VALUE ZERO.
       77  WS-S-LIMITE         PIC ZZZZ9.
       77  WS-S-QTDE           PIC ZZZZZZ9.
       77  WS-S-USO            PIC ZZ9.
       77  WS-S-CRESC          PIC -ZZZZZ9.
       77  WS-S-PROJECAO       PIC ZZZZZZ9.
       77  WS-S-DIAS           PIC ZZ9.
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
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP02A32".
       77  WS-RESULTADO        PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY "-------------------------------------------".
           DISPLAY "Folga de Capacidade das Tabelas em Memoria".
           DISPLAY "-------------------------------------------".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-INICIO.
           MOVE ZERO TO WS-QTDE-ARQUIVOS WS-QTDE-HISTORICO
              WS-QTDE-SINAL WS-QTDE-ESTOURO WS-TOTAL-LIDOS
              WS-IMP-TOTAL.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
           COMPUTE WS-DIA-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-NEG).
           COMPUTE WS-DIA-CORTE = WS-DIA-HOJE - DIAS-RETENCAO.
           COMPUTE WS-DIA-TENDENCIA = WS-DIA-HOJE - DIAS-TENDENCIA.
           PERFORM 100-CARREGA-HISTORICO.
           PERFORM VARYING AC-MN FROM 1 BY 1
                   UNTIL AC-MN > QTDE-MONITOR
              PERFORM 200-CONTA-ARQUIVO
           END-PERFORM.
           PERFORM VARYING AC-AQ FROM 1 BY 1
                   UNTIL AC-AQ > WS-QTDE-ARQUIVOS
              PERFORM 300-APURA-TENDENCIA
           END-PERFORM.
           PERFORM 400-GRAVA-HISTORICO.
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "CAPACID.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "FOLGA DE CAPACIDADE DAS TABELAS EM MEMORIA"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           PERFORM 800-IMPRIME-QUADRO.
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-TOTAL-LIDOS TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "CAPACID.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           DISPLAY "Tabelas monitoradas ..: " QTDE-MONITOR.
           DISPLAY "Tabelas sinalizadas ..: " WS-QTDE-SINAL.
           DISPLAY "Relatorio gravado em CAPACID.LST.".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-FIM.
           CALL "DURACALC" USING WS-DATA-INICIO, WS-DATA-FIM,
              WS-DUR-HRA, WS-DUR-MIN, WS-DUR-SEG, WS-DUR-CEN.
           MOVE WS-QTDE-SINAL TO WS-TOTAL-REJEITADOS.
           CALL "STATSLOG" USING BY REFERENCE WS-PROGRAMA,
              BY REFERENCE WS-TOTAL-LIDOS,
              BY REFERENCE WS-TOTAL-REJEITADOS,
              BY REFERENCE WS-DUR-HRA, BY REFERENCE WS-DUR-MIN,
              BY REFERENCE WS-DUR-SEG, BY REFERENCE WS-DUR-CEN.
           MOVE "RELATORIO EMITIDO" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           IF WS-QTDE-SINAL > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      ******************************************************************
      * HISTORICO DAS CONTAGENS (CAPACHIS.DAT): FICAM AS DOS ULTIMOS   *
      * 400 DIAS, MENOS AS DE HOJE, QUE ESTA EXECUCAO SUBSTITUI        *
      ******************************************************************
       100-CARREGA-HISTORICO           SECTION.
           MOVE "N" TO WS-TRANSBORDO.
           OPEN INPUT CAPACHIS-FILE.
           IF WS-HIS-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ CAPACHIS-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    PERFORM 110-AVALIA-HISTORICO
              END-READ
           END-PERFORM.
           CLOSE CAPACHIS-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           IF WS-TRANSBORDO = "S"
              DISPLAY "CAPACHIS.DAT passa de " LIMITE-HISTORICO
                 " contagens; as mais recentes ficaram de fora."
           END-IF.
           EXIT.
      ******************************************************************
      * UMA CONTAGEM DO HISTORICO ENTRA NA TABELA EM MEMORIA           *
      ******************************************************************
       110-AVALIA-HISTORICO            SECTION.
           IF CH-DATA IS NOT NUMERIC OR CH-QTDE IS NOT NUMERIC
              EXIT SECTION
           END-IF
           IF CH-DATA >= WS-DATA-NEG
              EXIT SECTION
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(CH-DATA) NOT = ZERO
              EXIT SECTION
           END-IF
           IF FUNCTION INTEGER-OF-DATE(CH-DATA) < WS-DIA-CORTE
              EXIT SECTION
           END-IF
           IF WS-QTDE-HISTORICO >= LIMITE-HISTORICO
              MOVE "S" TO WS-TRANSBORDO
              EXIT SECTION
           END-IF
           ADD 1 TO WS-QTDE-HISTORICO.
           MOVE CH-DATA TO WS-HIS-DATA(WS-QTDE-HISTORICO).
           MOVE CH-ARQUIVO TO WS-HIS-ARQUIVO(WS-QTDE-HISTORICO).
           MOVE CH-QTDE TO WS-HIS-QTDE(WS-QTDE-HISTORICO).
           EXIT.
      ******************************************************************
      * CONTAGEM DE HOJE DO ARQUIVO DA TABELA AC-MN (CADA ARQUIVO E    *
      * LIDO UMA SO VEZ, AINDA QUE ALIMENTE VARIAS TABELAS)            *
      ******************************************************************
       200-CONTA-ARQUIVO               SECTION.
           PERFORM 900-LOCALIZA-ARQUIVO.
           IF AC-AQ NOT > WS-QTDE-ARQUIVOS
              EXIT SECTION
           END-IF
           IF WS-QTDE-ARQUIVOS >= LIMITE-ARQUIVOS
              EXIT SECTION
           END-IF
           ADD 1 TO WS-QTDE-ARQUIVOS.
           MOVE WS-QTDE-ARQUIVOS TO AC-AQ.
           MOVE WS-MON-ARQUIVO(AC-MN) TO WS-ARQ-NOME(AC-AQ).
           MOVE "N" TO WS-ARQ-TEM-TEND(AC-AQ).
           MOVE ZERO TO WS-ARQ-TEND(AC-AQ).
           MOVE ZERO TO WS-CONTADOS.
           MOVE SPACES TO WS-NOME-ALVO.
           MOVE WS-MON-ARQUIVO(AC-MN) TO WS-NOME-ALVO.
           OPEN INPUT ALVO-FILE.
           IF WS-ALV-STATUS NOT = "00"
              MOVE "N" TO WS-ARQ-EXISTE(AC-AQ)
              MOVE ZERO TO WS-ARQ-QTDE(AC-AQ)
              EXIT SECTION
           END-IF
           MOVE "S" TO WS-ARQ-EXISTE(AC-AQ).
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ ALVO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-CONTADOS
              END-READ
           END-PERFORM.
           CLOSE ALVO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-CONTADOS TO WS-ARQ-QTDE(AC-AQ).
           EXIT.
      ******************************************************************
      * TENDENCIA DO ARQUIVO AC-AQ: RETA DE MINIMOS QUADRADOS SOBRE AS *
      * CONTAGENS DOS ULTIMOS 180 DIAS MAIS A DE HOJE, EM REGISTROS    *
      * POR DIA                                                        *
      ******************************************************************
       300-APURA-TENDENCIA             SECTION.
           MOVE 1 TO WS-PONTOS.
           MOVE ZERO TO WS-X WS-MENOR-X WS-SOMA-X WS-SOMA-XY
              WS-SOMA-XX.
           MOVE WS-ARQ-QTDE(AC-AQ) TO WS-SOMA-Y.
           PERFORM VARYING AC-HS FROM 1 BY 1
                   UNTIL AC-HS > WS-QTDE-HISTORICO
              IF WS-HIS-ARQUIVO(AC-HS) = WS-ARQ-NOME(AC-AQ)
                 AND FUNCTION INTEGER-OF-DATE(WS-HIS-DATA(AC-HS))
                     >= WS-DIA-TENDENCIA
                 COMPUTE WS-X = FUNCTION INTEGER-OF-DATE(
                    WS-HIS-DATA(AC-HS)) - WS-DIA-HOJE
                 ADD 1 TO WS-PONTOS
                 ADD WS-X TO WS-SOMA-X
                 ADD WS-HIS-QTDE(AC-HS) TO WS-SOMA-Y
                 COMPUTE WS-SOMA-XY = WS-SOMA-XY
                    + WS-X * WS-HIS-QTDE(AC-HS)
                 COMPUTE WS-SOMA-XX = WS-SOMA-XX + WS-X * WS-X
                 IF WS-X < WS-MENOR-X
                    MOVE WS-X TO WS-MENOR-X
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-PONTOS < 3 OR WS-MENOR-X > - DIAS-MINIMOS
              EXIT SECTION
           END-IF
           COMPUTE WS-DIVISOR = WS-PONTOS * WS-SOMA-XX
              - WS-SOMA-X * WS-SOMA-X.
           IF WS-DIVISOR = ZERO
              EXIT SECTION
           END-IF
           COMPUTE WS-ARQ-TEND(AC-AQ) ROUNDED =
              (WS-PONTOS * WS-SOMA-XY - WS-SOMA-X * WS-SOMA-Y)
              / WS-DIVISOR.
           MOVE "S" TO WS-ARQ-TEM-TEND(AC-AQ).
           EXIT.
      ******************************************************************
      * REGRAVACAO DE CAPACHIS.DAT: O HISTORICO MANTIDO E AS CONTAGENS *
      * DE HOJE                                                        *
      ******************************************************************
       400-GRAVA-HISTORICO             SECTION.
           OPEN OUTPUT CAPACHIS-FILE.
           IF WS-HIS-STATUS NOT = "00"
              DISPLAY "Erro ao gravar CAPACHIS.DAT: " WS-HIS-STATUS
              EXIT SECTION
           END-IF
           PERFORM VARYING AC-HS FROM 1 BY 1
                   UNTIL AC-HS > WS-QTDE-HISTORICO
              MOVE WS-HIS-DATA(AC-HS) TO CH-DATA
              MOVE WS-HIS-ARQUIVO(AC-HS) TO CH-ARQUIVO
              MOVE WS-HIS-QTDE(AC-HS) TO CH-QTDE
              WRITE CH-REGISTRO
           END-PERFORM.
           PERFORM VARYING AC-AQ FROM 1 BY 1
                   UNTIL AC-AQ > WS-QTDE-ARQUIVOS
              MOVE WS-DATA-NEG TO CH-DATA
              MOVE WS-ARQ-NOME(AC-AQ) TO CH-ARQUIVO
              MOVE WS-ARQ-QTDE(AC-AQ) TO CH-QTDE
              WRITE CH-REGISTRO
           END-PERFORM.
           CLOSE CAPACHIS-FILE.
           EXIT.
      ******************************************************************
      * QUADRO: CADA TABELA CONTRA O SEU LIMITE, COM A TENDENCIA DO    *
      * ARQUIVO QUE A ALIMENTA                                         *
      ******************************************************************
       800-IMPRIME-QUADRO              SECTION.
           MOVE SPACES TO WS-LINHA.
           STRING "DATA DE NEGOCIO " WS-DATA-NEG(7:2) "/"
                  WS-DATA-NEG(5:2) "/" WS-DATA-NEG(1:4)
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 990-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM 990-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "PROGRAMA  TABELA            LIMITE ARQUIVO       "
                  "  REGISTROS USO%  CRESC/MES  PROJ.90D  SITUACAO"
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 990-IMPRIME-LINHA.
           PERFORM VARYING AC-MN FROM 1 BY 1
                   UNTIL AC-MN > QTDE-MONITOR
              PERFORM 900-LOCALIZA-ARQUIVO
              IF AC-AQ NOT > WS-QTDE-ARQUIVOS
                 PERFORM 850-AVALIA-TABELA
                 PERFORM 860-FORMATA-TABELA
                 PERFORM 990-IMPRIME-LINHA
                 ADD 1 TO WS-TOTAL-LIDOS
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LINHA.
           PERFORM 990-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "TABELAS SINALIZADAS: " WS-QTDE-SINAL
                  " (JA ESTOURADAS: " WS-QTDE-ESTOURO ")"
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 990-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "TENDENCIA: MINIMOS QUADRADOS SOBRE AS CONTAGENS "
                  "DOS ULTIMOS 180 DIAS (MINIMO DE 3 CONTAGENS "
                  "COBRINDO 28 DIAS)."
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 990-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "SINALIZADA A TABELA ACIMA DE 80% DO LIMITE OU QUE, "
                  "PELA TENDENCIA, PASSA DE 80% EM ATE 90 DIAS."
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 990-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * SITUACAO DA TABELA AC-MN PELA CONTAGEM E PELA TENDENCIA DO SEU *
      * ARQUIVO (AC-AQ)                                                *
      ******************************************************************
       850-AVALIA-TABELA               SECTION.
           MOVE "N" TO WS-SINALIZADO.
           MOVE ZERO TO WS-CRESC-MES WS-DIAS-80.
           MOVE WS-ARQ-QTDE(AC-AQ) TO WS-PROJECAO.
           COMPUTE WS-LIMITE-80 = WS-MON-LIMITE(AC-MN) * 0.8.
           COMPUTE WS-USO ROUNDED = WS-ARQ-QTDE(AC-AQ) * 100
              / WS-MON-LIMITE(AC-MN)
              ON SIZE ERROR
                 MOVE 99999 TO WS-USO
           END-COMPUTE.
           IF WS-ARQ-TEM-TEND(AC-AQ) = "S"
              COMPUTE WS-CRESC-MES ROUNDED = WS-ARQ-TEND(AC-AQ) * 30
              COMPUTE WS-PROJECAO ROUNDED = WS-ARQ-QTDE(AC-AQ)
                 + WS-ARQ-TEND(AC-AQ) * DIAS-TRIMESTRE
              IF WS-PROJECAO < ZERO
                 MOVE ZERO TO WS-PROJECAO
              END-IF
              IF WS-ARQ-TEND(AC-AQ) > ZERO
                 AND WS-ARQ-QTDE(AC-AQ) < WS-LIMITE-80
                 COMPUTE WS-DIAS-80 = (WS-LIMITE-80
                    - WS-ARQ-QTDE(AC-AQ)) / WS-ARQ-TEND(AC-AQ) + 1
                    ON SIZE ERROR
                       MOVE 9999999 TO WS-DIAS-80
                 END-COMPUTE
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN WS-ARQ-QTDE(AC-AQ) > WS-MON-LIMITE(AC-MN)
                 MOVE "ESTOURADO" TO WS-SITUACAO
                 MOVE "S" TO WS-SINALIZADO
                 ADD 1 TO WS-QTDE-ESTOURO
              WHEN WS-ARQ-QTDE(AC-AQ) >= WS-LIMITE-80
                 MOVE "ACIMA DE 80%" TO WS-SITUACAO
                 MOVE "S" TO WS-SINALIZADO
              WHEN WS-DIAS-80 > ZERO
                   AND WS-DIAS-80 NOT > DIAS-TRIMESTRE
                 MOVE WS-DIAS-80 TO WS-S-DIAS
                 MOVE SPACES TO WS-SITUACAO
                 STRING "80% EM " FUNCTION TRIM(WS-S-DIAS) " DIAS"
                    DELIMITED BY SIZE INTO WS-SITUACAO
                 MOVE "S" TO WS-SINALIZADO
              WHEN WS-ARQ-EXISTE(AC-AQ) = "N"
                 MOVE "OK - SEM ARQUIVO" TO WS-SITUACAO
              WHEN WS-ARQ-TEM-TEND(AC-AQ) = "N"
                 MOVE "OK - SEM TENDENCIA" TO WS-SITUACAO
              WHEN OTHER
                 MOVE "OK" TO WS-SITUACAO
           END-EVALUATE.
           IF WS-SINALIZADO = "S"
              ADD 1 TO WS-QTDE-SINAL
           END-IF.
           EXIT.
      ******************************************************************
      * LINHA DO QUADRO DA TABELA AC-MN                                *
      ******************************************************************
       860-FORMATA-TABELA              SECTION.
           MOVE WS-MON-LIMITE(AC-MN) TO WS-S-LIMITE.
           MOVE WS-ARQ-QTDE(AC-AQ) TO WS-S-QTDE.
           IF WS-USO > 999
              MOVE 999 TO WS-S-USO
           ELSE
              MOVE WS-USO TO WS-S-USO
           END-IF
           MOVE SPACES TO WS-LINHA.
           STRING WS-MON-PROGRAMA(AC-MN) " " WS-MON-TABELA(AC-MN)
                  " " WS-S-LIMITE " " WS-MON-ARQUIVO(AC-MN) " "
                  WS-S-QTDE " " WS-S-USO "%"
              DELIMITED BY SIZE INTO WS-LINHA.
           IF WS-ARQ-TEM-TEND(AC-AQ) = "S"
              MOVE WS-CRESC-MES TO WS-S-CRESC
              MOVE WS-PROJECAO TO WS-S-PROJECAO
              MOVE WS-S-CRESC TO WS-LINHA(66:7)
              MOVE WS-S-PROJECAO TO WS-LINHA(76:7)
           ELSE
              MOVE "      -" TO WS-LINHA(66:7)
              MOVE "      -" TO WS-LINHA(76:7)
           END-IF
           MOVE WS-SITUACAO TO WS-LINHA(85:24).
           EXIT.
      ******************************************************************
      * POSICAO (AC-AQ) DO ARQUIVO DA TABELA AC-MN NA TABELA DE        *
      * ARQUIVOS; ALEM DO FIM QUANDO AINDA NAO FOI CONTADO             *
      ******************************************************************
       900-LOCALIZA-ARQUIVO            SECTION.
           PERFORM VARYING AC-AQ FROM 1 BY 1
                   UNTIL AC-AQ > WS-QTDE-ARQUIVOS
                      OR WS-ARQ-NOME(AC-AQ) = WS-MON-ARQUIVO(AC-MN)
              CONTINUE
           END-PERFORM.
           EXIT.
      ******************************************************************
      * LINHA DA LISTAGEM CAPACID.LST                                  *
      ******************************************************************
       990-IMPRIME-LINHA               SECTION.
           MOVE "L" TO WS-IMP-OPCAO.
           MOVE WS-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           EXIT.
       END PROGRAM CAP02AP32.
