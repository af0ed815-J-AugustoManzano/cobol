      * registrada como desvio em LOTENOT.LOG, e as datas planejadas
      * que passaram em branco sao apontadas uma unica vez (o
      * registro vira "P", perdido).
      *
      * Passo que aborta vira incidente: o driver chama o INCIDSVC
      * com o passo, o programa e o codigo de condicao, e o incidente
      * aberto (ou a nova ocorrencia no incidente pendente do mesmo
      * passo, no reinicio do dia) fica anotado em LOTENOT.LOG para a
      * investigacao seguir na tela CAP02AP28. O relatorio mensal de
      * incidentes (CAP02AP29) entrou na rede de fabrica, no primeiro
      * dia util do mes.
      *
      * O encerramento limpo da cadeia tambem fica na trilha
      * historica JOBLOG.DAT (linha "Lote noturno encerrado."), para
      * o painel mensal de nivel de servico (CAP02AP30) apurar se a
      * cadeia terminou dentro da janela de lote. O painel entrou na
      * rede de fabrica, no primeiro dia util do mes.
      *
      * Um passo pode declarar na rede o arquivo de entrada de que
      * depende (LOTEIN.DAT, CAMBIOIN.DAT, NOTASCAN.DAT,
      * INTERCAM.DAT...), o prazo de chegada (HHMM) e se o arquivo
      * precisa ser novo desde a ultima execucao do passo. O driver
      * segura o passo, conferindo o arquivo a cada minuto, ate ele
      * chegar - arquivo vazio nao conta como chegada, e a versao
      * (data, hora e tamanho) consumida por cada passo fica em
      * CHEGADAS.DAT. Passado o prazo, o passo e pulado com o codigo
      * de condicao 12 (COND-SEM-ARQUIVO), os dependentes sao pulados
      * tambem e um alerta ARQ-ATRASADO vai para a fila ALERTAS.DAT.
      *
      * Com o segundo parametro OPCIONAL (data de negocio AAAAMMDD) o
      * driver nao dispara nada: simula a cadeia daquela data com as
      * mesmas regras de frequencia D/S/M, calendario de dias uteis e
      * predecessor, e imprime em PREVLOTE.LST o que roda e o que e
      * pulado (com o motivo), a hora prevista de inicio de cada
      * passo a partir da abertura da janela (JANELA-INI), a duracao
      * esperada - media das execucoes dos ultimos 30 dias em
      * CTLTOTAIS.DAT ou, sem historico, o orcamento de ORCADUR.CFG -
      * e o termino previsto, tambem no pior caso dos arquivos de
      * entrada chegando no limite do prazo. Termino alem de JANELA-
      * FIM sai com aviso e codigo de condicao 4. LOTENOT.LOG,
      * checkpoint, agenda e CHEGADAS.DAT nao sao tocados. A previsao
      * e pedida pela tela da rede (CAP02AP19, opcao [P]).
      *
      * Entre os passos de fabrica entrou, semanal, o CAP02AP32: o
      * relatorio de folga de capacidade das tabelas em memoria
      * (CAPACID.LST), que conta os registros dos arquivos carregados
      * inteiros pelos programas, compara com o limite de cada tabela
      * e sinaliza com condicao 4 o que passa ou deve passar de 80%
      * do limite dentro do trimestre.
      *
      * Depois do fechamento do dia entrou, diario, o CAP02AP33: a
      * exportacao da trilha de auditoria selada e dos alertas para o
      * monitoramento de seguranca corporativo (SEGnnnnnn.DAT,
      * controle em AUDEXPCT.DAT).
      *
      * Na sequencia entrou, diario, o CAP02AP34: a extracao
      * incremental para o armazem de informacoes gerenciais (um
      * arquivo DWxxxxaaaammdd.CSV por assunto e o manifesto
      * DWMANIFaaaammdd.CSV com quantidades e totais de controle;
      * marcas e fotos em DWCTL.DAT e DWnome.FOT).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT REDEJOBS-FILE ASSIGN TO "REDEJOBS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RDE-STATUS.
           SELECT CHEGADAS-FILE ASSIGN TO "CHEGADAS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHG-STATUS.
           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALE-STATUS.
           SELECT CTLTOTAIS-FILE ASSIGN TO "CTLTOTAIS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOBLOG-FILE.
           05  RJ-FREQ         PIC X.
           05  RJ-PREDECESSOR  PIC 9(2).
           05  RJ-ATIVA        PIC X.
           05  RJ-ARQUIVO      PIC X(12).
           05  RJ-PRAZO        PIC 9(4).
           05  RJ-NOVO         PIC X.
      *    Versao de cada arquivo de entrada ja consumida pelo passo
      *    (data, hora e tamanho do arquivo quando o passo rodou).
       FD  CHEGADAS-FILE.
       01  CG-REGISTRO.
           05  CG-PROGRAMA     PIC X(9).
           05  CG-ARQUIVO      PIC X(12).
           05  CG-DATA         PIC 9(8).
           05  CG-HORA         PIC 9(6).
           05  CG-TAMANHO      PIC 9(12).
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
       FD  CTLTOTAIS-FILE.
       01  SL-REGISTRO.
           05  SL-DATA         PIC 9(8).
           05  SL-HORA         PIC 9(6).
           05  SL-PROGRAMA     PIC X(8).
           05  SL-LIDOS        PIC 9(6).
           05  SL-REJEITADOS   PIC 9(6).
           05  SL-DUR-HRA      PIC 9(4).
           05  SL-DUR-MIN      PIC 9(2).
           05  SL-DUR-SEG      PIC 9(2).
           05  SL-DUR-CEN      PIC 9(2).
           05  SL-DATA-NEG     PIC 9(8).
       WORKING-STORAGE SECTION.
       77  WS-LOG-STATUS       PIC XX.
       77  WS-JOB-STATUS       PIC XX.
       77  WS-CKP-STATUS       PIC XX.
       78  QTDE-PADRAO VALUE 27.
       78  LIMITE-PASSOS VALUE 30.
      *    Passos de fabrica, usados quando REDEJOBS.DAT nao existe:
      *    nome, limite de condicao, chave de orcamento, frequencia
      *    (D diario, S semanal, M mensal), predecessor (00 = nenhum)
      *    e ativa.
       01  WS-TABELA-PADRAO.
           05  FILLER PIC X(26) VALUE "CAP05AP04 04 CAP05AP4 D00S".
           05  FILLER PIC X(26) VALUE "CAP05AP06 04 CAP05AP6 D00S".
           05  FILLER PIC X(26) VALUE "CAP06AP03 04 CAP06AP3 D00S".
           05  FILLER PIC X(26) VALUE "CAP06AP05 04 CAP06AP5 D00S".
           05  FILLER PIC X(26) VALUE "CAP02AP12 04 CAP02A12 D00S".
           05  FILLER PIC X(26) VALUE "CAP06AP19 04 CAP06A19 M00S".
           05  FILLER PIC X(26) VALUE "CAP06AP14 04 CAP06A14 D00S".
           05  FILLER PIC X(26) VALUE "CAP02AP18 04 CAP02A18 D00S".
           05  FILLER PIC X(26) VALUE "CAP02AP21 04 CAP02A21 D00S".
           05  FILLER PIC X(26) VALUE "CAP02AP25 04 CAP02A25 D00S".
           05  FILLER PIC X(26) VALUE "CAP05AP11 04 CAP05A11 D00S".
           05  FILLER PIC X(26) VALUE "CAP05AP12 04 CAP05A12 M00S".
           05  FILLER PIC X(26) VALUE "CAP06AP17 04 CAP06A17 M00S".
           05  FILLER PIC X(26) VALUE "CAP05AP18 04 CAP05A18 M00S".
           05  FILLER PIC X(26) VALUE "CAP05AP15 04 CAP05A15 D00S".
           05  FILLER PIC X(26) VALUE "CAP05AP16 04 CAP05A16 D00S".
           05  FILLER PIC X(26) VALUE "CAP05AP14 04 CAP05A14 D00S".
           05  FILLER PIC X(26) VALUE "CAP05AP13 04 CAP05A13 D00S".
           05  FILLER PIC X(26) VALUE "CAP04AP50 04 CAP04A50 D00S".
           05  FILLER PIC X(26) VALUE "CAP06AP23 04 CAP06A23 D00S".
           05  FILLER PIC X(26) VALUE "CAP02AP27 04 CAP02A27 M00S".
           05  FILLER PIC X(26) VALUE "CAP02AP16 04 CAP02A16 D00S".
           05  FILLER PIC X(26) VALUE "CAP02AP29 04 CAP02A29 M00S".
           05  FILLER PIC X(26) VALUE "CAP02AP30 04 CAP02A30 M00S".
           05  FILLER PIC X(26) VALUE "CAP02AP32 04 CAP02A32 S00S".
           05  FILLER PIC X(26) VALUE "CAP02AP33 04 CAP02A33 D00S".
           05  FILLER PIC X(26) VALUE "CAP02AP34 04 CAP02A34 D00S".
       01  WS-TABELA-PADRAO-R REDEFINES WS-TABELA-PADRAO.
           05  WS-PAD-ENTRADA OCCURS QTDE-PADRAO TIMES.
               10  WS-PAD-NOME     PIC X(9).
               10  WS-PASSO-FREQ   PIC X.
               10  WS-PASSO-PRED   PIC 9(2).
               10  WS-PASSO-ATIVA  PIC X.
               10  WS-PASSO-ARQUIVO PIC X(12).
               10  WS-PASSO-PRAZO  PIC 9(4).
               10  WS-PASSO-NOVO   PIC X.
               10  WS-PASSO-SIT    PIC X.
       77  WS-QTDE-PASSOS      PIC 9(2) VALUE ZERO.
       77  WS-PASSO-TROCA      PIC X(43).
       77  AC-OR               PIC 9(2).
       77  WS-RDE-STATUS       PIC XX.
       77  AC-PD               PIC 9(2).
       77  WS-DEVE-RODAR       PIC X.
       77  WS-DIA-SEMANA       PIC 9.
       01  WS-HOJE-NUM         PIC 9(8).
       01  WS-HOJE-R REDEFINES WS-HOJE-NUM.
           05  WS-HOJE-ANO     PIC 9(4).
           05  WS-HOJE-MES     PIC 9(2).
           05  WS-HOJE-DIA     PIC 9(2).
       77  AC-DM               PIC 9(2).
       77  WS-S-DIA-TESTE      PIC 99.
       77  WS-DATA-TESTE-BR    PIC X(10).
       77  WS-DUR-MIN          PIC 9(2).
       77  WS-DUR-SEG          PIC 9(2).
       77  WS-DUR-CEN          PIC 9(2).
       77  WS-INC-ORIGEM       PIC X VALUE "J".
       77  WS-INC-REFERENCIA   PIC X(30).
       77  WS-INC-SEVERIDADE   PIC 9 VALUE 2.
       77  WS-INC-TITULO       PIC X(40).
       77  WS-INC-OPERADOR     PIC X(12) VALUE "LOTE NOTURNO".
       77  WS-INC-NUMERO       PIC 9(6).
       77  WS-INC-NOVO         PIC X.
      *    Espera pelos arquivos de entrada declarados na rede: o
      *    passo cujo arquivo nao chega ate o prazo e pulado com o
      *    codigo de condicao proprio COND-SEM-ARQUIVO.
       78  COND-SEM-ARQUIVO VALUE 12.
       77  WS-ESPERA-SEGUNDOS  PIC 9(3) VALUE 60.
       01  WS-TABELA-CHEGADAS.
           05  WS-CHG-REG PIC X(47) OCCURS LIMITE-PASSOS TIMES.
       77  WS-QTDE-CHEGADAS    PIC 9(2) VALUE ZERO.
       77  AC-CG               PIC 9(2).
       77  WS-CHG-ACHOU        PIC 9(2).
       77  WS-CHG-STATUS       PIC XX.
       77  WS-ALE-STATUS       PIC XX.
       77  WS-ARQ-CHEGOU       PIC X.
       77  WS-ARQ-AVISOU       PIC X.
       01  WS-ARQ-INFO.
           05  WS-ARQ-TAMANHO  PIC X(8) COMP-X.
           05  WS-ARQ-DIA      PIC X COMP-X.
           05  WS-ARQ-MES      PIC X COMP-X.
           05  WS-ARQ-ANO      PIC X(2) COMP-X.
           05  WS-ARQ-HRA      PIC X COMP-X.
           05  WS-ARQ-MIN      PIC X COMP-X.
           05  WS-ARQ-SEG      PIC X COMP-X.
           05  WS-ARQ-CEN      PIC X COMP-X.
       01  WS-ARQ-VERSAO.
           05  WS-VER-DATA     PIC 9(8).
           05  WS-VER-HORA     PIC 9(6).
           05  WS-VER-TAMANHO  PIC 9(12).
       77  WS-INICIO-MIN       PIC 9(10).
       77  WS-PRAZO-MIN        PIC 9(10).
       77  WS-AGORA-MIN        PIC 9(10).
      *    Previsao da cadeia para uma data de negocio (simulacao):
      *    nenhum programa roda e nenhum arquivo de controle muda.
       77  WS-MODO-PREVISAO    PIC X VALUE "N".
       77  WS-DATA-PREVISAO    PIC 9(8).
       77  WS-MOTIVO-PULO      PIC X(30).
       78  DIAS-HISTORICO VALUE 30.
       77  WS-TOT-STATUS       PIC XX.
       77  WS-HIST-DESDE       PIC 9(8).
       01  WS-TABELA-HISTORICO.
           05  WS-HIS-ENTRADA OCCURS LIMITE-PASSOS TIMES.
               10  WS-HIS-QTDE     PIC 9(4).
               10  WS-HIS-SEGUNDOS PIC 9(9).
       77  WS-CFG-CHAVE        PIC X(12).
       77  WS-CFG-VALOR        PIC X(30).
       01  WS-JAN-INI          PIC 9(6) VALUE 180000.
       01  WS-JAN-INI-R REDEFINES WS-JAN-INI.
           05  WS-JI-HRA       PIC 9(2).
           05  WS-JI-MIN       PIC 9(2).
           05  WS-JI-SEG       PIC 9(2).
       01  WS-JAN-FIM          PIC 9(6) VALUE 070000.
       01  WS-JAN-FIM-R REDEFINES WS-JAN-FIM.
           05  WS-JF-HRA       PIC 9(2).
           05  WS-JF-MIN       PIC 9(2).
           05  WS-JF-SEG       PIC 9(2).
       77  WS-JAN-INI-SEG      PIC 9(5).
       77  WS-JAN-DURACAO      PIC 9(5).
       77  WS-PRAZO-DESLOC     PIC 9(5).
       77  WS-PREV-DURACAO     PIC 9(7).
       77  WS-PREV-FONTE       PIC X(12).
       77  WS-PREV-DECORRIDO   PIC 9(7).
       77  WS-PREV-PIOR        PIC 9(7).
       77  WS-PREV-RODAM       PIC 9(2).
       77  WS-PREV-PULADOS     PIC 9(2).
       77  WS-PREV-SEM-BASE    PIC 9(2).
       77  WS-PREV-ARQUIVOS    PIC 9(2).
       77  WS-PREV-ESTOURO     PIC X.
       77  WS-HORA-DESLOC      PIC 9(7).
       77  WS-HORA-AUX         PIC 9(7).
       01  WS-HORA-TXT.
           05  WS-HT-HRA       PIC 9(2).
           05  FILLER          PIC X VALUE ":".
           05  WS-HT-MIN       PIC 9(2).
           05  FILLER          PIC X VALUE ":".
           05  WS-HT-SEG       PIC 9(2).
           05  WS-HT-DIA       PIC X(5).
       77  WS-HT-DIAS          PIC 9.
       77  WS-INICIO-TXT       PIC X(13).
       77  WS-FIM-JAN-TXT      PIC X(13).
       01  WS-DURACAO-TXT.
           05  WS-DT-HRA       PIC 9(2).
           05  FILLER          PIC X VALUE ":".
           05  WS-DT-MIN       PIC 9(2).
           05  FILLER          PIC X VALUE ":".
           05  WS-DT-SEG       PIC 9(2).
       77  WS-TIPO-DIA         PIC X(15).
       77  WS-S-DIAS           PIC Z9.
       77  WS-DATA-PREV-BR     PIC X(10).
       77  WS-LINHA            PIC X(132).
       77  WS-IMP-OPCAO        PIC X.
       77  WS-IMP-TEXTO        PIC X(132).
       77  WS-IMP-TOTAL        PIC 9(6) VALUE ZERO.
       77  WS-NOME-RELATORIO   PIC X(14).
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP02AP4".
       LINKAGE SECTION.
       77  LK-OVERRIDE         PIC X.
       77  LK-DATA-PREVISAO    PIC 9(8).
       PROCEDURE DIVISION USING OPTIONAL LK-OVERRIDE,
                                OPTIONAL LK-DATA-PREVISAO.
       PROG-PRINCIPAL-PARA.
      *    Com a data de negocio informada (AAAAMMDD) o driver so
      *    simula: imprime a previsao da cadeia para aquela data e
      *    devolve o controle, sem disparar passo algum.
           IF ADDRESS OF LK-DATA-PREVISAO NOT = NULL
              AND LK-DATA-PREVISAO IS NUMERIC
              AND LK-DATA-PREVISAO NOT = ZERO
              MOVE LK-DATA-PREVISAO TO WS-DATA-PREVISAO
              PERFORM 600-PREVE-CADEIA
              GOBACK
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "Lote Noturno - Execucao Consolidada".
           DISPLAY "=========================================".
              STOP RUN
           END-IF
           PERFORM 140-CARREGA-REDE.
           PERFORM 165-CARREGA-CHEGADAS.
           PERFORM 160-CONFERE-AGENDA.
           PERFORM 100-LE-CHECKPOINT.
           IF WS-PASSO-INICIAL = 1
           PERFORM 150-ZERA-CHECKPOINT.
           MOVE "Lote noturno encerrado." TO WS-MSG-LOG.
           PERFORM 900-GRAVA-LOG.
      *    O fim tambem vai para a trilha: o painel de nivel de
      *    servico (CAP02AP30) casa cada inicio com o seu fim.
           PERFORM 910-GRAVA-JOBLOG.
           CLOSE LOTENOT-LOG-FILE.
           DISPLAY "Log consolidado do lote gravado em LOTENOT.LOG.".
           PERFORM 250-EXIBE-CONSOLIDACAO.
           PERFORM 120-GRAVA-CHECKPOINT.
           EXIT.
      ******************************************************************
      * CARGA DAS VERSOES DOS ARQUIVOS DE ENTRADA JA CONSUMIDAS PELOS  *
      * PASSOS (CHEGADAS.DAT)                                          *
      ******************************************************************
       165-CARREGA-CHEGADAS             SECTION.
           MOVE ZERO TO WS-QTDE-CHEGADAS.
           OPEN INPUT CHEGADAS-FILE.
           IF WS-CHG-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-CHG-STATUS NOT = "00"
              READ CHEGADAS-FILE
                 AT END
                    MOVE "10" TO WS-CHG-STATUS
                 NOT AT END
                    IF WS-QTDE-CHEGADAS < LIMITE-PASSOS
                       ADD 1 TO WS-QTDE-CHEGADAS
                       MOVE CG-REGISTRO
                          TO WS-CHG-REG(WS-QTDE-CHEGADAS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CHEGADAS-FILE.
           EXIT.
      ******************************************************************
      * CONFERENCIA DA AGENDA ANUAL: MARCA A EXECUCAO DE HOJE COMO     *
      * CUMPRIDA E APONTA EM LOTENOT.LOG OS DESVIOS (EXECUCAO FORA DA  *
      * AGENDA E DATAS PLANEJADAS PERDIDAS)                            *
              PERFORM 120-GRAVA-CHECKPOINT
              EXIT SECTION
           END-IF.
           PERFORM 260-AGUARDA-ARQUIVO.
           IF WS-ARQ-CHEGOU NOT = "S"
              PERFORM 265-PULA-SEM-ARQUIVO
              EXIT SECTION
           END-IF.
           DISPLAY "Executando passo " WS-PASSO " ("
              WS-PASSO-NOME(WS-PASSO) ")...".
           MOVE FUNCTION CURRENT-DATE TO WS-PASSO-INICIO.
              MOVE WS-PASSO TO WS-PASSO-FALHOU
              COMPUTE CK-ULTIMO-PASSO = WS-PASSO - 1
              PERFORM 120-GRAVA-CHECKPOINT
              PERFORM 240-ABRE-INCIDENTE
           ELSE
              MOVE "E" TO WS-PASSO-SIT(WS-PASSO)
              MOVE WS-PASSO TO CK-ULTIMO-PASSO
              PERFORM 120-GRAVA-CHECKPOINT
              IF WS-PASSO-ARQUIVO(WS-PASSO) NOT = SPACES
                 PERFORM 290-REGISTRA-CHEGADA
              END-IF
           END-IF.
           EXIT.
      ******************************************************************
                    TO WS-PASSO-PRED(WS-QTDE-PASSOS)
                 MOVE WS-PAD-ATIVA(AC-PD)
                    TO WS-PASSO-ATIVA(WS-QTDE-PASSOS)
                 MOVE SPACES TO WS-PASSO-ARQUIVO(WS-QTDE-PASSOS)
                 MOVE ZERO TO WS-PASSO-PRAZO(WS-QTDE-PASSOS)
                 MOVE "N" TO WS-PASSO-NOVO(WS-QTDE-PASSOS)
                 MOVE SPACE TO WS-PASSO-SIT(WS-QTDE-PASSOS)
              END-PERFORM
              EXIT SECTION
                          TO WS-PASSO-PRED(WS-QTDE-PASSOS)
                       MOVE RJ-ATIVA
                          TO WS-PASSO-ATIVA(WS-QTDE-PASSOS)
      *                Registro gravado antes do arquivo de entrada:
      *                passo sem dependencia de arquivo.
                       IF RJ-PRAZO NOT NUMERIC
                          MOVE ZERO TO RJ-PRAZO
                       END-IF
                       MOVE RJ-ARQUIVO
                          TO WS-PASSO-ARQUIVO(WS-QTDE-PASSOS)
                       MOVE RJ-PRAZO
                          TO WS-PASSO-PRAZO(WS-QTDE-PASSOS)
                       MOVE RJ-NOVO
                          TO WS-PASSO-NOVO(WS-QTDE-PASSOS)
                       MOVE SPACE
                          TO WS-PASSO-SIT(WS-QTDE-PASSOS)
                    END-IF
      ******************************************************************
       190-AVALIA-SE-RODA               SECTION.
           MOVE "S" TO WS-DEVE-RODAR.
           MOVE SPACES TO WS-MOTIVO-PULO.
           IF WS-PASSO-ATIVA(WS-PASSO) = "N"
              MOVE "N" TO WS-DEVE-RODAR
              MOVE "inativo na rede" TO WS-MOTIVO-PULO
              EXIT SECTION
           END-IF.
           IF WS-MODO-PREVISAO = "S"
              MOVE WS-DATA-PREVISAO TO WS-HOJE-NUM
           ELSE
              MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
              COMPUTE WS-HOJE-NUM =
                 FUNCTION NUMVAL(WS-DATA-HORA-SISTEMA(1:8))
           END-IF.
           EVALUATE WS-PASSO-FREQ(WS-PASSO)
              WHEN "S"
                 COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
                    FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM), 7)
                 IF WS-DIA-SEMANA NOT = 1
                    MOVE "N" TO WS-DEVE-RODAR
                    MOVE "semanal; so roda na segunda"
                       TO WS-MOTIVO-PULO
                    EXIT SECTION
                 END-IF
              WHEN "M"
                 PERFORM 195-PRIMEIRO-UTIL-DO-MES
                 IF WS-TEVE-UTIL-ANTES = "S"
                    MOVE "N" TO WS-DEVE-RODAR
                    MOVE "mensal; nao e o 1o dia util"
                       TO WS-MOTIVO-PULO
                    EXIT SECTION
                 END-IF
              WHEN OTHER
                    AND (WS-PASSO-SIT(AC-PD) = "P"
                         OR WS-PASSO-SIT(AC-PD) = "F")
                    MOVE "N" TO WS-DEVE-RODAR
                    MOVE SPACES TO WS-MOTIVO-PULO
                    STRING "predecessor " WS-PASSO-PRED(WS-PASSO)
                           " nao roda"
                       DELIMITED BY SIZE INTO WS-MOTIVO-PULO
                 END-IF
              END-PERFORM
           END-IF.
           EXIT.
      ******************************************************************
      * HOUVE DIA UTIL NESTE MES ANTES DE HOJE (OU DA DATA DA         *
      * PREVISAO)? SE NAO, E O PRIMEIRO DIA UTIL DO MES E O PASSO      *
      * MENSAL E DEVIDO                                                *
      ******************************************************************
       195-PRIMEIRO-UTIL-DO-MES         SECTION.
           MOVE "N" TO WS-TEVE-UTIL-ANTES.
           PERFORM VARYING AC-DM FROM 1 BY 1
                   UNTIL AC-DM >= WS-HOJE-DIA
              MOVE AC-DM TO WS-S-DIA-TESTE
              MOVE SPACES TO WS-DATA-TESTE-BR
              STRING WS-S-DIA-TESTE "/" WS-HOJE-MES
                     "/" WS-HOJE-ANO
                 DELIMITED BY SIZE INTO WS-DATA-TESTE-BR
              CALL "C0602FER" USING WS-DATA-TESTE-BR, WS-FERIADO-T,
                 WS-FDS-T, WS-UTIL-T
           END-IF.
           EXIT.
      ******************************************************************
      * PASSO ABORTADO VIRA INCIDENTE (INCIDSVC); O MESMO PASSO        *
      * ABORTANDO DE NOVO NO DIA SO ANOTA NOVA OCORRENCIA NO MESMO     *
      ******************************************************************
       240-ABRE-INCIDENTE               SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           MOVE SPACES TO WS-INC-REFERENCIA.
           STRING "PASSO " WS-PASSO " " WS-PASSO-NOME(WS-PASSO) " "
                  WS-DH-ANO WS-DH-MES WS-DH-DIA
              DELIMITED BY SIZE INTO WS-INC-REFERENCIA.
           MOVE SPACES TO WS-INC-TITULO.
           STRING "Passo " WS-PASSO " " WS-PASSO-NOME(WS-PASSO)
                  " abortou, cond. " WS-CONDICAO
              DELIMITED BY SIZE INTO WS-INC-TITULO.
           CALL "INCIDSVC" USING WS-INC-ORIGEM, WS-INC-REFERENCIA,
              WS-INC-SEVERIDADE, WS-INC-TITULO, WS-INC-OPERADOR,
              WS-INC-NUMERO, WS-INC-NOVO.
           MOVE SPACES TO WS-MSG-LOG.
           IF WS-INC-NOVO = "S"
              STRING "Incidente " WS-INC-NUMERO " aberto para o passo."
                 DELIMITED BY SIZE INTO WS-MSG-LOG
           ELSE
              STRING "Nova ocorrencia no incidente " WS-INC-NUMERO "."
                 DELIMITED BY SIZE INTO WS-MSG-LOG
           END-IF
           PERFORM 900-GRAVA-LOG.
           DISPLAY "   Incidente " WS-INC-NUMERO " (CAP02AP28).".
           EXIT.
      ******************************************************************
      * ESPERA PELO ARQUIVO DE ENTRADA DO PASSO: CONFERE A CADA        *
      * WS-ESPERA-SEGUNDOS ATE O ARQUIVO CHEGAR OU O PRAZO PASSAR. O   *
      * PRAZO (HHMM) VALE NA OCORRENCIA MAIS PROXIMA DO INICIO DA      *
      * CADEIA - 0200 NUMA CADEIA INICIADA AS 22H E A MADRUGADA        *
      * SEGUINTE; 0130 NUM REINICIO AS 2H JA PASSOU                    *
      ******************************************************************
       260-AGUARDA-ARQUIVO              SECTION.
           MOVE "S" TO WS-ARQ-CHEGOU.
           IF WS-PASSO-ARQUIVO(WS-PASSO) = SPACES
              EXIT SECTION
           END-IF.
           COMPUTE WS-INICIO-MIN =
              FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-DATA-INICIO(1:8))) * 1440
              + FUNCTION NUMVAL(WS-DATA-INICIO(9:2)) * 60
              + FUNCTION NUMVAL(WS-DATA-INICIO(11:2)).
           COMPUTE WS-PRAZO-MIN =
              FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-DATA-INICIO(1:8))) * 1440
              + FUNCTION NUMVAL(WS-PASSO-PRAZO(WS-PASSO)(1:2)) * 60
              + FUNCTION NUMVAL(WS-PASSO-PRAZO(WS-PASSO)(3:2)).
           IF WS-PRAZO-MIN > WS-INICIO-MIN + 720
              SUBTRACT 1440 FROM WS-PRAZO-MIN
           END-IF
           IF WS-PRAZO-MIN + 720 < WS-INICIO-MIN
              ADD 1440 TO WS-PRAZO-MIN
           END-IF
           MOVE "N" TO WS-ARQ-AVISOU.
           PERFORM FOREVER
              PERFORM 270-CONFERE-ARQUIVO
              IF WS-ARQ-CHEGOU = "S"
                 EXIT PERFORM
              END-IF
              MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
              COMPUTE WS-AGORA-MIN =
                 FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                    WS-DATA-HORA-SISTEMA(1:8))) * 1440
                 + WS-DH-HRA * 60 + WS-DH-MIN
              IF WS-AGORA-MIN >= WS-PRAZO-MIN
                 EXIT PERFORM
              END-IF
              IF WS-ARQ-AVISOU = "N"
                 MOVE "S" TO WS-ARQ-AVISOU
                 DISPLAY "Passo " WS-PASSO " aguardando "
                    FUNCTION TRIM(WS-PASSO-ARQUIVO(WS-PASSO))
                    " (prazo " WS-PASSO-PRAZO(WS-PASSO)(1:2) ":"
                    WS-PASSO-PRAZO(WS-PASSO)(3:2) ")..."
                 MOVE SPACES TO WS-MSG-LOG
                 STRING "Passo " WS-PASSO " aguardando "
                        DELIMITED BY SIZE
                        WS-PASSO-ARQUIVO(WS-PASSO) DELIMITED BY SPACE
                        " ate " WS-PASSO-PRAZO(WS-PASSO)(1:2) ":"
                        WS-PASSO-PRAZO(WS-PASSO)(3:2) "."
                        DELIMITED BY SIZE INTO WS-MSG-LOG
                 PERFORM 900-GRAVA-LOG
              END-IF
              CALL "C$SLEEP" USING WS-ESPERA-SEGUNDOS
           END-PERFORM.
           IF WS-ARQ-CHEGOU = "S"
              MOVE SPACES TO WS-MSG-LOG
              STRING "Arquivo " DELIMITED BY SIZE
                     WS-PASSO-ARQUIVO(WS-PASSO) DELIMITED BY SPACE
                     " recebido (passo " WS-PASSO ")."
                     DELIMITED BY SIZE INTO WS-MSG-LOG
              PERFORM 900-GRAVA-LOG
           END-IF.
           EXIT.
      ******************************************************************
      * O PASSO PULADO POR FALTA DO ARQUIVO: CONDICAO COND-SEM-ARQUIVO *
      * NO LOG, ALERTA NA FILA DO OPERADOR E CHECKPOINT ADIANTE, COMO  *
      * QUALQUER PASSO PULADO (OS DEPENDENTES SAO PULADOS TAMBEM)      *
      ******************************************************************
       265-PULA-SEM-ARQUIVO             SECTION.
           MOVE "P" TO WS-PASSO-SIT(WS-PASSO).
           MOVE COND-SEM-ARQUIVO TO WS-CONDICAO.
           DISPLAY "Passo " WS-PASSO " (" WS-PASSO-NOME(WS-PASSO)
              ") PULADO: " FUNCTION TRIM(WS-PASSO-ARQUIVO(WS-PASSO))
              " nao chegou; condicao " WS-CONDICAO ".".
           MOVE SPACES TO WS-MSG-LOG.
           STRING "Arquivo " DELIMITED BY SIZE
                  WS-PASSO-ARQUIVO(WS-PASSO) DELIMITED BY SPACE
                  " nao chegou ate " WS-PASSO-PRAZO(WS-PASSO)(1:2)
                  ":" WS-PASSO-PRAZO(WS-PASSO)(3:2) "."
                  DELIMITED BY SIZE INTO WS-MSG-LOG.
           PERFORM 900-GRAVA-LOG.
           MOVE SPACES TO WS-MSG-LOG.
           STRING "Passo " WS-PASSO " (" WS-PASSO-NOME(WS-PASSO)
                  ") pulado, condicao=" WS-CONDICAO "."
              DELIMITED BY SIZE INTO WS-MSG-LOG.
           PERFORM 900-GRAVA-LOG.
           PERFORM 280-GRAVA-ALERTA.
           MOVE WS-PASSO TO CK-ULTIMO-PASSO.
           PERFORM 120-GRAVA-CHECKPOINT.
           EXIT.
      ******************************************************************
      * O ARQUIVO CHEGOU? EXISTE, NAO ESTA VAZIO E, QUANDO O PASSO     *
      * EXIGE ARQUIVO NOVO, NAO E A MESMA VERSAO (DATA, HORA E TAMANHO)*
      * QUE O PASSO JA CONSUMIU NA ULTIMA EXECUCAO                     *
      ******************************************************************
       270-CONFERE-ARQUIVO              SECTION.
           MOVE "N" TO WS-ARQ-CHEGOU.
           CALL "CBL_CHECK_FILE_EXIST" USING
              WS-PASSO-ARQUIVO(WS-PASSO), WS-ARQ-INFO.
           IF RETURN-CODE NOT = 0
              MOVE 0 TO RETURN-CODE
              EXIT SECTION
           END-IF.
           COMPUTE WS-VER-DATA = WS-ARQ-ANO * 10000
              + WS-ARQ-MES * 100 + WS-ARQ-DIA.
           COMPUTE WS-VER-HORA = WS-ARQ-HRA * 10000
              + WS-ARQ-MIN * 100 + WS-ARQ-SEG.
           MOVE WS-ARQ-TAMANHO TO WS-VER-TAMANHO.
           IF WS-VER-TAMANHO = ZERO
              EXIT SECTION
           END-IF.
           IF WS-PASSO-NOVO(WS-PASSO) = "S"
              PERFORM 295-LOCALIZA-CHEGADA
              IF WS-CHG-ACHOU > ZERO
                 MOVE WS-CHG-REG(WS-CHG-ACHOU) TO CG-REGISTRO
                 IF CG-DATA = WS-VER-DATA
                    AND CG-HORA = WS-VER-HORA
                    AND CG-TAMANHO = WS-VER-TAMANHO
                    EXIT SECTION
                 END-IF
              END-IF
           END-IF.
           MOVE "S" TO WS-ARQ-CHEGOU.
           EXIT.
      ******************************************************************
      * ALERTA PENDENTE NA FILA ALERTAS.DAT (MENUGERAL/CAP02AP28)      *
      ******************************************************************
       280-GRAVA-ALERTA                 SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO AT-DATA.
           MOVE WS-DATA-HORA-SISTEMA(9:6) TO AT-HORA.
           MOVE "ARQ-ATRASADO" TO AT-REGRA.
           MOVE SPACES TO AT-DETALHE.
           STRING WS-PASSO-ARQUIVO(WS-PASSO) DELIMITED BY SPACE
                  " / " WS-PASSO " " WS-PASSO-NOME(WS-PASSO)
                  DELIMITED BY SIZE INTO AT-DETALHE.
           MOVE "P" TO AT-SITUACAO.
           MOVE SPACES TO AT-RECONHECEDOR.
           MOVE ZERO TO AT-DATA-RECON AT-HORA-RECON.
           OPEN EXTEND ALERTAS-FILE.
           IF WS-ALE-STATUS = "35"
              OPEN OUTPUT ALERTAS-FILE
           END-IF
           WRITE AT-REGISTRO.
           CLOSE ALERTAS-FILE.
           EXIT.
      ******************************************************************
      * PASSO CONCLUIDO: A VERSAO DO ARQUIVO QUE ELE CONSUMIU FICA EM  *
      * CHEGADAS.DAT, PARA A PROXIMA EXECUCAO EXIGIR UMA VERSAO NOVA   *
      ******************************************************************
       290-REGISTRA-CHEGADA             SECTION.
           PERFORM 295-LOCALIZA-CHEGADA.
           IF WS-CHG-ACHOU = ZERO
              IF WS-QTDE-CHEGADAS >= LIMITE-PASSOS
                 EXIT SECTION
              END-IF
              ADD 1 TO WS-QTDE-CHEGADAS
              MOVE WS-QTDE-CHEGADAS TO WS-CHG-ACHOU
           END-IF.
           MOVE WS-PASSO-NOME(WS-PASSO) TO CG-PROGRAMA.
           MOVE WS-PASSO-ARQUIVO(WS-PASSO) TO CG-ARQUIVO.
           MOVE WS-VER-DATA TO CG-DATA.
           MOVE WS-VER-HORA TO CG-HORA.
           MOVE WS-VER-TAMANHO TO CG-TAMANHO.
           MOVE CG-REGISTRO TO WS-CHG-REG(WS-CHG-ACHOU).
           OPEN OUTPUT CHEGADAS-FILE.
           PERFORM VARYING AC-CG FROM 1 BY 1
                   UNTIL AC-CG > WS-QTDE-CHEGADAS
              MOVE WS-CHG-REG(AC-CG) TO CG-REGISTRO
              WRITE CG-REGISTRO
           END-PERFORM.
           CLOSE CHEGADAS-FILE.
           EXIT.
      ******************************************************************
      * POSICAO EM CHEGADAS.DAT DO PAR PROGRAMA/ARQUIVO DO PASSO       *
      * (ZERO = O PASSO AINDA NAO CONSUMIU ESTE ARQUIVO)               *
      ******************************************************************
       295-LOCALIZA-CHEGADA             SECTION.
           MOVE ZERO TO WS-CHG-ACHOU.
           PERFORM VARYING AC-CG FROM 1 BY 1
                   UNTIL AC-CG > WS-QTDE-CHEGADAS
                      OR WS-CHG-ACHOU > ZERO
              MOVE WS-CHG-REG(AC-CG) TO CG-REGISTRO
              IF CG-PROGRAMA = WS-PASSO-NOME(WS-PASSO)
                 AND CG-ARQUIVO = WS-PASSO-ARQUIVO(WS-PASSO)
                 MOVE AC-CG TO WS-CHG-ACHOU
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * PREVISAO DA CADEIA PARA UMA DATA DE NEGOCIO: AS MESMAS REGRAS  *
      * DE FREQUENCIA, CALENDARIO E PREDECESSOR DA EXECUCAO REAL,      *
      * SEM DISPARAR PROGRAMA NEM TOCAR LOTENOT.LOG, CHECKPOINT,       *
      * AGENDA OU CHEGADAS; SAIDA EM PREVLOTE.LST                      *
      ******************************************************************
       600-PREVE-CADEIA                 SECTION.
           DISPLAY "=========================================".
           DISPLAY "Lote Noturno - Previsao (nenhum passo roda)".
           DISPLAY "=========================================".
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-PREVISAO) NOT = 0
              DISPLAY "Data da previsao invalida: " WS-DATA-PREVISAO
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF.
           MOVE "S" TO WS-MODO-PREVISAO.
           MOVE WS-DATA-PREVISAO TO WS-HOJE-NUM.
           MOVE SPACES TO WS-DATA-PREV-BR.
           STRING WS-HOJE-DIA "/" WS-HOJE-MES "/" WS-HOJE-ANO
              DELIMITED BY SIZE INTO WS-DATA-PREV-BR.
           PERFORM 140-CARREGA-REDE.
           PERFORM 610-LE-JANELA.
           PERFORM 620-CARREGA-HISTORICO.
           MOVE ZERO TO WS-IMP-TOTAL WS-PREV-DECORRIDO WS-PREV-PIOR
              WS-PREV-RODAM WS-PREV-PULADOS WS-PREV-SEM-BASE
              WS-PREV-ARQUIVOS.
           MOVE "N" TO WS-PREV-ESTOURO.
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "PREVLOTE.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "PREVISAO DA CADEIA NOTURNA" TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE SPACES TO WS-LINHA.
           STRING "Data de negocio: " WS-DATA-PREV-BR
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 690-IMPRIME-LINHA.
           CALL "C0602FER" USING WS-DATA-PREV-BR, WS-FERIADO-T,
              WS-FDS-T, WS-UTIL-T.
           IF WS-UTIL-T NOT = "S"
              IF WS-FERIADO-T = "S"
                 MOVE "FERIADO" TO WS-TIPO-DIA
              ELSE
                 MOVE "FIM DE SEMANA" TO WS-TIPO-DIA
              END-IF
              MOVE SPACES TO WS-LINHA
              STRING "*** " DELIMITED BY SIZE
                     WS-TIPO-DIA DELIMITED BY "  "
                     ": LOTEJAN RECUSA O DISPARO; A CADEIA SO RODA "
                     "COM O OVERRIDE DO OPERADOR ***"
                     DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 690-IMPRIME-LINHA
              DISPLAY "Data nao util: a cadeia so roda com override."
           END-IF
           MOVE WS-JAN-INI TO WS-HORA-AUX.
           MOVE ZERO TO WS-HORA-DESLOC.
           PERFORM 680-FORMATA-HORA.
           MOVE WS-HORA-TXT TO WS-INICIO-TXT.
           MOVE WS-JAN-DURACAO TO WS-HORA-DESLOC.
           PERFORM 680-FORMATA-HORA.
           MOVE SPACES TO WS-LINHA.
           STRING "Janela de lote: " WS-INICIO-TXT(1:8) " as "
                  WS-HORA-TXT(1:8) "; inicio previsto na abertura "
                  "da janela."
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 690-IMPRIME-LINHA.
           MOVE DIAS-HISTORICO TO WS-S-DIAS.
           MOVE SPACES TO WS-LINHA.
           STRING "Duracao de cada passo: media das execucoes dos "
                  "ultimos " WS-S-DIAS " dias em CTLTOTAIS.DAT;"
                  " sem historico, o orcamento de ORCADUR.CFG."
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 690-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM 690-IMPRIME-LINHA.
           MOVE "OR" TO WS-LINHA(1:2).
           MOVE "PROGRAMA" TO WS-LINHA(5:8).
           MOVE "F" TO WS-LINHA(16:1).
           MOVE "PREV" TO WS-LINHA(20:4).
           MOVE "INICIO" TO WS-LINHA(27:6).
           MOVE "DURACAO" TO WS-LINHA(42:7).
           MOVE "BASE" TO WS-LINHA(52:4).
           MOVE "OBSERVACAO" TO WS-LINHA(68:10).
           PERFORM 690-IMPRIME-LINHA.
           MOVE ALL "-" TO WS-LINHA(1:110).
           PERFORM 690-IMPRIME-LINHA.
           PERFORM VARYING WS-PASSO FROM 1 BY 1
                   UNTIL WS-PASSO > WS-QTDE-PASSOS
              PERFORM 630-PREVE-PASSO
           END-PERFORM.
           PERFORM 640-IMPRIME-TOTAIS.
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-QTDE-PASSOS TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "PREVLOTE.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           DISPLAY "Data de negocio ....: " WS-DATA-PREV-BR.
           DISPLAY "Passos que rodam ...: " WS-PREV-RODAM
              "   pulados: " WS-PREV-PULADOS.
           DISPLAY "Previsao gravada em PREVLOTE.LST.".
           MOVE "N" TO WS-MODO-PREVISAO.
           IF WS-PREV-ESTOURO = "S"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           EXIT.
      ******************************************************************
      * JANELA DE LOTE DOS PARAMETROS CENTRAIS (SYSCFG), COM O MESMO   *
      * PADRAO DE FABRICA DO LOTEJAN (180000-070000); A DURACAO DA     *
      * JANELA CONTA A TRAVESSIA DA MEIA-NOITE                         *
      ******************************************************************
       610-LE-JANELA                    SECTION.
           MOVE 180000 TO WS-JAN-INI.
           MOVE 070000 TO WS-JAN-FIM.
           MOVE "JANELA-INI" TO WS-CFG-CHAVE.
           CALL "SYSCFG" USING WS-CFG-CHAVE, WS-CFG-VALOR.
           IF WS-CFG-VALOR(1:6) IS NUMERIC
              MOVE WS-CFG-VALOR(1:6) TO WS-JAN-INI
           END-IF
           MOVE "JANELA-FIM" TO WS-CFG-CHAVE.
           CALL "SYSCFG" USING WS-CFG-CHAVE, WS-CFG-VALOR.
           IF WS-CFG-VALOR(1:6) IS NUMERIC
              MOVE WS-CFG-VALOR(1:6) TO WS-JAN-FIM
           END-IF.
           COMPUTE WS-JAN-INI-SEG = WS-JI-HRA * 3600
              + WS-JI-MIN * 60 + WS-JI-SEG.
           IF WS-JAN-FIM > WS-JAN-INI
              COMPUTE WS-JAN-DURACAO = WS-JF-HRA * 3600
                 + WS-JF-MIN * 60 + WS-JF-SEG - WS-JAN-INI-SEG
           ELSE
              COMPUTE WS-JAN-DURACAO = 86400 - WS-JAN-INI-SEG
                 + WS-JF-HRA * 3600 + WS-JF-MIN * 60 + WS-JF-SEG
           END-IF.
           EXIT.
      ******************************************************************
      * HISTORICO RECENTE DE DURACAO DE CADA PASSO: AS EXECUCOES DOS   *
      * ULTIMOS DIAS-HISTORICO DIAS EM CTLTOTAIS.DAT, PELA CHAVE DO    *
      * PASSO                                                          *
      ******************************************************************
       620-CARREGA-HISTORICO            SECTION.
           INITIALIZE WS-TABELA-HISTORICO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           COMPUTE WS-HIST-DESDE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                 WS-DATA-HORA-SISTEMA(1:8))) - DIAS-HISTORICO).
           OPEN INPUT CTLTOTAIS-FILE.
           IF WS-TOT-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-TOT-STATUS NOT = "00"
              READ CTLTOTAIS-FILE
                 AT END
                    MOVE "10" TO WS-TOT-STATUS
                 NOT AT END
                    IF SL-DATA IS NUMERIC
                       AND SL-DATA >= WS-HIST-DESDE
                       AND SL-DUR-HRA IS NUMERIC
                       AND SL-DUR-MIN IS NUMERIC
                       AND SL-DUR-SEG IS NUMERIC
                       PERFORM VARYING AC-PD FROM 1 BY 1
                               UNTIL AC-PD > WS-QTDE-PASSOS
                          IF WS-PASSO-CHAVE(AC-PD) = SL-PROGRAMA
                             ADD 1 TO WS-HIS-QTDE(AC-PD)
                             COMPUTE WS-HIS-SEGUNDOS(AC-PD) =
                                WS-HIS-SEGUNDOS(AC-PD)
                                + SL-DUR-HRA * 3600
                                + SL-DUR-MIN * 60 + SL-DUR-SEG
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CTLTOTAIS-FILE.
           EXIT.
      ******************************************************************
      * UM PASSO NA PREVISAO: RODA OU E PULADO (E POR QUE), A HORA     *
      * PREVISTA DE INICIO E A DURACAO ESPERADA. O PASSO QUE ESPERA    *
      * ARQUIVO DE ENTRADA NAO COMECA, NO PIOR CASO, ANTES DO PRAZO    *
      ******************************************************************
       630-PREVE-PASSO                  SECTION.
           PERFORM 190-AVALIA-SE-RODA.
           MOVE SPACES TO WS-LINHA.
           MOVE WS-PASSO-ORDEM(WS-PASSO) TO WS-LINHA(1:2).
           MOVE WS-PASSO-NOME(WS-PASSO) TO WS-LINHA(5:9).
           MOVE WS-PASSO-FREQ(WS-PASSO) TO WS-LINHA(16:1).
           IF WS-DEVE-RODAR NOT = "S"
              MOVE "P" TO WS-PASSO-SIT(WS-PASSO)
              ADD 1 TO WS-PREV-PULADOS
              MOVE "PULA" TO WS-LINHA(20:4)
              MOVE WS-MOTIVO-PULO TO WS-LINHA(68:30)
              PERFORM 690-IMPRIME-LINHA
              EXIT SECTION
           END-IF.
           MOVE "E" TO WS-PASSO-SIT(WS-PASSO).
           ADD 1 TO WS-PREV-RODAM.
           MOVE "RODA" TO WS-LINHA(20:4).
           IF WS-HIS-QTDE(WS-PASSO) > ZERO
              COMPUTE WS-PREV-DURACAO ROUNDED =
                 WS-HIS-SEGUNDOS(WS-PASSO) / WS-HIS-QTDE(WS-PASSO)
              MOVE SPACES TO WS-PREV-FONTE
              STRING "MEDIA (" WS-HIS-QTDE(WS-PASSO) ")"
                 DELIMITED BY SIZE INTO WS-PREV-FONTE
           ELSE
              CALL "DURORCA" USING WS-PASSO-CHAVE(WS-PASSO),
                 WS-ORCA-SEGUNDOS
              MOVE WS-ORCA-SEGUNDOS TO WS-PREV-DURACAO
              IF WS-ORCA-SEGUNDOS > ZERO
                 MOVE "ORCAMENTO" TO WS-PREV-FONTE
              ELSE
                 MOVE "SEM BASE" TO WS-PREV-FONTE
                 ADD 1 TO WS-PREV-SEM-BASE
              END-IF
           END-IF.
           IF WS-PASSO-ARQUIVO(WS-PASSO) NOT = SPACES
              ADD 1 TO WS-PREV-ARQUIVOS
              COMPUTE WS-PRAZO-DESLOC = FUNCTION MOD(
                 FUNCTION NUMVAL(WS-PASSO-PRAZO(WS-PASSO)(1:2)) * 3600
                 + FUNCTION NUMVAL(WS-PASSO-PRAZO(WS-PASSO)(3:2)) * 60
                 - WS-JAN-INI-SEG + 86400, 86400)
              IF WS-PRAZO-DESLOC > WS-PREV-PIOR
                 MOVE WS-PRAZO-DESLOC TO WS-PREV-PIOR
              END-IF
              STRING "aguarda " DELIMITED BY SIZE
                     WS-PASSO-ARQUIVO(WS-PASSO) DELIMITED BY SPACE
                     " ate " WS-PASSO-PRAZO(WS-PASSO)(1:2) ":"
                     WS-PASSO-PRAZO(WS-PASSO)(3:2)
                     DELIMITED BY SIZE INTO WS-LINHA(68:40)
           END-IF.
           MOVE WS-PREV-DECORRIDO TO WS-HORA-DESLOC.
           PERFORM 680-FORMATA-HORA.
           MOVE WS-HORA-TXT TO WS-LINHA(27:13).
           MOVE WS-PREV-DURACAO TO WS-HORA-AUX.
           PERFORM 685-FORMATA-DURACAO.
           MOVE WS-DURACAO-TXT TO WS-LINHA(42:8).
           MOVE WS-PREV-FONTE TO WS-LINHA(52:14).
           PERFORM 690-IMPRIME-LINHA.
           ADD WS-PREV-DURACAO TO WS-PREV-DECORRIDO WS-PREV-PIOR.
           EXIT.
      ******************************************************************
      * TOTAIS DA PREVISAO E O AVISO DE TERMINO FORA DA JANELA         *
      ******************************************************************
       640-IMPRIME-TOTAIS               SECTION.
           MOVE ALL "-" TO WS-LINHA(1:110).
           PERFORM 690-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Passos que rodam: " WS-PREV-RODAM
                  "   Passos pulados: " WS-PREV-PULADOS
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 690-IMPRIME-LINHA.
           MOVE WS-PREV-DECORRIDO TO WS-HORA-AUX.
           PERFORM 685-FORMATA-DURACAO.
           MOVE WS-PREV-DECORRIDO TO WS-HORA-DESLOC.
           PERFORM 680-FORMATA-HORA.
           MOVE WS-HORA-TXT TO WS-INICIO-TXT.
           MOVE WS-JAN-DURACAO TO WS-HORA-DESLOC.
           PERFORM 680-FORMATA-HORA.
           MOVE WS-HORA-TXT TO WS-FIM-JAN-TXT.
           MOVE SPACES TO WS-LINHA.
           STRING "Duracao prevista: " WS-DURACAO-TXT
                  "   Termino previsto: " WS-INICIO-TXT
                  "   Fim da janela: " WS-FIM-JAN-TXT
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 690-IMPRIME-LINHA.
           IF WS-PREV-ARQUIVOS > ZERO
              MOVE WS-PREV-PIOR TO WS-HORA-DESLOC
              PERFORM 680-FORMATA-HORA
              MOVE SPACES TO WS-LINHA
              STRING "Termino no pior caso (arquivos de entrada no "
                     "limite do prazo): " WS-HORA-TXT
                 DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 690-IMPRIME-LINHA
           END-IF
           IF WS-PREV-SEM-BASE > ZERO
              MOVE SPACES TO WS-LINHA
              STRING "Passos sem historico nem orcamento (contados "
                     "com duracao zero): " WS-PREV-SEM-BASE
                 DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 690-IMPRIME-LINHA
           END-IF
           IF WS-PREV-DECORRIDO > WS-JAN-DURACAO
              MOVE "S" TO WS-PREV-ESTOURO
              MOVE SPACES TO WS-LINHA
              STRING "*** ATENCAO: TERMINO PREVISTO FORA DA JANELA DE "
                     "LOTE (JANELA-FIM " WS-FIM-JAN-TXT(1:8) ") ***"
                 DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 690-IMPRIME-LINHA
              DISPLAY "*** TERMINO PREVISTO FORA DA JANELA DE LOTE ***"
           ELSE
              IF WS-PREV-PIOR > WS-JAN-DURACAO
                 MOVE "S" TO WS-PREV-ESTOURO
                 MOVE SPACES TO WS-LINHA
                 STRING "*** ATENCAO: NO PIOR CASO O TERMINO CAI FORA "
                        "DA JANELA DE LOTE (JANELA-FIM "
                        WS-FIM-JAN-TXT(1:8) ") ***"
                    DELIMITED BY SIZE INTO WS-LINHA
                 PERFORM 690-IMPRIME-LINHA
                 DISPLAY "*** NO PIOR CASO O TERMINO CAI FORA DA "
                         "JANELA ***"
              END-IF
           END-IF.
           EXIT.
      ******************************************************************
      * HORA DO RELOGIO A WS-HORA-DESLOC SEGUNDOS DA ABERTURA DA       *
      * JANELA, COM "(+1)" QUANDO CAI NO DIA SEGUINTE                  *
      ******************************************************************
       680-FORMATA-HORA                 SECTION.
           COMPUTE WS-HORA-AUX = WS-JAN-INI-SEG + WS-HORA-DESLOC.
           MOVE SPACES TO WS-HT-DIA.
           IF WS-HORA-AUX >= 86400
              COMPUTE WS-HT-DIAS = WS-HORA-AUX / 86400
              MOVE " (+" TO WS-HT-DIA(1:3)
              MOVE WS-HT-DIAS TO WS-HT-DIA(4:1)
              MOVE ")" TO WS-HT-DIA(5:1)
              COMPUTE WS-HORA-AUX = FUNCTION MOD(WS-HORA-AUX, 86400)
           END-IF.
           COMPUTE WS-HT-HRA = WS-HORA-AUX / 3600.
           COMPUTE WS-HT-MIN = FUNCTION MOD(WS-HORA-AUX, 3600) / 60.
           COMPUTE WS-HT-SEG = FUNCTION MOD(WS-HORA-AUX, 60).
           EXIT.
      ******************************************************************
      * DURACAO DE WS-HORA-AUX SEGUNDOS NO FORMATO HH:MM:SS            *
      ******************************************************************
       685-FORMATA-DURACAO              SECTION.
           COMPUTE WS-DT-HRA = FUNCTION MOD(WS-HORA-AUX / 3600, 100).
           COMPUTE WS-DT-MIN = FUNCTION MOD(WS-HORA-AUX, 3600) / 60.
           COMPUTE WS-DT-SEG = FUNCTION MOD(WS-HORA-AUX, 60).
           EXIT.
      ******************************************************************
      * LINHA DA LISTAGEM PREVLOTE.LST                                 *
      ******************************************************************
       690-IMPRIME-LINHA                SECTION.
           MOVE "L" TO WS-IMP-OPCAO.
           MOVE WS-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE SPACES TO WS-LINHA.
           EXIT.
      ******************************************************************
      * FOLHA DE CONFERENCIA CONSOLIDADA DO FECHAMENTO, VIA CAP02AP03  *
      ******************************************************************
       250-EXIBE-CONSOLIDACAO            SECTION.
           WRITE LL-LINHA.
           EXIT.
      ******************************************************************
      * A MESMA LINHA DE INICIO (OU DE FIM), ANEXADA A TRILHA          *
      * HISTORICA JOBLOG.DAT                                           *
      ******************************************************************
       910-GRAVA-JOBLOG                  SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
