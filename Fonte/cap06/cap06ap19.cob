       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP06AP19.
      *
      * Geracao mensal dos compromissos recorrentes: cada modelo
      * ativo de COMPMOD.DAT (tela CAP06AP18) que cai na competencia
      * vira um compromisso "A" em COMPROM.DAT, como se digitado no
      * CAP06AP09 - codigo do modelo + AAMM, descricao, valor,
      * direcao e responsavel do modelo, moeda local (taxa 1) e a
      * data de negocio como data de origem. A competencia e o mes
      * da data de negocio (o passo roda no primeiro dia util do
      * mes, como a reavaliacao do CAP06AP17). Um modelo cai na
      * competencia quando o mes esta na vigencia e e multiplo da
      * frequencia contada do mes de inicio; o vencimento e o dia do
      * modelo (o ultimo do mes quando o dia nao existe nele) e, se
      * cair em fim de semana ou feriado (C0602FER), vai para o dia
      * util seguinte (C0602PRX) ou volta ao anterior (C0602SOM um
      * dia de cada vez), pela regra do modelo.
      *
      * Protecao contra gerar duas vezes, como nas instrucoes
      * permanentes do C0502FUT: o registro de controle COMPMOD.CTL
      * guarda a ultima competencia gerada e o passo nao gera de
      * novo a mesma; alem disso, um codigo ja existente em
      * COMPROM.DAT nao e incluido outra vez.
      *
      * Saida RECORR.LST via IMPRIME, preservada pela RELGER.
      * Vencimento que o calendario nao resolve fica de fora com o
      * aviso e o passo termina com 4.
      *
      * O compromisso gerado leva a unidade (sitio) da sessao que
      * rodou a geracao, resolvida pelo UNIDSVC; no lote noturno, sem
      * operador com unidade, e a sede.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODELO-FILE ASSIGN TO "COMPMOD.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MOD-STATUS.
           SELECT CONTROLE-FILE ASSIGN TO "COMPMOD.CTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTL-STATUS.
           SELECT COMPROM-FILE ASSIGN TO "COMPROM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CMP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MODELO-FILE.
       COPY "cmpmod.cpy".
       FD  CONTROLE-FILE.
       01  CT-COMPETENCIA      PIC 9(6).
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
       WORKING-STORAGE SECTION.
       78  LIMITE-CODIGOS VALUE 3000.
       01  WS-TAB-CODIGOS.
           05  WS-COD-EXISTENTE PIC X(8) OCCURS LIMITE-CODIGOS TIMES.
       77  WS-QTDE-CODIGOS     PIC 9(4) VALUE ZERO.
       77  AC-CI               PIC 9(4).
       77  WS-MOD-STATUS       PIC XX.
       77  WS-CTL-STATUS       PIC XX.
       77  WS-CMP-STATUS       PIC XX.
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
       77  WS-DATA-NEG         PIC 9(8).
       01  WS-COMPETENCIA.
           05  WS-CPT-ANO      PIC 9(4).
           05  WS-CPT-MES      PIC 9(2).
       01  WS-COMPETENCIA-N REDEFINES WS-COMPETENCIA PIC 9(6).
       77  WS-COMP-GERADA      PIC 9(6) VALUE ZERO.
       01  WS-INICIO.
           05  WS-INI-ANO      PIC 9(4).
           05  WS-INI-MES      PIC 9(2).
           05  WS-INI-DIA      PIC 9(2).
       01  WS-VENC-NOMINAL.
           05  WS-VN-ANO       PIC 9(4).
           05  WS-VN-MES       PIC 9(2).
           05  WS-VN-DIA       PIC 9(2).
       01  WS-VENC-NOMINAL-N REDEFINES WS-VENC-NOMINAL PIC 9(8).
       77  WS-MESES            PIC S9(6).
       77  WS-INTERVALO        PIC 9(2).
       77  WS-QUOCIENTE        PIC 9(6).
       77  WS-RESTO            PIC 9(2).
       77  WS-DATA-VENC        PIC X(10).
       77  WS-DATA-UTIL        PIC X(10).
       77  WS-STATUS-DATA      PIC X.
       77  WS-DIAS-VOLTA       PIC S9(8) VALUE -1.
       77  WS-TENTATIVAS       PIC 9(2).
       77  WS-FERIADO          PIC X.
       77  WS-FIM-SEMANA       PIC X.
       77  WS-DIA-UTIL         PIC X.
       77  WS-CODIGO-GERADO    PIC X(8).
       77  WS-ACHOU            PIC X.
       77  WS-RESULTADO-ITEM   PIC X(40).
       77  WS-TOTAL-LIDOS      PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-GERADOS    PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-EXISTENTES PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-FALHAS     PIC 9(6) VALUE ZERO.
       77  WS-VALOR-GERADO     PIC 9(10)V99 VALUE ZERO.
       77  WS-S-VALOR          PIC Z(6)9.99.
       77  WS-S-TOTAL          PIC Z(9)9.99.
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
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP06A19".
       77  WS-UNI-CHAVE        PIC X(12).
       77  WS-UNIDADE          PIC X(3).
       77  WS-UNI-ALCANCE      PIC X.
       77  WS-RESULTADO        PIC X(20).
       77  WS-CONDICAO         PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY "-------------------------------------------".
           DISPLAY "Geracao dos Compromissos Recorrentes".
           DISPLAY "-------------------------------------------".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-INICIO.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
           MOVE WS-DATA-NEG(1:6) TO WS-COMPETENCIA.
           PERFORM 100-LE-CONTROLE.
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "RECORR.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "GERACAO DOS COMPROMISSOS RECORRENTES"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE SPACES TO WS-LINHA.
           IF WS-COMP-GERADA >= WS-COMPETENCIA-N
              STRING "COMPETENCIA " WS-CPT-MES "/" WS-CPT-ANO
                     " JA GERADA; NADA A FAZER"
                 DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
              MOVE "JA GERADA" TO WS-RESULTADO
           ELSE
              STRING "COMPETENCIA " WS-CPT-MES "/" WS-CPT-ANO
                 DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
              PERFORM 150-CARREGA-CODIGOS
              PERFORM 200-GERA-COMPETENCIA
              PERFORM 600-TOTAIS
              PERFORM 190-GRAVA-CONTROLE
              MOVE "RECORRENTES GERADOS" TO WS-RESULTADO
           END-IF
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-TOTAL-GERADOS TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "RECORR.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           DISPLAY "Competencia ........: " WS-CPT-MES "/" WS-CPT-ANO.
           DISPLAY "Modelos lidos ......: " WS-TOTAL-LIDOS.
           DISPLAY "Compromissos gerados: " WS-TOTAL-GERADOS.
           DISPLAY "Relatorio gravado em RECORR.LST.".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-FIM.
           CALL "DURACALC" USING WS-DATA-INICIO, WS-DATA-FIM,
              WS-DUR-HRA, WS-DUR-MIN, WS-DUR-SEG, WS-DUR-CEN.
           CALL "STATSLOG" USING BY REFERENCE WS-PROGRAMA,
              BY REFERENCE WS-TOTAL-LIDOS,
              BY REFERENCE WS-TOTAL-FALHAS,
              BY REFERENCE WS-DUR-HRA, BY REFERENCE WS-DUR-MIN,
              BY REFERENCE WS-DUR-SEG, BY REFERENCE WS-DUR-CEN.
           IF WS-TOTAL-FALHAS > ZERO
              MOVE "RECORRENTES C/FALHA" TO WS-RESULTADO
              MOVE 4 TO WS-CONDICAO
           END-IF
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           MOVE WS-CONDICAO TO RETURN-CODE.
           GOBACK.
      ******************************************************************
      * ULTIMA COMPETENCIA JA GERADA (COMPMOD.CTL)                     *
      ******************************************************************
       100-LE-CONTROLE                 SECTION.
           OPEN INPUT CONTROLE-FILE.
           IF WS-CTL-STATUS = "00"
              READ CONTROLE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CT-COMPETENCIA IS NUMERIC
                       MOVE CT-COMPETENCIA TO WS-COMP-GERADA
                    END-IF
              END-READ
              CLOSE CONTROLE-FILE
           END-IF.
           EXIT.
      ******************************************************************
      * CODIGOS JA EXISTENTES EM COMPROM.DAT, SEGUNDA PROTECAO CONTRA  *
      * A DUPLICIDADE                                                  *
      ******************************************************************
       150-CARREGA-CODIGOS             SECTION.
           OPEN INPUT COMPROM-FILE.
           IF WS-CMP-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ COMPROM-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-CODIGOS < LIMITE-CODIGOS
                       ADD 1 TO WS-QTDE-CODIGOS
                       MOVE CP-CODIGO
                          TO WS-COD-EXISTENTE(WS-QTDE-CODIGOS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPROM-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * COMPETENCIA GERADA REGISTRADA NO CONTROLE                      *
      ******************************************************************
       190-GRAVA-CONTROLE              SECTION.
           MOVE WS-COMPETENCIA-N TO CT-COMPETENCIA.
           OPEN OUTPUT CONTROLE-FILE.
           WRITE CT-COMPETENCIA.
           CLOSE CONTROLE-FILE.
           EXIT.
      ******************************************************************
      * CADA MODELO ATIVO QUE CAI NA COMPETENCIA VIRA UM COMPROMISSO   *
      ******************************************************************
       200-GERA-COMPETENCIA            SECTION.
           MOVE SPACES TO WS-LINHA.
           MOVE "MODELO CODIGO   VENCIMENTO       VALOR D RESULTADO"
              TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           OPEN INPUT MODELO-FILE.
           IF WS-MOD-STATUS NOT = "00"
              MOVE "NENHUM MODELO CADASTRADO (COMPMOD.DAT)"
                 TO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
              EXIT SECTION
           END-IF
           OPEN EXTEND COMPROM-FILE.
           IF WS-CMP-STATUS = "35"
              OPEN OUTPUT COMPROM-FILE
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ MODELO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-TOTAL-LIDOS
                    IF MD-SITUACAO = "A"
                       PERFORM 300-CONFERE-COMPETENCIA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MODELO-FILE.
           CLOSE COMPROM-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * O MODELO CAI NA COMPETENCIA? MES NA VIGENCIA E MULTIPLO DA     *
      * FREQUENCIA A PARTIR DO MES DE INICIO                           *
      ******************************************************************
       300-CONFERE-COMPETENCIA         SECTION.
           MOVE MD-INICIO TO WS-INICIO.
           COMPUTE WS-MESES = (WS-CPT-ANO * 12 + WS-CPT-MES)
                            - (WS-INI-ANO * 12 + WS-INI-MES).
           IF WS-MESES < ZERO
              EXIT SECTION
           END-IF
           EVALUATE MD-FREQUENCIA
              WHEN "B"
                 MOVE 2 TO WS-INTERVALO
              WHEN "T"
                 MOVE 3 TO WS-INTERVALO
              WHEN "S"
                 MOVE 6 TO WS-INTERVALO
              WHEN "A"
                 MOVE 12 TO WS-INTERVALO
              WHEN OTHER
                 MOVE 1 TO WS-INTERVALO
           END-EVALUATE.
           DIVIDE WS-MESES BY WS-INTERVALO GIVING WS-QUOCIENTE
              REMAINDER WS-RESTO.
           IF WS-RESTO NOT = ZERO
              EXIT SECTION
           END-IF
      *    Dia que nao existe no mes (31 em abril, 30 em fevereiro)
      *    vale como o ultimo dia do mes.
           MOVE WS-CPT-ANO TO WS-VN-ANO.
           MOVE WS-CPT-MES TO WS-VN-MES.
           MOVE MD-DIA     TO WS-VN-DIA.
           PERFORM UNTIL WS-VN-DIA < 29
                      OR FUNCTION TEST-DATE-YYYYMMDD(WS-VENC-NOMINAL-N)
                         = ZERO
              SUBTRACT 1 FROM WS-VN-DIA
           END-PERFORM.
           IF WS-VENC-NOMINAL-N < MD-INICIO
              EXIT SECTION
           END-IF
           IF MD-FIM NOT = ZERO AND WS-VENC-NOMINAL-N > MD-FIM
              EXIT SECTION
           END-IF
           PERFORM 400-GERA-COMPROMISSO.
           EXIT.
      ******************************************************************
      * VENCIMENTO AJUSTADO PELA REGRA DO MODELO E O COMPROMISSO       *
      * GRAVADO, SE O CODIGO AINDA NAO EXISTE                          *
      ******************************************************************
       400-GERA-COMPROMISSO            SECTION.
           MOVE SPACES TO WS-CODIGO-GERADO.
           STRING MD-CODIGO WS-CPT-ANO(3:2) WS-CPT-MES
              DELIMITED BY SIZE INTO WS-CODIGO-GERADO.
           MOVE SPACES TO WS-DATA-VENC.
           STRING WS-VN-DIA "/" WS-VN-MES "/" WS-VN-ANO
              DELIMITED BY SIZE INTO WS-DATA-VENC.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-CODIGOS
              IF WS-COD-EXISTENTE(AC-CI) = WS-CODIGO-GERADO
                 MOVE "S" TO WS-ACHOU
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
              ADD 1 TO WS-TOTAL-EXISTENTES
              MOVE "CODIGO JA EXISTENTE; NAO GERADO"
                 TO WS-RESULTADO-ITEM
              PERFORM 700-LINHA-ITEM
              EXIT SECTION
           END-IF
           PERFORM 450-AJUSTA-DIA-UTIL.
           IF WS-STATUS-DATA NOT = "S"
              ADD 1 TO WS-TOTAL-FALHAS
              MOVE "*** VENCIMENTO NAO RESOLVIDO NO CALENDARIO"
                 TO WS-RESULTADO-ITEM
              PERFORM 700-LINHA-ITEM
              EXIT SECTION
           END-IF
           MOVE WS-CODIGO-GERADO TO CP-CODIGO.
           MOVE MD-DESCRICAO     TO CP-DESCRICAO.
           MOVE WS-DATA-VENC     TO CP-VENCIMENTO.
           MOVE MD-VALOR         TO CP-VALOR.
           MOVE MD-RESPONSAVEL   TO CP-RESPONSAVEL.
           MOVE "A"              TO CP-SITUACAO.
           MOVE MD-DIRECAO       TO CP-DIRECAO.
           MOVE SPACES           TO CP-MOEDA.
           MOVE 1                TO CP-TAXA-ORIG.
           MOVE WS-DATA-NEG      TO CP-DATA-ORIG.
           MOVE SPACES TO WS-UNI-CHAVE.
           CALL "UNIDSVC" USING BY CONTENT "S",
              BY REFERENCE WS-UNI-CHAVE, WS-UNIDADE, WS-UNI-ALCANCE.
           MOVE WS-UNIDADE       TO CP-UNIDADE.
           WRITE CP-REGISTRO.
           IF WS-QTDE-CODIGOS < LIMITE-CODIGOS
              ADD 1 TO WS-QTDE-CODIGOS
              MOVE WS-CODIGO-GERADO TO WS-COD-EXISTENTE(WS-QTDE-CODIGOS)
           END-IF
           ADD 1 TO WS-TOTAL-GERADOS.
           ADD MD-VALOR TO WS-VALOR-GERADO.
           MOVE "GERADO" TO WS-RESULTADO-ITEM.
           PERFORM 700-LINHA-ITEM.
           EXIT.
      ******************************************************************
      * VENCIMENTO EM FIM DE SEMANA OU FERIADO: "P" VAI PARA O DIA     *
      * UTIL SEGUINTE (C0602PRX), "A" VOLTA UM DIA DE CADA VEZ         *
      * (C0602SOM) ATE O DIA UTIL ANTERIOR                             *
      ******************************************************************
       450-AJUSTA-DIA-UTIL             SECTION.
           MOVE "S" TO WS-STATUS-DATA.
           CALL "C0602FER" USING WS-DATA-VENC, WS-FERIADO,
              WS-FIM-SEMANA, WS-DIA-UTIL.
           IF WS-DIA-UTIL = "S"
              EXIT SECTION
           END-IF
           IF MD-REGRA NOT = "A"
              CALL "C0602PRX" USING WS-DATA-VENC, WS-DATA-UTIL,
                 WS-STATUS-DATA
              IF WS-STATUS-DATA = "S"
                 MOVE WS-DATA-UTIL TO WS-DATA-VENC
              END-IF
              EXIT SECTION
           END-IF
           MOVE ZERO TO WS-TENTATIVAS.
           PERFORM UNTIL WS-DIA-UTIL = "S"
                      OR WS-STATUS-DATA NOT = "S"
              ADD 1 TO WS-TENTATIVAS
              IF WS-TENTATIVAS > 15
                 MOVE "E" TO WS-STATUS-DATA
                 EXIT PERFORM
              END-IF
              CALL "C0602SOM" USING WS-DATA-VENC, WS-DIAS-VOLTA,
                 WS-DATA-UTIL, WS-STATUS-DATA
              IF WS-STATUS-DATA = "S"
                 MOVE WS-DATA-UTIL TO WS-DATA-VENC
                 CALL "C0602FER" USING WS-DATA-VENC, WS-FERIADO,
                    WS-FIM-SEMANA, WS-DIA-UTIL
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * TOTAIS DA GERACAO                                              *
      ******************************************************************
       600-TOTAIS                      SECTION.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE WS-VALOR-GERADO TO WS-S-TOTAL.
           MOVE SPACES TO WS-LINHA.
           STRING "MODELOS LIDOS ...........: " WS-TOTAL-LIDOS
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "COMPROMISSOS GERADOS ....: " WS-TOTAL-GERADOS
                  "  VALOR " WS-S-TOTAL
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "JA EXISTENTES ...........: " WS-TOTAL-EXISTENTES
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "VENCIMENTOS NAO RESOLVIDOS: " WS-TOTAL-FALHAS
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * UMA LINHA DO RELATORIO POR MODELO DA COMPETENCIA               *
      ******************************************************************
       700-LINHA-ITEM                  SECTION.
           MOVE SPACES TO WS-LINHA.
           MOVE MD-CODIGO TO WS-LINHA(1:4).
           MOVE WS-CODIGO-GERADO TO WS-LINHA(8:8).
           MOVE WS-DATA-VENC TO WS-LINHA(17:10).
           MOVE MD-VALOR TO WS-S-VALOR.
           MOVE WS-S-VALOR TO WS-LINHA(28:10).
           MOVE MD-DIRECAO TO WS-LINHA(39:1).
           MOVE WS-RESULTADO-ITEM TO WS-LINHA(41:40).
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * UMA LINHA PARA O RELATORIO VIA IMPRIME                         *
      ******************************************************************
       800-IMPRIME-LINHA               SECTION.
           MOVE "L" TO WS-IMP-OPCAO.
           MOVE WS-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           EXIT.
       END PROGRAM CAP06AP19.
