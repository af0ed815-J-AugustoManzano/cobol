       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP02AP33.
      *
      * Exportacao diaria da trilha de auditoria para o monitoramento
      * de seguranca corporativo. AUDITLOG.DAT e selado e conferido
      * aqui dentro (AUDITFIM/AUDITVER), mas a seguranca corporativa
      * nao recebia nada: sign-ons, acessos negados, limpezas de
      * trava, aprovacoes de nota e mudancas de parametro so eram
      * vistos por quem abrisse o arquivo. Este passo, que roda na
      * cadeia depois do fechamento do dia (CAP02AP16, que sela o dia
      * pelo AUDITFIM), grava o arquivo de intercambio SEGnnnnnn.DAT
      * (numero da remessa) no leiaute de campos fixos da seguranca:
      *    "0" cabecalho - remessa, dia selado, data/hora de geracao
      *                    e a sequencia esperada no primeiro
      *                    registro (a ultima enviada mais um);
      *    "1" detalhe   - origem (A auditoria, L alerta), sequencia
      *                    e check da corrente, data/hora, categoria
      *                    do evento, severidade (1 informativo,
      *                    2 atencao, 3 critico), operador, terminal,
      *                    programa e descricao;
      *    "9" trailer   - quantidades (total, auditoria, alertas) e
      *                    o selo do dia: sequencia e total de
      *                    conferencia (check) do registro AUDITFIM,
      *                    o hash que a corrente inteira produz.
      * Vao os registros encadeados de AUDITLOG.DAT com sequencia
      * acima da ultima exportada ate o selo AUDITFIM mais recente,
      * inclusive - o que foi gravado depois do selo sai na remessa
      * do dia seguinte - e as entradas de ALERTAS.DAT posteriores a
      * ultima exportada. A categoria sai da tabela WS-TABELA-EVENTOS
      * (pelo resultado gravado ou pelo programa; o resto e OUTROS).
      *
      * O controle AUDEXPCT.DAT guarda a ultima remessa, a ultima
      * sequencia exportada com o seu check e a marca do ultimo
      * alerta exportado (data/hora e quantos alertas tinham essa
      * mesma data/hora), e so e regravado depois de o arquivo de
      * intercambio estar fechado: nada e enviado duas vezes. Sem
      * selo novo desde a ultima remessa nada e gravado; uma
      * sequencia que nao emenda na ultima enviada (registros ja
      * cortados para a geracao pelo CAP02AP06 antes de exportados)
      * e apontada como furo. Nos dois casos o passo devolve condicao
      * 4 a cadeia.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUD-STATUS.
           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALE-STATUS.
           SELECT CONTROLE-FILE ASSIGN TO "AUDEXPCT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTL-STATUS.
           SELECT EXPORTA-FILE ASSIGN TO DYNAMIC WS-NOME-EXPORTA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditlog.cpy".
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
       FD  CONTROLE-FILE.
       01  EC-REGISTRO.
           05  EC-REMESSA      PIC 9(6).
           05  EC-SEQUENCIA    PIC 9(8).
           05  EC-CHECK        PIC 9(9).
           05  EC-ALE-DATA     PIC 9(8).
           05  EC-ALE-HORA     PIC 9(6).
           05  EC-ALE-QTDE     PIC 9(4).
           05  EC-DATA         PIC 9(8).
       FD  EXPORTA-FILE.
       01  EX-LINHA            PIC X(120).
       01  EX-CABECALHO REDEFINES EX-LINHA.
           05  EX-H-TIPO       PIC X.
           05  EX-H-REMESSA    PIC 9(6).
           05  EX-H-DIA        PIC 9(8).
           05  EX-H-DATA       PIC 9(8).
           05  EX-H-HORA       PIC 9(6).
           05  EX-H-SEQ-INICIO PIC 9(8).
       01  EX-DETALHE REDEFINES EX-LINHA.
           05  EX-D-TIPO       PIC X.
           05  EX-D-REMESSA    PIC 9(6).
           05  EX-D-ORIGEM     PIC X.
           05  EX-D-SEQUENCIA  PIC 9(8).
           05  EX-D-DATA       PIC 9(8).
           05  EX-D-HORA       PIC 9(6).
           05  EX-D-CATEGORIA  PIC X(10).
           05  EX-D-SEVERIDADE PIC 9.
           05  EX-D-OPERADOR   PIC X(12).
           05  EX-D-TERMINAL   PIC X(8).
           05  EX-D-PROGRAMA   PIC X(8).
           05  EX-D-DESCRICAO  PIC X(42).
           05  EX-D-CHECK      PIC 9(9).
       01  EX-TRAILER REDEFINES EX-LINHA.
           05  EX-T-TIPO       PIC X.
           05  EX-T-REMESSA    PIC 9(6).
           05  EX-T-QTDE       PIC 9(7).
           05  EX-T-QTDE-AUD   PIC 9(7).
           05  EX-T-QTDE-ALE   PIC 9(7).
           05  EX-T-SELO-SEQ   PIC 9(8).
           05  EX-T-SELO-CHECK PIC 9(9).
       WORKING-STORAGE SECTION.
       78  QTDE-EVENTOS VALUE 16.
      *    Classificacao dos eventos: criterio (R resultado gravado,
      *    P programa), valor procurado, categoria e severidade. A
      *    primeira entrada que casa vale.
       01  WS-TABELA-EVENTOS.
           05  FILLER PIC X(32) VALUE
               "RSIGNON OK           SIGNON    1".
           05  FILLER PIC X(32) VALUE
               "RSIGNON NEGADO       SIGNON    2".
           05  FILLER PIC X(32) VALUE
               "RSIGNON DUPLICADO    SIGNON    2".
           05  FILLER PIC X(32) VALUE
               "RCONTA BLOQUEADA     SIGNON    3".
           05  FILLER PIC X(32) VALUE
               "RSENHA TROCADA       SIGNON    1".
           05  FILLER PIC X(32) VALUE
               "RSENHA REDEFINIDA    SIGNON    2".
           05  FILLER PIC X(32) VALUE
               "RACESSO NEGADO       ACESSO    2".
           05  FILLER PIC X(32) VALUE
               "PCAP02A17            ACESSO    2".
           05  FILLER PIC X(32) VALUE
               "PCAP02A13            TRAVA     3".
           05  FILLER PIC X(32) VALUE
               "RTRAVA CEIFADA       TRAVA     2".
           05  FILLER PIC X(32) VALUE
               "RFILA CEIFADA        TRAVA     2".
           05  FILLER PIC X(32) VALUE
               "PCAP04A11            NOTA      2".
           05  FILLER PIC X(32) VALUE
               "PCAP02A14            PARAMETRO 2".
           05  FILLER PIC X(32) VALUE
               "RMETA ALTERADA       PARAMETRO 1".
           05  FILLER PIC X(32) VALUE
               "RREDE ALTERADA       PARAMETRO 1".
           05  FILLER PIC X(32) VALUE
               "PAUDITFIM            SELO      1".
       01  WS-TABELA-EVENTOS-R REDEFINES WS-TABELA-EVENTOS.
           05  WS-EVT-ENTRADA OCCURS QTDE-EVENTOS TIMES.
               10  WS-EVT-CRITERIO   PIC X.
               10  WS-EVT-VALOR      PIC X(20).
               10  WS-EVT-CATEGORIA  PIC X(10).
               10  WS-EVT-SEVERIDADE PIC 9.
       77  AC-EV               PIC 9(2).
       77  WS-AUD-STATUS       PIC XX.
       77  WS-ALE-STATUS       PIC XX.
       77  WS-CTL-STATUS       PIC XX.
       77  WS-EXP-STATUS       PIC XX.
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
       77  WS-NOME-EXPORTA     PIC X(30).
       77  WS-SEQ-BRUTA        PIC X(8).
      *    Controle da ultima remessa (AUDEXPCT.DAT).
       77  WS-REMESSA          PIC 9(6) VALUE ZERO.
       77  WS-ULTIMA-SEQ       PIC 9(8) VALUE ZERO.
       77  WS-ULTIMO-CHECK     PIC 9(9) VALUE ZERO.
       77  WS-MARCA-DATA       PIC 9(8) VALUE ZERO.
       77  WS-MARCA-HORA       PIC 9(6) VALUE ZERO.
       77  WS-MARCA-QTDE       PIC 9(4) VALUE ZERO.
      *    Selo AUDITFIM mais recente ainda nao exportado.
       77  WS-SELO-SEQ         PIC 9(8) VALUE ZERO.
       77  WS-SELO-CHECK       PIC 9(9) VALUE ZERO.
       77  WS-SELO-DATA        PIC 9(8) VALUE ZERO.
      *    Nova marca dos alertas: a data/hora mais recente do arquivo
      *    e quantos alertas a tem.
       77  WS-NOVA-DATA        PIC 9(8) VALUE ZERO.
       77  WS-NOVA-HORA        PIC 9(6) VALUE ZERO.
       77  WS-NOVA-QTDE        PIC 9(4) VALUE ZERO.
       77  WS-NA-MARCA         PIC 9(4) VALUE ZERO.
       77  WS-EXPORTA          PIC X.
       77  WS-ESPERADA         PIC 9(8).
       77  WS-FUROS            PIC 9(6) VALUE ZERO.
       77  WS-QTDE-AUD         PIC 9(7) VALUE ZERO.
       77  WS-QTDE-ALE         PIC 9(7) VALUE ZERO.
       77  WS-QTDE-TOTAL       PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-LIDOS      PIC 9(6) VALUE ZERO.
       77  WS-DATA-HORA-SISTEMA PIC X(20).
       77  WS-DATA-INICIO      PIC X(20).
       77  WS-DATA-FIM         PIC X(20).
       77  WS-DUR-HRA          PIC 9(4).
       77  WS-DUR-MIN          PIC 9(2).
       77  WS-DUR-SEG          PIC 9(2).
       77  WS-DUR-CEN          PIC 9(2).
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP02A33".
       77  WS-RESULTADO        PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY "-------------------------------------------".
           DISPLAY "Exportacao da Trilha para a Seguranca".
           DISPLAY "-------------------------------------------".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-INICIO.
           MOVE ZERO TO WS-FUROS WS-QTDE-AUD WS-QTDE-ALE
              WS-QTDE-TOTAL WS-TOTAL-LIDOS WS-SELO-SEQ.
           MOVE 0 TO RETURN-CODE.
           PERFORM 100-LE-CONTROLE.
           PERFORM 200-LOCALIZA-SELO.
           IF WS-SELO-SEQ = ZERO
              DISPLAY "Nenhum selo AUDITFIM depois da sequencia "
                 WS-ULTIMA-SEQ "; nada exportado."
              MOVE "SEM SELO NOVO" TO WS-RESULTADO
              PERFORM 900-ENCERRA
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1 TO WS-REMESSA.
           MOVE SPACES TO WS-NOME-EXPORTA.
           STRING "SEG" WS-REMESSA ".DAT" DELIMITED BY SIZE
              INTO WS-NOME-EXPORTA.
           OPEN OUTPUT EXPORTA-FILE.
           IF WS-EXP-STATUS NOT = "00"
              DISPLAY "Erro ao criar " FUNCTION TRIM(WS-NOME-EXPORTA)
                 ": " WS-EXP-STATUS
              MOVE "ERRO" TO WS-RESULTADO
              PERFORM 900-ENCERRA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 300-GRAVA-CABECALHO.
           PERFORM 400-EXPORTA-AUDITORIA.
           PERFORM 500-EXPORTA-ALERTAS.
           PERFORM 600-GRAVA-TRAILER.
           CLOSE EXPORTA-FILE.
           PERFORM 700-GRAVA-CONTROLE.
           DISPLAY "Remessa ...............: "
              FUNCTION TRIM(WS-NOME-EXPORTA).
           DISPLAY "Registros de auditoria : " WS-QTDE-AUD.
           DISPLAY "Alertas ...............: " WS-QTDE-ALE.
           DISPLAY "Selo do dia ...........: " WS-SELO-DATA
              " seq " WS-SELO-SEQ " check " WS-SELO-CHECK.
           IF WS-FUROS > ZERO
              MOVE "EXPORTADO C/FURO" TO WS-RESULTADO
           ELSE
              MOVE "EXPORTADO" TO WS-RESULTADO
           END-IF
           PERFORM 900-ENCERRA.
           IF WS-FUROS > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      ******************************************************************
      * CONTROLE DA ULTIMA REMESSA (AUDEXPCT.DAT); SEM O ARQUIVO, A    *
      * PRIMEIRA REMESSA LEVA A TRILHA ENCADEADA DESDE O INICIO        *
      ******************************************************************
       100-LE-CONTROLE                 SECTION.
           OPEN INPUT CONTROLE-FILE.
           IF WS-CTL-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           READ CONTROLE-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF EC-REMESSA IS NUMERIC
                    MOVE EC-REMESSA   TO WS-REMESSA
                    MOVE EC-SEQUENCIA TO WS-ULTIMA-SEQ
                    MOVE EC-CHECK     TO WS-ULTIMO-CHECK
                    MOVE EC-ALE-DATA  TO WS-MARCA-DATA
                    MOVE EC-ALE-HORA  TO WS-MARCA-HORA
                    MOVE EC-ALE-QTDE  TO WS-MARCA-QTDE
                 END-IF
           END-READ.
           CLOSE CONTROLE-FILE.
           EXIT.
      ******************************************************************
      * PRIMEIRA LEITURA DA TRILHA: O SELO AUDITFIM MAIS RECENTE COM   *
      * SEQUENCIA ACIMA DA ULTIMA EXPORTADA FECHA A REMESSA            *
      ******************************************************************
       200-LOCALIZA-SELO               SECTION.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUD-STATUS NOT = "00"
              DISPLAY "AUDITLOG.DAT nao encontrado."
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ AUDIT-LOG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    PERFORM 800-AVALIA-ENCADEADO
                    IF WS-EXPORTA = "S"
                       AND AL-PROGRAMA = "AUDITFIM"
                       MOVE AL-SEQUENCIA TO WS-SELO-SEQ
                       MOVE AL-CHECK     TO WS-SELO-CHECK
                       MOVE AL-DATA      TO WS-SELO-DATA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * CABECALHO "0" DA REMESSA                                       *
      ******************************************************************
       300-GRAVA-CABECALHO             SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           MOVE SPACES TO EX-LINHA.
           MOVE "0" TO EX-H-TIPO.
           MOVE WS-REMESSA TO EX-H-REMESSA.
           MOVE WS-SELO-DATA TO EX-H-DIA.
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO EX-H-DATA.
           MOVE WS-DATA-HORA-SISTEMA(9:6) TO EX-H-HORA.
           COMPUTE EX-H-SEQ-INICIO = WS-ULTIMA-SEQ + 1.
           WRITE EX-LINHA.
           EXIT.
      ******************************************************************
      * SEGUNDA LEITURA DA TRILHA: UM DETALHE "1" POR REGISTRO         *
      * ENCADEADO DEPOIS DA ULTIMA SEQUENCIA EXPORTADA ATE O SELO,     *
      * CONFERINDO QUE A SEQUENCIA EMENDA SEM FURO                     *
      ******************************************************************
       400-EXPORTA-AUDITORIA           SECTION.
           COMPUTE WS-ESPERADA = WS-ULTIMA-SEQ + 1.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUD-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ AUDIT-LOG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-TOTAL-LIDOS
                    PERFORM 800-AVALIA-ENCADEADO
                    IF WS-EXPORTA = "S"
                       AND AL-SEQUENCIA NOT > WS-SELO-SEQ
                       PERFORM 450-GRAVA-AUDITORIA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UM REGISTRO DA TRILHA NO LEIAUTE DA SEGURANCA, COM CATEGORIA E *
      * SEVERIDADE PELA TABELA DE EVENTOS                              *
      ******************************************************************
       450-GRAVA-AUDITORIA             SECTION.
           IF AL-SEQUENCIA NOT = WS-ESPERADA
              ADD 1 TO WS-FUROS
              DISPLAY "Furo na trilha exportada: esperada a sequencia "
                 WS-ESPERADA ", encontrada " AL-SEQUENCIA "."
           END-IF
           COMPUTE WS-ESPERADA = AL-SEQUENCIA + 1.
           MOVE SPACES TO EX-LINHA.
           MOVE "1" TO EX-D-TIPO.
           MOVE WS-REMESSA TO EX-D-REMESSA.
           MOVE "A" TO EX-D-ORIGEM.
           MOVE AL-SEQUENCIA TO EX-D-SEQUENCIA.
           MOVE AL-DATA TO EX-D-DATA.
           MOVE AL-HORA TO EX-D-HORA.
           MOVE "OUTROS" TO EX-D-CATEGORIA.
           MOVE 1 TO EX-D-SEVERIDADE.
           PERFORM VARYING AC-EV FROM 1 BY 1
                   UNTIL AC-EV > QTDE-EVENTOS
              IF (WS-EVT-CRITERIO(AC-EV) = "R"
                  AND AL-RESULTADO = WS-EVT-VALOR(AC-EV))
                 OR (WS-EVT-CRITERIO(AC-EV) = "P"
                  AND AL-PROGRAMA = WS-EVT-VALOR(AC-EV)(1:8))
                 MOVE WS-EVT-CATEGORIA(AC-EV) TO EX-D-CATEGORIA
                 MOVE WS-EVT-SEVERIDADE(AC-EV) TO EX-D-SEVERIDADE
                 MOVE QTDE-EVENTOS TO AC-EV
              END-IF
           END-PERFORM.
           MOVE AL-OPERADOR TO EX-D-OPERADOR.
           MOVE AL-TERMINAL TO EX-D-TERMINAL.
           MOVE AL-PROGRAMA TO EX-D-PROGRAMA.
           MOVE AL-RESULTADO TO EX-D-DESCRICAO.
           MOVE AL-CHECK TO EX-D-CHECK.
           WRITE EX-LINHA.
           ADD 1 TO WS-QTDE-AUD.
           MOVE AL-SEQUENCIA TO WS-ULTIMA-SEQ.
           MOVE AL-CHECK TO WS-ULTIMO-CHECK.
           EXIT.
      ******************************************************************
      * ALERTAS POSTERIORES A MARCA DA ULTIMA REMESSA: DATA/HORA ACIMA *
      * DA MARCA, OU NA PROPRIA MARCA ALEM DOS JA ENVIADOS             *
      ******************************************************************
       500-EXPORTA-ALERTAS             SECTION.
           MOVE WS-MARCA-DATA TO WS-NOVA-DATA.
           MOVE WS-MARCA-HORA TO WS-NOVA-HORA.
           MOVE WS-MARCA-QTDE TO WS-NOVA-QTDE.
           MOVE ZERO TO WS-NA-MARCA.
           OPEN INPUT ALERTAS-FILE.
           IF WS-ALE-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ ALERTAS-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF AT-DATA IS NUMERIC AND AT-HORA IS NUMERIC
                       PERFORM 550-AVALIA-ALERTA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ALERTAS-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UM ALERTA: EXPORTADO SE FOR NOVO, E A NOVA MARCA ACOMPANHA A   *
      * DATA/HORA MAIS RECENTE                                         *
      ******************************************************************
       550-AVALIA-ALERTA               SECTION.
           MOVE "N" TO WS-EXPORTA.
           EVALUATE TRUE
              WHEN AT-DATA > WS-MARCA-DATA
                 MOVE "S" TO WS-EXPORTA
              WHEN AT-DATA = WS-MARCA-DATA
                   AND AT-HORA > WS-MARCA-HORA
                 MOVE "S" TO WS-EXPORTA
              WHEN AT-DATA = WS-MARCA-DATA
                   AND AT-HORA = WS-MARCA-HORA
                 ADD 1 TO WS-NA-MARCA
                 IF WS-NA-MARCA > WS-MARCA-QTDE
                    MOVE "S" TO WS-EXPORTA
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-EXPORTA = "S"
              IF AT-DATA = WS-NOVA-DATA AND AT-HORA = WS-NOVA-HORA
                 ADD 1 TO WS-NOVA-QTDE
              ELSE
                 IF AT-DATA > WS-NOVA-DATA
                    OR (AT-DATA = WS-NOVA-DATA
                        AND AT-HORA > WS-NOVA-HORA)
                    MOVE AT-DATA TO WS-NOVA-DATA
                    MOVE AT-HORA TO WS-NOVA-HORA
                    MOVE 1 TO WS-NOVA-QTDE
                 END-IF
              END-IF
              PERFORM 560-GRAVA-ALERTA
           END-IF.
           EXIT.
      ******************************************************************
      * UM ALERTA NO LEIAUTE DA SEGURANCA (CATEGORIA ALERTA, CRITICO;  *
      * O OPERADOR E O QUE O RECONHECEU, QUANDO JA RECONHECIDO)        *
      ******************************************************************
       560-GRAVA-ALERTA                SECTION.
           MOVE SPACES TO EX-LINHA.
           MOVE "1" TO EX-D-TIPO.
           MOVE WS-REMESSA TO EX-D-REMESSA.
           MOVE "L" TO EX-D-ORIGEM.
           MOVE ZERO TO EX-D-SEQUENCIA.
           MOVE AT-DATA TO EX-D-DATA.
           MOVE AT-HORA TO EX-D-HORA.
           MOVE "ALERTA" TO EX-D-CATEGORIA.
           MOVE 3 TO EX-D-SEVERIDADE.
           MOVE AT-RECONHECEDOR TO EX-D-OPERADOR.
           MOVE SPACES TO EX-D-TERMINAL.
           MOVE SPACES TO EX-D-PROGRAMA.
           STRING AT-REGRA AT-DETALHE DELIMITED BY SIZE
              INTO EX-D-DESCRICAO.
           MOVE ZERO TO EX-D-CHECK.
           WRITE EX-LINHA.
           ADD 1 TO WS-QTDE-ALE.
           EXIT.
      ******************************************************************
      * TRAILER "9": QUANTIDADES E O SELO DO DIA                       *
      ******************************************************************
       600-GRAVA-TRAILER               SECTION.
           COMPUTE WS-QTDE-TOTAL = WS-QTDE-AUD + WS-QTDE-ALE.
           MOVE SPACES TO EX-LINHA.
           MOVE "9" TO EX-T-TIPO.
           MOVE WS-REMESSA TO EX-T-REMESSA.
           MOVE WS-QTDE-TOTAL TO EX-T-QTDE.
           MOVE WS-QTDE-AUD TO EX-T-QTDE-AUD.
           MOVE WS-QTDE-ALE TO EX-T-QTDE-ALE.
           MOVE WS-SELO-SEQ TO EX-T-SELO-SEQ.
           MOVE WS-SELO-CHECK TO EX-T-SELO-CHECK.
           WRITE EX-LINHA.
           EXIT.
      ******************************************************************
      * REGRAVACAO DO CONTROLE, SO DEPOIS DA REMESSA FECHADA           *
      ******************************************************************
       700-GRAVA-CONTROLE              SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           MOVE WS-REMESSA      TO EC-REMESSA.
           MOVE WS-ULTIMA-SEQ   TO EC-SEQUENCIA.
           MOVE WS-ULTIMO-CHECK TO EC-CHECK.
           MOVE WS-NOVA-DATA    TO EC-ALE-DATA.
           MOVE WS-NOVA-HORA    TO EC-ALE-HORA.
           MOVE WS-NOVA-QTDE    TO EC-ALE-QTDE.
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO EC-DATA.
           OPEN OUTPUT CONTROLE-FILE.
           IF WS-CTL-STATUS NOT = "00"
              DISPLAY "Erro ao gravar AUDEXPCT.DAT: " WS-CTL-STATUS
              EXIT SECTION
           END-IF
           WRITE EC-REGISTRO.
           CLOSE CONTROLE-FILE.
           EXIT.
      ******************************************************************
      * REGISTRO DA TRILHA ENCADEADO (SEQUENCIA NUMERICA, SEM AS       *
      * LINHAS DE CONTROLE "*") E POSTERIOR A ULTIMA EXPORTADA         *
      ******************************************************************
       800-AVALIA-ENCADEADO            SECTION.
           MOVE "N" TO WS-EXPORTA.
           IF AL-REGISTRO(1:1) = "*"
              EXIT SECTION
           END-IF
           MOVE AL-SEQUENCIA TO WS-SEQ-BRUTA.
           IF WS-SEQ-BRUTA = SPACES OR WS-SEQ-BRUTA IS NOT NUMERIC
              EXIT SECTION
           END-IF
           IF AL-SEQUENCIA > WS-ULTIMA-SEQ
              MOVE "S" TO WS-EXPORTA
           END-IF.
           EXIT.
      ******************************************************************
      * TOTAIS DO PASSO (STATSLOG) E REGISTRO NA TRILHA                *
      ******************************************************************
       900-ENCERRA                     SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-FIM.
           CALL "DURACALC" USING WS-DATA-INICIO, WS-DATA-FIM,
              WS-DUR-HRA, WS-DUR-MIN, WS-DUR-SEG, WS-DUR-CEN.
           CALL "STATSLOG" USING BY REFERENCE WS-PROGRAMA,
              BY REFERENCE WS-TOTAL-LIDOS,
              BY REFERENCE WS-FUROS,
              BY REFERENCE WS-DUR-HRA, BY REFERENCE WS-DUR-MIN,
              BY REFERENCE WS-DUR-SEG, BY REFERENCE WS-DUR-CEN.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
       END PROGRAM CAP02AP33.
