       IDENTIFICATION DIVISION.
       PROGRAM-ID. C0502CMR.
      *
      * Relatorio de movimento das taxas de cambio num periodo, sobre
      * o historico datado de CAMBIO.DAT (mantida por C0502CMB e pela
      * carga C0502CML): a tesouraria pergunta como o dolar andou no
      * trimestre e a resposta saia copiando taxas para planilha. Para
      * cada moeda (ou so a moeda pedida) o relatorio traz:
      *    - abertura (taxa vigente no primeiro dia do periodo - a
      *      ultima publicada ate ele, como TAXACAMB escolhe; sem
      *      nenhuma anterior, a primeira publicada no periodo),
      *      fechamento (ultima publicada no periodo), minima, maxima,
      *      media das taxas publicadas e a variacao percentual do
      *      periodo (fechamento sobre abertura);
      *    - as maiores variacoes dia a dia, cada taxa publicada
      *      contra a publicada imediatamente antes dela, em valor
      *      absoluto;
      *    - os dias uteis do calendario da empresa (C0602FER sobre
      *      FERIADOS.DAT) sem taxa publicada para a moeda.
      * Duas taxas da mesma moeda no mesmo dia: vale a ultima gravada,
      * como na consulta datada. Saida CAMBIOMV.LST via IMPRIME,
      * preservada pela RELGER, e a mesma informacao em CAMBIOMV.CSV
      * (separador ";" como TURMAEST.CSV do CAP04AP03), uma linha por
      * registro com o tipo na primeira coluna (RESUMO, MOVIMENTO,
      * SEM TAXA) para a planilha filtrar.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBIO-FILE ASSIGN TO "CAMBIO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-CMB-STATUS.
           SELECT CAMBIO-CSV-FILE ASSIGN TO "CAMBIOMV.CSV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-CSV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAMBIO-FILE.
       COPY "cambio.cpy".
       FD  CAMBIO-CSV-FILE.
       01  MC-LINHA                PIC X(132).
       LOCAL-STORAGE SECTION.
       77  LS-CMB-STATUS       PIC XX.
       77  LS-CSV-STATUS       PIC XX.
       77  LS-FIM-ARQUIVO      PIC X VALUE "N".
           88 LS-FIM-OK        VALUE "S".
       77  LS-ENTRADA-DATA     PIC X(10).
       77  LS-SAIDA-DATA       PIC X(10).
       77  LS-MOTIVO           PIC X(40).
       77  LS-DATA-INICIO      PIC 9(8).
       77  LS-DATA-FINAL       PIC 9(8).
       77  LS-MOEDA-FILTRO     PIC X(3).
       77  LS-DATA-LINHA       PIC 9(8).
       78  LIMITE-TAXAS VALUE 3000.
       01  LS-TAB-TAXAS.
           05  LS-TX-ENTRADA OCCURS LIMITE-TAXAS TIMES.
               10  LS-TX-MOEDA PIC X(3).
               10  LS-TX-DATA  PIC 9(8).
               10  LS-TX-TAXA  PIC 9(2)V9(6).
       77  LS-QTDE-TAXAS       PIC 9(4) VALUE ZERO.
       77  LS-TAXAS-FORA       PIC 9(6) VALUE ZERO.
       78  LIMITE-MOEDAS VALUE 20.
       01  LS-TAB-MOEDAS.
           05  LS-MD-ENTRADA OCCURS LIMITE-MOEDAS TIMES.
               10  LS-MD-MOEDA     PIC X(3).
               10  LS-MD-ANT-DATA  PIC 9(8).
               10  LS-MD-ANT-TAXA  PIC 9(2)V9(6).
       77  LS-QTDE-MOEDAS      PIC 9(2) VALUE ZERO.
       78  LIMITE-MOVIMENTOS VALUE 10.
       01  LS-TAB-MOVIMENTOS.
           05  LS-MV-ENTRADA OCCURS LIMITE-MOVIMENTOS TIMES.
               10  LS-MV-DATA      PIC 9(8).
               10  LS-MV-DATA-ANT  PIC 9(8).
               10  LS-MV-ANTERIOR  PIC 9(2)V9(6).
               10  LS-MV-TAXA      PIC 9(2)V9(6).
               10  LS-MV-VARIACAO  PIC S9(5)V9(4).
               10  LS-MV-ABSOLUTA  PIC 9(5)V9(4).
       77  LS-QTDE-MOVIMENTOS  PIC 9(2) VALUE ZERO.
       78  LIMITE-LACUNAS VALUE 200.
       01  LS-TAB-LACUNAS.
           05  LS-LC-DATA PIC 9(8) OCCURS LIMITE-LACUNAS TIMES.
       77  LS-QTDE-LACUNAS     PIC 9(3) VALUE ZERO.
       77  LS-TOTAL-LACUNAS    PIC 9(4) VALUE ZERO.
       77  AC-TX               PIC 9(4).
       77  AC-MD               PIC 9(2).
       77  AC-CI               PIC 9(2).
       77  AC-MV               PIC 9(2).
       77  AC-LC               PIC 9(3).
       77  LS-DIA-INT          PIC 9(7).
       77  LS-DIA-FINAL-INT    PIC 9(7).
       77  LS-DIA-N            PIC 9(8).
       01  LS-DIA-BARRA.
           05  LS-DB-DIA       PIC 99.
           05  FILLER          PIC X VALUE "/".
           05  LS-DB-MES       PIC 99.
           05  FILLER          PIC X VALUE "/".
           05  LS-DB-ANO       PIC 9(4).
       77  LS-FERIADO          PIC X.
       77  LS-FIM-SEMANA       PIC X.
       77  LS-DIA-UTIL         PIC X.
       77  LS-ACHOU            PIC X.
       77  LS-TAXA-DIA         PIC 9(2)V9(6).
       77  LS-TAXA-ANT         PIC 9(2)V9(6).
       77  LS-DATA-ANT         PIC 9(8).
       77  LS-QTDE-COTACOES    PIC 9(4).
       77  LS-SOMA-TAXAS       PIC 9(6)V9(6).
       77  LS-ABERTURA         PIC 9(2)V9(6).
       77  LS-FECHAMENTO       PIC 9(2)V9(6).
       77  LS-MINIMA           PIC 9(2)V9(6).
       77  LS-MAXIMA           PIC 9(2)V9(6).
       77  LS-MEDIA            PIC 9(2)V9(6).
       77  LS-VARIACAO         PIC S9(5)V9(4).
       77  LS-ABSOLUTA         PIC 9(5)V9(4).
       77  LS-POSICAO          PIC 9(2).
       77  LS-S-ABERTURA       PIC Z9.999999.
       77  LS-S-FECHAMENTO     PIC Z9.999999.
       77  LS-S-MINIMA         PIC Z9.999999.
       77  LS-S-MAXIMA         PIC Z9.999999.
       77  LS-S-MEDIA          PIC Z9.999999.
       77  LS-S-ANTERIOR       PIC Z9.999999.
       77  LS-S-TAXA           PIC Z9.999999.
       77  LS-S-VARIACAO       PIC -(4)9.9999.
       77  LS-S-DATA           PIC X(10).
       77  LS-S-DATA-ANT       PIC X(10).
       77  LS-S-COTACOES       PIC Z(3)9.
       77  LS-S-LACUNAS        PIC Z(3)9.
       77  LS-PONTEIRO         PIC 9(3).
       77  LS-LINHA            PIC X(132) VALUE SPACES.
       77  LS-IMP-OPCAO        PIC X.
       77  LS-IMP-TEXTO        PIC X(132).
       77  LS-IMP-TOTAL        PIC 9(6) VALUE ZERO.
       77  LS-NOME-RELATORIO   PIC X(14).
       77  LS-PROGRAMA         PIC X(8) VALUE "C0502CMR".
       77  LS-RESULTADO        PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY "--------------------------------------------".
           DISPLAY "Movimento das Taxas de Cambio no Periodo".
           DISPLAY "--------------------------------------------".
           PERFORM 100-LE-PERIODO.
           IF LS-DATA-INICIO = ZERO
              MOVE "ERRO" TO LS-RESULTADO
              CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO
              GOBACK
           END-IF
           PERFORM 200-CARREGA-TAXAS.
           IF LS-QTDE-MOEDAS = ZERO
              DISPLAY "Nenhuma taxa cadastrada ate o fim do periodo."
              MOVE "SEM TAXAS" TO LS-RESULTADO
              CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO
              GOBACK
           END-IF
           MOVE "A" TO LS-IMP-OPCAO.
           MOVE SPACES TO LS-IMP-TEXTO.
           MOVE "CAMBIOMV.LST" TO LS-IMP-TEXTO(1:14).
           MOVE "MOVIMENTO DAS TAXAS DE CAMBIO NO PERIODO"
              TO LS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING LS-IMP-OPCAO, LS-IMP-TEXTO,
              LS-IMP-TOTAL.
           MOVE LS-DATA-INICIO TO LS-DIA-N.
           PERFORM 800-FORMATA-DIA.
           MOVE LS-DIA-BARRA TO LS-S-DATA-ANT.
           MOVE LS-DATA-FINAL TO LS-DIA-N.
           PERFORM 800-FORMATA-DIA.
           MOVE LS-DIA-BARRA TO LS-S-DATA.
           MOVE SPACES TO LS-LINHA.
           STRING "PERIODO DE " LS-S-DATA-ANT " A " LS-S-DATA
              DELIMITED BY SIZE INTO LS-LINHA.
           PERFORM 850-IMPRIME-LINHA.
           OPEN OUTPUT CAMBIO-CSV-FILE.
           MOVE SPACES TO MC-LINHA.
           STRING "TIPO;MOEDA;ABERTURA;FECHAMENTO;MINIMA;MAXIMA;"
                  "MEDIA;VARIACAO %;COTACOES;DIAS UTEIS SEM TAXA"
              DELIMITED BY SIZE INTO MC-LINHA.
           WRITE MC-LINHA.
           MOVE SPACES TO MC-LINHA.
           STRING "TIPO;MOEDA;DATA;DATA ANTERIOR;TAXA ANTERIOR;"
                  "TAXA;VARIACAO %"
              DELIMITED BY SIZE INTO MC-LINHA.
           WRITE MC-LINHA.
           MOVE "TIPO;MOEDA;DATA" TO MC-LINHA.
           WRITE MC-LINHA.
           PERFORM 300-ANALISA-MOEDA
              VARYING AC-MD FROM 1 BY 1 UNTIL AC-MD > LS-QTDE-MOEDAS.
           IF LS-TAXAS-FORA > ZERO
              MOVE SPACES TO LS-LINHA
              STRING "ATENCAO: " LS-TAXAS-FORA " TAXA(S) DO PERIODO"
                     " ALEM DA CAPACIDADE DA TABELA; RELATORIO"
                     " PARCIAL"
                 DELIMITED BY SIZE INTO LS-LINHA
              PERFORM 850-IMPRIME-LINHA
           END-IF.
           CLOSE CAMBIO-CSV-FILE.
           MOVE "F" TO LS-IMP-OPCAO.
           MOVE LS-QTDE-MOEDAS TO LS-IMP-TOTAL.
           CALL "IMPRIME" USING LS-IMP-OPCAO, LS-IMP-TEXTO,
              LS-IMP-TOTAL.
           MOVE "CAMBIOMV.LST" TO LS-NOME-RELATORIO.
           CALL "RELGER" USING LS-NOME-RELATORIO, LS-PROGRAMA.
           DISPLAY "Moedas no relatorio: " LS-QTDE-MOEDAS.
           DISPLAY "Relatorio gravado em CAMBIOMV.LST e CAMBIOMV.CSV.".
           MOVE "RELATORIO GERADO" TO LS-RESULTADO.
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           GOBACK.
      ******************************************************************
      * PERIODO (DATAS VALIDADAS POR C0602DAT) E MOEDA OPCIONAL        *
      ******************************************************************
       100-LE-PERIODO                  SECTION.
           MOVE ZERO TO LS-DATA-INICIO.
           DISPLAY "Data inicial (DD/MM/AAAA) ..: " WITH NO ADVANCING.
           ACCEPT LS-ENTRADA-DATA.
           CALL "C0602DAT" USING BY CONTENT LS-ENTRADA-DATA,
               BY REFERENCE LS-SAIDA-DATA, BY REFERENCE LS-MOTIVO,
               BY CONTENT "B".
           IF LS-SAIDA-DATA = "**/**/****"
              DISPLAY "Data invalida: " FUNCTION TRIM(LS-MOTIVO)
              EXIT SECTION
           END-IF
           MOVE LS-SAIDA-DATA(7:4) TO LS-DATA-LINHA(1:4).
           MOVE LS-SAIDA-DATA(4:2) TO LS-DATA-LINHA(5:2).
           MOVE LS-SAIDA-DATA(1:2) TO LS-DATA-LINHA(7:2).
           DISPLAY "Data final (DD/MM/AAAA) ....: " WITH NO ADVANCING.
           ACCEPT LS-ENTRADA-DATA.
           CALL "C0602DAT" USING BY CONTENT LS-ENTRADA-DATA,
               BY REFERENCE LS-SAIDA-DATA, BY REFERENCE LS-MOTIVO,
               BY CONTENT "B".
           IF LS-SAIDA-DATA = "**/**/****"
              DISPLAY "Data invalida: " FUNCTION TRIM(LS-MOTIVO)
              EXIT SECTION
           END-IF
           MOVE LS-SAIDA-DATA(7:4) TO LS-DATA-FINAL(1:4).
           MOVE LS-SAIDA-DATA(4:2) TO LS-DATA-FINAL(5:2).
           MOVE LS-SAIDA-DATA(1:2) TO LS-DATA-FINAL(7:2).
           IF LS-DATA-FINAL < LS-DATA-LINHA
              DISPLAY "Data final anterior a inicial."
              EXIT SECTION
           END-IF
           DISPLAY "Moeda (branco = todas) .....: " WITH NO ADVANCING.
           ACCEPT LS-MOEDA-FILTRO.
           MOVE FUNCTION UPPER-CASE(LS-MOEDA-FILTRO)
              TO LS-MOEDA-FILTRO.
           MOVE LS-DATA-LINHA TO LS-DATA-INICIO.
           EXIT.
      ******************************************************************
      * CARGA DE CAMBIO.DAT: TAXAS DO PERIODO NA TABELA E, POR MOEDA,  *
      * A ULTIMA TAXA ANTERIOR AO PERIODO (BASE DA ABERTURA)           *
      ******************************************************************
       200-CARREGA-TAXAS               SECTION.
           OPEN INPUT CAMBIO-FILE.
           IF LS-CMB-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL LS-FIM-OK
              READ CAMBIO-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    MOVE CB-DATA(7:4) TO LS-DATA-LINHA(1:4)
                    MOVE CB-DATA(4:2) TO LS-DATA-LINHA(5:2)
                    MOVE CB-DATA(1:2) TO LS-DATA-LINHA(7:2)
                    IF LS-DATA-LINHA IS NUMERIC
                       AND LS-DATA-LINHA <= LS-DATA-FINAL
                       AND (LS-MOEDA-FILTRO = SPACES
                            OR CB-MOEDA = LS-MOEDA-FILTRO)
                       PERFORM 250-GUARDA-TAXA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CAMBIO-FILE.
           EXIT.
      ******************************************************************
      * UMA TAXA ATE O FIM DO PERIODO: MOEDA NA TABELA DE MOEDAS E A   *
      * TAXA NA TABELA DO PERIODO OU COMO ANTERIOR AO PERIODO          *
      ******************************************************************
       250-GUARDA-TAXA                 SECTION.
           MOVE ZERO TO AC-MD.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > LS-QTDE-MOEDAS OR AC-MD > ZERO
              IF LS-MD-MOEDA(AC-CI) = CB-MOEDA
                 MOVE AC-CI TO AC-MD
              END-IF
           END-PERFORM.
           IF AC-MD = ZERO
              IF LS-QTDE-MOEDAS >= LIMITE-MOEDAS
                 ADD 1 TO LS-TAXAS-FORA
                 EXIT SECTION
              END-IF
              ADD 1 TO LS-QTDE-MOEDAS
              MOVE LS-QTDE-MOEDAS TO AC-MD
              MOVE CB-MOEDA TO LS-MD-MOEDA(AC-MD)
              MOVE ZERO TO LS-MD-ANT-DATA(AC-MD)
              MOVE ZERO TO LS-MD-ANT-TAXA(AC-MD)
           END-IF
           IF LS-DATA-LINHA < LS-DATA-INICIO
              IF LS-DATA-LINHA >= LS-MD-ANT-DATA(AC-MD)
                 MOVE LS-DATA-LINHA TO LS-MD-ANT-DATA(AC-MD)
                 MOVE CB-TAXA TO LS-MD-ANT-TAXA(AC-MD)
              END-IF
              EXIT SECTION
           END-IF
           IF LS-QTDE-TAXAS >= LIMITE-TAXAS
              ADD 1 TO LS-TAXAS-FORA
              EXIT SECTION
           END-IF
           ADD 1 TO LS-QTDE-TAXAS.
           MOVE CB-MOEDA      TO LS-TX-MOEDA(LS-QTDE-TAXAS).
           MOVE LS-DATA-LINHA TO LS-TX-DATA(LS-QTDE-TAXAS).
           MOVE CB-TAXA       TO LS-TX-TAXA(LS-QTDE-TAXAS).
           EXIT.
      ******************************************************************
      * UMA MOEDA: PERCORRE O PERIODO DIA A DIA, APURA AS ESTATISTICAS *
      * E IMPRIME O BLOCO DA MOEDA NO RELATORIO E NO CSV               *
      ******************************************************************
       300-ANALISA-MOEDA               SECTION.
           MOVE ZERO TO LS-QTDE-COTACOES, LS-SOMA-TAXAS,
              LS-ABERTURA, LS-FECHAMENTO, LS-MAXIMA,
              LS-QTDE-MOVIMENTOS, LS-QTDE-LACUNAS, LS-TOTAL-LACUNAS.
           MOVE 99.999999 TO LS-MINIMA.
           MOVE LS-MD-ANT-TAXA(AC-MD) TO LS-TAXA-ANT.
           MOVE LS-MD-ANT-DATA(AC-MD) TO LS-DATA-ANT.
           COMPUTE LS-DIA-INT = INTEGER-OF-DATE(LS-DATA-INICIO).
           COMPUTE LS-DIA-FINAL-INT = INTEGER-OF-DATE(LS-DATA-FINAL).
           PERFORM 310-ANALISA-DIA
              UNTIL LS-DIA-INT > LS-DIA-FINAL-INT.
           PERFORM 400-IMPRIME-MOEDA.
           EXIT.
      ******************************************************************
      * UM DIA DO PERIODO: TAXA PUBLICADA (A ULTIMA GRAVADA DO DIA) OU *
      * DIA UTIL SEM TAXA                                              *
      ******************************************************************
       310-ANALISA-DIA                 SECTION.
           COMPUTE LS-DIA-N = DATE-OF-INTEGER(LS-DIA-INT).
           MOVE "N" TO LS-ACHOU.
           PERFORM VARYING AC-TX FROM 1 BY 1
                   UNTIL AC-TX > LS-QTDE-TAXAS
              IF LS-TX-MOEDA(AC-TX) = LS-MD-MOEDA(AC-MD)
                 AND LS-TX-DATA(AC-TX) = LS-DIA-N
                 MOVE LS-TX-TAXA(AC-TX) TO LS-TAXA-DIA
                 MOVE "S" TO LS-ACHOU
              END-IF
           END-PERFORM.
           IF LS-ACHOU = "S"
              PERFORM 320-REGISTRA-COTACAO
           ELSE
              PERFORM 330-VERIFICA-DIA-UTIL
           END-IF.
           ADD 1 TO LS-DIA-INT.
           EXIT.
      ******************************************************************
      * TAXA PUBLICADA NO DIA: ESTATISTICAS E VARIACAO SOBRE A TAXA    *
      * PUBLICADA ANTES DELA                                           *
      ******************************************************************
       320-REGISTRA-COTACAO            SECTION.
           ADD 1 TO LS-QTDE-COTACOES.
           ADD LS-TAXA-DIA TO LS-SOMA-TAXAS.
           IF LS-TAXA-DIA < LS-MINIMA
              MOVE LS-TAXA-DIA TO LS-MINIMA
           END-IF
           IF LS-TAXA-DIA > LS-MAXIMA
              MOVE LS-TAXA-DIA TO LS-MAXIMA
           END-IF
           IF LS-QTDE-COTACOES = 1
              IF LS-DIA-N > LS-DATA-INICIO AND LS-TAXA-ANT > ZERO
                 MOVE LS-TAXA-ANT TO LS-ABERTURA
              ELSE
                 MOVE LS-TAXA-DIA TO LS-ABERTURA
              END-IF
           END-IF
           IF LS-TAXA-ANT > ZERO
              COMPUTE LS-VARIACAO ROUNDED =
                 (LS-TAXA-DIA - LS-TAXA-ANT) * 100 / LS-TAXA-ANT
              PERFORM 340-GUARDA-MOVIMENTO
           END-IF
           MOVE LS-TAXA-DIA TO LS-FECHAMENTO.
           MOVE LS-TAXA-DIA TO LS-TAXA-ANT.
           MOVE LS-DIA-N    TO LS-DATA-ANT.
           EXIT.
      ******************************************************************
      * DIA SEM TAXA: ENTRA NA LISTA SE FOR DIA UTIL NO CALENDARIO     *
      ******************************************************************
       330-VERIFICA-DIA-UTIL           SECTION.
           PERFORM 800-FORMATA-DIA.
           CALL "C0602FER" USING LS-DIA-BARRA, LS-FERIADO,
              LS-FIM-SEMANA, LS-DIA-UTIL.
           IF LS-DIA-UTIL NOT = "S"
              EXIT SECTION
           END-IF
           ADD 1 TO LS-TOTAL-LACUNAS.
           IF LS-QTDE-LACUNAS < LIMITE-LACUNAS
              ADD 1 TO LS-QTDE-LACUNAS
              MOVE LS-DIA-N TO LS-LC-DATA(LS-QTDE-LACUNAS)
           END-IF.
           EXIT.
      ******************************************************************
      * MAIORES VARIACOES: TABELA ORDENADA PELO VALOR ABSOLUTO, COM    *
      * INSERCAO NA POSICAO E DESCARTE DA MENOR QUANDO CHEIA           *
      ******************************************************************
       340-GUARDA-MOVIMENTO            SECTION.
           COMPUTE LS-ABSOLUTA = FUNCTION ABS(LS-VARIACAO).
           IF LS-QTDE-MOVIMENTOS < LIMITE-MOVIMENTOS
              ADD 1 TO LS-QTDE-MOVIMENTOS
              MOVE LS-QTDE-MOVIMENTOS TO LS-POSICAO
           ELSE
              IF LS-ABSOLUTA <= LS-MV-ABSOLUTA(LIMITE-MOVIMENTOS)
                 EXIT SECTION
              END-IF
              MOVE LIMITE-MOVIMENTOS TO LS-POSICAO
           END-IF
           PERFORM UNTIL LS-POSICAO = 1
              OR LS-MV-ABSOLUTA(LS-POSICAO - 1) >= LS-ABSOLUTA
              MOVE LS-MV-ENTRADA(LS-POSICAO - 1)
                 TO LS-MV-ENTRADA(LS-POSICAO)
              SUBTRACT 1 FROM LS-POSICAO
           END-PERFORM.
           MOVE LS-DIA-N    TO LS-MV-DATA(LS-POSICAO).
           MOVE LS-DATA-ANT TO LS-MV-DATA-ANT(LS-POSICAO).
           MOVE LS-TAXA-ANT TO LS-MV-ANTERIOR(LS-POSICAO).
           MOVE LS-TAXA-DIA TO LS-MV-TAXA(LS-POSICAO).
           MOVE LS-VARIACAO TO LS-MV-VARIACAO(LS-POSICAO).
           MOVE LS-ABSOLUTA TO LS-MV-ABSOLUTA(LS-POSICAO).
           EXIT.
      ******************************************************************
      * BLOCO DA MOEDA: RESUMO, MAIORES VARIACOES E DIAS SEM TAXA, NO  *
      * RELATORIO E NO CSV                                             *
      ******************************************************************
       400-IMPRIME-MOEDA               SECTION.
           MOVE SPACES TO LS-LINHA.
           PERFORM 850-IMPRIME-LINHA.
           IF LS-QTDE-COTACOES = ZERO
              MOVE SPACES TO LS-LINHA
              STRING "MOEDA " LS-MD-MOEDA(AC-MD)
                     "   NENHUMA TAXA PUBLICADA NO PERIODO"
                 DELIMITED BY SIZE INTO LS-LINHA
              PERFORM 850-IMPRIME-LINHA
              MOVE SPACES TO MC-LINHA
              STRING "RESUMO;" LS-MD-MOEDA(AC-MD) ";;;;;;;0;"
                 DELIMITED BY SIZE INTO MC-LINHA
              WRITE MC-LINHA
              EXIT SECTION
           END-IF
           COMPUTE LS-MEDIA ROUNDED =
              LS-SOMA-TAXAS / LS-QTDE-COTACOES.
           COMPUTE LS-VARIACAO ROUNDED =
              (LS-FECHAMENTO - LS-ABERTURA) * 100 / LS-ABERTURA.
           MOVE LS-ABERTURA      TO LS-S-ABERTURA.
           MOVE LS-FECHAMENTO    TO LS-S-FECHAMENTO.
           MOVE LS-MINIMA        TO LS-S-MINIMA.
           MOVE LS-MAXIMA        TO LS-S-MAXIMA.
           MOVE LS-MEDIA         TO LS-S-MEDIA.
           MOVE LS-VARIACAO      TO LS-S-VARIACAO.
           MOVE LS-QTDE-COTACOES TO LS-S-COTACOES.
           MOVE LS-TOTAL-LACUNAS TO LS-S-LACUNAS.
           MOVE SPACES TO LS-LINHA.
           STRING "MOEDA " LS-MD-MOEDA(AC-MD)
                  "   TAXAS PUBLICADAS " LS-S-COTACOES
                  "   DIAS UTEIS SEM TAXA " LS-S-LACUNAS
              DELIMITED BY SIZE INTO LS-LINHA.
           PERFORM 850-IMPRIME-LINHA.
           MOVE SPACES TO LS-LINHA.
           STRING "  ABERTURA FECHAMENTO    MINIMA    MAXIMA"
                  "     MEDIA  VARIACAO %"
              DELIMITED BY SIZE INTO LS-LINHA.
           PERFORM 850-IMPRIME-LINHA.
           MOVE SPACES TO LS-LINHA.
           STRING " " LS-S-ABERTURA "  " LS-S-FECHAMENTO " "
                  LS-S-MINIMA " " LS-S-MAXIMA " " LS-S-MEDIA " "
                  LS-S-VARIACAO
              DELIMITED BY SIZE INTO LS-LINHA.
           PERFORM 850-IMPRIME-LINHA.
           MOVE SPACES TO MC-LINHA.
           STRING "RESUMO;" LS-MD-MOEDA(AC-MD) ";"
                  TRIM(LS-S-ABERTURA) ";" TRIM(LS-S-FECHAMENTO) ";"
                  TRIM(LS-S-MINIMA) ";" TRIM(LS-S-MAXIMA) ";"
                  TRIM(LS-S-MEDIA) ";" TRIM(LS-S-VARIACAO) ";"
                  TRIM(LS-S-COTACOES) ";" TRIM(LS-S-LACUNAS)
              DELIMITED BY SIZE INTO MC-LINHA.
           WRITE MC-LINHA.
           IF LS-QTDE-MOVIMENTOS > ZERO
              MOVE SPACES TO LS-LINHA
              STRING "  MAIORES VARIACOES DIA A DIA"
                 DELIMITED BY SIZE INTO LS-LINHA
              PERFORM 850-IMPRIME-LINHA
              MOVE SPACES TO LS-LINHA
              STRING "  DATA       ANTERIOR EM  TAXA ANTER."
                     "      TAXA  VARIACAO %"
                 DELIMITED BY SIZE INTO LS-LINHA
              PERFORM 850-IMPRIME-LINHA
              PERFORM 410-IMPRIME-MOVIMENTO
                 VARYING AC-MV FROM 1 BY 1
                 UNTIL AC-MV > LS-QTDE-MOVIMENTOS
           END-IF
           IF LS-TOTAL-LACUNAS > ZERO
              PERFORM 420-IMPRIME-LACUNAS
           END-IF.
           EXIT.
      ******************************************************************
      * UMA LINHA DAS MAIORES VARIACOES                                *
      ******************************************************************
       410-IMPRIME-MOVIMENTO           SECTION.
           MOVE LS-MV-DATA(AC-MV) TO LS-DIA-N.
           PERFORM 800-FORMATA-DIA.
           MOVE LS-DIA-BARRA TO LS-S-DATA.
           MOVE LS-MV-DATA-ANT(AC-MV) TO LS-DIA-N.
           PERFORM 800-FORMATA-DIA.
           MOVE LS-DIA-BARRA TO LS-S-DATA-ANT.
           MOVE LS-MV-ANTERIOR(AC-MV) TO LS-S-ANTERIOR.
           MOVE LS-MV-TAXA(AC-MV)     TO LS-S-TAXA.
           MOVE LS-MV-VARIACAO(AC-MV) TO LS-S-VARIACAO.
           MOVE SPACES TO LS-LINHA.
           STRING "  " LS-S-DATA " " LS-S-DATA-ANT "  " LS-S-ANTERIOR
                  " " LS-S-TAXA " " LS-S-VARIACAO
              DELIMITED BY SIZE INTO LS-LINHA.
           PERFORM 850-IMPRIME-LINHA.
           MOVE SPACES TO MC-LINHA.
           STRING "MOVIMENTO;" LS-MD-MOEDA(AC-MD) ";" LS-S-DATA ";"
                  LS-S-DATA-ANT ";" TRIM(LS-S-ANTERIOR) ";"
                  TRIM(LS-S-TAXA) ";" TRIM(LS-S-VARIACAO)
              DELIMITED BY SIZE INTO MC-LINHA.
           WRITE MC-LINHA.
           EXIT.
      ******************************************************************
      * DIAS UTEIS SEM TAXA: OITO DATAS POR LINHA NO RELATORIO, UMA    *
      * POR LINHA NO CSV                                               *
      ******************************************************************
       420-IMPRIME-LACUNAS             SECTION.
           MOVE SPACES TO LS-LINHA.
           STRING "  DIAS UTEIS SEM TAXA PUBLICADA"
              DELIMITED BY SIZE INTO LS-LINHA.
           PERFORM 850-IMPRIME-LINHA.
           MOVE SPACES TO LS-LINHA.
           MOVE 3 TO LS-PONTEIRO.
           PERFORM VARYING AC-LC FROM 1 BY 1
                   UNTIL AC-LC > LS-QTDE-LACUNAS
              MOVE LS-LC-DATA(AC-LC) TO LS-DIA-N
              PERFORM 800-FORMATA-DIA
              STRING LS-DIA-BARRA " " DELIMITED BY SIZE
                 INTO LS-LINHA WITH POINTER LS-PONTEIRO
              IF LS-PONTEIRO > 88
                 PERFORM 850-IMPRIME-LINHA
                 MOVE SPACES TO LS-LINHA
                 MOVE 3 TO LS-PONTEIRO
              END-IF
              MOVE SPACES TO MC-LINHA
              STRING "SEM TAXA;" LS-MD-MOEDA(AC-MD) ";" LS-DIA-BARRA
                 DELIMITED BY SIZE INTO MC-LINHA
              WRITE MC-LINHA
           END-PERFORM.
           IF LS-PONTEIRO > 3
              PERFORM 850-IMPRIME-LINHA
           END-IF
           IF LS-TOTAL-LACUNAS > LS-QTDE-LACUNAS
              MOVE SPACES TO LS-LINHA
              COMPUTE LS-S-LACUNAS =
                 LS-TOTAL-LACUNAS - LS-QTDE-LACUNAS
              STRING "  ... E MAIS " LS-S-LACUNAS " DIA(S) UTEIS SEM"
                     " TAXA ALEM DO LIMITE DA LISTA"
                 DELIMITED BY SIZE INTO LS-LINHA
              PERFORM 850-IMPRIME-LINHA
           END-IF.
           EXIT.
      ******************************************************************
      * DATA AAAAMMDD (LS-DIA-N) NO FORMATO DD/MM/AAAA (LS-DIA-BARRA)  *
      ******************************************************************
       800-FORMATA-DIA                 SECTION.
           MOVE LS-DIA-N(7:2) TO LS-DB-DIA.
           MOVE LS-DIA-N(5:2) TO LS-DB-MES.
           MOVE LS-DIA-N(1:4) TO LS-DB-ANO.
           EXIT.
      ******************************************************************
      * ENVIO DE UMA LINHA AO SERVICO DE PAGINACAO                     *
      ******************************************************************
       850-IMPRIME-LINHA               SECTION.
           MOVE "L" TO LS-IMP-OPCAO.
           MOVE LS-LINHA TO LS-IMP-TEXTO.
           CALL "IMPRIME" USING LS-IMP-OPCAO, LS-IMP-TEXTO,
              LS-IMP-TOTAL.
           EXIT.
