       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP05AP11.
      *
      * Apuracao noturna dos encargos de atraso das parcelas de
      * contrato: CONTRPAR.DAT so dizia se a parcela estava aberta ou
      * paga, e a cobranca calculava na mao a multa contratual e a
      * mora diaria de cada parcela vencida. Este passo da cadeia
      * noturna percorre as parcelas abertas com vencimento anterior
      * a data de negocio (DATANEG) e grava na propria parcela os dias
      * de atraso (C0602DIF), a multa (percentual MULTA-PCT sobre a
      * prestacao, cobrado uma vez) e a mora pro rata (MORA-MES ao mes
      * sobre a prestacao, mes comercial de 30 dias), ambos de
      * SYSCFG.DAT. A apuracao e refeita por inteiro a cada noite a
      * partir dos dias de atraso, entao rodar duas vezes no mesmo dia
      * nao dobra nada. A listagem de inadimplencia (ENCARGOS.LST, via
      * IMPRIME/RELGER) sai por contrato, com os dias de atraso e os
      * encargos de cada parcela e o subtotal do contrato. A tela de
      * pagamento e a cotacao de quitacao do C0502CTR passam a somar
      * esses encargos ao valor devido.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRPAR-FILE ASSIGN TO "CONTRPAR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRPAR-FILE.
       COPY "contrpar.cpy".
       WORKING-STORAGE SECTION.
       78  LIMITE-PARCELAS VALUE 2000.
       01  WS-TABELA-PARCELAS.
           05  WS-PARC-REG PIC X(106) OCCURS LIMITE-PARCELAS TIMES.
       77  WS-QTDE-PARCELAS    PIC 9(4) VALUE ZERO.
       77  WS-TRANSBORDO       PIC X VALUE "N".
       77  AC-CI               PIC 9(4).
       77  WS-PAR-STATUS       PIC XX.
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
       77  WS-CFG-CHAVE        PIC X(12).
       77  WS-CFG-VALOR        PIC X(30).
       77  WS-CFG-CENTESIMOS   PIC 9(4).
       77  WS-MULTA-PCT        PIC 9(2)V99 VALUE 2.
       77  WS-MORA-MES         PIC 9(2)V99 VALUE 1.
       77  WS-S-MULTA-PCT      PIC Z9.99.
       77  WS-S-MORA-MES       PIC Z9.99.
       77  WS-DATA-NEG         PIC 9(8).
       01  WS-HOJE-BR.
           05  WS-HB-DIA       PIC XX.
           05  FILLER          PIC X VALUE "/".
           05  WS-HB-MES       PIC XX.
           05  FILLER          PIC X VALUE "/".
           05  WS-HB-ANO       PIC X(4).
       77  WS-DIAS             PIC S9(8).
       77  WS-STATUS-DIF       PIC X.
       77  WS-CONTRATO-ANT     PIC 9(6) VALUE ZERO.
       77  WS-SUB-ENCARGOS     PIC S9(8)V9999 VALUE ZERO.
       77  WS-TOT-ENCARGOS     PIC S9(8)V9999 VALUE ZERO.
       77  WS-TOT-VENCIDO      PIC S9(8)V9999 VALUE ZERO.
       77  WS-TOTAL-LIDOS      PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-ATRASO     PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-REJEITADOS PIC 9(6) VALUE ZERO.
       77  WS-S-NUMERO         PIC ZZZZZ9.
       77  WS-S-PARC           PIC ZZ9.
       77  WS-S-DIAS           PIC ZZZ9.
       77  WS-S-VALOR          PIC -(8)9.99.
       77  WS-S-MULTA          PIC -(8)9.99.
       77  WS-S-MORA           PIC -(8)9.99.
       77  WS-S-TOTAL          PIC -(8)9.99.
       77  WS-LINHA            PIC X(90) VALUE SPACES.
       77  WS-IMP-OPCAO        PIC X.
       77  WS-IMP-TEXTO        PIC X(132).
       77  WS-IMP-TOTAL        PIC 9(6) VALUE ZERO.
       77  WS-NOME-RELATORIO   PIC X(14).
       01  WS-DATA-INICIO      PIC X(20).
       01  WS-DATA-FIM         PIC X(20).
       77  WS-DUR-HRA          PIC 9(4).
       77  WS-DUR-MIN          PIC 9(2).
       77  WS-DUR-SEG          PIC 9(2).
       77  WS-DUR-CEN          PIC 9(2).
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP05A11".
       77  WS-RESULTADO        PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY "-------------------------------------------".
           DISPLAY "Apuracao de Encargos de Atraso".
           DISPLAY "-------------------------------------------".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-INICIO.
           PERFORM 100-LE-PARAMETROS.
           PERFORM 200-CARREGA-PARCELAS.
           IF WS-TRANSBORDO = "S"
              DISPLAY "CONTRPAR.DAT excede a capacidade da tabela; "
                      "apuracao cancelada para nao truncar."
              MOVE "TRANSBORDO" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "ENCARGOS.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "INADIMPLENCIA DE CONTRATOS - ENCARGOS DE ATRASO"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE WS-MULTA-PCT TO WS-S-MULTA-PCT.
           MOVE WS-MORA-MES TO WS-S-MORA-MES.
           MOVE SPACES TO WS-LINHA.
           STRING "DATA DE NEGOCIO: " WS-HOJE-BR
                  "   MULTA " WS-S-MULTA-PCT "%   MORA "
                  WS-S-MORA-MES "% AO MES"
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE "CONTRATO PARC VENCIMENTO DIAS    PRESTACAO"
              TO WS-LINHA.
           MOVE "       MULTA         MORA        TOTAL"
              TO WS-LINHA(44:40).
           PERFORM 800-IMPRIME-LINHA.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-PARCELAS
              MOVE WS-PARC-REG(AC-CI) TO CP-REGISTRO
              PERFORM 300-APURA-PARCELA
              MOVE CP-REGISTRO TO WS-PARC-REG(AC-CI)
           END-PERFORM.
           PERFORM 450-FECHA-CONTRATO.
           PERFORM 500-REGRAVA-PARCELAS.
           MOVE WS-TOT-VENCIDO TO WS-S-VALOR.
           MOVE WS-TOT-ENCARGOS TO WS-S-TOTAL.
           MOVE SPACES TO WS-LINHA.
           STRING "PARCELAS EM ATRASO: " WS-TOTAL-ATRASO
                  "   PRESTACOES VENCIDAS: " WS-S-VALOR
                  "   ENCARGOS: " WS-S-TOTAL
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-TOTAL-ATRASO TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "ENCARGOS.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           DISPLAY "Parcelas em atraso: " WS-TOTAL-ATRASO.
           DISPLAY "Listagem gravada em ENCARGOS.LST.".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-FIM.
           CALL "DURACALC" USING WS-DATA-INICIO, WS-DATA-FIM,
              WS-DUR-HRA, WS-DUR-MIN, WS-DUR-SEG, WS-DUR-CEN.
           CALL "STATSLOG" USING BY REFERENCE WS-PROGRAMA,
              BY REFERENCE WS-TOTAL-LIDOS,
              BY REFERENCE WS-TOTAL-REJEITADOS,
              BY REFERENCE WS-DUR-HRA, BY REFERENCE WS-DUR-MIN,
              BY REFERENCE WS-DUR-SEG, BY REFERENCE WS-DUR-CEN.
           IF WS-TOTAL-REJEITADOS = ZERO
              MOVE "ENCARGOS APURADOS" TO WS-RESULTADO
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE "APURADO C/REJEICAO" TO WS-RESULTADO
              MOVE 4 TO RETURN-CODE
           END-IF.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           GOBACK.
      ******************************************************************
      * PERCENTUAIS DE MULTA E MORA (SYSCFG) E A DATA DE NEGOCIO       *
      ******************************************************************
       100-LE-PARAMETROS               SECTION.
           MOVE "MULTA-PCT" TO WS-CFG-CHAVE.
           CALL "SYSCFG" USING WS-CFG-CHAVE, WS-CFG-VALOR.
           IF WS-CFG-VALOR(1:4) IS NUMERIC
              MOVE WS-CFG-VALOR(1:4) TO WS-CFG-CENTESIMOS
              COMPUTE WS-MULTA-PCT = WS-CFG-CENTESIMOS / 100
           END-IF
           MOVE "MORA-MES" TO WS-CFG-CHAVE.
           CALL "SYSCFG" USING WS-CFG-CHAVE, WS-CFG-VALOR.
           IF WS-CFG-VALOR(1:4) IS NUMERIC
              MOVE WS-CFG-VALOR(1:4) TO WS-CFG-CENTESIMOS
              COMPUTE WS-MORA-MES = WS-CFG-CENTESIMOS / 100
           END-IF
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
           MOVE WS-DATA-NEG(7:2) TO WS-HB-DIA.
           MOVE WS-DATA-NEG(5:2) TO WS-HB-MES.
           MOVE WS-DATA-NEG(1:4) TO WS-HB-ANO.
           EXIT.
      ******************************************************************
      * CARGA DE CONTRPAR.DAT PARA A TABELA, COM GUARDA DE TRANSBORDO  *
      ******************************************************************
       200-CARREGA-PARCELAS            SECTION.
           OPEN INPUT CONTRPAR-FILE.
           IF WS-PAR-STATUS NOT = "00"
              DISPLAY "Nenhum plano de parcelas registrado."
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ CONTRPAR-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-TOTAL-LIDOS
                    IF WS-QTDE-PARCELAS < LIMITE-PARCELAS
                       ADD 1 TO WS-QTDE-PARCELAS
                       MOVE CP-REGISTRO
                          TO WS-PARC-REG(WS-QTDE-PARCELAS)
                    ELSE
                       MOVE "S" TO WS-TRANSBORDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTRPAR-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UMA PARCELA: ABERTA E VENCIDA ANTES DA DATA DE NEGOCIO RECEBE  *
      * DIAS DE ATRASO, MULTA E MORA; AS DEMAIS FICAM ZERADAS          *
      ******************************************************************
       300-APURA-PARCELA               SECTION.
           IF CP-MULTA NOT NUMERIC
              MOVE ZERO TO CP-MULTA
           END-IF
           IF CP-MORA NOT NUMERIC
              MOVE ZERO TO CP-MORA
           END-IF
           IF CP-DIAS-ATRASO NOT NUMERIC
              MOVE ZERO TO CP-DIAS-ATRASO
           END-IF
           IF CP-STATUS NOT = "A"
              EXIT SECTION
           END-IF
           CALL "C0602DIF" USING CP-VENCIMENTO, WS-HOJE-BR,
              WS-DIAS, WS-STATUS-DIF.
           IF WS-STATUS-DIF NOT = "S"
              ADD 1 TO WS-TOTAL-REJEITADOS
              MOVE CP-CONTRATO TO WS-S-NUMERO
              MOVE CP-PARCELA  TO WS-S-PARC
              MOVE SPACES TO WS-LINHA
              STRING WS-S-NUMERO "   " WS-S-PARC "  "
                     CP-VENCIMENTO "  VENCIMENTO INVALIDO"
                 DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
              EXIT SECTION
           END-IF
           IF WS-DIAS <= ZERO
              MOVE ZERO TO CP-MULTA
              MOVE ZERO TO CP-MORA
              MOVE ZERO TO CP-DIAS-ATRASO
              EXIT SECTION
           END-IF
           MOVE WS-DIAS TO CP-DIAS-ATRASO.
           COMPUTE CP-MULTA ROUNDED = CP-VALOR * WS-MULTA-PCT / 100.
           COMPUTE CP-MORA ROUNDED = CP-VALOR * (WS-MORA-MES / 100)
              * (WS-DIAS / 30).
           IF CP-CONTRATO NOT = WS-CONTRATO-ANT
              PERFORM 450-FECHA-CONTRATO
              MOVE CP-CONTRATO TO WS-CONTRATO-ANT
           END-IF
           ADD 1 TO WS-TOTAL-ATRASO.
           ADD CP-VALOR TO WS-TOT-VENCIDO.
           ADD CP-MULTA CP-MORA TO WS-SUB-ENCARGOS.
           ADD CP-MULTA CP-MORA TO WS-TOT-ENCARGOS.
           PERFORM 400-IMPRIME-PARCELA.
           EXIT.
      ******************************************************************
      * LINHA DE DETALHE DE UMA PARCELA EM ATRASO                      *
      ******************************************************************
       400-IMPRIME-PARCELA             SECTION.
           MOVE CP-CONTRATO    TO WS-S-NUMERO.
           MOVE CP-PARCELA     TO WS-S-PARC.
           MOVE CP-DIAS-ATRASO TO WS-S-DIAS.
           MOVE CP-VALOR       TO WS-S-VALOR.
           MOVE CP-MULTA       TO WS-S-MULTA.
           MOVE CP-MORA        TO WS-S-MORA.
           COMPUTE WS-S-TOTAL = CP-VALOR + CP-MULTA + CP-MORA.
           MOVE SPACES TO WS-LINHA.
           STRING WS-S-NUMERO "   " WS-S-PARC "  " CP-VENCIMENTO " "
                  WS-S-DIAS " " WS-S-VALOR " " WS-S-MULTA " "
                  WS-S-MORA " " WS-S-TOTAL
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * QUEBRA DE CONTRATO: SUBTOTAL DOS ENCARGOS DO CONTRATO ANTERIOR *
      ******************************************************************
       450-FECHA-CONTRATO              SECTION.
           IF WS-CONTRATO-ANT = ZERO
              EXIT SECTION
           END-IF
           MOVE WS-CONTRATO-ANT TO WS-S-NUMERO.
           MOVE WS-SUB-ENCARGOS TO WS-S-TOTAL.
           MOVE SPACES TO WS-LINHA.
           STRING "   SUBTOTAL DO CONTRATO " WS-S-NUMERO
                  " - ENCARGOS: " WS-S-TOTAL
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE ZERO TO WS-SUB-ENCARGOS.
           EXIT.
      ******************************************************************
      * REGRAVACAO DE CONTRPAR.DAT COM OS ENCARGOS APURADOS            *
      ******************************************************************
       500-REGRAVA-PARCELAS            SECTION.
           IF WS-QTDE-PARCELAS = ZERO
              EXIT SECTION
           END-IF
           OPEN OUTPUT CONTRPAR-FILE.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-PARCELAS
              MOVE WS-PARC-REG(AC-CI) TO CP-REGISTRO
              WRITE CP-REGISTRO
           END-PERFORM.
           CLOSE CONTRPAR-FILE.
           EXIT.
      ******************************************************************
      * ENVIO DE UMA LINHA AO SERVICO DE PAGINACAO                     *
      ******************************************************************
       800-IMPRIME-LINHA               SECTION.
           MOVE "L" TO WS-IMP-OPCAO.
           MOVE WS-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           EXIT.
