       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP04AP51.
      *
      * Conversao da frequencia: carrega o sequencial legado FREQ.DAT
      * (uma linha por estudante por aula, so acrescentada pela
      * chamada) no indexado FREQIDX.DAT (freqidx.cpy), que passou a
      * ser o arquivo de frequencia de todos os programas. Roda uma
      * vez na implantacao, mas pode ser repetida sem estrago: o
      * indexado e aberto para atualizacao (criado se ainda nao
      * existir) e a linha cuja chave turma + data + estudante ja
      * esta gravada e contada como duplicada e ignorada - o caso das
      * chamadas antigas que gravavam o estudante uma vez por
      * disciplina. Linha sem codigo de estudante ou sem turma, ou
      * com data nao numerica, e rejeitada e listada na tela.
      *
      * Ao final confere os controles: lidos = gravados + duplicados
      * + rejeitados, e registros no indexado depois da carga =
      * antes + gravados. Controle que nao fecha da RETURN-CODE 8;
      * fechando com rejeitados, RETURN-CODE 4. Totais via STATSLOG
      * e resultado no AUDITLOG, como nos demais processamentos em
      * lote. O FREQ.DAT nao e alterado e fica como copia do legado.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGADO-FILE ASSIGN TO "FREQ.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEG-STATUS.
           SELECT FREQ-FILE ASSIGN TO "FREQIDX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FQ-CHAVE
              ALTERNATE RECORD KEY IS FQ-ID WITH DUPLICATES
              FILE STATUS IS WS-FREQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEGADO-FILE.
       01  FL-REGISTRO.
           05  FL-ID               PIC X(9).
           05  FL-DATA             PIC X(8).
           05  FL-PRESENCA         PIC X.
           05  FL-TURMA            PIC X(6).
       FD  FREQ-FILE.
       COPY "freqidx.cpy".
       WORKING-STORAGE SECTION.
       77  WS-LEG-STATUS  PIC XX.
       77  WS-FREQ-STATUS PIC XX.
       77  WS-FIM-ARQUIVO PIC X VALUE "N".
           88 WS-FIM-OK   VALUE "S".
       77  WS-TOTAL-LIDOS PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-GRAVADOS PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-DUPLICADOS PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-REJEITADOS PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-ANTES PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-DEPOIS PIC 9(6) VALUE ZERO.
       77  WS-CONTADOS    PIC 9(6).
       77  WS-CONFERE     PIC 9(7).
       77  WS-BATEU       PIC X.
       77  WS-DATA-INICIO PIC X(20).
       77  WS-DATA-FIM    PIC X(20).
       77  WS-DUR-HRA     PIC 9(4).
       77  WS-DUR-MIN     PIC 9(2).
       77  WS-DUR-SEG     PIC 9(2).
       77  WS-DUR-CEN     PIC 9(2).
       77  WS-PROGRAMA    PIC X(8) VALUE "CAP04A51".
       77  WS-RESULTADO   PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY "-------------------------------------------".
           DISPLAY "Conversao da Frequencia (FREQ.DAT)".
           DISPLAY "-------------------------------------------".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-INICIO.
           MOVE ZERO TO WS-TOTAL-LIDOS WS-TOTAL-GRAVADOS
                        WS-TOTAL-DUPLICADOS WS-TOTAL-REJEITADOS
                        WS-TOTAL-ANTES WS-TOTAL-DEPOIS.
           OPEN INPUT LEGADO-FILE.
           IF WS-LEG-STATUS NOT = "00"
              DISPLAY "Arquivo FREQ.DAT nao encontrado."
              MOVE "SEM LEGADO" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 100-CONTA-INDEXADO.
           MOVE WS-CONTADOS TO WS-TOTAL-ANTES.
           OPEN I-O FREQ-FILE.
           IF WS-FREQ-STATUS = "35"
              OPEN OUTPUT FREQ-FILE
              CLOSE FREQ-FILE
              OPEN I-O FREQ-FILE
           END-IF
           IF WS-FREQ-STATUS NOT = "00"
              DISPLAY "Arquivo FREQIDX.DAT indisponivel (status "
                      WS-FREQ-STATUS ")."
              CLOSE LEGADO-FILE
              MOVE "ERRO NO INDEXADO" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ LEGADO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-TOTAL-LIDOS
                    PERFORM 200-CONVERTE-REGISTRO
              END-READ
           END-PERFORM.
           MOVE "N" TO WS-FIM-ARQUIVO.
           CLOSE LEGADO-FILE.
           CLOSE FREQ-FILE.
           PERFORM 100-CONTA-INDEXADO.
           MOVE WS-CONTADOS TO WS-TOTAL-DEPOIS.
           PERFORM 300-CONFERE-CONTROLES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-FIM.
           CALL "DURACALC" USING WS-DATA-INICIO, WS-DATA-FIM,
              WS-DUR-HRA, WS-DUR-MIN, WS-DUR-SEG, WS-DUR-CEN.
           CALL "STATSLOG" USING BY REFERENCE WS-PROGRAMA,
              BY REFERENCE WS-TOTAL-LIDOS,
              BY REFERENCE WS-TOTAL-GRAVADOS,
              BY REFERENCE WS-DUR-HRA, BY REFERENCE WS-DUR-MIN,
              BY REFERENCE WS-DUR-SEG, BY REFERENCE WS-DUR-CEN.
           EVALUATE TRUE
              WHEN WS-BATEU NOT = "S"
                 MOVE "CONTROLE DIVERGENTE" TO WS-RESULTADO
                 MOVE 8 TO RETURN-CODE
              WHEN WS-TOTAL-REJEITADOS > ZERO
                 MOVE "COM REJEITADOS" TO WS-RESULTADO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE "CONVERSAO OK" TO WS-RESULTADO
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           GOBACK.
      ******************************************************************
      * CONTAGEM DOS REGISTROS DO INDEXADO (ZERO SE AINDA NAO EXISTE)  *
      ******************************************************************
       100-CONTA-INDEXADO              SECTION.
           MOVE ZERO TO WS-CONTADOS.
           OPEN INPUT FREQ-FILE.
           IF WS-FREQ-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ FREQ-FILE NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-CONTADOS
              END-READ
           END-PERFORM.
           MOVE "N" TO WS-FIM-ARQUIVO.
           CLOSE FREQ-FILE.
           EXIT.
      ******************************************************************
      * UMA LINHA DO LEGADO: CRITICA E GRAVACAO PELA CHAVE             *
      ******************************************************************
       200-CONVERTE-REGISTRO           SECTION.
           IF FL-ID = SPACES OR FL-TURMA = SPACES
              OR FL-DATA NOT NUMERIC
              ADD 1 TO WS-TOTAL-REJEITADOS
              DISPLAY "Rejeitado (linha " WS-TOTAL-LIDOS "): "
                      FL-REGISTRO
              EXIT SECTION
           END-IF
           MOVE FL-TURMA    TO FQ-TURMA.
           MOVE FL-DATA     TO FQ-DATA.
           MOVE FL-ID       TO FQ-ID.
           MOVE FL-PRESENCA TO FQ-PRESENCA.
           WRITE FQ-REGISTRO
              INVALID KEY
                 ADD 1 TO WS-TOTAL-DUPLICADOS
              NOT INVALID KEY
                 ADD 1 TO WS-TOTAL-GRAVADOS
           END-WRITE.
           EXIT.
      ******************************************************************
      * CONTROLES DA CARGA: LIDOS CONTRA DESTINOS E INDEXADO ANTES E   *
      * DEPOIS                                                         *
      ******************************************************************
       300-CONFERE-CONTROLES           SECTION.
           MOVE "S" TO WS-BATEU.
           DISPLAY "Linhas lidas do FREQ.DAT ....: " WS-TOTAL-LIDOS.
           DISPLAY "Gravadas no FREQIDX.DAT .....: " WS-TOTAL-GRAVADOS.
           DISPLAY "Duplicadas (ja no indexado) .: "
                   WS-TOTAL-DUPLICADOS.
           DISPLAY "Rejeitadas ..................: "
                   WS-TOTAL-REJEITADOS.
           DISPLAY "Indexado antes da carga .....: " WS-TOTAL-ANTES.
           DISPLAY "Indexado depois da carga ....: " WS-TOTAL-DEPOIS.
           COMPUTE WS-CONFERE = WS-TOTAL-GRAVADOS + WS-TOTAL-DUPLICADOS
                              + WS-TOTAL-REJEITADOS.
           IF WS-CONFERE NOT = WS-TOTAL-LIDOS
              MOVE "N" TO WS-BATEU
              DISPLAY "Controle divergente: lidas diferente de "
                      "gravadas + duplicadas + rejeitadas."
           END-IF
           COMPUTE WS-CONFERE = WS-TOTAL-ANTES + WS-TOTAL-GRAVADOS.
           IF WS-CONFERE NOT = WS-TOTAL-DEPOIS
              MOVE "N" TO WS-BATEU
              DISPLAY "Controle divergente: indexado depois "
                      "diferente de antes + gravadas."
           END-IF
           IF WS-BATEU = "S"
              DISPLAY "Controles conferidos: conversao completa."
           END-IF.
           EXIT.
