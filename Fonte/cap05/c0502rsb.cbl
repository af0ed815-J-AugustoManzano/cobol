      * vezes, e os totais do ciclo vao para CTLTOTAIS.DAT via
      * STATSLOG como os demais jobs - e por essa execucao registrada
      * que a faxina (CAP02AP25) confirma o ciclo antes de limpar.
      *
      * A operacao de imposto ("I") corrigida e recalculada pelo
      * servico IMPOSTO na data de negocio do reprocessamento, como no
      * C0502LOT - inclusive a base larga do registro de imposto
      * (LT-I-BASE), levada a LT-R-BASE -, com o texto de auditoria
      * em CL-EXPRESSAO.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  LS-DUR-MIN          PIC 9(2).
       77  LS-DUR-SEG          PIC 9(2).
       77  LS-DUR-CEN          PIC 9(2).
       77  LS-IMP-CODIGO       PIC 9(4).
       77  LS-IMP-DATA         PIC 9(8).
       77  LS-IMP-BASE         PIC S9(9)V99.
       77  LS-IMP-ALIQUOTA     PIC 9(2)V9(4).
       77  LS-IMP-REDUCAO      PIC 9(3)V99.
       77  LS-IMP-VIGENCIA     PIC 9(8).
       77  LS-IMP-IMPOSTO      PIC S9(9)V99.
       77  LS-IMP-LIQUIDO      PIC S9(9)V99.
       77  LS-IMP-MOTIVO       PIC X(40).
       77  LS-S-IMP-ALIQUOTA   PIC Z9.9999.
       77  LS-S-IMP-REDUCAO    PIC ZZ9.99.
       77  LS-S-IMP-BASE       PIC Z(8)9.99.
       77  LS-PROGRAMA         PIC X(8) VALUE "C0502RSB".
       77  LS-RESULTADO        PIC X(20).
       PROCEDURE DIVISION.
           MOVE LT-OPERACAO TO LT-R-OPERACAO.
           MOVE LT-VLR-1    TO LT-R-VLR-1.
           MOVE LT-VLR-2    TO LT-R-VLR-2.
           PERFORM 265-BASE-IMPOSTO.
           MOVE "CORR"      TO LT-R-STATUS.
           MOVE LT-DEPTO    TO LT-R-DEPTO.
           CALL "C0502CFG" USING BY CONTENT LS-MODO-OPCAO,
                          COMPUTE LT-R-RESULTADO = LT-VLR-1 / LT-VLR-2
                    END-EVALUATE
                 END-IF
              WHEN "I"
                 MOVE "IMPOSTO"    TO LS-OPERACAO-NOME
                 PERFORM 260-CALCULA-IMPOSTO
              WHEN OTHER
                 MOVE "INVALIDA"  TO LS-OPERACAO-NOME
                 MOVE ZERO        TO LT-R-RESULTADO
           MOVE SPACE       TO LT-R-OPERACAO.
           MOVE ZERO        TO LT-R-VLR-1.
           MOVE ZERO        TO LT-R-VLR-2.
           MOVE ZERO        TO LT-R-BASE.
           MOVE LT-X-DEPTO  TO LT-R-DEPTO.
           MOVE "CORR"      TO LT-R-STATUS.
           MOVE "EXPRESSAO" TO LS-OPERACAO-NOME.
           MOVE LT-X-TEXTO TO LS-EXPRESSAO-LOG.
           EXIT.
      ******************************************************************
      * OPERACAO "I" CORRIGIDA: IMPOSTO PELA ALIQUOTA VIGENTE NA DATA *
      * DE NEGOCIO, COM O TEXTO DE AUDITORIA PARA CL-EXPRESSAO        *
      ******************************************************************
       260-CALCULA-IMPOSTO             SECTION.
           IF LT-VLR-2 < 1 OR LT-VLR-2 > 9999
              OR LT-VLR-2 NOT = FUNCTION INTEGER-PART(LT-VLR-2)
              MOVE "CODIGO DE IMPOSTO INVALIDO" TO LS-IMP-MOTIVO
              PERFORM 270-RECUSA-IMPOSTO
              EXIT SECTION
           END-IF
           IF LS-IMP-BASE NOT > ZERO
              MOVE "BASE DO IMPOSTO INVALIDA" TO LS-IMP-MOTIVO
              PERFORM 270-RECUSA-IMPOSTO
              EXIT SECTION
           END-IF
           MOVE LT-VLR-2 TO LS-IMP-CODIGO.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE LS-IMP-DATA.
           CALL "IMPOSTO" USING LS-IMP-CODIGO, LS-IMP-DATA,
              LS-IMP-BASE, LS-IMP-ALIQUOTA, LS-IMP-REDUCAO,
              LS-IMP-VIGENCIA, LS-IMP-IMPOSTO, LS-IMP-LIQUIDO,
              LS-IMP-MOTIVO.
           IF LS-IMP-MOTIVO = SPACES
              COMPUTE LT-R-RESULTADO = LS-IMP-IMPOSTO
                 ON SIZE ERROR
                    MOVE "IMPOSTO EXCEDE O CAMPO DE RESULTADO"
                       TO LS-IMP-MOTIVO
              END-COMPUTE
           END-IF
           IF LS-IMP-MOTIVO NOT = SPACES
              PERFORM 270-RECUSA-IMPOSTO
              EXIT SECTION
           END-IF
           MOVE LS-IMP-ALIQUOTA TO LS-S-IMP-ALIQUOTA.
           MOVE LS-IMP-REDUCAO TO LS-S-IMP-REDUCAO.
           MOVE LS-IMP-BASE TO LS-S-IMP-BASE.
           MOVE SPACES TO LS-EXPRESSAO-LOG.
           STRING "IMP " LS-IMP-CODIGO
                  " AL " FUNCTION TRIM(LS-S-IMP-ALIQUOTA)
                  " RD " FUNCTION TRIM(LS-S-IMP-REDUCAO)
                  " VG " LS-IMP-VIGENCIA
                  " BASE " FUNCTION TRIM(LS-S-IMP-BASE)
              DELIMITED BY SIZE INTO LS-EXPRESSAO-LOG.
           EXIT.
      ******************************************************************
      * OPERACAO "I" RECUSADA: MOTIVO NA TELA DO JOB, RESULTADO "ERRO" *
      ******************************************************************
       270-RECUSA-IMPOSTO              SECTION.
           DISPLAY "Req " LT-REQ-ID ": " FUNCTION TRIM(LS-IMP-MOTIVO).
           MOVE ZERO   TO LT-R-RESULTADO.
           MOVE "ERRO" TO LT-R-STATUS.
           ADD 1 TO LS-TOTAL-ERROS.
           EXIT.
      ******************************************************************
      * BASE DO IMPOSTO DO REGISTRO LIDO: A BASE LARGA DO REGISTRO DE  *
      * IMPOSTO QUANDO PREENCHIDA, SENAO LT-VLR-1; FORA DA OPERACAO    *
      * "I", ZERO                                                      *
      ******************************************************************
       265-BASE-IMPOSTO                SECTION.
           MOVE ZERO TO LS-IMP-BASE.
           MOVE ZERO TO LT-R-BASE.
           IF LT-OPERACAO NOT = "I"
              EXIT SECTION
           END-IF
           IF LT-I-BASE IS NUMERIC
              MOVE LT-I-BASE TO LS-IMP-BASE
           ELSE
              MOVE LT-VLR-1 TO LS-IMP-BASE
           END-IF
           IF LS-IMP-BASE > ZERO
              MOVE LS-IMP-BASE TO LT-R-BASE
           END-IF.
           EXIT.
      ******************************************************************
      * GRAVACAO DO RESULTADO REPROCESSADO NO FINAL DE LOTEOUT.DAT    *
      ******************************************************************
       300-GRAVA-RESULTADO             SECTION.
           MOVE FUNCTION CURRENT-DATE TO LS-DATA-HORA-SISTEMA.
           MOVE LS-OPERACAO-NOME     TO CL-OPERACAO.
           MOVE LT-R-VLR-1           TO CL-VLR-1.
           IF LT-R-OPERACAO = "I"
              IF LT-R-BASE > 9999.99
                 MOVE ZERO           TO CL-VLR-1
              ELSE
                 MOVE LT-R-BASE      TO CL-VLR-1
              END-IF
           END-IF.
           MOVE LT-R-VLR-2           TO CL-VLR-2.
           MOVE LT-R-RESULTADO       TO CL-RESULTADO.
           MOVE LS-DATA-HORA-SISTEMA(1:8) TO CL-DATA.
