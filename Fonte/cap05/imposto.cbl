       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPOSTO.
      *
      * Calculo de imposto pela tabela com vigencia TAXAIMP.DAT
      * (mantida por C0502TRB), no mesmo espirito de DEPTOCHK: o
      * balcao e as areas calculavam ISS e retencoes com a aliquota
      * de uma folha impressa, quase sempre desatualizada. O chamador
      * informa o codigo do imposto, a data da transacao (AAAAMMDD) e
      * o valor base; o servico escolhe a linha do codigo com a
      * vigencia mais recente ate aquela data e devolve aliquota,
      * reducao e vigencia usadas, o imposto (base reduzida vezes a
      * aliquota, arredondado ao centavo) e o liquido (base menos o
      * imposto). LK-MOTIVO volta em branco quando o calculo foi
      * feito; codigo sem linha vigente na data devolve o motivo e
      * valores zerados. Usado pela operacao interativa C0502IMP e
      * pela operacao "I" do lote (C0502LOT/C0502RSB).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXAIMP-FILE ASSIGN TO "TAXAIMP.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-TXI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TAXAIMP-FILE.
       COPY "taxaimp.cpy".
       LOCAL-STORAGE SECTION.
       77  LS-TXI-STATUS       PIC XX.
       77  LS-FIM-ARQUIVO      PIC X VALUE "N".
           88 LS-FIM-OK        VALUE "S".
       77  LS-ACHOU            PIC X VALUE "N".
       77  LS-BASE-CALCULO     PIC S9(9)V9999.
       LINKAGE SECTION.
       77  LK-CODIGO           PIC 9(4).
       77  LK-DATA             PIC 9(8).
       77  LK-BASE             PIC S9(9)V99.
       77  LK-ALIQUOTA         PIC 9(2)V9(4).
       77  LK-REDUCAO          PIC 9(3)V99.
       77  LK-VIGENCIA         PIC 9(8).
       77  LK-IMPOSTO          PIC S9(9)V99.
       77  LK-LIQUIDO          PIC S9(9)V99.
       77  LK-MOTIVO           PIC X(40).
       PROCEDURE DIVISION USING LK-CODIGO, LK-DATA, LK-BASE,
               LK-ALIQUOTA, LK-REDUCAO, LK-VIGENCIA, LK-IMPOSTO,
               LK-LIQUIDO, LK-MOTIVO.
       PROG-PRINCIPAL-PARA.
           MOVE SPACES TO LK-MOTIVO.
           MOVE ZERO TO LK-ALIQUOTA.
           MOVE ZERO TO LK-REDUCAO.
           MOVE ZERO TO LK-VIGENCIA.
           MOVE ZERO TO LK-IMPOSTO.
           MOVE ZERO TO LK-LIQUIDO.
           PERFORM 100-PROCURA-VIGENTE.
           IF LS-ACHOU NOT = "S"
              STRING "IMPOSTO " LK-CODIGO " SEM ALIQUOTA NA DATA"
                 DELIMITED BY SIZE INTO LK-MOTIVO
              EXIT PROGRAM
           END-IF.
           COMPUTE LS-BASE-CALCULO =
              LK-BASE * (100 - LK-REDUCAO) / 100.
           COMPUTE LK-IMPOSTO ROUNDED =
              LS-BASE-CALCULO * LK-ALIQUOTA / 100
              ON SIZE ERROR
                 MOVE ZERO TO LK-IMPOSTO
                 MOVE "IMPOSTO EXCEDE A CAPACIDADE DO CAMPO"
                    TO LK-MOTIVO
                 EXIT PROGRAM
           END-COMPUTE.
           COMPUTE LK-LIQUIDO = LK-BASE - LK-IMPOSTO.
           EXIT PROGRAM.
      ******************************************************************
      * LINHA VIGENTE DO CODIGO: A DE VIGENCIA MAIS RECENTE ATE A DATA *
      * DA TRANSACAO (VIGENCIAS POSTERIORES NAO VALEM PARA TRAS)       *
      ******************************************************************
       100-PROCURA-VIGENTE             SECTION.
           OPEN INPUT TAXAIMP-FILE.
           IF LS-TXI-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL LS-FIM-OK
              READ TAXAIMP-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF TI-CODIGO = LK-CODIGO
                       AND TI-VIGENCIA <= LK-DATA
                       AND TI-VIGENCIA >= LK-VIGENCIA
                       MOVE "S" TO LS-ACHOU
                       MOVE TI-ALIQUOTA TO LK-ALIQUOTA
                       MOVE TI-REDUCAO TO LK-REDUCAO
                       MOVE TI-VIGENCIA TO LK-VIGENCIA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TAXAIMP-FILE.
           EXIT.
