       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINHADIG.
      *
      * Linha digitavel do boleto de mensalidade: monta ("M") a linha
      * numerica de 37 digitos a partir do banco, do convenio, do
      * nosso numero, do vencimento e do valor, ou confere ("V") uma
      * linha lida do retorno do banco e devolve os campos. Os
      * digitos verificadores saem todos do DVCALC, que aceita ate 20
      * digitos por chamada, entao a linha e feita de campos curtos:
      *    campo 1 (10) - banco (3) + convenio (6) + DV modulo-10;
      *    campo 2 (15) - nosso numero (8) + vencimento AAMMDD (6)
      *                   + DV modulo-10;
      *    DV geral (1) - modulo-11 sobre nosso numero + valor, o
      *                   que amarra o boleto ao valor cobrado;
      *    campo 3 (11) - valor em centavos (10) + DV modulo-10.
      * O modulo-10 dos campos e o Luhn ("L" no DVCALC), o mesmo dos
      * campos de boleto bancario; o modulo-11 e o classico ("1").
      * LK-LINHA-FMT devolve a linha separada em grupos para a
      * impressao. LK-STATUS "S" linha montada/valida, "N" invalida
      * com LK-MOTIVO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       DATA DIVISION.
       LOCAL-STORAGE SECTION.
       01  LS-LINHA.
           05  LS-CAMPO-1.
               10  LS-BANCO        PIC 9(3).
               10  LS-CONVENIO     PIC 9(6).
               10  LS-DV-1         PIC 9.
           05  LS-CAMPO-2.
               10  LS-NOSSO-NUMERO PIC 9(8).
               10  LS-VENC-CURTO   PIC 9(6).
               10  LS-DV-2         PIC 9.
           05  LS-DV-GERAL         PIC 9.
           05  LS-CAMPO-3.
               10  LS-VALOR        PIC 9(8)V99.
               10  LS-DV-3         PIC 9.
       01  LS-BASE-GERAL.
           05  LS-BG-NOSSO         PIC 9(8).
           05  LS-BG-VALOR         PIC 9(8)V99.
       77  LS-DVC-CODIGO   PIC X(20).
       77  LS-DVC-TAMANHO  PIC 9(3).
       77  LS-DVC-DV       PIC 9.
       77  LS-DVC-ALGO     PIC X.
       LINKAGE SECTION.
       77  LK-OPCAO        PIC X.
           88 LK-MONTA     VALUE "M".
           88 LK-CONFERE   VALUE "V".
       77  LK-LINHA        PIC X(37).
       77  LK-LINHA-FMT    PIC X(42).
       77  LK-BANCO        PIC 9(3).
       77  LK-CONVENIO     PIC 9(6).
       77  LK-NOSSO-NUMERO PIC 9(8).
       77  LK-VENCIMENTO   PIC 9(8).
       77  LK-VALOR        PIC 9(8)V99.
       77  LK-STATUS       PIC X.
       77  LK-MOTIVO       PIC X(40).
       PROCEDURE DIVISION USING LK-OPCAO, LK-LINHA, LK-LINHA-FMT,
               LK-BANCO, LK-CONVENIO, LK-NOSSO-NUMERO, LK-VENCIMENTO,
               LK-VALOR, LK-STATUS, LK-MOTIVO.
       PROG-PRINCIPAL-PARA.
           MOVE "N" TO LK-STATUS.
           MOVE SPACES TO LK-MOTIVO.
           EVALUATE TRUE
              WHEN LK-MONTA
                 PERFORM 100-MONTA-LINHA
              WHEN LK-CONFERE
                 PERFORM 200-CONFERE-LINHA
              WHEN OTHER
                 MOVE "OPCAO INVALIDA" TO LK-MOTIVO
           END-EVALUATE.
           EXIT PROGRAM.
      ******************************************************************
      * MONTAGEM: CAMPOS A PARTIR DOS DADOS DO BOLETO, COM OS QUATRO   *
      * DIGITOS VERIFICADORES                                          *
      ******************************************************************
       100-MONTA-LINHA                 SECTION.
           MOVE LK-BANCO              TO LS-BANCO.
           MOVE LK-CONVENIO           TO LS-CONVENIO.
           MOVE LK-NOSSO-NUMERO       TO LS-NOSSO-NUMERO.
           MOVE LK-VENCIMENTO(3:6)    TO LS-VENC-CURTO.
           MOVE LK-VALOR              TO LS-VALOR.
           PERFORM 300-CALCULA-DIGITOS.
           MOVE LS-LINHA TO LK-LINHA.
           PERFORM 400-FORMATA.
           MOVE "S" TO LK-STATUS.
           EXIT.
      ******************************************************************
      * CONFERENCIA: LINHA NUMERICA E OS QUATRO DIGITOS RECALCULADOS;  *
      * VALIDA, DEVOLVE OS CAMPOS                                      *
      ******************************************************************
       200-CONFERE-LINHA               SECTION.
           IF LK-LINHA IS NOT NUMERIC
              MOVE "LINHA DIGITAVEL NAO NUMERICA" TO LK-MOTIVO
              EXIT SECTION
           END-IF
           MOVE LK-LINHA TO LS-LINHA.
           PERFORM 300-CALCULA-DIGITOS.
           IF LS-DV-1 NOT = LK-LINHA(10:1)
              OR LS-DV-2 NOT = LK-LINHA(25:1)
              OR LS-DV-3 NOT = LK-LINHA(37:1)
              MOVE "DIGITO DE CAMPO NAO CONFERE" TO LK-MOTIVO
              EXIT SECTION
           END-IF
           IF LS-DV-GERAL NOT = LK-LINHA(26:1)
              MOVE "DIGITO GERAL NAO CONFERE" TO LK-MOTIVO
              EXIT SECTION
           END-IF
           MOVE LS-BANCO        TO LK-BANCO.
           MOVE LS-CONVENIO     TO LK-CONVENIO.
           MOVE LS-NOSSO-NUMERO TO LK-NOSSO-NUMERO.
           MOVE "20"            TO LK-VENCIMENTO(1:2).
           MOVE LS-VENC-CURTO   TO LK-VENCIMENTO(3:6).
           MOVE LS-VALOR        TO LK-VALOR.
           PERFORM 400-FORMATA.
           MOVE "S" TO LK-STATUS.
           EXIT.
      ******************************************************************
      * DIGITOS: MODULO-10 (LUHN) EM CADA CAMPO E MODULO-11 SOBRE O    *
      * NOSSO NUMERO MAIS O VALOR                                      *
      ******************************************************************
       300-CALCULA-DIGITOS             SECTION.
           MOVE "L" TO LS-DVC-ALGO.
           MOVE SPACES TO LS-DVC-CODIGO.
           MOVE LS-CAMPO-1(1:9) TO LS-DVC-CODIGO.
           MOVE 9 TO LS-DVC-TAMANHO.
           CALL "DVCALC" USING LS-DVC-CODIGO, LS-DVC-TAMANHO,
              LS-DVC-DV, LS-DVC-ALGO.
           MOVE LS-DVC-DV TO LS-DV-1.
           MOVE SPACES TO LS-DVC-CODIGO.
           MOVE LS-CAMPO-2(1:14) TO LS-DVC-CODIGO.
           MOVE 14 TO LS-DVC-TAMANHO.
           CALL "DVCALC" USING LS-DVC-CODIGO, LS-DVC-TAMANHO,
              LS-DVC-DV, LS-DVC-ALGO.
           MOVE LS-DVC-DV TO LS-DV-2.
           MOVE SPACES TO LS-DVC-CODIGO.
           MOVE LS-CAMPO-3(1:10) TO LS-DVC-CODIGO.
           MOVE 10 TO LS-DVC-TAMANHO.
           CALL "DVCALC" USING LS-DVC-CODIGO, LS-DVC-TAMANHO,
              LS-DVC-DV, LS-DVC-ALGO.
           MOVE LS-DVC-DV TO LS-DV-3.
           MOVE "1" TO LS-DVC-ALGO.
           MOVE LS-NOSSO-NUMERO TO LS-BG-NOSSO.
           MOVE LS-VALOR        TO LS-BG-VALOR.
           MOVE SPACES TO LS-DVC-CODIGO.
           MOVE LS-BASE-GERAL TO LS-DVC-CODIGO.
           MOVE 18 TO LS-DVC-TAMANHO.
           CALL "DVCALC" USING LS-DVC-CODIGO, LS-DVC-TAMANHO,
              LS-DVC-DV, LS-DVC-ALGO.
           MOVE LS-DVC-DV TO LS-DV-GERAL.
           EXIT.
      ******************************************************************
      * LINHA EM GRUPOS PARA A IMPRESSAO:                              *
      * 99999.99999 99999.9999999999 9 99999999999                     *
      ******************************************************************
       400-FORMATA                     SECTION.
           MOVE SPACES TO LK-LINHA-FMT.
           STRING LS-LINHA(1:5) "." LS-LINHA(6:5) " "
                  LS-LINHA(11:5) "." LS-LINHA(16:10) " "
                  LS-LINHA(26:1) " " LS-LINHA(27:11)
              DELIMITED BY SIZE INTO LK-LINHA-FMT.
           EXIT.
