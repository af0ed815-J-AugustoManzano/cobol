       IDENTIFICATION DIVISION.
       PROGRAM-ID. C0502IMP.
      *
      * Calculo de imposto da calculadora sobre a tabela com vigencia
      * TAXAIMP.DAT (servico IMPOSTO, tabela mantida por C0502TRB): o
      * operador informa o codigo do imposto, o valor base da nota e
      * a data da transacao (em branco = data de negocio), e recebe
      * aliquota, reducao e vigencia aplicadas, base de calculo,
      * imposto e liquido - sem digitar aliquota de folha impressa.
      *
      * A base e digitada direto no campo largo (ate 999.999.999,99)
      * e precisa ser positiva. O resultado sai por C0502SAI como as
      * demais operacoes (operacao "IMPOSTO", valor 1 = base quando
      * cabe no campo de valor - ate 9.999,99 -, senao zero; valor
      * 2 = codigo do imposto; resultado = imposto); CL-EXPRESSAO
      * leva o codigo, a aliquota, a reducao, a vigencia e a base
      * inteira, no mesmo formato da operacao "I" do lote, para uma
      * auditoria posterior refazer a conta com a aliquota da epoca.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       DATA DIVISION.
       LOCAL-STORAGE SECTION.
       78  CR VALUE X"0D".
       COPY "c05ex02.cpy".
       77  LS-OPERACAO    PIC X(10) VALUE "IMPOSTO".
       77  LS-CODIGO      PIC 9(4).
       77  LS-DATA-PEDIDA PIC X(10).
       77  LS-DATA-VALIDA PIC X(10).
       77  LS-DATA-ALVO   PIC 9(8).
       77  LS-MOTIVO      PIC X(40).
       77  LS-BASE        PIC S9(9)V99.
       77  LS-ALIQUOTA    PIC 9(2)V9(4).
       77  LS-REDUCAO     PIC 9(3)V99.
       77  LS-VIGENCIA    PIC 9(8).
       77  LS-IMPOSTO     PIC S9(9)V99.
       77  LS-LIQUIDO     PIC S9(9)V99.
       77  LS-BASE-CALC   PIC S9(9)V99.
       77  LS-EXPRESSAO   PIC X(60).
       77  LS-S-VALOR     PIC -(8)9.99.
       77  LS-S-ALIQUOTA  PIC Z9.9999.
       77  LS-S-REDUCAO   PIC ZZ9.99.
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           CALL "SYSTEM" USING "cls".
           DISPLAY "--------------------------".
           DISPLAY "Calculo de Imposto".
           DISPLAY "--------------------------".
           DISPLAY CR.
           DISPLAY "Codigo do imposto ..............: "
              WITH NO ADVANCING.
           ACCEPT LS-CODIGO.
           DISPLAY "Valor base .....................: "
              WITH NO ADVANCING.
           ACCEPT LS-BASE.
           IF LS-BASE NOT > ZERO
              DISPLAY CR
              DISPLAY "Base invalida: informe um valor positivo."
              CALL "C0502PSA"
              EXIT PROGRAM
           END-IF
           DISPLAY "Data da transacao (DD/MM/AAAA,".
           DISPLAY "branco = data de negocio) ......: "
              WITH NO ADVANCING.
           ACCEPT LS-DATA-PEDIDA.
           PERFORM 050-RESOLVE-DATA-ALVO.
           IF LS-DATA-ALVO = ZERO
              CALL "C0502PSA"
              EXIT PROGRAM
           END-IF
           CALL "IMPOSTO" USING LS-CODIGO, LS-DATA-ALVO, LS-BASE,
              LS-ALIQUOTA, LS-REDUCAO, LS-VIGENCIA, LS-IMPOSTO,
              LS-LIQUIDO, LS-MOTIVO.
           IF LS-MOTIVO NOT = SPACES
              DISPLAY CR
              DISPLAY FUNCTION TRIM(LS-MOTIVO) "."
              DISPLAY "Cadastre a aliquota em C0502TRB."
              CALL "C0502PSA"
              EXIT PROGRAM
           END-IF
           PERFORM 100-MOSTRA-CALCULO.
           PERFORM 200-MONTA-EXPRESSAO.
           MOVE ZERO TO LS-VLR-1.
           IF LS-BASE NOT > 9999.99
              MOVE LS-BASE TO LS-VLR-1
           END-IF
           MOVE LS-CODIGO TO LS-VLR-2.
           COMPUTE LS-C-RST = LS-IMPOSTO
              ON SIZE ERROR
                 DISPLAY "Imposto excede o campo de resultado."
                 CALL "C0502PSA"
                 EXIT PROGRAM
           END-COMPUTE
           CALL "C0502SAI" USING BY CONTENT LS-OPERACAO,
               LS-VLR-1, LS-VLR-2, LS-C-RST, LS-EXPRESSAO.
           EXIT PROGRAM.
      ******************************************************************
      * DATA DA TRANSACAO: EM BRANCO VALE A DATA DE NEGOCIO; INFORMADA,*
      * PASSA PELA VALIDACAO DE C0602DAT ANTES DE VIRAR AAAAMMDD       *
      ******************************************************************
       050-RESOLVE-DATA-ALVO           SECTION.
           MOVE ZERO TO LS-DATA-ALVO.
           IF LS-DATA-PEDIDA = SPACES
              CALL "DATANEG" USING BY CONTENT "C",
                 BY REFERENCE LS-DATA-ALVO
              EXIT SECTION
           END-IF.
           CALL "C0602DAT" USING BY CONTENT LS-DATA-PEDIDA,
               BY REFERENCE LS-DATA-VALIDA, BY REFERENCE LS-MOTIVO,
               BY CONTENT "B".
           IF LS-DATA-VALIDA = "**/**/****"
              DISPLAY "Data invalida: " FUNCTION TRIM(LS-MOTIVO)
              EXIT SECTION
           END-IF.
           MOVE LS-DATA-VALIDA(7:4) TO LS-DATA-ALVO(1:4).
           MOVE LS-DATA-VALIDA(4:2) TO LS-DATA-ALVO(5:2).
           MOVE LS-DATA-VALIDA(1:2) TO LS-DATA-ALVO(7:2).
           EXIT.
      ******************************************************************
      * DEMONSTRATIVO NA TELA: ALIQUOTA APLICADA, BASE, IMPOSTO E      *
      * LIQUIDO                                                        *
      ******************************************************************
       100-MOSTRA-CALCULO              SECTION.
           COMPUTE LS-BASE-CALC ROUNDED =
              LS-BASE * (100 - LS-REDUCAO) / 100.
           MOVE LS-ALIQUOTA TO LS-S-ALIQUOTA.
           MOVE LS-REDUCAO TO LS-S-REDUCAO.
           DISPLAY CR.
           DISPLAY "Aliquota ...........: " LS-S-ALIQUOTA " %"
              "  (vigente desde " LS-VIGENCIA(7:2) "/"
              LS-VIGENCIA(5:2) "/" LS-VIGENCIA(1:4) ")".
           DISPLAY "Reducao da base ....: " LS-S-REDUCAO " %".
           MOVE LS-BASE TO LS-S-VALOR.
           DISPLAY "Valor base .........: " LS-S-VALOR.
           MOVE LS-BASE-CALC TO LS-S-VALOR.
           DISPLAY "Base de calculo ....: " LS-S-VALOR.
           MOVE LS-IMPOSTO TO LS-S-VALOR.
           DISPLAY "Imposto ............: " LS-S-VALOR.
           MOVE LS-LIQUIDO TO LS-S-VALOR.
           DISPLAY "Liquido ............: " LS-S-VALOR.
           DISPLAY CR.
           EXIT.
      ******************************************************************
      * TEXTO DE AUDITORIA PARA CL-EXPRESSAO: CODIGO, ALIQUOTA,        *
      * REDUCAO, VIGENCIA E BASE INTEIRA (MESMO FORMATO DO LOTE)       *
      ******************************************************************
       200-MONTA-EXPRESSAO             SECTION.
           MOVE LS-BASE TO LS-S-VALOR.
           MOVE SPACES TO LS-EXPRESSAO.
           STRING "IMP " LS-CODIGO
                  " AL " FUNCTION TRIM(LS-S-ALIQUOTA)
                  " RD " FUNCTION TRIM(LS-S-REDUCAO)
                  " VG " LS-VIGENCIA
                  " BASE " FUNCTION TRIM(LS-S-VALOR)
              DELIMITED BY SIZE INTO LS-EXPRESSAO.
           EXIT.
