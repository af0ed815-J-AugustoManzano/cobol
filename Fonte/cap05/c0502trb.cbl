       IDENTIFICATION DIVISION.
       PROGRAM-ID. C0502TRB.
      *
      * Manutencao da tabela de impostos (TAXAIMP.DAT) usada pelo
      * servico IMPOSTO, no molde da tabela de cambio (C0502CMB): lista
      * as linhas cadastradas e inclui uma aliquota nova de um codigo
      * de imposto - descricao, aliquota, percentual de reducao da
      * base e data de vigencia validada por C0602DAT. Uma mudanca de
      * aliquota e uma linha nova com a vigencia dela; as linhas
      * antigas ficam, para um calculo com data anterior (ou a
      * reconstituicao de uma auditoria) achar a aliquota da epoca.
      * Cada inclusao e anexada ao final do arquivo (OPEN EXTEND com
      * fallback para OPEN OUTPUT) e auditada.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
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
       78  CR VALUE X"0D".
       77  LS-TXI-STATUS  PIC XX.
       77  LS-FIM-ARQUIVO PIC X VALUE "N".
           88 LS-FIM-OK   VALUE "S".
       77  LS-OPCAO       PIC X.
       77  LS-CODIGO      PIC 9(4).
       77  LS-DESCRICAO   PIC X(20).
       77  LS-ALIQUOTA    PIC 9(2)V9(4).
       77  LS-REDUCAO     PIC 9(3)V99.
       77  LS-DATA        PIC X(10).
       77  LS-SAIDA-DATA  PIC X(10).
       77  LS-MOTIVO      PIC X(40).
       77  LS-S-ALIQUOTA  PIC Z9.9999.
       77  LS-S-REDUCAO   PIC ZZ9.99.
       77  LS-PROGRAMA    PIC X(8) VALUE "C0502TRB".
       77  LS-RESULTADO   PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           PERFORM FOREVER
              CALL "SYSTEM" USING "cls"
              DISPLAY "--------------------------"
              DISPLAY "Tabela de Impostos"
              DISPLAY "--------------------------"
              DISPLAY CR
              DISPLAY "[L] - Listar aliquotas cadastradas"
              DISPLAY "[I] - Incluir aliquota com vigencia"
              DISPLAY "[V] - Voltar ao menu principal"
              DISPLAY CR
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT LS-OPCAO
              MOVE FUNCTION UPPER-CASE(LS-OPCAO) TO LS-OPCAO
              DISPLAY CR
              EVALUATE LS-OPCAO
                 WHEN "V"
                    EXIT PERFORM
                 WHEN "L"
                    PERFORM 100-LISTA-ALIQUOTAS
                    CALL "C0502PSA"
                 WHEN "I"
                    PERFORM 200-INCLUI-ALIQUOTA
                    CALL "C0502PSA"
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
                    CALL "C0502PSA"
              END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.
      ******************************************************************
      * LISTA TODAS AS LINHAS JA CADASTRADAS, NA ORDEM DO ARQUIVO      *
      ******************************************************************
       100-LISTA-ALIQUOTAS              SECTION.
           MOVE "N" TO LS-FIM-ARQUIVO.
           OPEN INPUT TAXAIMP-FILE.
           IF LS-TXI-STATUS NOT = "00"
              DISPLAY "Nenhuma aliquota cadastrada em TAXAIMP.DAT."
              EXIT SECTION
           END-IF
           DISPLAY "COD  DESCRICAO             ALIQ %  RED %  VIGENCIA".
           PERFORM UNTIL LS-FIM-OK
              READ TAXAIMP-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    MOVE TI-ALIQUOTA TO LS-S-ALIQUOTA
                    MOVE TI-REDUCAO TO LS-S-REDUCAO
                    DISPLAY TI-CODIGO " " TI-DESCRICAO " "
                       LS-S-ALIQUOTA " " LS-S-REDUCAO "  "
                       TI-VIGENCIA(7:2) "/" TI-VIGENCIA(5:2) "/"
                       TI-VIGENCIA(1:4)
              END-READ
           END-PERFORM.
           CLOSE TAXAIMP-FILE.
           EXIT.
      ******************************************************************
      * INCLUSAO DE UMA ALIQUOTA COM VIGENCIA, VALIDADA ANTES DE       *
      * GRAVAR                                                         *
      ******************************************************************
       200-INCLUI-ALIQUOTA              SECTION.
           DISPLAY "Codigo do imposto (9999) ...: " WITH NO ADVANCING.
           ACCEPT LS-CODIGO.
           IF LS-CODIGO = ZERO
              DISPLAY "Codigo nao informado. Inclusao cancelada."
              MOVE "ERRO" TO LS-RESULTADO
              CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO
              EXIT SECTION
           END-IF
           DISPLAY "Descricao ..................: " WITH NO ADVANCING.
           ACCEPT LS-DESCRICAO.
           MOVE FUNCTION UPPER-CASE(LS-DESCRICAO) TO LS-DESCRICAO.
           DISPLAY "Aliquota % (99.9999) .......: " WITH NO ADVANCING.
           ACCEPT LS-ALIQUOTA.
           IF LS-ALIQUOTA = ZERO
              DISPLAY "Aliquota zerada. Inclusao cancelada."
              MOVE "ERRO" TO LS-RESULTADO
              CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO
              EXIT SECTION
           END-IF
           DISPLAY "Reducao da base % (999.99) .: " WITH NO ADVANCING.
           ACCEPT LS-REDUCAO.
           IF LS-REDUCAO NOT < 100
              DISPLAY "Reducao deve ser menor que 100%. Inclusao "
                 "cancelada."
              MOVE "ERRO" TO LS-RESULTADO
              CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO
              EXIT SECTION
           END-IF
           DISPLAY "Vigencia (DD/MM/AAAA) ......: " WITH NO ADVANCING.
           ACCEPT LS-DATA.
           CALL "C0602DAT" USING BY CONTENT LS-DATA,
               BY REFERENCE LS-SAIDA-DATA, BY REFERENCE LS-MOTIVO,
               BY CONTENT "B".
           IF LS-SAIDA-DATA = "**/**/****"
              DISPLAY "Data invalida: " FUNCTION TRIM(LS-MOTIVO)
              DISPLAY "Inclusao cancelada."
              MOVE "ERRO" TO LS-RESULTADO
              CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO
              EXIT SECTION
           END-IF
           MOVE LS-CODIGO      TO TI-CODIGO.
           MOVE LS-DESCRICAO   TO TI-DESCRICAO.
           MOVE LS-ALIQUOTA    TO TI-ALIQUOTA.
           MOVE LS-REDUCAO     TO TI-REDUCAO.
           MOVE LS-SAIDA-DATA(7:4) TO TI-VIGENCIA(1:4).
           MOVE LS-SAIDA-DATA(4:2) TO TI-VIGENCIA(5:2).
           MOVE LS-SAIDA-DATA(1:2) TO TI-VIGENCIA(7:2).
           OPEN EXTEND TAXAIMP-FILE.
           IF LS-TXI-STATUS = "35"
              OPEN OUTPUT TAXAIMP-FILE
           END-IF
           WRITE TI-REGISTRO.
           CLOSE TAXAIMP-FILE.
           DISPLAY "Aliquota do imposto " LS-CODIGO
              " gravada em TAXAIMP.DAT.".
           MOVE "SUCESSO" TO LS-RESULTADO.
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           EXIT.
