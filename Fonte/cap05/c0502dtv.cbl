      * entradas fixas de todo mes viram instrucoes permanentes em
      * LOTEREC.DAT (operacao, valores, departamento e dia do mes),
      * geradas automaticamente a cada competencia sem redigitacao.
      * O departamento das duas entradas e conferido contra o
      * cadastro DEPTO.DAT (servico DEPTOCHK): codigo desconhecido ou
      * inativo recusa a inclusao com o motivo na tela.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  LS-DATA-EFETIVA     PIC 9(8).
       77  LS-HOJE             PIC 9(8).
       77  LS-QTDE-LISTADAS    PIC 9(4) VALUE ZERO.
       77  LS-DEPTO-NOME       PIC X(30).
       77  LS-S-VLR-1          PIC -(4)9.99.
       77  LS-S-VLR-2          PIC -(4)9.99.
       77  LS-DATA-HORA-SISTEMA PIC X(20).
           DISPLAY "Departamento (4 pos.) ...: " WITH NO ADVANCING.
           ACCEPT LF-DEPTO.
           MOVE FUNCTION UPPER-CASE(LF-DEPTO) TO LF-DEPTO.
           CALL "DEPTOCHK" USING LF-DEPTO, LS-DEPTO-NOME, LS-MOTIVO.
           IF LS-MOTIVO NOT = SPACES
              DISPLAY "Inclusao recusada: " FUNCTION TRIM(LS-MOTIVO)
              EXIT SECTION
           END-IF
           MOVE "D" TO LF-TIPO.
           MOVE LS-DATA-EFETIVA TO LF-DATA-EFETIVA.
           OPEN EXTEND LOTE-FUT-FILE.
           DISPLAY "Departamento (4 pos.) ...: " WITH NO ADVANCING.
           ACCEPT RC-DEPTO.
           MOVE FUNCTION UPPER-CASE(RC-DEPTO) TO RC-DEPTO.
           CALL "DEPTOCHK" USING RC-DEPTO, LS-DEPTO-NOME, LS-MOTIVO.
           IF LS-MOTIVO NOT = SPACES
              DISPLAY "Inclusao recusada: " FUNCTION TRIM(LS-MOTIVO)
              EXIT SECTION
           END-IF
           DISPLAY "Dia do mes (01-28) ......: " WITH NO ADVANCING.
           ACCEPT RC-DIA.
           IF RC-DIA < 1 OR RC-DIA > 28
