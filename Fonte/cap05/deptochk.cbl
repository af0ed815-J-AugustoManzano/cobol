       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTOCHK.
      *
      * Validacao de um codigo de departamento contra o cadastro
      * DEPTO.DAT (mantido por C0502DPT), no mesmo espirito de
      * INSTRTUR: o chamador informa o codigo e recebe o nome da area
      * e o motivo da recusa - em branco quando o codigo existe e esta
      * ativo. Usado pela critica previa (C0502EDT), pelo lote
      * (C0502LOT), pela entrada de datas-valor (C0502DTV) e pela
      * correcao de rejeicoes (C0502FIX), para "FIN ", "FINA" e "fin "
      * nao virarem tres departamentos nos totais de consolidacao.
      * Codigo em branco continua aceito: e o grupo sem departamento
      * dos arquivos antigos. Sem DEPTO.DAT nenhum codigo preenchido
      * e conhecido, e todos sao recusados.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPTO-FILE ASSIGN TO "DEPTO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-DEP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPTO-FILE.
       COPY "depto.cpy".
       LOCAL-STORAGE SECTION.
       77  LS-DEP-STATUS  PIC XX.
       77  LS-FIM-ARQUIVO PIC X VALUE "N".
           88 LS-FIM-OK   VALUE "S".
       77  LS-ACHOU       PIC X VALUE "N".
       77  LS-ATIVO       PIC X.
       LINKAGE SECTION.
       77  LK-DEPTO       PIC X(4).
       77  LK-NOME        PIC X(30).
       77  LK-MOTIVO      PIC X(40).
       PROCEDURE DIVISION USING LK-DEPTO, LK-NOME, LK-MOTIVO.
       PROG-PRINCIPAL-PARA.
           MOVE SPACES TO LK-NOME.
           MOVE SPACES TO LK-MOTIVO.
           IF LK-DEPTO = SPACES
              EXIT PROGRAM
           END-IF.
           PERFORM 100-PROCURA-DEPARTAMENTO.
           IF LS-ACHOU NOT = "S"
              STRING "DEPARTAMENTO " LK-DEPTO " NAO CADASTRADO"
                 DELIMITED BY SIZE INTO LK-MOTIVO
           ELSE
              IF LS-ATIVO NOT = "S"
                 STRING "DEPARTAMENTO " LK-DEPTO " INATIVO"
                    DELIMITED BY SIZE INTO LK-MOTIVO
              END-IF
           END-IF.
           EXIT PROGRAM.
      ******************************************************************
      * PROCURA O CODIGO EM DEPTO.DAT (A ULTIMA OCORRENCIA VALE)       *
      ******************************************************************
       100-PROCURA-DEPARTAMENTO        SECTION.
           OPEN INPUT DEPTO-FILE.
           IF LS-DEP-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL LS-FIM-OK
              READ DEPTO-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF DP-CODIGO = LK-DEPTO
                       MOVE "S" TO LS-ACHOU
                       MOVE DP-ATIVO TO LS-ATIVO
                       MOVE DP-NOME TO LK-NOME
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DEPTO-FILE.
           EXIT.
