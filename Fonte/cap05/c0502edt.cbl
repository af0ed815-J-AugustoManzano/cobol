      * (LOTEEDT.LST) com numero de linha e motivo de cada rejeicao.
      * Ao final exibe os totais de controle, para o arquivo que chega
      * ao C0502LOT a noite ja ser conhecido como bom.
      *
      * O departamento de cada detalhe e expressao e conferido contra
      * o cadastro DEPTO.DAT (servico DEPTOCHK): codigo desconhecido
      * ou inativo e rejeitado com o motivo na listagem, em vez de
      * virar um departamento a mais nos totais de consolidacao.
      *
      * Cada rejeicao tambem vai, com o departamento e o motivo, para
      * LOTEEDR.DAT, de onde os arquivos de retorno por departamento
      * (C0502RET) a devolvem a area remetente junto com os
      * resultados do lote da noite.
      *
      * A operacao de imposto ("I") e aceita com o valor 2 sendo o
      * codigo do imposto, que precisa ser inteiro e nao nulo, e a
      * base na base larga do registro de imposto (LT-I-BASE,
      * numerica quando preenchida) ou, em branco, em LT-VLR-1; a
      * base precisa ser positiva. A existencia de aliquota vigente
      * so e conferida no lote, na data de negocio do processamento.
      *
      * O envelope de remessa (cabecalho "C" e rodape "R", ver
      * lotein.cpy) tambem e criticado: numero de remessa e data
      * numericos, departamento do cabecalho no cadastro, rodape
      * casando quantidade e hash com os registros da remessa. Como o
      * arquivo limpo leva so os registros aprovados, o rodape
      * gravado em LOTEVAL.DAT e recalculado sobre eles; um rodape que
      * nao confere na entrada e rejeitado, e a remessa segue sem
      * rodape para o LOTEENV recusar a noite.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT LOTE-ERRO-FILE ASSIGN TO "LOTEEDT.LST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-ERRO-STATUS.
           SELECT LOTE-REJ-FILE ASSIGN TO "LOTEEDR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-REJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOTE-ENTRADA-FILE.
       01  LV-REGISTRO         PIC X(73).
       FD  LOTE-ERRO-FILE.
       01  LE-LINHA            PIC X(70).
       FD  LOTE-REJ-FILE.
       COPY "loteedr.cpy".
       LOCAL-STORAGE SECTION.
       78  LIMITE-IDS VALUE 2000.
       01  TB-IDS-ARQUIVO.
       77  LS-ENTRADA-STATUS   PIC XX.
       77  LS-VALIDO-STATUS    PIC XX.
       77  LS-ERRO-STATUS      PIC XX.
       77  LS-REJ-STATUS       PIC XX.
       77  LS-FIM-ARQUIVO      PIC X VALUE "N".
           88 LS-FIM-OK        VALUE "S".
       77  LS-TOTAL-LIDOS      PIC 9(6) VALUE ZERO.
       77  LS-MOTIVO           PIC X(40).
       77  LS-VLR-DIGITOS      PIC X(6).
       77  LS-S-LINHA          PIC ZZZZZ9.
       77  LS-DEPTO            PIC X(4).
       77  LS-DEPTO-NOME       PIC X(30).
       77  LS-ENV-DENTRO       PIC X VALUE "N".
       77  LS-ENV-DEPTO        PIC X(4) VALUE SPACES.
       77  LS-ENV-QTDE-LIDA    PIC 9(6).
       77  LS-ENV-HASH-LIDO    PIC 9(12).
       77  LS-ENV-QTDE-VAL     PIC 9(6).
       77  LS-ENV-HASH-VAL     PIC 9(12).
       77  LS-PROGRAMA         PIC X(8) VALUE "C0502EDT".
       77  LS-RESULTADO        PIC X(20).
       PROCEDURE DIVISION.
           END-IF
           OPEN OUTPUT LOTE-VALIDO-FILE.
           OPEN OUTPUT LOTE-ERRO-FILE.
           OPEN OUTPUT LOTE-REJ-FILE.
           MOVE "CRITICA PREVIA DO LOTE - EXCECOES" TO LE-LINHA.
           WRITE LE-LINHA.
           MOVE "LINHA   REGISTRO        MOTIVO" TO LE-LINHA.
                 NOT AT END
                    ADD 1 TO LS-TOTAL-LIDOS
                    PERFORM 200-VALIDA-REGISTRO
                    IF LT-TIPO NOT = "C" AND LT-TIPO NOT = "R"
                       PERFORM 290-CONTA-ENVELOPE
                    END-IF
                    IF LS-MOTIVO = SPACES
                       ADD 1 TO LS-TOTAL-VALIDOS
                       MOVE LT-BRUTO TO LV-REGISTRO
                    END-IF
              END-READ
           END-PERFORM.
           IF LS-ENV-DENTRO = "S"
              MOVE SPACES TO LE-LINHA
              STRING "REMESSA " LS-ENV-DEPTO
                     " SEM RODAPE - ARQUIVO TRUNCADO"
                 DELIMITED BY SIZE INTO LE-LINHA
              WRITE LE-LINHA
              DISPLAY "Remessa " LS-ENV-DEPTO " sem rodape."
           END-IF
           PERFORM 400-GRAVA-TOTAIS.
           CLOSE LOTE-ENTRADA-FILE.
           CLOSE LOTE-VALIDO-FILE.
           CLOSE LOTE-ERRO-FILE.
           CLOSE LOTE-REJ-FILE.
           DISPLAY "Registros lidos ....: " LS-TOTAL-LIDOS.
           DISPLAY "Registros validos ..: " LS-TOTAL-VALIDOS.
           DISPLAY "Registros rejeitados: " LS-TOTAL-REJEITADOS.
                 IF LT-X-TEXTO = SPACES
                    MOVE "EXPRESSAO EM BRANCO" TO LS-MOTIVO
                 END-IF
              WHEN "C"
                 PERFORM 270-VALIDA-CABECALHO
              WHEN "R"
                 PERFORM 280-VALIDA-RODAPE
              WHEN "D"
              WHEN SPACE
                 PERFORM 250-VALIDA-DETALHE
              WHEN OTHER
                 MOVE "TIPO DE REGISTRO INVALIDO" TO LS-MOTIVO
           END-EVALUATE.
           IF LS-MOTIVO = SPACES
              PERFORM 260-VALIDA-DEPARTAMENTO
           END-IF.
           EXIT.
      ******************************************************************
      * CRITICA DO ID DE REQUISICAO: UM ID NAO PODE SE REPETIR DENTRO  *
      ******************************************************************
       220-VALIDA-REQ-ID                SECTION.
           IF LT-REQ-ID = SPACES OR LT-TIPO = "S" OR LT-TIPO = "T"
              OR LT-TIPO = "C" OR LT-TIPO = "R"
              EXIT SECTION
           END-IF.
           PERFORM VARYING AC-CI FROM 1 BY 1
      ******************************************************************
       250-VALIDA-DETALHE               SECTION.
           IF LT-OPERACAO NOT = "A" AND LT-OPERACAO NOT = "S" AND
              LT-OPERACAO NOT = "M" AND LT-OPERACAO NOT = "D" AND
              LT-OPERACAO NOT = "I"
              MOVE "CODIGO DE OPERACAO INVALIDO" TO LS-MOTIVO
              EXIT SECTION
           END-IF.
           IF LT-OPERACAO = "D" AND LT-VLR-2 = ZERO
              MOVE "DIVISAO POR ZERO" TO LS-MOTIVO
           END-IF.
           IF LT-OPERACAO = "I" AND (LT-VLR-2 < 1 OR
              LT-VLR-2 NOT = FUNCTION INTEGER-PART(LT-VLR-2))
              MOVE "CODIGO DE IMPOSTO INVALIDO" TO LS-MOTIVO
              EXIT SECTION
           END-IF.
           IF LT-OPERACAO = "I"
              PERFORM 255-VALIDA-BASE-IMPOSTO
           END-IF.
           EXIT.
      ******************************************************************
      * BASE DO IMPOSTO: A BASE LARGA, QUANDO PREENCHIDA, PRECISA SER  *
      * NUMERICA; A BASE EFETIVA (ELA OU LT-VLR-1) PRECISA SER POSITIVA*
      ******************************************************************
       255-VALIDA-BASE-IMPOSTO          SECTION.
           IF LT-BRUTO(27:11) = SPACES
              IF LT-VLR-1 NOT > ZERO
                 MOVE "BASE DO IMPOSTO INVALIDA" TO LS-MOTIVO
              END-IF
              EXIT SECTION
           END-IF.
           IF LT-I-BASE IS NOT NUMERIC
              MOVE "BASE DO IMPOSTO NAO NUMERICA" TO LS-MOTIVO
              EXIT SECTION
           END-IF.
           IF LT-I-BASE = ZERO
              MOVE "BASE DO IMPOSTO INVALIDA" TO LS-MOTIVO
           END-IF.
           EXIT.
      ******************************************************************
      * CRITICA DO DEPARTAMENTO CONTRA O CADASTRO (OS REGISTROS DE     *
      * CONTROLE "S"/"T" E O ENVELOPE "C"/"R" NAO SAO CONFERIDOS AQUI) *
      ******************************************************************
       260-VALIDA-DEPARTAMENTO          SECTION.
           EVALUATE LT-TIPO
              WHEN "S"
              WHEN "T"
              WHEN "C"
              WHEN "R"
                 EXIT SECTION
              WHEN "X"
                 MOVE LT-X-DEPTO TO LS-DEPTO
              WHEN OTHER
                 MOVE LT-DEPTO TO LS-DEPTO
           END-EVALUATE.
           CALL "DEPTOCHK" USING LS-DEPTO, LS-DEPTO-NOME, LS-MOTIVO.
           EXIT.
      ******************************************************************
      * CABECALHO DE REMESSA: NUMERO, DATA E DEPARTAMENTO; ABRE OS     *
      * CONTADORES DO ENVELOPE                                         *
      ******************************************************************
       270-VALIDA-CABECALHO             SECTION.
           IF LS-ENV-DENTRO = "S"
              MOVE "REMESSA ANTERIOR SEM RODAPE" TO LS-MOTIVO
           END-IF
           MOVE "S" TO LS-ENV-DENTRO.
           MOVE LT-CB-DEPTO TO LS-ENV-DEPTO.
           MOVE ZERO TO LS-ENV-QTDE-LIDA.
           MOVE ZERO TO LS-ENV-HASH-LIDO.
           MOVE ZERO TO LS-ENV-QTDE-VAL.
           MOVE ZERO TO LS-ENV-HASH-VAL.
           IF LS-MOTIVO NOT = SPACES
              EXIT SECTION
           END-IF
           IF LT-CB-REMESSA IS NOT NUMERIC OR LT-CB-REMESSA = ZERO
              MOVE "NUMERO DE REMESSA INVALIDO" TO LS-MOTIVO
              EXIT SECTION
           END-IF
           IF LT-CB-DATA IS NOT NUMERIC
              MOVE "DATA DA REMESSA NAO NUMERICA" TO LS-MOTIVO
              EXIT SECTION
           END-IF
           MOVE LT-CB-DEPTO TO LS-DEPTO.
           CALL "DEPTOCHK" USING LS-DEPTO, LS-DEPTO-NOME, LS-MOTIVO.
           EXIT.
      ******************************************************************
      * RODAPE DE REMESSA: QUANTIDADE E HASH DECLARADOS CONTRA OS      *
      * RECONTADOS; APROVADO, SAI RECALCULADO SOBRE OS VALIDOS         *
      ******************************************************************
       280-VALIDA-RODAPE                SECTION.
           IF LS-ENV-DENTRO NOT = "S"
              MOVE "RODAPE SEM CABECALHO" TO LS-MOTIVO
              EXIT SECTION
           END-IF
           MOVE "N" TO LS-ENV-DENTRO.
           IF LT-RD-QTDE IS NOT NUMERIC OR LT-RD-HASH IS NOT NUMERIC
              OR LT-RD-QTDE NOT = LS-ENV-QTDE-LIDA
              OR LT-RD-HASH NOT = LS-ENV-HASH-LIDO
              MOVE "RODAPE NAO CONFERE COM A REMESSA" TO LS-MOTIVO
              EXIT SECTION
           END-IF
           MOVE LS-ENV-QTDE-VAL TO LT-RD-QTDE.
           MOVE LS-ENV-HASH-VAL TO LT-RD-HASH.
           EXIT.
      ******************************************************************
      * REGISTRO DENTRO DO ENVELOPE: ENTRA NA RECONTAGEM DA ENTRADA E, *
      * SE APROVADO, NA DO ARQUIVO LIMPO (HASH SO DOS DETALHES)        *
      ******************************************************************
       290-CONTA-ENVELOPE               SECTION.
           IF LS-ENV-DENTRO NOT = "S"
              EXIT SECTION
           END-IF
           ADD 1 TO LS-ENV-QTDE-LIDA.
           IF LS-MOTIVO = SPACES
              ADD 1 TO LS-ENV-QTDE-VAL
           END-IF
           IF LT-TIPO = "S" OR LT-TIPO = "T" OR LT-TIPO = "X"
              EXIT SECTION
           END-IF
           IF LT-VLR-1 IS NOT NUMERIC OR LT-VLR-2 IS NOT NUMERIC
              EXIT SECTION
           END-IF
           COMPUTE LS-ENV-HASH-LIDO = LS-ENV-HASH-LIDO
              + FUNCTION ABS(LT-VLR-1) * 100
              + FUNCTION ABS(LT-VLR-2) * 100.
           IF LS-MOTIVO = SPACES
              COMPUTE LS-ENV-HASH-VAL = LS-ENV-HASH-VAL
                 + FUNCTION ABS(LT-VLR-1) * 100
                 + FUNCTION ABS(LT-VLR-2) * 100
           END-IF.
           IF LT-OPERACAO = "I" AND LT-I-BASE IS NUMERIC
              COMPUTE LS-ENV-HASH-LIDO = LS-ENV-HASH-LIDO
                 + LT-I-BASE * 100
              IF LS-MOTIVO = SPACES
                 COMPUTE LS-ENV-HASH-VAL = LS-ENV-HASH-VAL
                    + LT-I-BASE * 100
              END-IF
           END-IF.
           EXIT.
      ******************************************************************
      * UMA LINHA DA LISTAGEM DE EXCECOES POR REGISTRO REJEITADO       *
                  FUNCTION TRIM(LS-MOTIVO)
              DELIMITED BY SIZE INTO LE-LINHA.
           WRITE LE-LINHA.
           MOVE LS-TOTAL-LIDOS TO ER-LINHA.
           EVALUATE LT-TIPO
              WHEN "X"
                 MOVE LT-X-DEPTO TO ER-DEPTO
              WHEN "C"
              WHEN "R"
                 MOVE LS-ENV-DEPTO TO ER-DEPTO
              WHEN OTHER
                 MOVE LT-DEPTO TO ER-DEPTO
           END-EVALUATE.
           MOVE LT-BRUTO TO ER-BRUTO.
           MOVE LS-MOTIVO TO ER-MOTIVO.
           WRITE ER-REGISTRO.
           EXIT.
      ******************************************************************
      * TOTAIS DE CONTROLE NO RODAPE DA LISTAGEM DE EXCECOES           *
