       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENDPOSTA.
      *
      * Endereco de correspondencia de um estudante, no mesmo espirito
      * de INSTRTUR: o chamador informa o TR-ID e recebe as linhas do
      * endereco ja montadas a partir da ficha de contato
      * (CONTATO.DAT, formulario CAP04AP43) - "A/C" do responsavel
      * quando houver, logradouro, bairro/cidade/UF e CEP. LK-SITUACAO
      * devolve "S" com o endereco pronto, "N" quando nao ha ficha ou
      * endereco e "R" quando a ficha existe mas a correspondencia nao
      * esta autorizada (as linhas voltam em branco). E o que o
      * boletim, o certificado e as cartas imprimem como destinatario.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTATO-FILE ASSIGN TO "CONTATO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-CTT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTATO-FILE.
       COPY "contato.cpy".
       LOCAL-STORAGE SECTION.
       77  LS-CTT-STATUS  PIC XX.
       77  LS-FIM-ARQUIVO PIC X VALUE "N".
           88 LS-FIM-OK   VALUE "S".
       77  LS-ACHOU       PIC X VALUE "N".
       01  LS-CEP-EDITADO.
           05  LS-CEP-1   PIC 9(5).
           05  FILLER     PIC X VALUE "-".
           05  LS-CEP-2   PIC 9(3).
       LINKAGE SECTION.
       77  LK-ID          PIC X(9).
       77  LK-SITUACAO    PIC X.
       01  LK-ENDERECO.
           05  LK-LINHA   PIC X(60) OCCURS 4 TIMES.
       PROCEDURE DIVISION USING LK-ID, LK-SITUACAO, LK-ENDERECO.
       PROG-PRINCIPAL-PARA.
           MOVE "N" TO LK-SITUACAO.
           MOVE SPACES TO LK-ENDERECO.
           PERFORM 100-PROCURA-FICHA.
           IF LS-ACHOU NOT = "S" OR CT-ENDERECO = SPACES
              EXIT PROGRAM
           END-IF.
           IF NOT CT-CORRESP-OK
              MOVE "R" TO LK-SITUACAO
              EXIT PROGRAM
           END-IF.
           PERFORM 200-MONTA-LINHAS.
           MOVE "S" TO LK-SITUACAO.
           EXIT PROGRAM.
      ******************************************************************
      * FICHA DO ESTUDANTE EM CONTATO.DAT                              *
      ******************************************************************
       100-PROCURA-FICHA               SECTION.
           OPEN INPUT CONTATO-FILE.
           IF LS-CTT-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL LS-FIM-OK
              READ CONTATO-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF CT-ID = LK-ID
                       MOVE "S" TO LS-ACHOU
                       MOVE "S" TO LS-FIM-ARQUIVO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTATO-FILE.
           EXIT.
      ******************************************************************
      * LINHAS DO ENDERECO, NA ORDEM DA ETIQUETA                       *
      ******************************************************************
       200-MONTA-LINHAS                SECTION.
           IF CT-RESP-NOME NOT = SPACES
              STRING "A/C " CT-RESP-NOME DELIMITED BY "  "
                 " (" CT-RESP-PARENTESCO DELIMITED BY "  "
                 ")" DELIMITED BY SIZE
                 INTO LK-LINHA(1)
           END-IF.
           MOVE CT-ENDERECO TO LK-LINHA(2).
           STRING CT-BAIRRO DELIMITED BY "  "
              " - " CT-CIDADE DELIMITED BY "  "
              "/" CT-UF DELIMITED BY SIZE
              INTO LK-LINHA(3).
           DIVIDE CT-CEP BY 1000 GIVING LS-CEP-1 REMAINDER LS-CEP-2.
           STRING "CEP " LS-CEP-EDITADO DELIMITED BY SIZE
              INTO LK-LINHA(4).
           EXIT.
       END PROGRAM ENDPOSTA.
