       IDENTIFICATION DIVISION.
       PROGRAM-ID. ULTACESS.
      *
      * Servico do ultimo sign-on de cada operador, no espirito do
      * UNIDSVC: a recertificacao de acessos (CAP06AP22) e a
      * inativacao das contas sem uso (CAP06AP23) precisam da data do
      * ultimo acesso, que o sistema nunca guardou no registro de
      * operadores. A resposta vem das duas fontes que ja existem: o
      * registro "SIGNON OK" do MENUGERAL na trilha AUDITLOG.DAT (que
      * grava o NOME do operador em AL-OPERADOR) e a sessao corrente
      * em SESSOES.DAT (pelo id, ultima atividade). Vale a mais
      * recente das duas. As tabelas ficam em WORKING-STORAGE e sao
      * carregadas na primeira consulta; o chamador pede a recarga
      * ("C") no inicio.
      *    "C" - recarrega AUDITLOG.DAT e SESSOES.DAT
      *    "U" - ultimo sign-on do operador LK-ID/LK-NOME em LK-DATA
      *          (AAAAMMDD; zero se nunca assinou)
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARQ-STATUS.
           SELECT SESSOES-FILE ASSIGN TO "SESSOES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditlog.cpy".
       FD  SESSOES-FILE.
       01  SS-REGISTRO.
           05  SS-ID       PIC X(8).
           05  SS-TERMINAL PIC X(8).
           05  SS-DATA     PIC 9(8).
           05  SS-HORA     PIC 9(6).
           05  SS-ULT-DATA PIC 9(8).
           05  SS-ULT-HORA PIC 9(6).
       WORKING-STORAGE SECTION.
       78  LIMITE-ACESSOS VALUE 200.
       01  WS-TAB-ACESSOS.
           05  WS-ACE-ENTRADA OCCURS LIMITE-ACESSOS TIMES.
               10  WS-ACE-TIPO     PIC X.
               10  WS-ACE-CHAVE    PIC X(12).
               10  WS-ACE-DATA     PIC 9(8).
       77  WS-QTDE-ACESSOS  PIC 9(3) VALUE ZERO.
       77  WS-CARREGADO     PIC X VALUE "N".
       77  WS-ARQ-STATUS    PIC XX.
       77  WS-FIM-ARQUIVO   PIC X VALUE "N".
           88 WS-FIM-OK     VALUE "S".
       77  WS-TIPO          PIC X.
       77  WS-CHAVE         PIC X(12).
       77  WS-DATA          PIC 9(8).
       77  AC-CI            PIC 9(3).
       LINKAGE SECTION.
       77  LK-OPCAO         PIC X.
       77  LK-ID            PIC X(8).
       77  LK-NOME          PIC X(12).
       77  LK-DATA          PIC 9(8).
       PROCEDURE DIVISION USING LK-OPCAO, LK-ID, LK-NOME, LK-DATA.
       PROG-PRINCIPAL-PARA.
           IF LK-OPCAO = "C" OR WS-CARREGADO NOT = "S"
              PERFORM 100-CARREGA-ACESSOS
           END-IF.
           IF LK-OPCAO = "U"
              PERFORM 300-CONSULTA-ACESSO
           END-IF.
           EXIT PROGRAM.
      ******************************************************************
      * CARGA DOS SIGN-ONS DA TRILHA (POR NOME) E DAS SESSOES          *
      * CORRENTES (POR ID), GUARDANDO A DATA MAIS RECENTE DE CADA UM   *
      ******************************************************************
       100-CARREGA-ACESSOS             SECTION.
           MOVE ZERO TO WS-QTDE-ACESSOS.
           MOVE "S" TO WS-CARREGADO.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-ARQ-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ AUDIT-LOG-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       IF AL-PROGRAMA = "MENUGER"
                          AND AL-RESULTADO = "SIGNON OK"
                          MOVE "N" TO WS-TIPO
                          MOVE AL-OPERADOR TO WS-CHAVE
                          MOVE AL-DATA TO WS-DATA
                          PERFORM 200-GUARDA-ACESSO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-LOG-FILE
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT SESSOES-FILE.
           IF WS-ARQ-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ SESSOES-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       MOVE "I" TO WS-TIPO
                       MOVE SPACES TO WS-CHAVE
                       MOVE SS-ID TO WS-CHAVE(1:8)
                       MOVE SS-ULT-DATA TO WS-DATA
                       PERFORM 200-GUARDA-ACESSO
                 END-READ
              END-PERFORM
              CLOSE SESSOES-FILE
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UMA OCORRENCIA NA TABELA: A DATA MAIOR VENCE                   *
      ******************************************************************
       200-GUARDA-ACESSO               SECTION.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-ACESSOS
              IF WS-ACE-TIPO(AC-CI) = WS-TIPO
                 AND WS-ACE-CHAVE(AC-CI) = WS-CHAVE
                 IF WS-DATA IS NUMERIC
                    AND WS-DATA > WS-ACE-DATA(AC-CI)
                    MOVE WS-DATA TO WS-ACE-DATA(AC-CI)
                 END-IF
                 EXIT SECTION
              END-IF
           END-PERFORM.
           IF WS-QTDE-ACESSOS < LIMITE-ACESSOS
              AND WS-DATA IS NUMERIC
              ADD 1 TO WS-QTDE-ACESSOS
              MOVE WS-TIPO  TO WS-ACE-TIPO(WS-QTDE-ACESSOS)
              MOVE WS-CHAVE TO WS-ACE-CHAVE(WS-QTDE-ACESSOS)
              MOVE WS-DATA  TO WS-ACE-DATA(WS-QTDE-ACESSOS)
           END-IF.
           EXIT.
      ******************************************************************
      * ULTIMO SIGN-ON DO OPERADOR: A MAIS RECENTE ENTRE A TRILHA      *
      * (PELO NOME) E A SESSAO CORRENTE (PELO ID)                      *
      ******************************************************************
       300-CONSULTA-ACESSO             SECTION.
           MOVE ZERO TO LK-DATA.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-ACESSOS
              IF (WS-ACE-TIPO(AC-CI) = "N"
                  AND WS-ACE-CHAVE(AC-CI) = LK-NOME)
                 OR (WS-ACE-TIPO(AC-CI) = "I"
                  AND WS-ACE-CHAVE(AC-CI)(1:8) = LK-ID)
                 IF WS-ACE-DATA(AC-CI) > LK-DATA
                    MOVE WS-ACE-DATA(AC-CI) TO LK-DATA
                 END-IF
              END-IF
           END-PERFORM.
           EXIT.
       END PROGRAM ULTACESS.
