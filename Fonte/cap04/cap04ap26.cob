      * media congelada e a situacao final. Sai uma pagina por
      * estudante via IMPRIME (HISTESC.LST), preservada pela RELGER,
      * pronta para entregar.
      *
      * O historico e documento retido pelo bloqueio financeiro
      * (servico FINBLOQ, acao HIST): com mensalidade vencida alem da
      * tolerancia, so sai com liberacao vigente da coordenacao
      * registrada no CAP04AP47; a recusa fica em FINBLOQ.DAT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-NOME-RELATORIO   PIC X(14).
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP04A26".
       77  WS-RESULTADO        PIC X(20) VALUE "GERADO".
       77  WS-FB-SITUACAO      PIC X.
       77  WS-FB-DIAS          PIC 9(4).
       77  WS-FB-VALOR         PIC 9(7)V99.
       77  WS-FB-VALOR-EDIT    PIC Z,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY "------------------------------------------".
           DISPLAY "------------------------------------------".
           DISPLAY "Codigo do estudante: " WITH NO ADVANCING.
           ACCEPT WS-COD-PROCURA.
           CALL "FINBLOQ" USING BY CONTENT "V",
              BY CONTENT WS-COD-PROCURA,
              BY CONTENT "HIST", BY REFERENCE WS-FB-SITUACAO,
              BY REFERENCE WS-FB-DIAS, BY REFERENCE WS-FB-VALOR.
           IF WS-FB-SITUACAO = "B"
              MOVE WS-FB-VALOR TO WS-FB-VALOR-EDIT
              DISPLAY "Bloqueio financeiro: mensalidade vencida ha "
                 WS-FB-DIAS " dias, total " WS-FB-VALOR-EDIT "."
              DISPLAY "Historico retido - procure a coordenacao "
                 "(liberacao no CAP04AP47)."
              MOVE "BLOQ FINANC" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              GOBACK
           END-IF
           OPEN INPUT HISTORICO-FILE.
           IF WS-HIS-STATUS NOT = "00"
              DISPLAY "Historico HISTTURM.DAT nao encontrado."
