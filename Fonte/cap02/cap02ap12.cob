      * de erros por arquivo e os primeiros registros ofensores de
      * cada um. Devolve codigo de condicao 4 quando encontra erro,
      * para rodar como passo do lote noturno CAP02AP04.
      *
      * A ficha de contato dos estudantes (CONTATO.DAT, CAP04AP43)
      * tambem e varrida: digito do CT-ID, nascimento e data de
      * manutencao reais, CEP numerico e autorizacoes "S"/"N". A
      * linha varrida passou a 250 posicoes para caber a ficha.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  VARRIDO-FILE.
       01  VA-LINHA            PIC X(250).
       WORKING-STORAGE SECTION.
       COPY "contato.cpy".
       78  MAXIMO-OFENSORES VALUE 5.
       77  WS-NOME-VARRIDO     PIC X(30).
       77  WS-VAR-STATUS       PIC XX.
           PERFORM 500-VARRE-CACHE.
           MOVE "FIBCACHE.DAT" TO WS-NOME-VARRIDO.
           PERFORM 500-VARRE-CACHE.
           MOVE "CONTATO.DAT" TO WS-NOME-VARRIDO.
           PERFORM 600-VARRE-CONTATO.
           MOVE SPACES TO WS-LINHA.
           STRING "TOTAL GERAL DE ERROS: " WS-TOTAL-ERROS
              DELIMITED BY SIZE INTO WS-LINHA.
              END-IF
           END-PERFORM.
           IF WS-MOTIVO = SPACES
              PERFORM 260-CONFERE-DIGITO
              IF WS-DVE NOT = WS-DVC
                 MOVE "TR-ID COM DIGITO INVALIDO" TO WS-MOTIVO
              END-IF
           END-IF.
           EXIT.
      ******************************************************************
      * DIGITO VERIFICADOR DO CODIGO NAS 9 PRIMEIRAS POSICOES DA LINHA *
      * (TR-ID E CT-ID TEM O MESMO FORMATO 999.999-9)                  *
      ******************************************************************
       260-CONFERE-DIGITO              SECTION.
           COMPUTE WS-TAM = 9.
           MOVE RMVCHAR(VA-LINHA(1:9), WS-TAM, ".")
              TO WS-COD-SPTO.
           COMPUTE WS-TAM = LENGTH(WS-COD-SPTO).
           MOVE RMVCHAR(WS-COD-SPTO, WS-TAM, "-") TO WS-COD-STRC.
           MOVE WS-COD-STRC(1:6) TO WS-COD-PDV.
           CALL "DVCALC" USING BY CONTENT WS-COD-PDV,
               BY CONTENT WS-DV-TAMANHO, BY REFERENCE WS-DVC.
           MOVE WS-COD-STRC(7:1) TO WS-DVE.
           EXIT.
      ******************************************************************
      * CALCLOG.DAT E AUDITLOG.DAT: A DATA DO REGISTRO DEVE SER REAL   *
      * (A POSICAO DA DATA DIFERE ENTRE OS DOIS LAYOUTS)               *
      ******************************************************************
           PERFORM 150-ENCERRA-ARQUIVO.
           EXIT.
      ******************************************************************
      * CONTATO.DAT: DIGITO DO CT-ID, DATAS REAIS, CEP NUMERICO E      *
      * AUTORIZACOES "S"/"N"                                           *
      ******************************************************************
       600-VARRE-CONTATO               SECTION.
           PERFORM 100-INICIA-ARQUIVO.
           IF WS-VAR-STATUS NOT = "00"
              PERFORM 190-ARQUIVO-AUSENTE
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ VARRIDO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-LIDOS-ARQUIVO
                    PERFORM 650-CRITICA-CONTATO
              END-READ
           END-PERFORM.
           PERFORM 150-ENCERRA-ARQUIVO.
           EXIT.
      ******************************************************************
      * CRITICA DE UMA FICHA DE CONTATO                                *
      ******************************************************************
       650-CRITICA-CONTATO             SECTION.
           MOVE SPACES TO WS-MOTIVO.
           MOVE VA-LINHA TO CT-REGISTRO.
           PERFORM 260-CONFERE-DIGITO.
           IF WS-DVE NOT = WS-DVC
              MOVE "CT-ID COM DIGITO INVALIDO" TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES
              MOVE CT-NASCIMENTO TO WS-DATA-ANSI
              PERFORM 360-VALIDA-DATA-ANSI
           END-IF.
           IF WS-MOTIVO = SPACES
              MOVE CT-ALTERADO TO WS-DATA-ANSI
              PERFORM 360-VALIDA-DATA-ANSI
           END-IF.
           IF WS-MOTIVO = SPACES AND CT-CEP IS NOT NUMERIC
              MOVE "CEP NAO NUMERICO" TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES
              AND ((CT-AUT-CORRESP NOT = "S" AND NOT = "N")
                OR (CT-AUT-IMAGEM NOT = "S" AND NOT = "N")
                OR (CT-AUT-DIVULGA NOT = "S" AND NOT = "N"))
              MOVE "AUTORIZACAO DIFERENTE DE S/N" TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO NOT = SPACES
              PERFORM 180-APONTA-ERRO
           END-IF.
           EXIT.
      ******************************************************************
      * ARQUIVO AUSENTE NAO E ERRO DE INTEGRIDADE: SO E ANOTADO        *
      ******************************************************************
       190-ARQUIVO-AUSENTE             SECTION.
