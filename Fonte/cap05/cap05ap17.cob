       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP05AP17.
      *
      * Registro de inspecao de lotes recebidos: o CAP05AP10 tabula a
      * curva CO de um plano de amostragem, mas a inspecao em si era
      * anotada em papel na bancada. Aqui o inspetor registra, para
      * cada lote recebido, o fornecedor, o item, o tamanho do lote,
      * o plano usado - amostra n, numero de aceitacao c e o nivel de
      * qualidade aceitavel (NQA, em %) da tabela do plano - e os
      * defeitos achados na amostra. A decisao sai do proprio plano:
      * defeitos ate c aceitam o lote, acima de c o rejeitam. O lote
      * e acrescentado a INSPECAO.DAT (inspecao.cpy) com a data de
      * negocio e o operador da sessao, e a decisao entra na trilha
      * do AUDITLOG como LOTE ACEITO ou LOTE REJEITADO.
      *
      * A opcao [Q] emite o quadro mensal de qualidade dos
      * fornecedores (CAP05AP18, o mesmo passo mensal da rede de
      * jobs) para a competencia informada.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSPECAO-FILE ASSIGN TO "INSPECAO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INSPECAO-FILE.
       COPY "inspecao.cpy".
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       77  WS-INS-STATUS       PIC XX.
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
       77  WS-OPCAO            PIC X.
       77  WS-ULTIMO-NUMERO    PIC 9(6) VALUE ZERO.
       77  WS-DATA-NEG         PIC 9(8).
       77  WS-OPERADOR         PIC X(12).
       77  WS-FORNECEDOR       PIC X(12).
       77  WS-QTDE-LISTADOS    PIC 9(6).
       77  WS-MES-REF          PIC X(7).
       01  WS-COMPETENCIA.
           05  WS-CPT-ANO      PIC 9(4).
           05  WS-CPT-MES      PIC 9(2).
       01  WS-COMPETENCIA-N REDEFINES WS-COMPETENCIA PIC 9(6).
       77  WS-S-NQA            PIC Z9.99.
       77  WS-S-DATA           PIC X(10).
       77  WS-S-DECISAO        PIC X(9).
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP05A17".
       77  WS-RESULTADO        PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           PERFORM FOREVER
              DISPLAY CR
              DISPLAY "--------------------------------------"
              DISPLAY "Inspecao de Lotes Recebidos"
              DISPLAY "--------------------------------------"
              DISPLAY "[R] - Registrar inspecao de lote"
              DISPLAY "[L] - Listar inspecoes"
              DISPLAY "[Q] - Quadro mensal dos fornecedores"
              DISPLAY "[V] - Voltar"
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-OPCAO
              MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN "V"
                    EXIT PERFORM
                 WHEN "R"
                    PERFORM 300-REGISTRA-INSPECAO
                 WHEN "L"
                    PERFORM 200-LISTA-INSPECOES
                 WHEN "Q"
                    PERFORM 500-QUADRO-MENSAL
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.
      ******************************************************************
      * LISTAGEM DAS INSPECOES, DE UM FORNECEDOR OU DE TODOS           *
      ******************************************************************
       200-LISTA-INSPECOES             SECTION.
           DISPLAY "Fornecedor (branco = todos): " WITH NO ADVANCING.
           MOVE SPACES TO WS-FORNECEDOR.
           ACCEPT WS-FORNECEDOR.
           MOVE FUNCTION UPPER-CASE(WS-FORNECEDOR) TO WS-FORNECEDOR.
           OPEN INPUT INSPECAO-FILE.
           IF WS-INS-STATUS NOT = "00"
              DISPLAY "Nenhuma inspecao registrada."
              EXIT SECTION
           END-IF
           MOVE ZERO TO WS-QTDE-LISTADOS.
           DISPLAY "NUMERO DATA       FORNECEDOR   ITEM        LOTE"
                   "    N    C   NQA  DEF DECISAO".
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ INSPECAO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-FORNECEDOR = SPACES
                       OR IL-FORNECEDOR = WS-FORNECEDOR
                       PERFORM 250-MOSTRA-INSPECAO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE INSPECAO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           DISPLAY WS-QTDE-LISTADOS " inspecao(oes) listada(s).".
           EXIT.
      ******************************************************************
      * UMA LINHA DA LISTAGEM                                          *
      ******************************************************************
       250-MOSTRA-INSPECAO             SECTION.
           ADD 1 TO WS-QTDE-LISTADOS.
           MOVE IL-NQA TO WS-S-NQA.
           MOVE SPACES TO WS-S-DATA.
           STRING IL-DATA(7:2) "/" IL-DATA(5:2) "/" IL-DATA(1:4)
              DELIMITED BY SIZE INTO WS-S-DATA.
           IF IL-DECISAO = "A"
              MOVE "ACEITO" TO WS-S-DECISAO
           ELSE
              MOVE "REJEITADO" TO WS-S-DECISAO
           END-IF.
           DISPLAY IL-NUMERO " " WS-S-DATA " " IL-FORNECEDOR " "
              IL-ITEM " " IL-LOTE " " IL-AMOSTRA " " IL-ACEITACAO " "
              WS-S-NQA " " IL-DEFEITOS " " WS-S-DECISAO.
           EXIT.
      ******************************************************************
      * REGISTRO DE UMA INSPECAO: PLANO CONFERIDO CONTRA O LOTE E      *
      * DECISAO PELO NUMERO DE ACEITACAO                               *
      ******************************************************************
       300-REGISTRA-INSPECAO           SECTION.
           PERFORM 350-PROXIMO-NUMERO.
           INITIALIZE IL-REGISTRO.
           DISPLAY "Fornecedor ...............: " WITH NO ADVANCING.
           ACCEPT IL-FORNECEDOR.
           MOVE FUNCTION UPPER-CASE(IL-FORNECEDOR) TO IL-FORNECEDOR.
           IF IL-FORNECEDOR = SPACES
              DISPLAY "Fornecedor obrigatorio."
              EXIT SECTION
           END-IF
           DISPLAY "Item .....................: " WITH NO ADVANCING.
           ACCEPT IL-ITEM.
           MOVE FUNCTION UPPER-CASE(IL-ITEM) TO IL-ITEM.
           IF IL-ITEM = SPACES
              DISPLAY "Item obrigatorio."
              EXIT SECTION
           END-IF
           DISPLAY "Tamanho do lote ..........: " WITH NO ADVANCING.
           ACCEPT IL-LOTE.
           IF IL-LOTE = ZERO
              DISPLAY "Lote vazio; inspecao nao registrada."
              EXIT SECTION
           END-IF
           DISPLAY "Tamanho da amostra n .....: " WITH NO ADVANCING.
           ACCEPT IL-AMOSTRA.
           IF IL-AMOSTRA = ZERO OR IL-AMOSTRA > IL-LOTE
              DISPLAY "Amostra deve ficar entre 1 e o tamanho do lote."
              EXIT SECTION
           END-IF
           DISPLAY "Numero de aceitacao c ....: " WITH NO ADVANCING.
           ACCEPT IL-ACEITACAO.
           IF IL-ACEITACAO >= IL-AMOSTRA
              DISPLAY "c deve ser menor que n."
              EXIT SECTION
           END-IF
           DISPLAY "NQA do plano (%) .........: " WITH NO ADVANCING.
           ACCEPT IL-NQA.
           IF IL-NQA = ZERO
              DISPLAY "NQA obrigatorio (tabela do plano)."
              EXIT SECTION
           END-IF
           DISPLAY "Defeitos na amostra ......: " WITH NO ADVANCING.
           ACCEPT IL-DEFEITOS.
           IF IL-DEFEITOS > IL-AMOSTRA
              DISPLAY "Defeitos nao podem passar da amostra."
              EXIT SECTION
           END-IF
           IF IL-DEFEITOS <= IL-ACEITACAO
              MOVE "A" TO IL-DECISAO
              MOVE "LOTE ACEITO" TO WS-RESULTADO
           ELSE
              MOVE "R" TO IL-DECISAO
              MOVE "LOTE REJEITADO" TO WS-RESULTADO
           END-IF.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
           MOVE WS-DATA-NEG TO IL-DATA.
           CALL "OPERADOR" USING BY CONTENT "C",
              BY REFERENCE WS-OPERADOR.
           MOVE WS-OPERADOR TO IL-OPERADOR.
           MOVE WS-ULTIMO-NUMERO TO IL-NUMERO.
           OPEN EXTEND INSPECAO-FILE.
           IF WS-INS-STATUS = "35"
              OPEN OUTPUT INSPECAO-FILE
           END-IF
           WRITE IL-REGISTRO.
           CLOSE INSPECAO-FILE.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           DISPLAY "Inspecao " IL-NUMERO ": " IL-DEFEITOS
              " defeito(s) para c = " IL-ACEITACAO " - "
              FUNCTION TRIM(WS-RESULTADO) ".".
           EXIT.
      ******************************************************************
      * PROXIMO NUMERO DE INSPECAO: O MAIOR DO ARQUIVO MAIS UM         *
      ******************************************************************
       350-PROXIMO-NUMERO              SECTION.
           MOVE ZERO TO WS-ULTIMO-NUMERO.
           OPEN INPUT INSPECAO-FILE.
           IF WS-INS-STATUS = "00"
              MOVE "N" TO WS-FIM-ARQUIVO
              PERFORM UNTIL WS-FIM-OK
                 READ INSPECAO-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       IF IL-NUMERO > WS-ULTIMO-NUMERO
                          MOVE IL-NUMERO TO WS-ULTIMO-NUMERO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INSPECAO-FILE
              MOVE "N" TO WS-FIM-ARQUIVO
           END-IF.
           ADD 1 TO WS-ULTIMO-NUMERO.
           EXIT.
      ******************************************************************
      * QUADRO MENSAL DE QUALIDADE DOS FORNECEDORES PARA UMA           *
      * COMPETENCIA (BRANCO = MES ANTERIOR, COMO O PASSO MENSAL)       *
      ******************************************************************
       500-QUADRO-MENSAL               SECTION.
           DISPLAY "Competencia (MM/AAAA, branco = mes anterior): "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-MES-REF.
           ACCEPT WS-MES-REF.
           IF WS-MES-REF = SPACES
              MOVE ZERO TO WS-COMPETENCIA-N
           ELSE
              IF WS-MES-REF(1:2) IS NOT NUMERIC
                 OR WS-MES-REF(3:1) NOT = "/"
                 OR WS-MES-REF(4:4) IS NOT NUMERIC
                 OR WS-MES-REF(1:2) < "01" OR WS-MES-REF(1:2) > "12"
                 DISPLAY "Mes invalido; use MM/AAAA."
                 EXIT SECTION
              END-IF
              MOVE WS-MES-REF(4:4) TO WS-CPT-ANO
              MOVE WS-MES-REF(1:2) TO WS-CPT-MES
           END-IF.
           CALL "CAP05AP18" USING WS-COMPETENCIA-N.
           EXIT.
