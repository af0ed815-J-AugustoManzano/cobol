      * pulada: ela ja foi corrigida e reapresentada por C0502RSB, e
      * extrai-la de novo duplicaria o reprocessamento (rejeicoes com
      * req-id em branco nao tem como ser casadas e voltam a fila).
      * As recusas por departamento desconhecido ou inativo (status
      * "DEPT") entram na fila como as de "ERRO", para o departamento
      * ser corrigido na tela C0502FIX. Uma rejeicao de imposto ("I")
      * volta no registro de imposto, com a base usada (LT-R-BASE).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *             como ser reconstruidas a partir do resultado (o
      *             texto nao vem em LOTEOUT.DAT): ficam fora da fila
      *             e o departamento reapresenta a expressao na fonte.
                    IF (LT-R-STATUS = "ERRO" OR LT-R-STATUS = "DEPT")
                       AND LT-R-TIPO NOT = "X"
                       PERFORM 150-CONFERE-CORRIGIDO
                       IF LS-ID-CORRIGIDO = "S"
                          ADD 1 TO LS-TOTAL-JA-CORRIGIDOS
           MOVE LT-R-VLR-1    TO LT-VLR-1.
           MOVE LT-R-VLR-2    TO LT-VLR-2.
           MOVE LT-R-DEPTO    TO LT-DEPTO.
           IF LT-R-OPERACAO = "I" AND LT-R-BASE IS NUMERIC
              AND LT-R-BASE > ZERO
              MOVE LT-R-BASE  TO LT-I-BASE
              WRITE LT-IMPOSTO-REG
           ELSE
              WRITE LT-PENDENTE
           END-IF.
           EXIT.
