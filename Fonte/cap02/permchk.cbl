      *          aplica o filtro de papel de sempre.
      * A regra do operador vence a do perfil; dentro do mesmo nivel,
      * a ultima gravada vale, como nas demais tabelas correntes.
      *
      * Delegacao de alcada: sem o direito proprio, o operador que e
      * substituto de um aprovador (DELEGREG.DAT, consulta DELEGSVC)
      * dentro do periodo e para a funcao delegada recebe "G" -
      * permitido por delegacao. O chamador trata "G" como "S" e, nas
      * telas de aprovacao, registra na trilha o titular em nome de
      * quem agiu. Regra "N" explicita do proprio operador vence a
      * delegacao.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  LS-PERFIL      PIC X(8).
       77  LS-REGRA-OPER  PIC X VALUE "D".
       77  LS-REGRA-PERF  PIC X VALUE "D".
       77  LS-TITULAR     PIC X(8).
       LINKAGE SECTION.
       77  LK-OPERADOR    PIC X(8).
       77  LK-PAPEL       PIC X.
           MOVE SPACES TO LS-PERFIL.
           STRING "*" LK-PAPEL DELIMITED BY SIZE INTO LS-PERFIL.
           OPEN INPUT PERMREG-FILE.
           IF LS-REG-STATUS = "00"
              PERFORM UNTIL LS-FIM-OK
                 READ PERMREG-FILE
                    AT END
                       MOVE "S" TO LS-FIM-ARQUIVO
                    NOT AT END
                       IF PM-FUNCAO = LK-FUNCAO
                          IF PM-OPERADOR = LK-OPERADOR
                             MOVE PM-PERMITE TO LS-REGRA-OPER
                          END-IF
                          IF PM-OPERADOR = LS-PERFIL
                             MOVE PM-PERMITE TO LS-REGRA-PERF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PERMREG-FILE
           END-IF.
           IF LS-REGRA-OPER NOT = "D"
              MOVE LS-REGRA-OPER TO LK-PERMITIDO
           ELSE
                 MOVE LS-REGRA-PERF TO LK-PERMITIDO
              END-IF
           END-IF.
      *    Sem o direito proprio (e sem negacao explicita ao proprio
      *    operador), vale a delegacao ativa de um titular.
           IF LK-PERMITIDO = "S" OR LS-REGRA-OPER = "N"
              OR (LK-PERMITIDO = "D" AND LK-PAPEL = "C")
              EXIT PROGRAM
           END-IF.
           CALL "DELEGSVC" USING LK-OPERADOR, LK-FUNCAO, LS-TITULAR.
           IF LS-TITULAR NOT = SPACES
              MOVE "G" TO LK-PERMITIDO
           END-IF.
           EXIT PROGRAM.
