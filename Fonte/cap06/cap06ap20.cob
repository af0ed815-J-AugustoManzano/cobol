       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP06AP20.
      *
      * Conciliacao de uso dos blocos de codigos alocados a parceiros
      * (CAP06AP15, PARCBLO.DAT): o parceiro atribui os codigos do
      * bloco offline e devolve os que usou em PARCCOD.DAT (parceiro
      * + base + digito, o mesmo arquivo da validacao em lote). Cada
      * codigo devolvido e procurado nos blocos do SEU parceiro:
      *   - dentro de um bloco e igual ao alocado, o codigo vira "U"
      *     (usado) em CODIGREG.DAT;
      *   - fora de todos os blocos do parceiro, com digito diferente
      *     do alocado, de bloco revogado ou de parceiro sem perfil, o
      *     codigo e APONTADO e nada muda no registro.
      * Depois, cada bloco tem os usados recontados no registro de
      * emissoes (PB-USADOS e a data da conciliacao em PARCBLO.DAT) e
      * sai no relatorio com o saldo nao usado e a idade em dias
      * desde a alocacao; bloco ativo com saldo e idade acima da
      * chave BLOCO-DIAS de SYSCFG (padrao 180) e marcado PARADO,
      * candidato a revogacao na CAP06AP15. Saida PARCCONC.LST via
      * IMPRIME/RELGER, totais via STATSLOG; codigo apontado ou bloco
      * parado devolvem RETURN-CODE 4.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARCREG-FILE ASSIGN TO "PARCREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REG-STATUS.
           SELECT PARCCOD-FILE ASSIGN TO "PARCCOD.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COD-STATUS.
           SELECT PARCBLO-FILE ASSIGN TO "PARCBLO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BLO-STATUS.
           SELECT REGISTRO-FILE ASSIGN TO "CODIGREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CGR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARCREG-FILE.
       01  PR-REGISTRO.
           05  PR-PARCEIRO     PIC X(4).
           05  PR-ALGORITMO    PIC X.
           05  PR-TAMANHO      PIC 9(3).
           05  PR-MASCARA      PIC X(20).
       FD  PARCCOD-FILE.
       01  PC-REGISTRO.
           05  PC-PARCEIRO     PIC X(4).
           05  PC-CODIGO       PIC X(21).
       FD  PARCBLO-FILE.
       COPY "parcblo.cpy".
       FD  REGISTRO-FILE.
       COPY "codigreg.cpy".
       WORKING-STORAGE SECTION.
       78  LIMITE-PARCEIROS VALUE 50.
       78  LIMITE-BLOCOS VALUE 500.
       78  LIMITE-EMISSOES VALUE 5000.
       01  WS-TAB-PERFIS.
           05  WS-PERFIL-ENTRADA OCCURS LIMITE-PARCEIROS TIMES.
               10  WS-PF-PARCEIRO  PIC X(4).
               10  WS-PF-TAMANHO   PIC 9(3).
       77  WS-QTDE-PERFIS PIC 9(2) VALUE ZERO.
       01  WS-TAB-BLOCOS.
           05  WS-BLO-REG PIC X(95) OCCURS LIMITE-BLOCOS TIMES.
       77  WS-QTDE-BLOCOS PIC 9(4) VALUE ZERO.
       01  WS-TAB-EMISSOES.
           05  WS-EMI-REG PIC X(88) OCCURS LIMITE-EMISSOES TIMES.
       77  WS-QTDE-EMISSOES PIC 9(4) VALUE ZERO.
       77  AC-CI          PIC 9(4).
       77  AC-CJ          PIC 9(4).
       77  AC-PERFIL      PIC 9(4).
       77  AC-BLOCO       PIC 9(4).
       77  AC-EMISSAO     PIC 9(4).
       77  WS-REG-STATUS  PIC XX.
       77  WS-COD-STATUS  PIC XX.
       77  WS-BLO-STATUS  PIC XX.
       77  WS-CGR-STATUS  PIC XX.
       77  WS-FIM-ARQUIVO PIC X VALUE "N".
           88 WS-FIM-OK   VALUE "S".
       77  WS-TRANSBORDO  PIC X VALUE "N".
       77  WS-MUDOU       PIC X VALUE "N".
       77  WS-TAM-BASE    PIC 9(3).
       01  WS-BASE-N      PIC 9(18).
       01  WS-BASE-X REDEFINES WS-BASE-N PIC X(18).
       77  WS-POS-BASE    PIC 9(3).
       77  WS-MOTIVO      PIC X(40).
       77  WS-DATA-NEG    PIC 9(8).
       77  WS-OPERADOR    PIC X(12).
       77  WS-CFG-CHAVE   PIC X(12).
       77  WS-CFG-VALOR   PIC X(30).
       77  WS-DIAS-PARADO PIC 9(3) VALUE 180.
       77  WS-IDADE       PIC S9(6).
       77  WS-SALDO       PIC 9(6).
       77  WS-MARCA       PIC X(8).
       77  WS-TOTAL-LIDOS PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-USADOS PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-REPETIDOS PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-APONTADOS PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-PARADOS PIC 9(6) VALUE ZERO.
       77  WS-S-IDADE     PIC ZZZZZ9.
       77  WS-S-QTDE      PIC ZZZZZ9.
       77  WS-S-USADOS    PIC ZZZZZ9.
       77  WS-S-SALDO     PIC ZZZZZ9.
       77  WS-LINHA       PIC X(132) VALUE SPACES.
       77  WS-IMP-OPCAO   PIC X.
       77  WS-IMP-TEXTO   PIC X(132).
       77  WS-IMP-TOTAL   PIC 9(6) VALUE ZERO.
       77  WS-NOME-RELATORIO PIC X(14).
       77  WS-DATA-INICIO PIC X(20).
       77  WS-DATA-FIM    PIC X(20).
       77  WS-DUR-HRA     PIC 9(4).
       77  WS-DUR-MIN     PIC 9(2).
       77  WS-DUR-SEG     PIC 9(2).
       77  WS-DUR-CEN     PIC 9(2).
       77  WS-PROGRAMA    PIC X(8) VALUE "CAP06A20".
       77  WS-RESULTADO   PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY "-------------------------------------------".
           DISPLAY "Conciliacao de Uso dos Blocos de Parceiros".
           DISPLAY "-------------------------------------------".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-INICIO.
           MOVE ZERO TO WS-QTDE-PERFIS WS-QTDE-BLOCOS WS-QTDE-EMISSOES
                        WS-TOTAL-LIDOS WS-TOTAL-USADOS
                        WS-TOTAL-REPETIDOS WS-TOTAL-APONTADOS
                        WS-TOTAL-PARADOS WS-IMP-TOTAL.
           MOVE "N" TO WS-FIM-ARQUIVO WS-TRANSBORDO WS-MUDOU.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
           CALL "OPERADOR" USING BY CONTENT "C",
              BY REFERENCE WS-OPERADOR.
           MOVE "BLOCO-DIAS" TO WS-CFG-CHAVE.
           CALL "SYSCFG" USING WS-CFG-CHAVE, WS-CFG-VALOR.
           IF WS-CFG-VALOR(1:3) IS NUMERIC
              MOVE WS-CFG-VALOR(1:3) TO WS-DIAS-PARADO
           END-IF
           PERFORM 100-CARREGA-PERFIS.
           PERFORM 150-CARREGA-BLOCOS.
           PERFORM 200-CARREGA-EMISSOES.
           IF WS-TRANSBORDO = "S"
              DISPLAY "CODIGREG.DAT ou PARCBLO.DAT excede a capacidade "
                      "da tabela; conciliacao cancelada."
              MOVE "TRANSBORDO" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "PARCCONC.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "CONCILIACAO DE USO DOS BLOCOS DE CODIGOS DE PARCEIROS"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           PERFORM 300-CONCILIA-DEVOLVIDOS.
           IF WS-MUDOU = "S"
              PERFORM 400-REGRAVA-EMISSOES
           END-IF
           PERFORM 500-RECONTA-BLOCOS.
           PERFORM 600-IMPRIME-BLOCOS.
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-TOTAL-LIDOS TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "PARCCONC.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           DISPLAY "Codigos devolvidos .: " WS-TOTAL-LIDOS.
           DISPLAY "Marcados como usados: " WS-TOTAL-USADOS.
           DISPLAY "Ja usados antes ....: " WS-TOTAL-REPETIDOS.
           DISPLAY "Codigos apontados ..: " WS-TOTAL-APONTADOS.
           DISPLAY "Blocos parados .....: " WS-TOTAL-PARADOS.
           DISPLAY "Relatorio gravado em PARCCONC.LST.".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-FIM.
           CALL "DURACALC" USING WS-DATA-INICIO, WS-DATA-FIM,
              WS-DUR-HRA, WS-DUR-MIN, WS-DUR-SEG, WS-DUR-CEN.
           CALL "STATSLOG" USING BY REFERENCE WS-PROGRAMA,
              BY REFERENCE WS-TOTAL-LIDOS,
              BY REFERENCE WS-TOTAL-APONTADOS,
              BY REFERENCE WS-DUR-HRA, BY REFERENCE WS-DUR-MIN,
              BY REFERENCE WS-DUR-SEG, BY REFERENCE WS-DUR-CEN.
           IF WS-TOTAL-APONTADOS > ZERO OR WS-TOTAL-PARADOS > ZERO
              MOVE "COM PENDENCIAS" TO WS-RESULTADO
           ELSE
              MOVE "SEM PENDENCIAS" TO WS-RESULTADO
           END-IF.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           IF WS-TOTAL-APONTADOS > ZERO OR WS-TOTAL-PARADOS > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.
      ******************************************************************
      * CARGA DOS PERFIS (SO PARCEIRO E TAMANHO DA BASE)               *
      ******************************************************************
       100-CARREGA-PERFIS              SECTION.
           OPEN INPUT PARCREG-FILE.
           IF WS-REG-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ PARCREG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-PERFIS < LIMITE-PARCEIROS
                       ADD 1 TO WS-QTDE-PERFIS
                       MOVE PR-PARCEIRO
                          TO WS-PF-PARCEIRO(WS-QTDE-PERFIS)
                       MOVE PR-TAMANHO
                          TO WS-PF-TAMANHO(WS-QTDE-PERFIS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PARCREG-FILE.
           EXIT.
      ******************************************************************
      * CARGA DOS BLOCOS ALOCADOS                                      *
      ******************************************************************
       150-CARREGA-BLOCOS              SECTION.
           OPEN INPUT PARCBLO-FILE.
           IF WS-BLO-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ PARCBLO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-BLOCOS < LIMITE-BLOCOS
                       ADD 1 TO WS-QTDE-BLOCOS
                       MOVE PB-REGISTRO
                          TO WS-BLO-REG(WS-QTDE-BLOCOS)
                    ELSE
                       MOVE "S" TO WS-TRANSBORDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PARCBLO-FILE.
           EXIT.
      ******************************************************************
      * CARGA DO REGISTRO DE EMISSOES INTEIRO (E REGRAVADO NO FIM)     *
      ******************************************************************
       200-CARREGA-EMISSOES            SECTION.
           OPEN INPUT REGISTRO-FILE.
           IF WS-CGR-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ REGISTRO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-EMISSOES < LIMITE-EMISSOES
                       ADD 1 TO WS-QTDE-EMISSOES
                       MOVE CG-REGISTRO
                          TO WS-EMI-REG(WS-QTDE-EMISSOES)
                    ELSE
                       MOVE "S" TO WS-TRANSBORDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REGISTRO-FILE.
           EXIT.
      ******************************************************************
      * CODIGOS DEVOLVIDOS PELOS PARCEIROS: MARCA OS USADOS E APONTA   *
      * OS QUE NAO PERTENCEM A UM BLOCO DO PARCEIRO                    *
      ******************************************************************
       300-CONCILIA-DEVOLVIDOS         SECTION.
           MOVE SPACES TO WS-LINHA.
           MOVE "CODIGOS DEVOLVIDOS APONTADOS" TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE "PARC CODIGO                MOTIVO" TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           OPEN INPUT PARCCOD-FILE.
           IF WS-COD-STATUS NOT = "00"
              MOVE "  (PARCCOD.DAT nao encontrado; so o saldo)"
                 TO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ PARCCOD-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-TOTAL-LIDOS
                    MOVE FUNCTION UPPER-CASE(PC-PARCEIRO)
                       TO PC-PARCEIRO
                    PERFORM 350-CONCILIA-UM-CODIGO
              END-READ
           END-PERFORM.
           CLOSE PARCCOD-FILE.
           IF WS-TOTAL-APONTADOS = ZERO
              MOVE "  (nenhum)" TO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           END-IF.
           EXIT.
      ******************************************************************
      * UM CODIGO DEVOLVIDO: PERFIL DO PARCEIRO, BLOCO QUE CONTEM A    *
      * BASE E O CODIGO ALOCADO NO REGISTRO DE EMISSOES                *
      ******************************************************************
       350-CONCILIA-UM-CODIGO          SECTION.
           MOVE ZERO TO AC-PERFIL.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-PERFIS OR AC-PERFIL > ZERO
              IF WS-PF-PARCEIRO(AC-CI) = PC-PARCEIRO
                 MOVE AC-CI TO AC-PERFIL
              END-IF
           END-PERFORM.
           IF AC-PERFIL = ZERO
              MOVE "PARCEIRO SEM PERFIL REGISTRADO" TO WS-MOTIVO
              PERFORM 380-APONTA-CODIGO
              EXIT SECTION
           END-IF
           MOVE WS-PF-TAMANHO(AC-PERFIL) TO WS-TAM-BASE.
           IF WS-TAM-BASE > 18
              OR PC-CODIGO(1:WS-TAM-BASE) IS NOT NUMERIC
              MOVE "BASE NAO NUMERICA OU SEM BLOCO" TO WS-MOTIVO
              PERFORM 380-APONTA-CODIGO
              EXIT SECTION
           END-IF
           MOVE ZERO TO WS-BASE-N.
           COMPUTE WS-POS-BASE = 19 - WS-TAM-BASE.
           MOVE PC-CODIGO(1:WS-TAM-BASE)
              TO WS-BASE-X(WS-POS-BASE:WS-TAM-BASE).
           MOVE ZERO TO AC-BLOCO.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-BLOCOS OR AC-BLOCO > ZERO
              MOVE WS-BLO-REG(AC-CI) TO PB-REGISTRO
              IF PB-PARCEIRO = PC-PARCEIRO
                 AND WS-BASE-N >= PB-INICIO
                 AND WS-BASE-N <= PB-FIM
                 MOVE AC-CI TO AC-BLOCO
              END-IF
           END-PERFORM.
           IF AC-BLOCO = ZERO
              MOVE "FORA DOS BLOCOS DO PARCEIRO" TO WS-MOTIVO
              PERFORM 380-APONTA-CODIGO
              EXIT SECTION
           END-IF
           MOVE ZERO TO AC-EMISSAO.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-EMISSOES OR AC-EMISSAO > ZERO
              MOVE WS-EMI-REG(AC-CI) TO CG-REGISTRO
              IF CG-PARCEIRO = PC-PARCEIRO
                 AND CG-BLOCO = PB-NUMERO
                 AND CG-COD-PARCEIRO(1:WS-TAM-BASE)
                     = PC-CODIGO(1:WS-TAM-BASE)
                 MOVE AC-CI TO AC-EMISSAO
              END-IF
           END-PERFORM.
           IF AC-EMISSAO = ZERO
              MOVE "BLOCO SEM O CODIGO NO REGISTRO" TO WS-MOTIVO
              PERFORM 380-APONTA-CODIGO
              EXIT SECTION
           END-IF
           IF CG-COD-PARCEIRO NOT = PC-CODIGO
              MOVE "DIGITO DIFERENTE DO ALOCADO" TO WS-MOTIVO
              PERFORM 380-APONTA-CODIGO
              EXIT SECTION
           END-IF
           EVALUATE CG-SITUACAO
              WHEN "L"
                 MOVE "U" TO CG-SITUACAO
                 MOVE WS-DATA-NEG TO CG-SIT-DATA
                 MOVE WS-OPERADOR TO CG-SIT-OPERADOR
                 MOVE CG-REGISTRO TO WS-EMI-REG(AC-EMISSAO)
                 MOVE "S" TO WS-MUDOU
                 ADD 1 TO WS-TOTAL-USADOS
              WHEN "U"
                 ADD 1 TO WS-TOTAL-REPETIDOS
              WHEN OTHER
                 MOVE "CODIGO DE BLOCO REVOGADO" TO WS-MOTIVO
                 PERFORM 380-APONTA-CODIGO
           END-EVALUATE.
           EXIT.
      ******************************************************************
      * UM CODIGO APONTADO NA LISTAGEM                                 *
      ******************************************************************
       380-APONTA-CODIGO               SECTION.
           ADD 1 TO WS-TOTAL-APONTADOS.
           MOVE SPACES TO WS-LINHA.
           STRING PC-PARCEIRO " " PC-CODIGO " "
                  FUNCTION TRIM(WS-MOTIVO)
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * REGRAVACAO DO REGISTRO DE EMISSOES COM OS USADOS MARCADOS      *
      ******************************************************************
       400-REGRAVA-EMISSOES            SECTION.
           OPEN OUTPUT REGISTRO-FILE.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-EMISSOES
              MOVE WS-EMI-REG(AC-CI) TO CG-REGISTRO
              WRITE CG-REGISTRO
           END-PERFORM.
           CLOSE REGISTRO-FILE.
           EXIT.
      ******************************************************************
      * RECONTAGEM DOS USADOS DE CADA BLOCO NO REGISTRO DE EMISSOES E  *
      * REGRAVACAO DE PARCBLO.DAT COM A DATA DA CONCILIACAO            *
      ******************************************************************
       500-RECONTA-BLOCOS              SECTION.
           IF WS-QTDE-BLOCOS = ZERO
              EXIT SECTION
           END-IF
           PERFORM VARYING AC-CJ FROM 1 BY 1
                   UNTIL AC-CJ > WS-QTDE-BLOCOS
              MOVE WS-BLO-REG(AC-CJ) TO PB-REGISTRO
              MOVE ZERO TO PB-USADOS
              PERFORM VARYING AC-CI FROM 1 BY 1
                      UNTIL AC-CI > WS-QTDE-EMISSOES
                 MOVE WS-EMI-REG(AC-CI) TO CG-REGISTRO
                 IF CG-PARCEIRO = PB-PARCEIRO
                    AND CG-BLOCO = PB-NUMERO
                    AND CG-SITUACAO = "U"
                    ADD 1 TO PB-USADOS
                 END-IF
              END-PERFORM
              MOVE WS-DATA-NEG TO PB-DATA-CONC
              MOVE PB-REGISTRO TO WS-BLO-REG(AC-CJ)
           END-PERFORM.
           OPEN OUTPUT PARCBLO-FILE.
           PERFORM VARYING AC-CJ FROM 1 BY 1
                   UNTIL AC-CJ > WS-QTDE-BLOCOS
              MOVE WS-BLO-REG(AC-CJ) TO PB-REGISTRO
              WRITE PB-REGISTRO
           END-PERFORM.
           CLOSE PARCBLO-FILE.
           EXIT.
      ******************************************************************
      * SALDO NAO USADO E IDADE DE CADA BLOCO; ATIVO COM SALDO ALEM DO *
      * PRAZO E MARCADO PARADO                                         *
      ******************************************************************
       600-IMPRIME-BLOCOS              SECTION.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           STRING "SALDO DOS BLOCOS (PARADO = ATIVO, COM SALDO E MAIS "
                  "DE " WS-DIAS-PARADO " DIAS)"
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "BLOCO  PARC BASE INICIAL        BASE FINAL        "
                  "   QTDE USADOS  SALDO  IDADE SIT"
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           PERFORM VARYING AC-CJ FROM 1 BY 1
                   UNTIL AC-CJ > WS-QTDE-BLOCOS
              MOVE WS-BLO-REG(AC-CJ) TO PB-REGISTRO
              COMPUTE WS-SALDO = PB-QTDE - PB-USADOS
              COMPUTE WS-IDADE =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-NEG)
                 - FUNCTION INTEGER-OF-DATE(PB-DATA)
              MOVE SPACES TO WS-MARCA
              IF PB-ATIVO AND WS-SALDO > ZERO
                 AND WS-IDADE > WS-DIAS-PARADO
                 MOVE "PARADO" TO WS-MARCA
                 ADD 1 TO WS-TOTAL-PARADOS
              END-IF
              MOVE PB-QTDE   TO WS-S-QTDE
              MOVE PB-USADOS TO WS-S-USADOS
              MOVE WS-SALDO  TO WS-S-SALDO
              MOVE WS-IDADE  TO WS-S-IDADE
              MOVE SPACES TO WS-LINHA
              STRING PB-NUMERO " " PB-PARCEIRO " " PB-INICIO " "
                     PB-FIM " " WS-S-QTDE " " WS-S-USADOS " "
                     WS-S-SALDO " " WS-S-IDADE " " PB-SITUACAO "  "
                     WS-MARCA
                 DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           END-PERFORM.
           IF WS-QTDE-BLOCOS = ZERO
              MOVE "  (nenhum bloco alocado)" TO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           END-IF.
           EXIT.
      ******************************************************************
      * UMA LINHA DO RELATORIO                                         *
      ******************************************************************
       800-IMPRIME-LINHA               SECTION.
           MOVE "L" TO WS-IMP-OPCAO.
           MOVE WS-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           EXIT.
       END PROGRAM CAP06AP20.
