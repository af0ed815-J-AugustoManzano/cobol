      * partir da copia. Controle divergente ou ausente recusa a
      * restauracao sem tocar em nada. Cada restauracao vai para
      * AUDITLOG.DAT.
      *
      * A linha passou a 250 posicoes junto com o CAP02AP21 (ficha de
      * contato CONTATO.DAT); o total recalculado ignora os brancos
      * alem da posicao 130, e as geracoes antigas seguem validas.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  MESTRE-FILE.
       01  MS-LINHA            PIC X(250).
       FD  BACKUP-FILE.
       01  BK-LINHA            PIC X(250).
       WORKING-STORAGE SECTION.
       77  AC-CB          PIC 9(3).
       77  WS-MST-STATUS  PIC XX.
      * A MESMA SOMA PONDERADA DOS BYTES DO CAP02AP21                  *
      ******************************************************************
       150-ACUMULA-HASH                SECTION.
      *    Alem da posicao 130 (largura antiga da linha) so entram
      *    os bytes nao brancos: as geracoes gravadas antes do
      *    alargamento continuam fechando com o mesmo total.
           PERFORM VARYING AC-CB FROM 1 BY 1 UNTIL AC-CB > 250
              IF AC-CB NOT > 130 OR BK-LINHA(AC-CB:1) NOT = SPACE
                 COMPUTE WS-HASH-CONFERE = FUNCTION MOD(WS-HASH-CONFERE
                    + FUNCTION ORD(BK-LINHA(AC-CB:1)) * AC-CB,
                    1000000000000)
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
