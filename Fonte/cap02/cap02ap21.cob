      * esvaziado e marcado "E" no manifesto). A volta e pela
      * utilidade CAP02AP22, que confere o controle antes de devolver
      * qualquer coisa ao lugar.
      *
      * A ficha de contato dos estudantes (CONTATO.DAT, CAP04AP43)
      * entrou na lista. A linha copiada passou de 130 para 250
      * posicoes para caber a ficha inteira; o total de conferencia
      * ignora os brancos alem da posicao 130, e assim as geracoes
      * antigas continuam conferindo na restauracao.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  MESTRE-FILE.
       01  MS-LINHA            PIC X(250).
       FD  BACKUP-FILE.
       01  BK-LINHA            PIC X(250).
       FD  MANIFESTO-FILE.
       01  MN-REGISTRO.
           05  MN-ARQUIVO      PIC X(14).
           05  MN-HASH         PIC 9(12).
           05  MN-SITUACAO     PIC X.
       WORKING-STORAGE SECTION.
       78  QTDE-MESTRES VALUE 8.
       78  LIMITE-MANIFESTO VALUE 200.
       01  WS-TABELA-MESTRES.
           05  FILLER PIC X(14) VALUE "CAMBIO.DAT".
           05  FILLER PIC X(14) VALUE "CODIGSEQ.DAT".
           05  FILLER PIC X(14) VALUE "CODIGREG.DAT".
           05  FILLER PIC X(14) VALUE "SYSCFG.DAT".
           05  FILLER PIC X(14) VALUE "CONTATO.DAT".
       01  WS-TABELA-MESTRES-R REDEFINES WS-TABELA-MESTRES.
           05  WS-MESTRE-NOME PIC X(14) OCCURS QTDE-MESTRES TIMES.
       01  WS-TAB-MANIFESTO.
      * LINHA, MOD 10^12 (SERVE PARA QUALQUER LAYOUT DE MESTRE)        *
      ******************************************************************
       250-ACUMULA-HASH                SECTION.
      *    Alem da posicao 130 (largura antiga da linha) so entram
      *    os bytes nao brancos: as geracoes gravadas antes do
      *    alargamento continuam fechando com o mesmo total.
           PERFORM VARYING AC-CB FROM 1 BY 1 UNTIL AC-CB > 250
              IF AC-CB NOT > 130 OR BK-LINHA(AC-CB:1) NOT = SPACE
                 COMPUTE WS-HASH = FUNCTION MOD(WS-HASH
                    + FUNCTION ORD(BK-LINHA(AC-CB:1)) * AC-CB,
                    1000000000000)
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * MESMA SOMA PONDERADA, SOBRE A LINHA RELIDA                     *
      ******************************************************************
       350-ACUMULA-HASH-CONFERE        SECTION.
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
