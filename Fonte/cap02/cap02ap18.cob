           05  AT-DETALHE      PIC X(30).
           05  AT-SITUACAO     PIC X.
           05  AT-RECONHECEDOR PIC X(12).
           05  AT-DATA-RECON   PIC 9(8).
           05  AT-HORA-RECON   PIC 9(6).
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-REGRAS VALUE 30.
           MOVE WS-DETALHE TO AT-DETALHE.
           MOVE "P" TO AT-SITUACAO.
           MOVE SPACES TO AT-RECONHECEDOR.
           MOVE ZERO TO AT-DATA-RECON AT-HORA-RECON.
           OPEN EXTEND ALERTAS-FILE.
           IF WS-ALE-STATUS = "35"
              OPEN OUTPUT ALERTAS-FILE
