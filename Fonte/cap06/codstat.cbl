       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-FILE.
       COPY "codigreg.cpy".
       LOCAL-STORAGE SECTION.
       77  LS-REG-STATUS  PIC XX.
       77  LS-FIM-ARQUIVO PIC X VALUE "N".
