      * quebradas por departamento remetente (LT-DEPTO da submissao)
      * no rodape, para cada area assinar as proprias pendencias;
      * linhas de fechamento de departamento ("E") de LOTEOUT.DAT
      * sao controle e ficam fora do casamento, como as "S"/"T"; o
      * mesmo vale para o cabecalho e o rodape ("C"/"R") do envelope
      * de remessa de LOTEIN.DAT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           EXIT PROGRAM.
      ******************************************************************
      * CARGA DOS REQ-IDS DOS DETALHES SUBMETIDOS EM LOTEIN.DAT        *
      * (REGISTROS DE CONTROLE "S"/"T" E O ENVELOPE DE REMESSA "C"/"R" *
      * NAO GERAM RESULTADO CASAVEL)                                   *
      ******************************************************************
       100-CARREGA-ENTRADA             SECTION.
           PERFORM UNTIL WS-FIM-OK
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF LT-TIPO NOT = "S" AND LT-TIPO NOT = "T"
                       AND LT-TIPO NOT = "C" AND LT-TIPO NOT = "R"
                       ADD 1 TO WS-IN-DETALHES
                       IF LT-REQ-ID = SPACES
                          ADD 1 TO WS-IN-SEM-ID
