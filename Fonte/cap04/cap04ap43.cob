       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP04AP43.
      *
      * Ficha de contato do estudante em formulario de tela cheia, no
      * molde do CAP04AP17/CAP04AP18: TR-REGISTRO so guarda codigo,
      * nome, notas, turma e disciplina, e endereco, telefones, e-mail
      * e, para o menor, os dados do responsavel ficavam na pasta de
      * papel. O operador informa o codigo (que precisa existir em
      * TURMA.DAT); a ficha de CONTATO.DAT vem para o formulario - ou
      * em branco, se for a primeira - com todos os campos editaveis
      * de uma vez. A critica roda na hora e devolve o formulario com
      * a mensagem: nascimento real (C0602DAT) e nao futuro, UF e CEP
      * bem formados, ao menos um telefone, e-mail com "@" e dominio,
      * autorizacoes S/N, endereco completo quando a correspondencia
      * e autorizada e responsavel obrigatorio para o menor de 18
      * anos na data de negocio. Confirmada, a ficha e regravada no
      * arquivo (que nao e truncado: carga acima da tabela recusa a
      * manutencao) e a mudanca vai para AUDITLOG.DAT.
      *
      * Em sessao sandbox o formulario trabalha sobre TRNTURMA.DAT e
      * TRNCONTATO.DAT (ARQNOME), as copias mascaradas repostas pelo
      * CAP02AP23; a ficha real nao e tocada pelo treinando.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMA-FILE ASSIGN TO DYNAMIC WS-NOME-TURMA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TURMA-STATUS.
           SELECT CONTATO-FILE ASSIGN TO DYNAMIC WS-NOME-CONTATO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TURMA-FILE.
       COPY "turma.cpy".
       FD  CONTATO-FILE.
       COPY "contato.cpy".
       WORKING-STORAGE SECTION.
       78  LIMITE-FICHAS VALUE 600.
       01  WS-TABELA-FICHAS.
           05  WS-FIC-REG PIC X(238) OCCURS LIMITE-FICHAS TIMES.
       77  WS-QTDE-FICHAS   PIC 9(3) VALUE ZERO.
       77  WS-TABELA-CHEIA  PIC X VALUE "N".
       77  WS-POS-ACHADA    PIC 9(3) VALUE ZERO.
       77  AC-CI            PIC 9(3).
       77  AC-CC            PIC 9(2).
       77  WS-NOME-TURMA    PIC X(30) VALUE "TURMA.DAT".
       77  WS-NOME-CONTATO  PIC X(30) VALUE "CONTATO.DAT".
       77  WS-TURMA-STATUS  PIC XX.
       77  WS-CTT-STATUS    PIC XX.
       77  WS-FIM-ARQUIVO   PIC X VALUE "N".
           88 WS-FIM-OK     VALUE "S".
       77  WS-COD-PROCURA   PIC X(9).
       77  WS-NOME-ALUNO    PIC X(25) VALUE SPACES.
       77  WS-ID            PIC X(9).
       77  WS-NASCIMENTO    PIC X(10).
       77  WS-ENDERECO      PIC X(40).
       77  WS-BAIRRO        PIC X(20).
       77  WS-CIDADE        PIC X(20).
       77  WS-UF            PIC X(2).
       77  WS-CEP           PIC 9(8).
       77  WS-FONE          PIC X(15).
       77  WS-CELULAR       PIC X(15).
       77  WS-EMAIL         PIC X(40).
       77  WS-RESP-NOME     PIC X(25).
       77  WS-RESP-PARENTESCO PIC X(10).
       77  WS-RESP-FONE     PIC X(15).
       77  WS-AUT-CORRESP   PIC X.
       77  WS-AUT-IMAGEM    PIC X.
       77  WS-AUT-DIVULGA   PIC X.
       77  WS-NASC-N        PIC 9(8).
       77  WS-HOJE          PIC 9(8).
       77  WS-IDADE         PIC 9(3).
       77  WS-SAIDA-DATA    PIC X(10).
       77  WS-MOTIVO        PIC X(40).
       77  WS-QT-ARROBA     PIC 9(2).
       77  WS-POS-ARROBA    PIC 9(2).
       77  WS-QT-PONTO      PIC 9(2).
       77  WS-MENSAGEM      PIC X(50) VALUE SPACES.
       77  WS-FORMULARIO-OK PIC X.
       77  WS-CONFIRMA      PIC X.
       77  WS-NOVA-FICHA    PIC X.
       77  WS-DATA-HORA-SISTEMA PIC X(20).
       77  WS-PROGRAMA      PIC X(8) VALUE "CAP04A43".
       77  WS-RESULTADO     PIC X(20).
       SCREEN SECTION.
       01  TELA-CONTATO.
           05  BLANK SCREEN.
           05  LINE 2 COL 10
               VALUE "FICHA DE CONTATO DO ESTUDANTE - FORMULARIO".
           05  LINE 4 COL 5  VALUE "Codigo ...........:".
           05  LINE 4 COL 26 PIC X(9)  FROM WS-ID.
           05  LINE 4 COL 37 PIC X(25) FROM WS-NOME-ALUNO.
           05  LINE 5 COL 5  VALUE "Nascimento (D/M/A):".
           05  LINE 5 COL 26 PIC X(10) USING WS-NASCIMENTO.
           05  LINE 6 COL 5  VALUE "Endereco .........:".
           05  LINE 6 COL 26 PIC X(40) USING WS-ENDERECO.
           05  LINE 7 COL 5  VALUE "Bairro ...........:".
           05  LINE 7 COL 26 PIC X(20) USING WS-BAIRRO.
           05  LINE 8 COL 5  VALUE "Cidade / UF ......:".
           05  LINE 8 COL 26 PIC X(20) USING WS-CIDADE.
           05  LINE 8 COL 48 PIC X(2)  USING WS-UF.
           05  LINE 9 COL 5  VALUE "CEP (8 digitos) ..:".
           05  LINE 9 COL 26 PIC 9(8)  USING WS-CEP.
           05  LINE 10 COL 5 VALUE "Telefone .........:".
           05  LINE 10 COL 26 PIC X(15) USING WS-FONE.
           05  LINE 10 COL 43 VALUE "Celular:".
           05  LINE 10 COL 52 PIC X(15) USING WS-CELULAR.
           05  LINE 11 COL 5 VALUE "E-mail ...........:".
           05  LINE 11 COL 26 PIC X(40) USING WS-EMAIL.
           05  LINE 13 COL 5 VALUE "Responsavel ......:".
           05  LINE 13 COL 26 PIC X(25) USING WS-RESP-NOME.
           05  LINE 14 COL 5 VALUE "Parentesco .......:".
           05  LINE 14 COL 26 PIC X(10) USING WS-RESP-PARENTESCO.
           05  LINE 14 COL 43 VALUE "Fone:".
           05  LINE 14 COL 52 PIC X(15) USING WS-RESP-FONE.
           05  LINE 16 COL 5 VALUE "Autoriza correspondencia (S/N):".
           05  LINE 16 COL 38 PIC X USING WS-AUT-CORRESP.
           05  LINE 17 COL 5 VALUE "Autoriza uso de imagem ..(S/N):".
           05  LINE 17 COL 38 PIC X USING WS-AUT-IMAGEM.
           05  LINE 18 COL 5 VALUE "Autoriza repasse ........(S/N):".
           05  LINE 18 COL 38 PIC X USING WS-AUT-DIVULGA.
           05  LINE 20 COL 5 PIC X(50) FROM WS-MENSAGEM.
       01  TELA-CONFIRMA.
           05  LINE 22 COL 5 VALUE "Confirmar a gravacao (S/N)?".
           05  LINE 22 COL 34 PIC X USING WS-CONFIRMA.
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           MOVE "TURMA.DAT" TO WS-NOME-TURMA.
           CALL "ARQNOME" USING WS-NOME-TURMA.
           MOVE "CONTATO.DAT" TO WS-NOME-CONTATO.
           CALL "ARQNOME" USING WS-NOME-CONTATO.
           MOVE SPACES TO WS-NOME-ALUNO WS-MENSAGEM.
           MOVE ZERO TO WS-QTDE-FICHAS WS-POS-ACHADA.
           MOVE "N" TO WS-TABELA-CHEIA WS-FIM-ARQUIVO.
           DISPLAY "Codigo do estudante: " WITH NO ADVANCING.
           ACCEPT WS-COD-PROCURA.
           PERFORM 100-PROCURA-ESTUDANTE.
           IF WS-NOME-ALUNO = SPACES
              DISPLAY "Estudante nao encontrado em TURMA.DAT."
              GOBACK
           END-IF
           PERFORM 150-CARREGA-FICHAS.
           IF WS-TABELA-CHEIA = "S"
              DISPLAY "CONTATO.DAT excede a capacidade da tabela; "
                      "manutencao cancelada para nao truncar o "
                      "arquivo."
              GOBACK
           END-IF
           IF WS-POS-ACHADA = ZERO
              AND WS-QTDE-FICHAS >= LIMITE-FICHAS
              DISPLAY "CONTATO.DAT sem espaco para ficha nova."
              GOBACK
           END-IF
           PERFORM 180-PREPARA-FORMULARIO.
           MOVE "N" TO WS-FORMULARIO-OK.
           PERFORM UNTIL WS-FORMULARIO-OK = "S"
              DISPLAY TELA-CONTATO
              ACCEPT TELA-CONTATO
              PERFORM 200-CRITICA-FORMULARIO
           END-PERFORM.
           MOVE SPACE TO WS-CONFIRMA.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
              DISPLAY "Manutencao cancelada."
              GOBACK
           END-IF
           PERFORM 400-GRAVA-FICHA.
           IF WS-NOVA-FICHA = "S"
              DISPLAY "Ficha de contato incluida."
              MOVE "CONTATO NOVO" TO WS-RESULTADO
           ELSE
              DISPLAY "Ficha de contato atualizada."
              MOVE "CONTATO ALTERADO" TO WS-RESULTADO
           END-IF
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           GOBACK.
      ******************************************************************
      * O ESTUDANTE PRECISA EXISTIR NO CADASTRO (TURMA.DAT)            *
      ******************************************************************
       100-PROCURA-ESTUDANTE           SECTION.
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ TURMA-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF TR-ID = WS-COD-PROCURA
                       MOVE TR-NOME TO WS-NOME-ALUNO
                       MOVE "S" TO WS-FIM-ARQUIVO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TURMA-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * CARGA DAS FICHAS E LOCALIZACAO DA FICHA DO ESTUDANTE           *
      ******************************************************************
       150-CARREGA-FICHAS              SECTION.
           OPEN INPUT CONTATO-FILE.
           IF WS-CTT-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ CONTATO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-FICHAS >= LIMITE-FICHAS
                       MOVE "S" TO WS-TABELA-CHEIA
                    ELSE
                       ADD 1 TO WS-QTDE-FICHAS
                       MOVE CT-REGISTRO TO WS-FIC-REG(WS-QTDE-FICHAS)
                       IF CT-ID = WS-COD-PROCURA
                          MOVE WS-QTDE-FICHAS TO WS-POS-ACHADA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTATO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * CAMPOS DO FORMULARIO: DA FICHA EXISTENTE OU EM BRANCO          *
      ******************************************************************
       180-PREPARA-FORMULARIO          SECTION.
           MOVE WS-COD-PROCURA TO WS-ID.
           IF WS-POS-ACHADA = ZERO
              MOVE "S" TO WS-NOVA-FICHA
              MOVE SPACES TO WS-NASCIMENTO WS-ENDERECO WS-BAIRRO
                 WS-CIDADE WS-UF WS-FONE WS-CELULAR WS-EMAIL
                 WS-RESP-NOME WS-RESP-PARENTESCO WS-RESP-FONE
              MOVE ZERO TO WS-CEP
              MOVE "N" TO WS-AUT-CORRESP WS-AUT-IMAGEM
                 WS-AUT-DIVULGA
              EXIT SECTION
           END-IF.
           MOVE "N" TO WS-NOVA-FICHA.
           MOVE WS-FIC-REG(WS-POS-ACHADA) TO CT-REGISTRO.
           MOVE SPACES TO WS-NASCIMENTO.
           IF CT-NASCIMENTO > ZERO
              STRING CT-NASCIMENTO(7:2) "/" CT-NASCIMENTO(5:2) "/"
                 CT-NASCIMENTO(1:4) DELIMITED BY SIZE
                 INTO WS-NASCIMENTO
           END-IF.
           MOVE CT-ENDERECO        TO WS-ENDERECO.
           MOVE CT-BAIRRO          TO WS-BAIRRO.
           MOVE CT-CIDADE          TO WS-CIDADE.
           MOVE CT-UF              TO WS-UF.
           MOVE CT-CEP             TO WS-CEP.
           MOVE CT-FONE            TO WS-FONE.
           MOVE CT-CELULAR         TO WS-CELULAR.
           MOVE CT-EMAIL           TO WS-EMAIL.
           MOVE CT-RESP-NOME       TO WS-RESP-NOME.
           MOVE CT-RESP-PARENTESCO TO WS-RESP-PARENTESCO.
           MOVE CT-RESP-FONE       TO WS-RESP-FONE.
           MOVE CT-AUT-CORRESP     TO WS-AUT-CORRESP.
           MOVE CT-AUT-IMAGEM      TO WS-AUT-IMAGEM.
           MOVE CT-AUT-DIVULGA     TO WS-AUT-DIVULGA.
           EXIT.
      ******************************************************************
      * CRITICA DO FORMULARIO INTEIRO: A PRIMEIRA FALHA VOLTA COM A    *
      * MENSAGEM NA TELA, SEM PERDER O QUE JA FOI DIGITADO             *
      ******************************************************************
       200-CRITICA-FORMULARIO          SECTION.
           MOVE SPACES TO WS-MENSAGEM.
           MOVE "N" TO WS-FORMULARIO-OK.
           MOVE FUNCTION UPPER-CASE(WS-UF) TO WS-UF.
           MOVE FUNCTION UPPER-CASE(WS-AUT-CORRESP) TO WS-AUT-CORRESP.
           MOVE FUNCTION UPPER-CASE(WS-AUT-IMAGEM) TO WS-AUT-IMAGEM.
           MOVE FUNCTION UPPER-CASE(WS-AUT-DIVULGA) TO WS-AUT-DIVULGA.
           PERFORM 250-CRITICA-NASCIMENTO.
           IF WS-MENSAGEM NOT = SPACES
              EXIT SECTION
           END-IF.
           IF WS-AUT-CORRESP = "S"
              AND (WS-ENDERECO = SPACES OR WS-CIDADE = SPACES
                   OR WS-UF = SPACES OR WS-CEP = ZERO)
              MOVE "CORRESPONDENCIA EXIGE ENDERECO, CIDADE, UF E CEP."
                 TO WS-MENSAGEM
              EXIT SECTION
           END-IF.
           IF WS-UF NOT = SPACES AND
              (WS-UF IS NOT ALPHABETIC OR WS-UF(2:1) = SPACE)
              MOVE "UF INVALIDA (DUAS LETRAS)." TO WS-MENSAGEM
              EXIT SECTION
           END-IF.
           IF WS-CEP NOT = ZERO AND WS-CEP < 01000000
              MOVE "CEP INVALIDO." TO WS-MENSAGEM
              EXIT SECTION
           END-IF.
           IF WS-FONE = SPACES AND WS-CELULAR = SPACES
              MOVE "INFORME AO MENOS UM TELEFONE." TO WS-MENSAGEM
              EXIT SECTION
           END-IF.
           PERFORM 270-CRITICA-EMAIL.
           IF WS-MENSAGEM NOT = SPACES
              EXIT SECTION
           END-IF.
           IF WS-IDADE < 18
              AND (WS-RESP-NOME = SPACES
                   OR WS-RESP-PARENTESCO = SPACES
                   OR WS-RESP-FONE = SPACES)
              MOVE "MENOR DE IDADE: INFORME O RESPONSAVEL COMPLETO."
                 TO WS-MENSAGEM
              EXIT SECTION
           END-IF.
           IF (WS-AUT-CORRESP NOT = "S" AND WS-AUT-CORRESP NOT = "N")
              OR (WS-AUT-IMAGEM NOT = "S" AND WS-AUT-IMAGEM NOT = "N")
              OR (WS-AUT-DIVULGA NOT = "S" AND WS-AUT-DIVULGA NOT = "N")
              MOVE "AUTORIZACOES DEVEM SER S OU N." TO WS-MENSAGEM
              EXIT SECTION
           END-IF.
           MOVE "S" TO WS-FORMULARIO-OK.
           EXIT.
      ******************************************************************
      * NASCIMENTO REAL (C0602DAT), NAO FUTURO, E A IDADE NA DATA DE   *
      * NEGOCIO PARA A REGRA DO RESPONSAVEL                            *
      ******************************************************************
       250-CRITICA-NASCIMENTO          SECTION.
           MOVE ZERO TO WS-IDADE.
           CALL "C0602DAT" USING BY CONTENT WS-NASCIMENTO,
               BY REFERENCE WS-SAIDA-DATA, BY REFERENCE WS-MOTIVO,
               BY CONTENT "B".
           IF WS-SAIDA-DATA = "**/**/****"
              MOVE SPACES TO WS-MENSAGEM
              STRING "NASCIMENTO: " WS-MOTIVO DELIMITED BY SIZE
                 INTO WS-MENSAGEM
              EXIT SECTION
           END-IF.
           COMPUTE WS-NASC-N =
              FUNCTION NUMVAL(WS-SAIDA-DATA(7:4)) * 10000
              + FUNCTION NUMVAL(WS-SAIDA-DATA(4:2)) * 100
              + FUNCTION NUMVAL(WS-SAIDA-DATA(1:2)).
           CALL "DATANEG" USING BY CONTENT "C", BY REFERENCE WS-HOJE.
           IF WS-NASC-N > WS-HOJE
              MOVE "NASCIMENTO NO FUTURO." TO WS-MENSAGEM
              EXIT SECTION
           END-IF.
           COMPUTE WS-IDADE =
              FUNCTION INTEGER-PART((WS-HOJE - WS-NASC-N) / 10000).
           EXIT.
      ******************************************************************
      * E-MAIL (OPCIONAL): UM SO "@", COM NOME ANTES E PONTO NO        *
      * DOMINIO DEPOIS                                                 *
      ******************************************************************
       270-CRITICA-EMAIL               SECTION.
           IF WS-EMAIL = SPACES
              EXIT SECTION
           END-IF.
           MOVE ZERO TO WS-QT-ARROBA WS-POS-ARROBA WS-QT-PONTO.
           INSPECT WS-EMAIL TALLYING WS-QT-ARROBA FOR ALL "@".
           IF WS-QT-ARROBA NOT = 1 OR WS-EMAIL(1:1) = "@"
              MOVE "E-MAIL INVALIDO." TO WS-MENSAGEM
              EXIT SECTION
           END-IF.
           PERFORM VARYING AC-CC FROM 1 BY 1 UNTIL AC-CC > 40
              IF WS-EMAIL(AC-CC:1) = "@"
                 MOVE AC-CC TO WS-POS-ARROBA
              END-IF
              IF WS-POS-ARROBA > ZERO AND AC-CC > WS-POS-ARROBA + 1
                 AND WS-EMAIL(AC-CC:1) = "."
                 ADD 1 TO WS-QT-PONTO
              END-IF
      *       Branco no meio do endereco tambem invalida.
              IF WS-EMAIL(AC-CC:1) = SPACE AND AC-CC < 40
                 IF WS-EMAIL(AC-CC + 1:40 - AC-CC) NOT = SPACES
                    MOVE 9 TO WS-QT-ARROBA
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-QT-PONTO = ZERO OR WS-QT-ARROBA NOT = 1
              MOVE "E-MAIL INVALIDO." TO WS-MENSAGEM
           END-IF.
           EXIT.
      ******************************************************************
      * REGRAVACAO DO ARQUIVO COM A FICHA NOVA OU ALTERADA             *
      ******************************************************************
       400-GRAVA-FICHA                 SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           MOVE WS-ID              TO CT-ID.
           MOVE WS-NASC-N          TO CT-NASCIMENTO.
           MOVE WS-ENDERECO        TO CT-ENDERECO.
           MOVE WS-BAIRRO          TO CT-BAIRRO.
           MOVE WS-CIDADE          TO CT-CIDADE.
           MOVE WS-UF              TO CT-UF.
           MOVE WS-CEP             TO CT-CEP.
           MOVE WS-FONE            TO CT-FONE.
           MOVE WS-CELULAR         TO CT-CELULAR.
           MOVE WS-EMAIL           TO CT-EMAIL.
           MOVE WS-RESP-NOME       TO CT-RESP-NOME.
           MOVE WS-RESP-PARENTESCO TO CT-RESP-PARENTESCO.
           MOVE WS-RESP-FONE       TO CT-RESP-FONE.
           MOVE WS-AUT-CORRESP     TO CT-AUT-CORRESP.
           MOVE WS-AUT-IMAGEM      TO CT-AUT-IMAGEM.
           MOVE WS-AUT-DIVULGA     TO CT-AUT-DIVULGA.
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO CT-ALTERADO.
           IF WS-POS-ACHADA = ZERO
              ADD 1 TO WS-QTDE-FICHAS
              MOVE WS-QTDE-FICHAS TO WS-POS-ACHADA
           END-IF.
           MOVE CT-REGISTRO TO WS-FIC-REG(WS-POS-ACHADA).
           OPEN OUTPUT CONTATO-FILE.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-FICHAS
              MOVE WS-FIC-REG(AC-CI) TO CT-REGISTRO
              WRITE CT-REGISTRO
           END-PERFORM.
           CLOSE CONTATO-FILE.
           EXIT.
       END PROGRAM CAP04AP43.
