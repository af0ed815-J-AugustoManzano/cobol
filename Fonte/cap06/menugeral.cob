      * registro carregado ainda (bootstrap), o sign-on cai na
      * pergunta antiga de operador e trata a sessao como
      * coordenador para permitir o primeiro cadastro.
      *
      * A escola passou a dar aulas em mais de um sitio: o sign-on
      * guarda a unidade do operador (OP-UNIDADE) na sessao, por
      * OPERADOR "V", para os relatorios por unidade mostrarem so a
      * unidade dele, e o cadastro de unidades (CAP06AP21) e a opcao
      * [14] do coordenador.
      *
      * Conta inativada ("I" em OP-SITUACAO) pela recertificacao de
      * acessos ou por falta de uso (passo noturno CAP06AP23) e
      * recusada no sign-on como a bloqueada, com aviso e trilha
      * proprios; a tela da recertificacao trimestral (CAP06AP22) e a
      * opcao [15] do coordenador.
      *
      * Delegacao de alcada: a opcao [16], aberta a todos, leva a
      * tela CAP06AP24, onde o aprovador nomeia um substituto para o
      * periodo da ausencia. O sign-on guarda o id e o papel da
      * sessao em OPERADOR ("P") para as telas de aprovacao, e a
      * conferencia de permissao do menu (265) trata o "G" do PERMCHK
      * - permitido por delegacao - como permitido, de modo que o
      * substituto enxerga a aprovacao de alteracoes so dentro do
      * periodo delegado.
      *
      * Caixa de aprovacoes: no sign-on, depois da passagem de turno,
      * o operador ve quantos itens das filas de aprovacao (notas,
      * lote, justificativas, recursos e impressao retida) aguardam a
      * decisao dele, pela contagem da CAP06AP26; a opcao [17] abre a
      * caixa, de onde cada item abre a tela de aprovacao certa.
      *
      * O reconhecimento dos alertas no sign-on grava tambem a data e
      * a hora em que foi feito (AT-DATA-RECON/AT-HORA-RECON),
      * medidas contra a meta de reconhecimento no painel mensal de
      * nivel de servico (CAP02AP30).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  AT-DETALHE      PIC X(30).
           05  AT-SITUACAO     PIC X.
           05  AT-RECONHECEDOR PIC X(12).
           05  AT-DATA-RECON   PIC 9(8).
           05  AT-HORA-RECON   PIC 9(6).
       FD  TRANSREG-FILE.
       01  TC-REGISTRO.
           05  TC-CODIGO    PIC X(4).
       77  WS-SENHA-OK   PIC X.
       77  WS-ID-EXISTE  PIC X VALUE "N".
       77  WS-BLOQUEADO  PIC X VALUE "N".
       77  WS-SITUACAO-CONTA PIC X.
       77  WS-SENHA-DATA PIC 9(8) VALUE ZERO.
       77  WS-CFG-CHAVE  PIC X(12).
       77  WS-CFG-VALOR  PIC X(30).
       77  WS-DATA-HORA-SISTEMA PIC X(20).
       78  LIMITE-OPERADORES VALUE 50.
       01  WS-TABELA-OPER.
           05  WS-OPER-REG PIC X(43) OCCURS LIMITE-OPERADORES TIMES.
       77  WS-QTDE-OPER  PIC 9(2) VALUE ZERO.
       77  AC-OP         PIC 9(2).
       77  WS-TENTATIVAS PIC 9 VALUE ZERO.
       77  WS-SESSAO-DUP    PIC X.
       77  WS-SANDBOX       PIC X VALUE "N".
       77  WS-SANDBOX-SES   PIC X(12).
       77  WS-UNIDADE       PIC X(3) VALUE SPACES.
       77  WS-UNIDADE-SES   PIC X(12).
       77  WS-ID-PAPEL-SES  PIC X(12).
       77  WS-SESSAO-MIN    PIC 9(3) VALUE 30.
       77  WS-OCIOSO        PIC X.
       77  WS-ULT-DATA      PIC 9(8) VALUE ZERO.
       77  WS-ALE-STATUS    PIC XX.
       78  LIMITE-ALERTAS VALUE 100.
       01  WS-TAB-ALERTAS.
           05  WS-ALE-REG PIC X(83) OCCURS LIMITE-ALERTAS TIMES.
       77  WS-QTDE-ALERTAS  PIC 9(3) VALUE ZERO.
       77  WS-QTDE-PEND-ALE PIC 9(3) VALUE ZERO.
       77  AC-AL            PIC 9(3).
       77  WS-FAV-MOSTRADOS PIC 9 VALUE ZERO.
       77  WS-PAS-STATUS PIC XX.
       77  WS-QTDE-PASSAGEM PIC 9(3) VALUE ZERO.
       77  WS-QTDE-CAIXA PIC 9(4) VALUE ZERO.
       77  WS-FAV-MAIOR  PIC 9(3).
       77  WS-RESULTADO  PIC X(20).
       77  WS-FTR-STATUS PIC XX.
           PERFORM 130-AVISA-FILA-TRABALHO
           PERFORM 140-MOSTRA-FAVORITOS
           PERFORM 142-AVISA-PASSAGEM
           PERFORM 144-AVISA-CAIXA
           IF WS-PAPEL = "C"
              PERFORM 135-MOSTRA-ALERTAS
           END-IF
              IF WS-PAPEL = "C"
                 DISPLAY "[11] - Permissoes por funcao (coord.)"
                 DISPLAY "[12] - Codigos de transacao (coord.)"
                 DISPLAY "[13] - Periodos fiscais (coord.)"
                 DISPLAY "[14] - Cadastro de unidades (coord.)"
                 DISPLAY "[15] - Recertificacao de acessos (coord.)"
              END-IF
              DISPLAY "[16] - Delegacoes de aprovacao (ausencias)"
              DISPLAY "[17] - Caixa de aprovacoes pendentes"
              DISPLAY CR
              DISPLAY "Escolha uma opcao ou digite um codigo de"
              DISPLAY "transacao (ex. CAMB): " WITH NO ADVANCING
                       CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
                    END-IF
                    CALL "CONFIRMA" USING WS-PROGRAMA, MSG-ENTER-VOLTAR
                 WHEN 13
                    IF WS-PAPEL = "C"
                       CALL "CAP02AP26"
                    ELSE
                       DISPLAY "Opcao restrita ao coordenador."
                       MOVE "ACESSO NEGADO" TO WS-RESULTADO
                       CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
                    END-IF
                    CALL "CONFIRMA" USING WS-PROGRAMA, MSG-ENTER-VOLTAR
                 WHEN 14
                    IF WS-PAPEL = "C"
                       CALL "CAP06AP21"
                    ELSE
                       DISPLAY "Opcao restrita ao coordenador."
                       MOVE "ACESSO NEGADO" TO WS-RESULTADO
                       CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
                    END-IF
                    CALL "CONFIRMA" USING WS-PROGRAMA, MSG-ENTER-VOLTAR
                 WHEN 15
                    IF WS-PAPEL = "C"
                       CALL "CAP06AP22"
                    ELSE
                       DISPLAY "Opcao restrita ao coordenador."
                       MOVE "ACESSO NEGADO" TO WS-RESULTADO
                       CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
                    END-IF
                    CALL "CONFIRMA" USING WS-PROGRAMA, MSG-ENTER-VOLTAR
                 WHEN 16
                    CALL "CAP06AP24"
                    CALL "CONFIRMA" USING WS-PROGRAMA, MSG-ENTER-VOLTAR
                 WHEN 17
                    CALL "CAP06AP26" USING BY CONTENT "T",
                       BY REFERENCE WS-QTDE-CAIXA
                    CALL "CONFIRMA" USING WS-PROGRAMA, MSG-ENTER-VOLTAR
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
                    CALL "CONFIRMA" USING WS-PROGRAMA, MSG-ENTER-VOLTAR
           MOVE FUNCTION UPPER-CASE(WS-OPCAO-ALERTA)
              TO WS-OPCAO-ALERTA.
           IF WS-OPCAO-ALERTA = "S"
              MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
              OPEN OUTPUT ALERTAS-FILE
              PERFORM VARYING AC-AL FROM 1 BY 1
                      UNTIL AC-AL > WS-QTDE-ALERTAS
                 IF AT-SITUACAO = "P"
                    MOVE "R" TO AT-SITUACAO
                    MOVE WS-OPERADOR TO AT-RECONHECEDOR
                    MOVE WS-DATA-HORA-SISTEMA(1:8)
                       TO AT-DATA-RECON
                    MOVE WS-DATA-HORA-SISTEMA(9:6)
                       TO AT-HORA-RECON
                 END-IF
                 WRITE AT-REGISTRO
              END-PERFORM
              CALL "OPERADOR" USING BY CONTENT "I",
                 BY REFERENCE WS-OPERADOR
              MOVE "C" TO WS-PAPEL
              PERFORM 112-GUARDA-ID-PAPEL
              MOVE "S" TO WS-AUTENTICADO
              EXIT SECTION
           END-IF
              ACCEPT WS-SENHA-ENTRADA
              PERFORM 150-CONFERE-CREDENCIAL
              IF WS-BLOQUEADO = "S"
                 IF WS-SITUACAO-CONTA = "I"
                    DISPLAY "Conta inativada (sem uso ou nao "
                            "recertificada); procure o coordenador "
                            "(CAP06AP12)."
                    MOVE "CONTA INATIVA" TO WS-RESULTADO
                 ELSE
                    DISPLAY "Conta bloqueada; procure o coordenador "
                            "(CAP06AP12)."
                    MOVE "CONTA BLOQUEADA" TO WS-RESULTADO
                 END-IF
                 CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              ELSE
                 IF WS-AUTENTICADO NOT = "S"
              MOVE WS-SANDBOX TO WS-SANDBOX-SES(1:1)
              CALL "OPERADOR" USING BY CONTENT "X",
                 BY REFERENCE WS-SANDBOX-SES
              MOVE SPACES TO WS-UNIDADE-SES
              MOVE WS-UNIDADE TO WS-UNIDADE-SES(1:3)
              CALL "OPERADOR" USING BY CONTENT "V",
                 BY REFERENCE WS-UNIDADE-SES
              PERFORM 112-GUARDA-ID-PAPEL
              IF WS-SANDBOX = "S"
                 DISPLAY "*** MODO TREINAMENTO: os arquivos de "
                         "pratica TRN... recebem o trabalho. ***"
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * ID E PAPEL DA SESSAO GUARDADOS EM OPERADOR, PARA AS TELAS DE   *
      * APROVACAO CONFERIREM DIREITO PROPRIO OU DELEGACAO (PERMCHK)    *
      ******************************************************************
       112-GUARDA-ID-PAPEL              SECTION.
           MOVE SPACES TO WS-ID-PAPEL-SES.
           MOVE WS-ID-ENTRADA TO WS-ID-PAPEL-SES(1:8).
           MOVE WS-PAPEL TO WS-ID-PAPEL-SES(9:1).
           CALL "OPERADOR" USING BY CONTENT "P",
              BY REFERENCE WS-ID-PAPEL-SES.
           EXIT.
      ******************************************************************
      * REGISTRO DA SESSAO (OPERADOR, TERMINAL, INICIO): A EVENTUAL    *
      * SESSAO ANTERIOR DO MESMO ID SAI DO ARQUIVO                     *
      ******************************************************************
                 NOT AT END
                    IF OP-ID = WS-ID-ENTRADA
                       MOVE "S" TO WS-ID-EXISTE
                       IF OP-SITUACAO = "B" OR OP-SITUACAO = "I"
                          MOVE "S" TO WS-BLOQUEADO
                          MOVE OP-SITUACAO TO WS-SITUACAO-CONTA
                       ELSE
      *                   O resumo e a forma corrente; a igualdade em
      *                   claro so vale para o registro LEGADO, ainda
                             MOVE OP-PAPEL TO WS-PAPEL
                             MOVE OP-SENHA-DATA TO WS-SENHA-DATA
                             MOVE OP-SANDBOX TO WS-SANDBOX
                             MOVE OP-UNIDADE TO WS-UNIDADE
                             MOVE SPACES TO WS-IDIOMA
                             MOVE OP-IDIOMA TO WS-IDIOMA(1:1)
                          END-IF
              DISPLAY "[21] - Instrutores e atribuicoes"
              DISPLAY "[22] - Cobranca de mensalidades"
              DISPLAY "[23] - Pacote de fechamento da turma"
              MOVE "CAP03AP12" TO WS-FUNCAO-PEDIDA
              PERFORM 265-PODE-FUNCAO
              IF WS-ACESSO-OK = "S"
                 DISPLAY "[24] - Nivelamento: recomendacao de turma"
              END-IF
              MOVE "CAP04AP37" TO WS-FUNCAO-PEDIDA
              PERFORM 265-PODE-FUNCAO
              IF WS-ACESSO-OK = "S"
                 DISPLAY "[25] - Salas, grade e datas de aula"
              END-IF
              DISPLAY "[26] - Chamadas pendentes"
              MOVE "CAP04AP39" TO WS-FUNCAO-PEDIDA
              PERFORM 265-PODE-FUNCAO
              IF WS-ACESSO-OK = "S"
                 DISPLAY "[27] - Honorarios de instrutores"
              END-IF
              MOVE "CAP04AP40" TO WS-FUNCAO-PEDIDA
              PERFORM 265-PODE-FUNCAO
              IF WS-ACESSO-OK = "S"
                 DISPLAY "[28] - Pre-requisitos de disciplina"
              END-IF
              MOVE "CAP04AP41" TO WS-FUNCAO-PEDIDA
              PERFORM 265-PODE-FUNCAO
              IF WS-ACESSO-OK = "S"
                 DISPLAY "[29] - Curriculos de programa"
              END-IF
              DISPLAY "[30] - Progresso no programa e diplomas"
              DISPLAY "[31] - Ficha de contato do estudante"
              DISPLAY "[32] - Correspondencia (emissao de cartas)"
              DISPLAY "[33] - Modelos e historico de cartas"
              DISPLAY "[34] - Desistencia e transferencia"
              DISPLAY "[35] - Bloqueio financeiro"
              DISPLAY "[36] - Avaliacao de fim de curso"
              DISPLAY "[37] - Calendario de avaliacoes"
              MOVE "CAP04AP51" TO WS-FUNCAO-PEDIDA
              PERFORM 265-PODE-FUNCAO
              IF WS-ACESSO-OK = "S"
                 DISPLAY "[38] - Conversao da frequencia (FREQ.DAT)"
              END-IF
              MOVE "CAP04AP52" TO WS-FUNCAO-PEDIDA
              PERFORM 265-PODE-FUNCAO
              IF WS-ACESSO-OK = "S"
                 DISPLAY "[39] - Relatorio de dados pessoais"
              END-IF
              MOVE "CAP04AP53" TO WS-FUNCAO-PEDIDA
              PERFORM 265-PODE-FUNCAO
              IF WS-ACESSO-OK = "S"
                 DISPLAY "[40] - Anonimizacao de ex-estudantes"
              END-IF
              DISPLAY "[41] - Voltar ao menu geral"
              DISPLAY CR
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-SUBOPCAO
                 WHEN 17
                    MOVE "CAP04AP28" TO WS-FUNCAO-PEDIDA
                    PERFORM 265-PODE-FUNCAO
                 WHEN 24
                    MOVE "CAP03AP12" TO WS-FUNCAO-PEDIDA
                    PERFORM 265-PODE-FUNCAO
                 WHEN 25
                    MOVE "CAP04AP37" TO WS-FUNCAO-PEDIDA
                    PERFORM 265-PODE-FUNCAO
                 WHEN 27
                    MOVE "CAP04AP39" TO WS-FUNCAO-PEDIDA
                    PERFORM 265-PODE-FUNCAO
                 WHEN 28
                    MOVE "CAP04AP40" TO WS-FUNCAO-PEDIDA
                    PERFORM 265-PODE-FUNCAO
                 WHEN 29
                    MOVE "CAP04AP41" TO WS-FUNCAO-PEDIDA
                    PERFORM 265-PODE-FUNCAO
                 WHEN 34
                    MOVE "CAP04AP46" TO WS-FUNCAO-PEDIDA
                    PERFORM 265-PODE-FUNCAO
                 WHEN 35
                    MOVE "CAP04AP47" TO WS-FUNCAO-PEDIDA
                    PERFORM 265-PODE-FUNCAO
                 WHEN 36
                    MOVE "CAP04AP48" TO WS-FUNCAO-PEDIDA
                    PERFORM 265-PODE-FUNCAO
                 WHEN 37
                    MOVE "CAP04AP49" TO WS-FUNCAO-PEDIDA
                    PERFORM 265-PODE-FUNCAO
                 WHEN 38
                    MOVE "CAP04AP51" TO WS-FUNCAO-PEDIDA
                    PERFORM 265-PODE-FUNCAO
                 WHEN 39
                    MOVE "CAP04AP52" TO WS-FUNCAO-PEDIDA
                    PERFORM 265-PODE-FUNCAO
                 WHEN 40
                    MOVE "CAP04AP53" TO WS-FUNCAO-PEDIDA
                    PERFORM 265-PODE-FUNCAO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
                       CALL "CONFIRMA" USING WS-PROGRAMA,
                          MSG-ENTER-VOLTAR
                    WHEN 24
                       CALL "CAP03AP12"
                    WHEN 25
                       CALL "CAP04AP37"
                    WHEN 26
                       CALL "CAP04AP38"
                       CALL "CONFIRMA" USING WS-PROGRAMA,
                          MSG-ENTER-VOLTAR
                    WHEN 27
                       CALL "CAP04AP39"
                    WHEN 28
                       CALL "CAP04AP40"
                    WHEN 29
                       CALL "CAP04AP41"
                    WHEN 30
                       CALL "CAP04AP42"
                    WHEN 31
                       CALL "CAP04AP43"
                    WHEN 32
                       CALL "CAP04AP44"
                    WHEN 33
                       CALL "CAP04AP45"
                    WHEN 34
                       CALL "CAP04AP46"
                    WHEN 35
                       CALL "CAP04AP47"
                    WHEN 36
                       CALL "CAP04AP48"
                    WHEN 37
                       CALL "CAP04AP49"
                    WHEN 38
                       CALL "CAP04AP51"
                    WHEN 39
                       CALL "CAP04AP52"
                    WHEN 40
                       CALL "CAP04AP53"
                    WHEN 41
                       EXIT PERFORM
                    WHEN OTHER
                       DISPLAY "Opcao invalida."
                 END-EVALUATE
                 IF WS-SUBOPCAO NOT = 41
                    CALL "CONFIRMA" USING WS-PROGRAMA,
                       MSG-ENTER-VOLTAR
                 END-IF
              WS-FUNCAO-PEDIDA, WS-PERMITIDO.
           EVALUATE WS-PERMITIDO
              WHEN "S"
              WHEN "G"
                 MOVE "S" TO WS-ACESSO-OK
              WHEN "N"
                 MOVE "N" TO WS-ACESSO-OK
           END-IF.
           EXIT.
      ******************************************************************
      * CONTAGEM DA CAIXA DE APROVACOES (CAP06AP26) NO SIGN-ON: SO OS  *
      * ITENS QUE O OPERADOR PODE DECIDIR                              *
      ******************************************************************
       144-AVISA-CAIXA                 SECTION.
           CALL "CAP06AP26" USING BY CONTENT "C",
              BY REFERENCE WS-QTDE-CAIXA.
           IF WS-QTDE-CAIXA > ZERO
              DISPLAY "CAIXA DE APROVACOES: " WS-QTDE-CAIXA
                 " item(ns) aguardando sua decisao (opcao [17])."
           END-IF.
           EXIT.
      ******************************************************************
      * UMA LINHA DE FAVORITO: CODIGO, DESCRICAO E CONTAGEM DE USO     *
      ******************************************************************
       145-DESCREVE-FAVORITO           SECTION.
              DISPLAY "[4] - Relatorio de fatoriais (0 a 50)"
              DISPLAY "[5] - Combinacoes e permutacoes"
              DISPLAY "[6] - Plano de amostragem (curva CO)"
              DISPLAY "[7] - Inspecao de lotes recebidos"
              DISPLAY "[8] - Voltar ao menu geral"
              DISPLAY CR
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-SUBOPCAO
                    CALL "CAP05AP10"
                    CALL "CONFIRMA" USING WS-PROGRAMA, MSG-ENTER-VOLTAR
                 WHEN 7
                    CALL "CAP05AP17"
                 WHEN 8
                    EXIT PERFORM
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              DISPLAY "[9] - Evolucao do treino"
              DISPLAY "[10] - Perfil de fraquezas do treinando"
              DISPLAY "[11] - Correcao automatica de folhas"
              DISPLAY "[12] - Teste de nivelamento"
              DISPLAY "[13] - Folhas pendentes de devolucao"
              DISPLAY "[14] - Voltar ao menu geral"
              DISPLAY CR
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-SUBOPCAO
                    CALL "CAP03AP10"
                    CALL "CONFIRMA" USING WS-PROGRAMA, MSG-ENTER-VOLTAR
                 WHEN 12
                    CALL "CAP03AP11"
                    CALL "CONFIRMA" USING WS-PROGRAMA, MSG-ENTER-VOLTAR
                 WHEN 13
                    CALL "CAP03AP13"
                    CALL "CONFIRMA" USING WS-PROGRAMA, MSG-ENTER-VOLTAR
                 WHEN 14
                    EXIT PERFORM
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
