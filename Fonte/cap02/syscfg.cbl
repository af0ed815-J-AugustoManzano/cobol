      *                              fechamento do dia CAP02AP16 via
      *                              DATANEG; ausente, os carimbos
      *                              usam a data do relogio
      *    MULTA-PCT    0200         multa por atraso, percentual
      *                              com duas decimais (0200 =
      *                              2,00%) sobre a prestacao
      *                              vencida, apurada pelo CAP05AP11
      *    MORA-MES     0100         mora ao mes, percentual com
      *                              duas decimais, pro rata por
      *                              dia de atraso (CAP05AP11)
      *    TARIFA-ARIT  0005         tarifa (centavos) por operacao
      *                              aritmetica do lote cobrada no
      *                              rateio mensal (CAP05AP12)
      *    TARIFA-EXPR  0010         tarifa (centavos) por expressao
      *                              avaliada (CAP05AP12)
      *    TARIFA-CAMB  0025         tarifa (centavos) por conversao
      *                              de moeda (CAP05AP12)
      *    TARIFA-FIN   0050         tarifa (centavos) por calculo
      *                              financeiro (CAP05AP12)
      *    RATEIO-PRAZO 010          dias uteis de prazo do
      *                              compromisso a receber gerado
      *                              pelo rateio mensal (CAP05AP12)
      *    EXIGE-ENVEL  N            "S" recusa no C0502BAT registros
      *                              de LOTEIN.DAT fora de um
      *                              envelope de remessa (cabecalho
      *                              "C" e rodape "R", LOTEENV)
      *    CAIXA-TOLER  000500       tolerancia (centavos) da
      *                              diferenca na conferencia de
      *                              caixa (C0502CXA); acima dela a
      *                              sobra ou falta vira alerta
      *                              CAIXADIFER em ALERTAS.DAT
      *    BANCO-JANELA 005          janela em dias entre vencimento e
      *                              data do banco na conciliacao
      *    BANCO-CONTA  000000000000 conta da empresa no banco, no
      *                              cabecalho da remessa de pagamentos
      *    BOLETO-BANCO 001          banco dos boletos de
      *                              mensalidade (CAP04AP33/CAP05AP16)
      *    BOLETO-CONV  000000       convenio de cobranca no banco
      *                              dos boletos de mensalidade
      *    EXPED-INICIO 0800         inicio do expediente (HHMM) das
      *                              horas uteis do C0602HUT
      *    EXPED-FIM    1800         fim do expediente (HHMM) das
      *                              horas uteis do C0602HUT
      *    TRAVA-HUTEIS 004          horas uteis de posse a partir
      *                              das quais a trava sai marcada
      *                              na listagem do CAP02AP13
      *    BLOCO-DIAS   180          idade (dias) a partir da qual
      *                              bloco de parceiro ativo e com
      *                              saldo sai PARADO no CAP06AP20
      *    INADIMP-DIAS 030          dias de atraso de mensalidade
      *                              tolerados antes do bloqueio
      *                              financeiro do estudante (FINBLOQ)
      *    AVAL-MINIMO  005          respostas minimas para a media de
      *                              uma turma ou instrutor sair no
      *                              relatorio de avaliacao (CAP04AP48)
      *    PRAZO-NOTAS  005          dias uteis, depois da data de
      *                              cada avaliacao, para o lancamento
      *                              das notas (calendario CAP04AP49)
      *    RETEN-ALUNO  005          anos, depois da saida, que o dado
      *                              pessoal de ex-estudante e mantido
      *                              antes da anonimizacao (CAP04AP53)
      *    INATIVA-DIAS 090          dias sem sign-on a partir dos
      *                              quais o passo noturno CAP06AP23
      *                              inativa a conta (000 desliga)
      *    RECERT-PRAZO 015          dias corridos, da abertura, para
      *                              o coordenador decidir as linhas
      *                              da recertificacao trimestral
      *                              (CAP06AP22); depois caducam
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  CF-CHAVE        PIC X(12).
           05  CF-VALOR        PIC X(30).
       LOCAL-STORAGE SECTION.
       78  QTDE-PADROES VALUE 42.
       01  LS-TABELA-PADROES.
           05  FILLER PIC X(42) VALUE
              "ARQ-LOTEIN  LOTEIN.DAT".
              "TRAVA-ESPERA030".
           05  FILLER PIC X(42) VALUE
              "BKP-RETENCAO007".
           05  FILLER PIC X(42) VALUE
              "MULTA-PCT   0200".
           05  FILLER PIC X(42) VALUE
              "MORA-MES    0100".
           05  FILLER PIC X(42) VALUE
              "TARIFA-ARIT 0005".
           05  FILLER PIC X(42) VALUE
              "TARIFA-EXPR 0010".
           05  FILLER PIC X(42) VALUE
              "TARIFA-CAMB 0025".
           05  FILLER PIC X(42) VALUE
              "TARIFA-FIN  0050".
           05  FILLER PIC X(42) VALUE
              "RATEIO-PRAZO010".
           05  FILLER PIC X(42) VALUE
              "EXIGE-ENVEL N".
           05  FILLER PIC X(42) VALUE
              "CAIXA-TOLER 000500".
           05  FILLER PIC X(42) VALUE
              "BANCO-JANELA005".
           05  FILLER PIC X(42) VALUE
              "BANCO-CONTA 000000000000".
           05  FILLER PIC X(42) VALUE
              "BOLETO-BANCO001".
           05  FILLER PIC X(42) VALUE
              "BOLETO-CONV 000000".
           05  FILLER PIC X(42) VALUE
              "EXPED-INICIO0800".
           05  FILLER PIC X(42) VALUE
              "EXPED-FIM   1800".
           05  FILLER PIC X(42) VALUE
              "TRAVA-HUTEIS004".
           05  FILLER PIC X(42) VALUE
              "BLOCO-DIAS  180".
           05  FILLER PIC X(42) VALUE
              "INADIMP-DIAS030".
           05  FILLER PIC X(42) VALUE
              "AVAL-MINIMO 005".
           05  FILLER PIC X(42) VALUE
              "PRAZO-NOTAS 005".
           05  FILLER PIC X(42) VALUE
              "RETEN-ALUNO 005".
           05  FILLER PIC X(42) VALUE
              "INATIVA-DIAS090".
           05  FILLER PIC X(42) VALUE
              "RECERT-PRAZO015".
       01  LS-TABELA-PADROES-R REDEFINES LS-TABELA-PADROES.
           05  LS-PADRAO-ENTRADA OCCURS QTDE-PADROES TIMES.
               10  LS-PAD-CHAVE PIC X(12).
