           MOVE "Livro de passagem de turno" TO WS-TRN-DESCRICAO.
           MOVE SPACES TO WS-TRN-FUNCAO.
           PERFORM 550-ACRESCENTA-SE-NOVO.
           MOVE "CONT" TO WS-TRN-CODIGO.
           MOVE "C0502PLC" TO WS-TRN-PROGRAMA.
           MOVE "Plano de contas e regras" TO WS-TRN-DESCRICAO.
           MOVE "C0502PLC" TO WS-TRN-FUNCAO.
           PERFORM 550-ACRESCENTA-SE-NOVO.
           MOVE "BANC" TO WS-TRN-CODIGO.
           MOVE "C0502CCB" TO WS-TRN-PROGRAMA.
           MOVE "Conciliacao bancaria" TO WS-TRN-DESCRICAO.
           MOVE "C0502CCB" TO WS-TRN-FUNCAO.
           PERFORM 550-ACRESCENTA-SE-NOVO.
           MOVE "PGTO" TO WS-TRN-CODIGO.
           MOVE "C0502REM" TO WS-TRN-PROGRAMA.
           MOVE "Remessa de pagamentos" TO WS-TRN-DESCRICAO.
           MOVE "C0502REM" TO WS-TRN-FUNCAO.
           PERFORM 550-ACRESCENTA-SE-NOVO.
           MOVE "RECO" TO WS-TRN-CODIGO.
           MOVE "CAP06AP18" TO WS-TRN-PROGRAMA.
           MOVE "Compromissos recorrentes" TO WS-TRN-DESCRICAO.
           MOVE SPACES TO WS-TRN-FUNCAO.
           PERFORM 550-ACRESCENTA-SE-NOVO.
           MOVE "INSP" TO WS-TRN-CODIGO.
           MOVE "CAP05AP17" TO WS-TRN-PROGRAMA.
           MOVE "Inspecao de lotes recebidos" TO WS-TRN-DESCRICAO.
           MOVE SPACES TO WS-TRN-FUNCAO.
           PERFORM 550-ACRESCENTA-SE-NOVO.
           MOVE "PERI" TO WS-TRN-CODIGO.
           MOVE "CAP02AP26" TO WS-TRN-PROGRAMA.
           MOVE "Periodos fiscais" TO WS-TRN-DESCRICAO.
           MOVE "CAP02AP26" TO WS-TRN-FUNCAO.
           PERFORM 550-ACRESCENTA-SE-NOVO.
           MOVE "NIVE" TO WS-TRN-CODIGO.
           MOVE "CAP03AP12" TO WS-TRN-PROGRAMA.
           MOVE "Nivelamento e recomendacao" TO WS-TRN-DESCRICAO.
           MOVE "CAP03AP12" TO WS-TRN-FUNCAO.
           PERFORM 550-ACRESCENTA-SE-NOVO.
           MOVE "GRAD" TO WS-TRN-CODIGO.
           MOVE "CAP04AP37" TO WS-TRN-PROGRAMA.
           MOVE "Salas, grade e datas de aula" TO WS-TRN-DESCRICAO.
           MOVE "CAP04AP37" TO WS-TRN-FUNCAO.
           PERFORM 550-ACRESCENTA-SE-NOVO.
           MOVE "HONO" TO WS-TRN-CODIGO.
           MOVE "CAP04AP39" TO WS-TRN-PROGRAMA.
           MOVE "Honorarios de instrutores" TO WS-TRN-DESCRICAO.
           MOVE "CAP04AP39" TO WS-TRN-FUNCAO.
           PERFORM 550-ACRESCENTA-SE-NOVO.
           MOVE "PREQ" TO WS-TRN-CODIGO.
           MOVE "CAP04AP40" TO WS-TRN-PROGRAMA.
           MOVE "Pre-requisitos de disciplina" TO WS-TRN-DESCRICAO.
           MOVE "CAP04AP40" TO WS-TRN-FUNCAO.
           PERFORM 550-ACRESCENTA-SE-NOVO.
           MOVE "CURR" TO WS-TRN-CODIGO.
           MOVE "CAP04AP41" TO WS-TRN-PROGRAMA.
           MOVE "Curriculos de programa" TO WS-TRN-DESCRICAO.
           MOVE "CAP04AP41" TO WS-TRN-FUNCAO.
           PERFORM 550-ACRESCENTA-SE-NOVO.
           MOVE "DIPL" TO WS-TRN-CODIGO.
           MOVE "CAP04AP42" TO WS-TRN-PROGRAMA.
           MOVE "Progresso e diplomas" TO WS-TRN-DESCRICAO.
           MOVE SPACES TO WS-TRN-FUNCAO.
           PERFORM 550-ACRESCENTA-SE-NOVO.
           MOVE "CTAT" TO WS-TRN-CODIGO.
           MOVE "CAP04AP43" TO WS-TRN-PROGRAMA.
           MOVE "Ficha de contato do estudante" TO WS-TRN-DESCRICAO.
           MOVE SPACES TO WS-TRN-FUNCAO.
           PERFORM 550-ACRESCENTA-SE-NOVO.
           MOVE "CART" TO WS-TRN-CODIGO.
           MOVE "CAP04AP44" TO WS-TRN-PROGRAMA.
           MOVE "Correspondencia (cartas)" TO WS-TRN-DESCRICAO.
           MOVE SPACES TO WS-TRN-FUNCAO.
           PERFORM 550-ACRESCENTA-SE-NOVO.
           MOVE "CMOD" TO WS-TRN-CODIGO.
           MOVE "CAP04AP45" TO WS-TRN-PROGRAMA.
           MOVE "Modelos e historico de cartas" TO WS-TRN-DESCRICAO.
           MOVE SPACES TO WS-TRN-FUNCAO.
           PERFORM 550-ACRESCENTA-SE-NOVO.
           MOVE "DESI" TO WS-TRN-CODIGO.
           MOVE "CAP04AP46" TO WS-TRN-PROGRAMA.
           MOVE "Desistencia e transferencia" TO WS-TRN-DESCRICAO.
           MOVE "CAP04AP46" TO WS-TRN-FUNCAO.
           PERFORM 550-ACRESCENTA-SE-NOVO.
           MOVE "BLOQ" TO WS-TRN-CODIGO.
           MOVE "CAP04AP47" TO WS-TRN-PROGRAMA.
           MOVE "Bloqueio financeiro" TO WS-TRN-DESCRICAO.
           MOVE "CAP04AP47" TO WS-TRN-FUNCAO.
           PERFORM 550-ACRESCENTA-SE-NOVO.
           MOVE "AVAL" TO WS-TRN-CODIGO.
           MOVE "CAP04AP48" TO WS-TRN-PROGRAMA.
           MOVE "Avaliacao de fim de curso" TO WS-TRN-DESCRICAO.
           MOVE "CAP04AP48" TO WS-TRN-FUNCAO.
           PERFORM 550-ACRESCENTA-SE-NOVO.
           MOVE "CALA" TO WS-TRN-CODIGO.
           MOVE "CAP04AP49" TO WS-TRN-PROGRAMA.
           MOVE "Calendario de avaliacoes" TO WS-TRN-DESCRICAO.
           MOVE "CAP04AP49" TO WS-TRN-FUNCAO.
           PERFORM 550-ACRESCENTA-SE-NOVO.
           MOVE "INCI" TO WS-TRN-CODIGO.
           MOVE "CAP02AP28" TO WS-TRN-PROGRAMA.
           MOVE "Incidentes da operacao" TO WS-TRN-DESCRICAO.
           MOVE SPACES TO WS-TRN-FUNCAO.
           PERFORM 550-ACRESCENTA-SE-NOVO.
           MOVE "META" TO WS-TRN-CODIGO.
           MOVE "CAP02AP31" TO WS-TRN-PROGRAMA.
           MOVE "Metas de nivel de servico" TO WS-TRN-DESCRICAO.
           MOVE "CAP02AP31" TO WS-TRN-FUNCAO.
           PERFORM 550-ACRESCENTA-SE-NOVO.
           MOVE "TRAN" TO WS-TRN-CODIGO.
           MOVE "CAP06AP16" TO WS-TRN-PROGRAMA.
           MOVE "Codigos de transacao" TO WS-TRN-DESCRICAO.
