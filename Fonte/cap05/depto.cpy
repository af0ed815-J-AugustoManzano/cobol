      * Layout do registro do cadastro de departamentos (DEPTO.DAT),
      * mantido pela tela C0502DPT e consultado pelo servico DEPTOCHK.
      * O codigo e o que os registros do lote carregam em LT-DEPTO /
      * LF-DEPTO / CL-DEPTO / LT-R-DEPTO; DP-CCUSTO e o centro de
      * custo contabil da area e DP-RESPONSAVEL o operador de sessao
      * que responde por ela. DP-ATIVO = "S" libera o codigo; "N"
      * o mantem no cadastro (historico) mas recusado nas entradas.
      * DP-UNIDADE e a unidade (UNIDADE.DAT) a que a area pertence,
      * para o uso da calculadora sair por unidade; em branco, a sede.
       01  DP-REGISTRO.
           05  DP-CODIGO       PIC X(4).
           05  DP-NOME         PIC X(30).
           05  DP-CCUSTO       PIC X(8).
           05  DP-RESPONSAVEL  PIC X(12).
           05  DP-ATIVO        PIC X.
           05  DP-UNIDADE      PIC X(3).
