      * Layout do cadastro de unidades (UNIDADE.DAT), mantido pela
      * tela CAP06AP21 e consultado pelo servico UNIDSVC: cada sitio
      * onde a escola da aulas tem um codigo de tres posicoes, que as
      * turmas (CP-UNIDADE em CAPACREG.DAT), os operadores
      * (OP-UNIDADE), os compromissos (CM-/CP-UNIDADE em COMPROM.DAT)
      * e os departamentos da calculadora (DP-UNIDADE) carregam.
      * UN-SEDE = "S" marca a sede: o operador da sede ve todas as
      * unidades, e registro antigo com a unidade em branco conta
      * como da sede. UN-ATIVO = "N" mantem o codigo no cadastro
      * (historico) mas o recusa nas entradas.
       01  UN-REGISTRO.
           05  UN-CODIGO       PIC X(3).
           05  UN-NOME         PIC X(30).
           05  UN-SEDE         PIC X.
               88  UN-E-SEDE   VALUE "S".
           05  UN-ATIVO        PIC X.
