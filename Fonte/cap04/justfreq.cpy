      * Layout do registro de justificativa de falta (JUSTFREQ.DAT),
      * mantido por CAP04AP29: uma justificativa aponta a falta de um
      * estudante em uma data/turma especifica de FREQIDX.DAT, com o
      * codigo do motivo e a referencia do documento apresentado.
      * JF-SITUACAO: "P" pendente, "A" aprovada pela coordenacao,
      * "R" rejeitada. So as aprovadas saem do denominador do
           05  JF-DOCUMENTO    PIC X(10).
           05  JF-SITUACAO     PIC X.
           05  JF-APROVADOR    PIC X(12).
      * JF-SOLICITANTE e o operador que registrou a justificativa (em
      * branco nas antigas): o substituto de um aprovador ausente nao
      * decide a que ele mesmo registrou.
           05  JF-SOLICITANTE  PIC X(12).
      * JF-DATA-REG e a data do registro da justificativa (zero nas
      * antigas), base da idade do item na caixa de aprovacoes.
           05  JF-DATA-REG     PIC 9(8).
