      * Layout da tabela de pre-requisitos de disciplina (PREREQ.DAT),
      * mantida pela coordenacao em CAP04AP40 e consultada pelo
      * servico PREREQ na matricula. PQ-DISCIPLINA exige aprovacao
      * anterior em PQ-REQUISITO (historico HISTTURM.DAT); com
      * PQ-MEDIA-MIN acima de zero, a media final da aprovacao tambem
      * precisa alcancar esse minimo. Uma disciplina pode ter varios
      * pre-requisitos, um registro por par, e todos valem.
       01  PQ-REGISTRO.
           05  PQ-DISCIPLINA       PIC X(4).
           05  PQ-REQUISITO        PIC X(4).
           05  PQ-MEDIA-MIN        PIC 99V99.
