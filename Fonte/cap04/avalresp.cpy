      * Layout do registro de quem ja respondeu a avaliacao de fim de
      * curso (AVALRESP.DAT), gravado pelo quiosque (CAP04AP35): so
      * impede a segunda resposta do treinando para a mesma turma no
      * periodo. As respostas ficam em AVALNOTA.DAT, sem o codigo do
      * treinando, e nada liga um arquivo ao outro.
       01  AR-REGISTRO.
           05  AR-PERIODO          PIC X(6).
           05  AR-TURMA            PIC X(6).
           05  AR-ID               PIC X(9).
