      * Layout do arquivo de rejeicoes da critica previa do lote
      * (LOTEEDR.DAT), gravado por C0502EDT ao lado da listagem
      * LOTEEDT.LST: o numero da linha no arquivo de pendencias, o
      * departamento remetente (tirado de LT-DEPTO ou LT-X-DEPTO
      * conforme o tipo), o registro bruto como chegou e o motivo. E
      * consumido pelos arquivos de retorno por departamento
      * (C0502RET), que o esvaziam depois de devolver cada rejeicao.
       01  ER-REGISTRO.
           05  ER-LINHA        PIC 9(6).
           05  ER-DEPTO        PIC X(4).
           05  ER-BRUTO        PIC X(73).
           05  ER-MOTIVO       PIC X(40).
