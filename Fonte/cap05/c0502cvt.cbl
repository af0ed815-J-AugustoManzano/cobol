      * O resultado sai por C0502SAI como qualquer outra operacao,
      * respeitando as casas decimais configuradas e registrado em
      * CALCLOG.DAT junto com o resto do plantao.
      *
      * A escolha da taxa vigente na data passou para o servico
      * TAXACAMB, o mesmo usado pelo registro de compromissos em moeda
      * estrangeira, para a calculadora e os relatorios de
      * compromissos converterem sempre pela mesma taxa.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       DATA DIVISION.
       LOCAL-STORAGE SECTION.
       78  CR VALUE X"0D".
       COPY "c05ex02.cpy".
       77  LS-OPERACAO    PIC X(10) VALUE "CAMBIO".
       77  LS-MOEDA-DE    PIC X(3).
       77  LS-MOEDA-PARA  PIC X(3).
       77  LS-MOEDA-BUSCA PIC X(3).
       77  LS-DATA-VALIDA PIC X(10).
       77  LS-MOTIVO      PIC X(40).
       77  LS-DATA-ALVO   PIC 9(8).
       77  LS-DATA-TAXA   PIC X(10).
       77  LS-DIAS-VELHA  PIC S9(8).
       77  LS-STATUS-DUT  PIC X.
      * A DATA ALVO (VIGENCIAS POSTERIORES NAO VALEM PARA TRAS)        *
      ******************************************************************
       100-PROCURA-TAXA-NA-DATA        SECTION.
           CALL "TAXACAMB" USING LS-MOEDA-BUSCA, LS-DATA-ALVO,
              LS-TAXA-ACHADA, LS-DATA-TAXA, LS-ACHOU.
           EXIT.
      ******************************************************************
      * AVISO DE TAXA VELHA: DIAS UTEIS ENTRE A VIGENCIA DA TAXA       *
