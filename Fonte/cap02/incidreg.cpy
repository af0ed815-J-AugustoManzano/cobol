      * Layout do registro de incidentes da operacao (INCIDREG.DAT),
      * mantido pela tela CAP02AP28 e pelo servico INCIDSVC. O
      * incidente nasce de um alerta do vigia (ALERTAS.DAT), de um
      * passo da rede de jobs que abortou na cadeia noturna
      * (CAP02AP04 abre sozinho) ou a mao, com severidade de 1
      * (critica) a 4 (baixa), responsavel (OP-ID de OPERREG.DAT) e
      * situacao "A" aberto, "E" em analise ou "R" resolvido. A
      * categoria de causa raiz e o texto da solucao sao exigidos na
      * resolucao; a data/hora de resolucao mede o tempo para
      * resolver no relatorio mensal CAP02AP29. Cada mudanca fica no
      * historico INCIDHIS.DAT e os alertas e notas de passagem
      * ligados ao incidente em INCIDLNK.DAT.
       01  IC-REGISTRO.
           05  IC-NUMERO       PIC 9(6).
           05  IC-DATA-ABER    PIC 9(8).
           05  IC-HORA-ABER    PIC 9(6).
           05  IC-ORIGEM       PIC X.
               88  IC-DE-ALERTA    VALUE "A".
               88  IC-DE-PASSO     VALUE "J".
               88  IC-MANUAL       VALUE "M".
           05  IC-REFERENCIA   PIC X(30).
           05  IC-SEVERIDADE   PIC 9.
               88  IC-SEVERO       VALUE 1 2.
           05  IC-TITULO       PIC X(40).
           05  IC-RESPONSAVEL  PIC X(8).
           05  IC-SITUACAO     PIC X.
               88  IC-ABERTO       VALUE "A".
               88  IC-EM-ANALISE   VALUE "E".
               88  IC-RESOLVIDO    VALUE "R".
               88  IC-PENDENTE     VALUE "A" "E".
           05  IC-CATEGORIA    PIC X(8).
           05  IC-RESOLUCAO    PIC X(60).
           05  IC-DATA-RESOL   PIC 9(8).
           05  IC-HORA-RESOL   PIC 9(6).
           05  IC-ABERTO-POR   PIC X(12).
