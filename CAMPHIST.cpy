      *****************************************************************
      * COPY CAMPHIST
      * Record layout for the campaign-history file (CAMPHIST_PATH):
      * every outbound run (ETIQCONT, CARTACONT, ProgCSV, SMSCONT,
      * TLMKCONT) appends one entry per contact actually selected,
      * with the campaign code taken from the CAMPANHA_COD environment
      * value and the channel ('M' = mala direta, 'E' = e-mail,
      * 'S' = SMS, 'T' = telemarketing call). CAMPCONS lists a
      * contact's entries next to the HISTCONT change history and
      * NUNCACONT reports the active contacts that never appear here.
      *****************************************************************
       01 REG-CAMPHIST.
           03 CH-ID-CONTATO          PIC 9(05).
           03 CH-CANAL               PIC X(01).
               88 CH-CANAL-MALA          VALUE 'M'.
               88 CH-CANAL-EMAIL         VALUE 'E'.
               88 CH-CANAL-SMS           VALUE 'S'.
               88 CH-CANAL-TELEFONE      VALUE 'T'.
      * VARIANTE DO TESTE A/B DA PECA (SELECONT/ALVO.cpy): ESPACO
      * NAS LINHAS ANTIGAS VALE COMO 'A'.
           03 CH-VARIANTE            PIC X(01).
