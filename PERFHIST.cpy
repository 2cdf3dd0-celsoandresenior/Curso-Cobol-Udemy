      *****************************************************************
      * COPY PERFHIST
      * Record layout for the field-profile history (PERFHIST_PATH):
      * one record appended per profiled field and run by PERFCONT -
      * the processing date, the field name, the base (records the
      * field applies to), how many of them are filled, the fill rate
      * in percent, the distinct value count (999 = more than the
      * profile table holds) and how many values are in an unexpected
      * format. The next PERFCONT run compares its fill rates against
      * the latest earlier record of each field.
      *****************************************************************
       01 REG-PERFHIST.
           03 PRF-DATA               PIC 9(08).
           03 PRF-CAMPO              PIC X(20).
           03 PRF-BASE               PIC 9(05).
           03 PRF-PREENCHIDOS        PIC 9(05).
           03 PRF-TAXA               PIC 9(03)V9(02).
           03 PRF-DISTINTOS          PIC 9(03).
           03 PRF-FORA-FORMATO       PIC 9(05).
