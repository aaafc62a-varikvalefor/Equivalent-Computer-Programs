               88 G5-IS-SHIPPED        VALUE "Y".
           05 G5-RETIRED-SW       PIC X(1).
               88 G5-IS-RETIRED        VALUE "Y".
           05 G5-RUN-ID           PIC X(10).
      *        G5-RUN-ID is the night's identifier from NIGHTRUN.DAT
      *        (see RUNIDREC.cpy) the generation was cut under, so
      *        NIGHTBKOUT can find a night's generation by identifier;
      *        spaces on records from before the field existed.
