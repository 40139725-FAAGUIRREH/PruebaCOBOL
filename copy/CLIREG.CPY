               88 ESTADO-ACTIVO       VALUES "A" " ".
               88 ESTADO-SUSPENDIDO   VALUE "S".
               88 ESTADO-CESADO       VALUE "C".
      * Written off: balance given up as lost by CLICAST (CliCast.dat);
      * only recoveries and adjustments are accepted, never reactivated.
               88 ESTADO-CASTIGADO    VALUE "K".
      * Credit limit: how far below zero CLI-SALDO may go. Records
      * written before this field existed hold spaces (not numeric):
      * CLIPOST treats that as "no limit keyed" and lets the movement
      * through, instead of rejecting everything against a zero limit.
           03 CLI-LIMITE-CREDITO   PIC S9(9)V9(3).
      * RFC (federal taxpayer registry): 12 positions for companies,
      * 13 for individuals; validated by CLIRFC. Taken from the
      * FILLER, so records written before it read back blank.
           03 CLI-RFC              PIC X(13).
           03 FILLER               PIC X(150).
