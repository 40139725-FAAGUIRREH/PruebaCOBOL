      *             back by CLIRELD. "D" records carry the full
      *             REG-CLIENTES image; the final "T" record carries
      *             the record count and the CLI-SALDO hash total
      *             used to verify the reload, plus the machine
      *             date and time of the unload (CLIARCH never
      *             archives journal entries from that date on, so
      *             CLIRFWD can replay them). Backups taken before the
      *             trailer was dated carry spaces there.
      ******************************************************************
       01 REG-BKUP.
           03 BK-TIPO              PIC X.
               05 BK-TRL-CONTADOR  PIC 9(09).
               05 BK-TRL-HASH      PIC S9(13)V9(3)
                   SIGN LEADING SEPARATE.
               05 BK-TRL-FECHA     PIC 9(08).
               05 BK-TRL-HORA      PIC 9(08).
               05 FILLER           PIC X(528).
