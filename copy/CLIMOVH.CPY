      * MH-REFERENCIA goes last so history written before the field
      * existed still reads back (short records pad with spaces).
           03 MH-REFERENCIA        PIC X(14).
      * Account the movement was posted to (CLICTA). Also last, so
      * history written before accounts existed reads back blank,
      * which means the principal account 001.
           03 MH-CUENTA            PIC 9(03).
