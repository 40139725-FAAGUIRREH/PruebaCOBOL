           03 CARGA-CLI-RAZONSOCIAL PIC X(60).
           03 CARGA-CLI-SALDO       PIC S9(9)V9(3)
               SIGN LEADING SEPARATE.
      * Appended last: feeds without the RFC read it back as blank.
           03 CARGA-CLI-RFC         PIC X(13).
