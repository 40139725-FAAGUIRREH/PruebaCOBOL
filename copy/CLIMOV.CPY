      *             already applied, so a rerun or restart cannot
      *             double-post. A blank reference (old hand-keyed
      *             feed lines) is applied without that protection.
      *             MOV-CUENTA addresses the movement to one of the
      *             client's accounts in CliCta.dat (CLICTA); it goes
      *             last so older feeds still read, and blank or zero
      *             means the principal account 001.
      ******************************************************************
       01 REG-MOV.
           03 MOV-CLI-ID           PIC 9(7).
               SIGN LEADING SEPARATE.
           03 MOV-ORIGEN           PIC X(10).
           03 MOV-REFERENCIA       PIC X(14).
           03 MOV-CUENTA           PIC 9(03).
