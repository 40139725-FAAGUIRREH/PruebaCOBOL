      ******************************************************************
      * CLICASR   - Record layout for the CliCast.dat write-off
      *             register (indexed by CAS-CLI-ID). CLICAST writes
      *             the entry when a supervisor approves the write-off
      *             and emits the CASTIGO movement; CLIPOST marks it
      *             applied when that movement zeroes CLI-SALDO, and
      *             adds every later RECUPERO payment to
      *             CAS-RECUPERADO so recoveries are tracked against
      *             the amount written off.
      ******************************************************************
       01 REG-CASTIGO.
           03 CAS-CLI-ID           PIC 9(7).
           03 CAS-IMPORTE          PIC S9(9)V9(3).
           03 CAS-FECHA-APROBACION PIC 9(08).
           03 CAS-USUARIO-PROPUSO  PIC X(08).
           03 CAS-USUARIO-APROBO   PIC X(08).
           03 CAS-REFERENCIA       PIC X(14).
           03 CAS-FECHA-APLICACION PIC 9(08).
           03 CAS-RECUPERADO       PIC S9(9)V9(3).
           03 CAS-CTA-RECUPEROS    PIC 9(05).
           03 CAS-FECHA-ULT-RECUP  PIC 9(08).
           03 CAS-ESTADO           PIC X.
               88 CAS-PENDIENTE       VALUE "P".
               88 CAS-APLICADO        VALUE "A".
