      ******************************************************************
      * CLICOB    - Record layout for the CliCobr.dat collections
      *             (dunning) state file, indexed by COB-CLI-ID. One
      *             record per client that has ever been overdrawn.
      *             CLIPOST opens the cycle when a movement takes
      *             CLI-SALDO below zero and closes it when a payment
      *             brings it back to zero or positive; CLICOBR sends
      *             the monthly notice and raises COB-NIVEL one step
      *             at a time (1 friendly reminder, 2 formal notice,
      *             3 final notice before write-off); "Inicio" records
      *             the promise-to-pay date that holds the notices.
      ******************************************************************
       01 REG-COBRANZA.
           03 COB-CLI-ID           PIC 9(7).
           03 COB-ESTADO           PIC X.
               88 COB-EN-CICLO        VALUE "A".
               88 COB-CICLO-CERRADO   VALUE "C".
      * Last notice sent in the cycle (0 = none yet).
           03 COB-NIVEL            PIC 9.
               88 COB-SIN-AVISO       VALUE 0.
               88 COB-AVISO-FINAL     VALUE 3.
      * Start of the overdraft. When zero, CLICOBR sets it on its first
      * pass (client already overdrawn before this file existed).
           03 COB-FECHA-SOBREGIRO  PIC 9(08).
           03 COB-FECHA-ULT-AVISO  PIC 9(08).
           03 COB-SALDO-ULT-AVISO  PIC S9(9)V9(3).
           03 COB-CTA-AVISOS       PIC 9(03).
      * Promise to pay: no notices go out up to this date (inclusive).
           03 COB-FECHA-PROMESA    PIC 9(08).
           03 COB-USUARIO-PROMESA  PIC X(08).
           03 COB-FECHA-REINICIO   PIC 9(08).
           03 COB-ULT-FECHA-CAMBIO PIC 9(08).
           03 COB-ULT-HORA-CAMBIO  PIC 9(08).
           03 COB-ULT-USUARIO      PIC X(08).
           03 FILLER               PIC X(40).
