      ******************************************************************
      * CLIFOT    - Record layout for the CliFoto.dat month-end
      *             closing-balance snapshot, indexed by period
      *             (AAAAMM) plus CLI-ID. CLIFOTO writes one record
      *             per client in the month-end window (CLINOCHE day
      *             type M/A) with the balance, credit limit,
      *             category and status at the close; a rerun in the
      *             same period rewrites it. CLIEDOC takes the opening
      *             balance of the statement from the previous period.
      ******************************************************************
       01 REG-FOTO.
           03 FOT-CLAVE.
               05 FOT-PERIODO      PIC 9(06).
               05 FOT-CLI-ID       PIC 9(7).
           03 FOT-FECHA-CORTE      PIC 9(08).
           03 FOT-SALDO            PIC S9(9)V9(3).
           03 FOT-LIMITE-CREDITO   PIC S9(9)V9(3).
      * "N" if the client had no credit limit keyed (limit as 0).
           03 FOT-LIMITE-CAPTURADO PIC X.
               88 FOT-CON-LIMITE      VALUE "S".
           03 FOT-CATEGORIA        PIC X.
           03 FOT-ESTADO           PIC X.
           03 FOT-FECHA-GRABACION  PIC 9(08).
           03 FOT-HORA-GRABACION   PIC 9(08).
           03 FILLER               PIC X(30).
