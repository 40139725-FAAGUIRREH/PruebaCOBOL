      ******************************************************************
      * CLIORD    - Record layout for the CliOrd.dat standing-order
      *             file (indexed by order number, alternate key on
      *             the client). Each order is a recurring "D" or "C"
      *             movement for one client account, captured in
      *             "Inicio" and generated into CliMov.dat by CLIORDEN
      *             on each due date (on the next business day when
      *             the due date is not one). ORD-OCURRENCIAS counts
      *             due dates already processed, generated or skipped;
      *             the next due date is always computed from
      *             ORD-FECHA-INICIO and that count, so a month-end
      *             start does not drift. ORD-CUOTAS-GENERADAS counts
      *             only the movements actually written and is the
      *             one checked against ORD-CUOTAS.
      ******************************************************************
       01 REG-ORDEN.
           03 ORD-NUMERO           PIC 9(06).
           03 ORD-CLI-ID           PIC 9(7).
           03 ORD-CUENTA           PIC 9(03).
           03 ORD-TIPO             PIC X.
               88 ORD-TIPO-VALIDO     VALUE "D" "C".
           03 ORD-IMPORTE          PIC S9(9)V9(3)
               SIGN LEADING SEPARATE.
           03 ORD-ORIGEN           PIC X(10).
           03 ORD-FRECUENCIA       PIC X.
               88 ORD-SEMANAL         VALUE "S".
               88 ORD-QUINCENAL       VALUE "Q".
               88 ORD-MENSUAL         VALUE "M".
               88 ORD-TRIMESTRAL      VALUE "T".
               88 ORD-ANUAL           VALUE "A".
               88 ORD-FRECUENCIA-VALIDA VALUE "S" "Q" "M" "T" "A".
           03 ORD-FECHA-INICIO     PIC 9(08).
      * End of the order: end date and/or number of instalments (zero
      * = no limit). Whichever is reached first ends the order.
           03 ORD-FECHA-FIN        PIC 9(08).
           03 ORD-CUOTAS           PIC 9(04).
           03 ORD-OCURRENCIAS      PIC 9(06).
           03 ORD-CUOTAS-GENERADAS PIC 9(04).
           03 ORD-PROX-VENCIMIENTO PIC 9(08).
           03 ORD-ULT-GENERACION   PIC 9(08).
           03 ORD-ULT-REFERENCIA   PIC X(14).
           03 ORD-FECHA-ALTA       PIC 9(08).
           03 ORD-FECHA-BAJA       PIC 9(08).
           03 ORD-ULT-FECHA-CAMBIO PIC 9(08).
           03 ORD-ULT-HORA-CAMBIO  PIC 9(08).
           03 ORD-ULT-USUARIO      PIC X(08).
           03 ORD-ESTADO           PIC X.
               88 ORD-ACTIVA          VALUE "A".
               88 ORD-TERMINADA       VALUE "T".
               88 ORD-CANCELADA       VALUE "C".
           03 FILLER               PIC X(40).
