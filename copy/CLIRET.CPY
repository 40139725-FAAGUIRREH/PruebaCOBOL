      ******************************************************************
      * CLIRET    - Record layout for the CliRet.dat hold file
      *             (indexed by hold date + sequence, alternate key on
      *             the movement reference). CLIFILTR moves here the
      *             CliMov.dat movements it holds back from CLIPOST,
      *             with the rule and reason; CLIRETEN shows them to a
      *             supervisor, who releases (the movement goes back
      *             to CliMov.dat with its own MOV-REFERENCIA) or
      *             rejects each one. CLIFILTR lets a released
      *             movement through on the next window.
      ******************************************************************
       01 REG-RETENIDO.
           03 RET-CLAVE.
               05 RET-FECHA-RETENCION PIC 9(08).
               05 RET-SECUENCIA    PIC 9(06).
           03 RET-REFERENCIA       PIC X(14).
      * Image of the held movement, same layout as REG-MOV (CLIMOV).
           03 RET-MOVIMIENTO.
               05 RET-MOV-CLI-ID   PIC 9(7).
               05 RET-MOV-FECHA    PIC 9(08).
               05 RET-MOV-TIPO     PIC X.
               05 RET-MOV-IMPORTE  PIC S9(9)V9(3)
                   SIGN LEADING SEPARATE.
               05 RET-MOV-ORIGEN   PIC X(10).
               05 RET-MOV-REFERENCIA PIC X(14).
               05 RET-MOV-CUENTA   PIC 9(03).
           03 RET-CATEGORIA        PIC X.
           03 RET-REGLA            PIC X.
               88 RET-POR-UMBRAL      VALUE "U".
               88 RET-POR-CANTIDAD    VALUE "N".
               88 RET-POR-MONTO       VALUE "M".
           03 RET-MOTIVO           PIC X(40).
           03 RET-FECHA-DECISION   PIC 9(08).
           03 RET-USUARIO-DECISION PIC X(08).
           03 RET-ESTADO           PIC X.
               88 RET-PENDIENTE       VALUE "P".
               88 RET-LIBERADO        VALUE "L".
               88 RET-RECHAZADO       VALUE "R".
