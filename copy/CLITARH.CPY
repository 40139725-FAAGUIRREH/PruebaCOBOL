      ******************************************************************
      * CLITARH   - Record layout for the CliTarH.dat card history
      *             file (indexed by card number, alternate key on the
      *             client). Every card a client has had gets one
      *             record: the one in CLI-TARJETA is active, every
      *             earlier one is blocked with the date, reason and
      *             the card that replaced it. Card events in "Inicio"
      *             (lost, stolen, replacement, renewal) block the
      *             current card and issue the new one; CLIBLOQ lists
      *             the blocked cards for the card processor and
      *             stamps TAH-FECHA-ENVIO. Cards issued before this
      *             file existed get their record at their first
      *             event, with no issue date.
      ******************************************************************
       01 REG-TARJETA-HIS.
           03 TAH-TARJETA          PIC X(50).
           03 TAH-CLI-ID           PIC 9(7).
           03 TAH-ESTADO           PIC X.
               88 TAH-ACTIVA          VALUE "A".
               88 TAH-BLOQUEADA       VALUE "B".
           03 TAH-FECHA-EMISION    PIC 9(08).
           03 TAH-USUARIO-EMISION  PIC X(08).
           03 TAH-FECHA-BLOQUEO    PIC 9(08).
           03 TAH-HORA-BLOQUEO     PIC 9(08).
           03 TAH-USUARIO-BLOQUEO  PIC X(08).
           03 TAH-MOTIVO           PIC X.
               88 TAH-POR-PERDIDA     VALUE "P".
               88 TAH-POR-ROBO        VALUE "R".
               88 TAH-POR-REPOSICION  VALUE "S".
               88 TAH-POR-RENOVACION  VALUE "V".
           03 TAH-OBSERVACION      PIC X(40).
           03 TAH-TARJETA-NUEVA    PIC X(50).
      * Business date of the CLIBLOQ list that sent the block to the
      * card processor; zero = not sent yet.
           03 TAH-FECHA-ENVIO      PIC 9(08).
           03 FILLER               PIC X(40).
