      ******************************************************************
      * CLISUSP   - Record layout for the CLIENTES suspense file
      *             (Suspenso.dat). Holds client data that failed
      *             CLI-DIRPOST / CLI-CATEGORIA / CLI-RFC edits
      *             instead of letting it land in Hola.dat.
      ******************************************************************
       01 REG-SUSPENSO.
           03 SUSP-ID-CLIENTE      PIC 9(7).
           03 SUSP-ESTADO          PIC X.
               88 SUSP-PENDIENTE      VALUES " " "N".
               88 SUSP-PROCESADO      VALUE "P".
      * SUSP-RFC was appended after SUSP-ESTADO, so it is followed by
      * SUSP-FORMATO, always written as "2" for the same reason as
      * SUSP-ESTADO: a blank RFC must not leave the record short.
      * Entries written before the field read back with both blank
      * (CLISUSPR rewrites them at full length when it compacts).
           03 SUSP-RFC             PIC X(13).
           03 SUSP-FORMATO         PIC X.
               88 SUSP-CON-RFC        VALUE "2".
