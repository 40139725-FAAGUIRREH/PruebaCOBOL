      ******************************************************************
      * CLIGLI    - Record layout for the CliGl.dat general ledger
      *             journal interface written by CLIGLINT. One "H"
      *             header with the business date, one "D" line per
      *             GL account side (debe/haber) of each origin/type
      *             mapped in CliGlMap.dat, and a final "T" trailer
      *             with line count and debit/credit control totals.
      *             The GL side must reject the file if the trailer
      *             does not balance or does not match the lines.
      ******************************************************************
       01 REG-GLINT.
           03 GLI-TIPO-REG         PIC X.
               88 GLI-ENCABEZADO      VALUE "H".
               88 GLI-DETALLE         VALUE "D".
               88 GLI-TRAILER         VALUE "T".
           03 GLI-DATOS            PIC X(79).
           03 GLI-DATOS-ENC REDEFINES GLI-DATOS.
               05 GLI-ENC-FECHA    PIC 9(08).
               05 GLI-ENC-SISTEMA  PIC X(08).
               05 GLI-ENC-FECHA-GEN PIC 9(08).
               05 GLI-ENC-HORA-GEN PIC 9(08).
               05 FILLER           PIC X(47).
           03 GLI-DATOS-DET REDEFINES GLI-DATOS.
               05 GLI-DET-FECHA    PIC 9(08).
               05 GLI-DET-CUENTA   PIC X(12).
               05 GLI-DET-LADO     PIC X.
                   88 GLI-LADO-DEBE   VALUE "D".
                   88 GLI-LADO-HABER  VALUE "H".
               05 GLI-DET-IMPORTE  PIC S9(11)V9(3)
                   SIGN LEADING SEPARATE.
               05 GLI-DET-ORIGEN   PIC X(10).
               05 GLI-DET-TIPO-MOV PIC X.
               05 GLI-DET-CANTIDAD PIC 9(07).
               05 FILLER           PIC X(25).
           03 GLI-DATOS-TRL REDEFINES GLI-DATOS.
               05 GLI-TRL-LINEAS   PIC 9(07).
               05 GLI-TRL-MOVS     PIC 9(07).
               05 GLI-TRL-DEBE     PIC S9(13)V9(3)
                   SIGN LEADING SEPARATE.
               05 GLI-TRL-HABER    PIC S9(13)V9(3)
                   SIGN LEADING SEPARATE.
               05 FILLER           PIC X(31).
