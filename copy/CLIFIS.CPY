      ******************************************************************
      * CLIFIS    - Record layout for the CliFisc.dat annual fiscal
      *             return file written by CLICERT at year-end. One
      *             "H" header with the fiscal year, one "D" line per
      *             client with net interest charged in the year (RFC,
      *             name, amount, number of charges) and a final "T"
      *             trailer with the record count, the interest
      *             control total and how many lines carry no RFC.
      *             The receiving side must reject the file if the
      *             trailer does not match the "D" lines.
      ******************************************************************
       01 REG-FISCAL.
           03 FIS-TIPO-REG         PIC X.
               88 FIS-ENCABEZADO      VALUE "H".
               88 FIS-DETALLE         VALUE "D".
               88 FIS-TRAILER         VALUE "T".
           03 FIS-DATOS            PIC X(99).
           03 FIS-DATOS-ENC REDEFINES FIS-DATOS.
               05 FIS-ENC-EJERCICIO PIC 9(04).
               05 FIS-ENC-SISTEMA  PIC X(08).
               05 FIS-ENC-FECHA-GEN PIC 9(08).
               05 FIS-ENC-HORA-GEN PIC 9(08).
               05 FILLER           PIC X(71).
           03 FIS-DATOS-DET REDEFINES FIS-DATOS.
               05 FIS-DET-EJERCICIO PIC 9(04).
               05 FIS-DET-CLI-ID   PIC 9(07).
               05 FIS-DET-RFC      PIC X(13).
               05 FIS-DET-CATEGORIA PIC X.
               05 FIS-DET-NOMBRE   PIC X(50).
               05 FIS-DET-INTERES  PIC S9(11)V9(3)
                   SIGN LEADING SEPARATE.
               05 FIS-DET-CARGOS   PIC 9(05).
               05 FILLER           PIC X(04).
           03 FIS-DATOS-TRL REDEFINES FIS-DATOS.
               05 FIS-TRL-EJERCICIO PIC 9(04).
               05 FIS-TRL-REGISTROS PIC 9(07).
               05 FIS-TRL-INTERES  PIC S9(13)V9(3)
                   SIGN LEADING SEPARATE.
               05 FIS-TRL-SIN-RFC  PIC 9(07).
               05 FILLER           PIC X(64).
