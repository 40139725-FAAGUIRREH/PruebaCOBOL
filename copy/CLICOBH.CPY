      ******************************************************************
      * CLICOBH   - Record layout for the CliCobH.dat collections
      *             history, one line per event in a client's dunning
      *             cycle, appended by CLIPOST (cycle opened/closed),
      *             CLICOBR (notice sent or held by a promise) and
      *             "Inicio" (promise to pay recorded). It is the
      *             per-client record of what was sent and when.
      ******************************************************************
       01 REG-COBHIS.
           03 CBH-CLI-ID           PIC 9(7).
           03 CBH-FECHA            PIC 9(08).
           03 CBH-HORA             PIC 9(08).
           03 CBH-EVENTO           PIC X(02).
               88 CBH-INICIO-SOBREGIRO VALUE "SG".
               88 CBH-AVISO-NIVEL-1    VALUE "A1".
               88 CBH-AVISO-NIVEL-2    VALUE "A2".
               88 CBH-AVISO-NIVEL-3    VALUE "A3".
               88 CBH-AVISO-SUSPENDIDO VALUE "PS".
               88 CBH-PROMESA-PAGO     VALUE "PP".
               88 CBH-REINICIO-PAGO    VALUE "RP".
           03 CBH-NIVEL            PIC 9.
           03 CBH-SALDO            PIC S9(9)V9(3)
               SIGN LEADING SEPARATE.
           03 CBH-FECHA-PROMESA    PIC 9(08).
           03 CBH-PROGRAMA         PIC X(08).
           03 CBH-USUARIO          PIC X(08).
           03 CBH-REFERENCIA       PIC X(14).
