      ******************************************************************
      * CLICTA    - Record layout for the CliCta.dat accounts file.
      *             A client (REG-CLIENTES) owns one or more accounts,
      *             keyed by CLI-ID plus a 3-digit sequence. Account
      *             001 is the principal account: it carries the
      *             client's own CLI-TARJETA and CLI-LIMITE-CREDITO.
      *             A client with no account records yet (every
      *             client loaded before accounts existed) has only
      *             the implicit principal account, whose balance is
      *             CLI-SALDO; the 001 record is created from the
      *             master the first time it is needed (first posting
      *             by CLIPOST or first extra account opened in
      *             "Inicio"). From then on CLI-SALDO is kept as the
      *             sum of CTA-SALDO over the client's accounts.
      ******************************************************************
       01 REG-CUENTA.
           03 CTA-NUMERO.
               05 CTA-CLI-ID       PIC 9(7).
               05 CTA-SECUENCIA    PIC 9(03).
                   88 CTA-PRINCIPAL   VALUE 1.
           03 CTA-TARJETA          PIC X(50).
           03 CTA-SALDO            PIC S9(9)V9(3).
      * The account's own credit limit, positive like the client's.
      * CLIPOST applies it in addition to the client's limit.
           03 CTA-LIMITE-CREDITO   PIC S9(9)V9(3).
           03 CTA-FECHA-APERTURA   PIC 9(08).
           03 CTA-FECHA-CIERRE     PIC 9(08).
           03 CTA-ULT-FECHA-CAMBIO PIC 9(08).
           03 CTA-ULT-HORA-CAMBIO  PIC 9(08).
           03 CTA-ULT-USUARIO      PIC X(08).
           03 CTA-ESTADO           PIC X.
               88 CTA-ACTIVA          VALUE "A".
               88 CTA-CERRADA         VALUE "C".
           03 FILLER               PIC X(60).
