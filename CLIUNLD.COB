001500*   21/08/2026  RE   VERSION INICIAL.
001550*   21/08/2026  RE   SIN Hola.dat LA DESCARGA FALLA (RC=99) EN
001560*                    VEZ DE TRUNCAR EL RESPALDO BUENO ANTERIOR.
001570*   15/10/2026  RE   EL TRAILER LLEVA FECHA Y HORA DE LA DESCARGA
001580*                    (LIMITE DE ARCHIVO DEL JORNAL EN CLIARCH).
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. CLIUNLD.
005700
005800 77  DL750-CTA-DESCARGADOS    PIC 9(09) COMP.
005900 77  DL750-HASH-SALDO         PIC S9(13)V9(3) COMP-3 VALUE ZERO.
005910 77  DL750-FECHA-DESCARGA     PIC 9(08).
005920 77  DL750-HORA-DESCARGA      PIC 9(08).
006000
006100 PROCEDURE DIVISION.
006200
007730*    que respaldar, y seguir adelante destruiria el respaldo
007740*    bueno anterior con uno vacio pero "verificable".
007750******************************************************************
007760*    Fecha y hora se toman antes de leer el maestro: todo lo que
007770*    el jornal registre desde este momento lo reaplica CLIRFWD.
007780     ACCEPT DL750-FECHA-DESCARGA FROM DATE YYYYMMDD.
007790     ACCEPT DL750-HORA-DESCARGA FROM TIME.
007800     OPEN INPUT CLIENTES.
007900     IF ST-FILE NOT = "00"
008000         DISPLAY "CLIUNLD: ERROR ABRIENDO CLIENTES - ST=" ST-FILE
013000         MOVE "T" TO BK-TIPO
013100         MOVE DL750-CTA-DESCARGADOS TO BK-TRL-CONTADOR
013200         MOVE DL750-HASH-SALDO TO BK-TRL-HASH
013210         MOVE DL750-FECHA-DESCARGA TO BK-TRL-FECHA
013220         MOVE DL750-HORA-DESCARGA TO BK-TRL-HORA
013300         WRITE REG-BKUP
013400     END-IF.
013500     CLOSE CLIENTES BKPFILE.
