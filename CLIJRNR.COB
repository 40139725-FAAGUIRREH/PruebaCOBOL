001200*             principales del registro, para que auditoria pueda
001300*             reconstruir que tenia un cliente antes de cada
001400*             cambio.
001410*             Opcionalmente consulta una generacion archivada
001420*             por CLIARCH (CliJrn.G<fecha>) en vez del jornal
001430*             vivo. El jornal se asigna por nombre en datos
001440*             (ASSIGN USING DL850-ARCHIVO-JORNAL) porque cada
001450*             generacion conserva el nombre fechado con que
001460*             CLIARCH la dejo y la registro en CliArch.cat; una
001470*             copia previa a un nombre fijo solo duplicaria el
001480*             archivo para leerlo una vez.
001500*
001600* MODIFICATION HISTORY:
001700*   21/08/2026  RE   VERSION INICIAL.
001750*   21/08/2026  RE   TARJETA ENMASCARADA EN EL REPORTE (CLIMASK).
001760*   15/10/2026  RE   CONSULTA OPCIONAL DE UNA GENERACION ARCHIVADA
001770*                    DEL JORNAL (CLIARCH).
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. CLIJRNR.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700
002800     SELECT JORNAL ASSIGN USING DL850-ARCHIVO-JORNAL
002900          ORGANIZATION LINE SEQUENTIAL
003000          STATUS ST-JORNAL.
003100
006600 77  DL850-FIL-DESDE          PIC 9(08) VALUE ZERO.
006700 77  DL850-FIL-HASTA          PIC 9(08) VALUE 99999999.
006750 77  DL850-TARJETA-MASCARA    PIC X(50).
006760 77  DL850-ARCHIVO-JORNAL     PIC X(30) VALUE "./CliJrn.dat".
006800
006900* Copia de trabajo del registro de CLIENTES para decodificar la
007000* imagen JRN-REGISTRO del jornal.
008300     05 FIL-DESDE             PIC 9(08).
008400     05 FILLER                PIC X(09) VALUE "  HASTA:".
008500     05 FIL-HASTA             PIC 9(08).
008510     05 FILLER                PIC X(09) VALUE "  ORIGEN:".
008520     05 FIL-ORIGEN            PIC X(30).
008600     05 FILLER                PIC X(44) VALUE SPACES.
008700
008710* Nombre de una generacion archivada del jornal (CLIARCH).
008720 01  DL850-GEN-JORNAL.
008730     05 FILLER                PIC X(10) VALUE "./CliJrn.G".
008740     05 GEN-FECHA             PIC 9(08).
008750
008800 01  DL850-LINEA-DETALLE.
008900     05 DET-FECHA             PIC 9(08).
009000     05 FILLER                PIC X(01) VALUE SPACES.
018100             GO TO 1000-INICIAL-EXIT
018200         END-IF
018300     END-IF.
018310     DISPLAY "GENERACION ARCHIVADA AAAAMMDD (VACIO=JORNAL VIVO): "
018320         WITH NO ADVANCING.
018330     ACCEPT DL850-ENTRADA FROM CONSOLE.
018340     IF DL850-ENTRADA NOT = SPACES
018350         PERFORM 1100-CONVERTIR-NUMERO
018355             THRU 1100-CONVERTIR-NUMERO-EXIT
018360         IF NUMERO-VALIDO
018365             MOVE DL850-NUMERO TO GEN-FECHA
018370             MOVE DL850-GEN-JORNAL TO DL850-ARCHIVO-JORNAL
018375         ELSE
018380             MOVE 99 TO RETURN-CODE
018385             GO TO 1000-INICIAL-EXIT
018390         END-IF
018395     END-IF.
018400     OPEN INPUT JORNAL.
018500     IF ST-JORNAL = "35"
018510         IF DL850-ARCHIVO-JORNAL NOT = "./CliJrn.dat"
018520             DISPLAY "CLIJRNR: NO EXISTE LA GENERACION "
018530                 DL850-ARCHIVO-JORNAL
018540             MOVE 99 TO RETURN-CODE
018550             GO TO 1000-INICIAL-EXIT
018560         END-IF
018600         DISPLAY "CLIJRNR: NO HAY CliJrn.dat - SIN HISTORIA"
018700         MOVE 4 TO RETURN-CODE
018800         GO TO 1000-INICIAL-EXIT
018900     END-IF.
019000     IF ST-JORNAL NOT = "00"
019100         DISPLAY "CLIJRNR: ERROR ABRIENDO " DL850-ARCHIVO-JORNAL
019200             " - ST=" ST-JORNAL
019300         MOVE 99 TO RETURN-CODE
019400         GO TO 1000-INICIAL-EXIT
019500     END-IF.
020600     MOVE DL850-FIL-ID TO FIL-ID.
020700     MOVE DL850-FIL-DESDE TO FIL-DESDE.
020800     MOVE DL850-FIL-HASTA TO FIL-HASTA.
020810     MOVE DL850-ARCHIVO-JORNAL TO FIL-ORIGEN.
020900     MOVE DL850-LINEA-FILTRO TO LIN-RPTJRN.
021000     WRITE LIN-RPTJRN.
021100     MOVE SPACES TO LIN-RPTJRN.
