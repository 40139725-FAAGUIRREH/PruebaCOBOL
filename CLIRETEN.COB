000100******************************************************************
000200* PROGRAM-ID: CLIRETEN
000300* AUTHOR:     R. ESPINOZA - SISTEMAS ADMINISTRATIVOS
000400* INSTALLATION: DEPTO. DE SISTEMAS
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:    Mesa de movimientos retenidos. CLIFILTR deja en
000800*             CliRet.dat los movimientos de CliMov.dat que pasan
000900*             los umbrales; aqui un supervisor ve cada uno con
001000*             el cliente, la regla y el motivo, y lo libera o lo
001100*             rechaza. El liberado vuelve a CliMov.dat tal como
001200*             llego, con su MOV-REFERENCIA original, y CLIFILTR
001300*             lo deja pasar en la siguiente ventana para que
001400*             CLIPOST lo aplique. El rechazado no se aplica. La
001500*             consulta de pendientes es para cualquier operador.
001600*
001700* MODIFICATION HISTORY:
001800*   15/10/2026  RE   VERSION INICIAL.
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. CLIRETEN.
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SPECIAL-NAMES.
002500     DECIMAL-POINT IS COMMA.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800
002900     SELECT OPTIONAL CLIENTES ASSIGN TO "./Hola.dat"
003000          ORGANIZATION INDEXED
003100          ACCESS MODE DYNAMIC
003200          RECORD KEY IS ID-CLIENTE
003300          ALTERNATE KEY CLI-NOMBRE WITH DUPLICATES
003400          ALTERNATE KEY CLI-TARJETA WITH DUPLICATES
003500          STATUS ST-FILE.
003600
003700     SELECT OPTIONAL RETENIDOS ASSIGN TO "./CliRet.dat"
003800          ORGANIZATION INDEXED
003900          ACCESS MODE DYNAMIC
004000          RECORD KEY IS RET-CLAVE
004100          ALTERNATE KEY RET-REFERENCIA WITH DUPLICATES
004200          STATUS ST-RETENIDOS.
004300
004400     SELECT OPTIONAL MOVFILE ASSIGN TO "./CliMov.dat"
004500          ORGANIZATION LINE SEQUENTIAL
004600          STATUS ST-MOVFILE.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000
005100 FD  CLIENTES.
005200
005300 COPY CLIREG.
005400
005500 FD  RETENIDOS.
005600
005700 COPY CLIRET.
005800
005900 FD  MOVFILE.
006000
006100 COPY CLIMOV.
006200
006300 WORKING-STORAGE SECTION.
006400
006500 77  ST-FILE                  PIC XX.
006600 77  ST-RETENIDOS             PIC XX.
006700 77  ST-MOVFILE               PIC XX.
006800
006900 01  DL590-SWITCHES.
007000     05 DL590-SW-FIN-MENU     PIC X VALUE "N".
007100        88 FIN-MENU           VALUE "S".
007200     05 DL590-SW-FIN-ARCHIVO  PIC X VALUE "N".
007300        88 FIN-ARCHIVO        VALUE "S".
007310     05 DL590-SW-MARCA        PIC X VALUE "N".
007320        88 MARCA-GRABADA      VALUE "S".
007400
007500 01  DL590-CONTADORES.
007600     05 DL590-CTA-PENDIENTES  PIC 9(07) COMP.
007700     05 DL590-CTA-LIBERADOS   PIC 9(07) COMP.
007800     05 DL590-CTA-RECHAZADOS  PIC 9(07) COMP.
007900
008000 77  DL590-USUARIO-FIRMADO    PIC X(08) VALUE SPACES.
008100 77  DL590-PERFIL-FIRMADO     PIC X VALUE SPACE.
008200     88 SUPERVISOR-FIRMADO    VALUE "S".
008300 77  DL590-FIRMA-RESULTADO    PIC X VALUE "N".
008400     88 FIRMA-OK              VALUE "S".
008500
008600 77  DL590-OPCION             PIC X.
008700 77  DL590-FECHA-ACTUAL       PIC 9(08).
008800 77  DL590-IMPORTE-ED         PIC ---.---.--9,999.
008900 77  DL590-SALDO-ED           PIC ---.---.--9,999.
009000
009100 PROCEDURE DIVISION.
009200
009300 0000-MAINLINE.
009400     PERFORM 1000-INICIAL THRU 1000-INICIAL-EXIT.
009500     IF RETURN-CODE = 0
009600         PERFORM 2000-MOSTRAR-MENU THRU 2000-MOSTRAR-MENU-EXIT
009700             UNTIL FIN-MENU
009800     END-IF.
009900     STOP RUN.
010000
010100******************************************************************
010200* 1000-INICIAL - Firma del operador (CLISIGN).
010300******************************************************************
010400 1000-INICIAL.
010500     MOVE 0 TO RETURN-CODE.
010600     CALL "CLISIGN" USING DL590-USUARIO-FIRMADO
010700         DL590-PERFIL-FIRMADO DL590-FIRMA-RESULTADO.
010800     IF NOT FIRMA-OK
010900         MOVE 8 TO RETURN-CODE
011000         GO TO 1000-INICIAL-EXIT
011100     END-IF.
011200     DISPLAY "=============================================".
011300     DISPLAY "   MOVIMIENTOS RETENIDOS - CliRet.dat".
011400     DISPLAY "=============================================".
011500 1000-INICIAL-EXIT.
011600     EXIT.
011700
011800******************************************************************
011900* 2000-MOSTRAR-MENU - La consulta es para cualquier operador;
012000*                     liberar o rechazar solo para supervisores.
012100******************************************************************
012200 2000-MOSTRAR-MENU.
012300     DISPLAY "  1. LIBERAR/RECHAZAR RETENIDOS (SUPERVISOR)".
012400     DISPLAY "  2. CONSULTAR RETENIDOS PENDIENTES".
012500     DISPLAY "  3. SALIR".
012600     DISPLAY "  OPCION: " WITH NO ADVANCING.
012700     ACCEPT DL590-OPCION FROM CONSOLE.
012800     EVALUATE DL590-OPCION
012900         WHEN "1"
013000             IF SUPERVISOR-FIRMADO
013100                 PERFORM 3000-REVISAR-RETENIDOS
013200                     THRU 3000-REVISAR-RETENIDOS-EXIT
013300             ELSE
013400                 DISPLAY "OPCION RESERVADA AL SUPERVISOR"
013500             END-IF
013600         WHEN "2" PERFORM 4000-CONSULTAR-PENDIENTES
013700             THRU 4000-CONSULTAR-PENDIENTES-EXIT
013800         WHEN "3" MOVE "S" TO DL590-SW-FIN-MENU
013900         WHEN OTHER DISPLAY "OPCION INVALIDA"
014000     END-EVALUATE.
014100 2000-MOSTRAR-MENU-EXIT.
014200     EXIT.
014300
014400******************************************************************
014500* 3000-REVISAR-RETENIDOS - Recorre CliRet.dat en orden de
014600*                          retencion y ofrece cada pendiente.
014700******************************************************************
014800 3000-REVISAR-RETENIDOS.
014900     MOVE ZERO TO DL590-CTA-PENDIENTES DL590-CTA-LIBERADOS
015000         DL590-CTA-RECHAZADOS.
015100     OPEN I-O RETENIDOS.
015200     IF ST-RETENIDOS = "05"
015300         CLOSE RETENIDOS
015400         DISPLAY "NO HAY MOVIMIENTOS RETENIDOS"
015500         GO TO 3000-REVISAR-RETENIDOS-EXIT
015600     END-IF.
015700     IF ST-RETENIDOS NOT = "00"
015800         DISPLAY "NO SE PUDO ABRIR CliRet.dat - ST=" ST-RETENIDOS
015900         GO TO 3000-REVISAR-RETENIDOS-EXIT
016000     END-IF.
016100     OPEN INPUT CLIENTES.
016200     IF ST-FILE NOT = "00" AND ST-FILE NOT = "05"
016300         DISPLAY "NO SE PUDO ABRIR CLIENTES - ST=" ST-FILE
016400         CLOSE RETENIDOS
016500         GO TO 3000-REVISAR-RETENIDOS-EXIT
016600     END-IF.
016700     OPEN EXTEND MOVFILE.
016800     IF ST-MOVFILE = "35"
016900         OPEN OUTPUT MOVFILE
017000     END-IF.
017100     IF ST-MOVFILE NOT = "00" AND ST-MOVFILE NOT = "05"
017200         DISPLAY "NO SE PUDO ABRIR CliMov.dat - ST=" ST-MOVFILE
017300         CLOSE RETENIDOS CLIENTES
017400         GO TO 3000-REVISAR-RETENIDOS-EXIT
017500     END-IF.
017600     MOVE "N" TO DL590-SW-FIN-ARCHIVO.
017700     PERFORM 3100-OFRECER-RETENIDO
017800         THRU 3100-OFRECER-RETENIDO-EXIT
017900         UNTIL FIN-ARCHIVO.
018000     CLOSE RETENIDOS CLIENTES MOVFILE.
018100     DISPLAY "PENDIENTES VISTOS: " DL590-CTA-PENDIENTES
018200         " LIBERADOS: " DL590-CTA-LIBERADOS
018300         " RECHAZADOS: " DL590-CTA-RECHAZADOS.
018400 3000-REVISAR-RETENIDOS-EXIT.
018500     EXIT.
018600
018700 3100-OFRECER-RETENIDO.
018800     READ RETENIDOS NEXT RECORD
018900         AT END
019000             MOVE "S" TO DL590-SW-FIN-ARCHIVO
019100     END-READ.
019200     IF FIN-ARCHIVO OR NOT RET-PENDIENTE
019300         GO TO 3100-OFRECER-RETENIDO-EXIT
019400     END-IF.
019500     ADD 1 TO DL590-CTA-PENDIENTES.
019600     PERFORM 3150-MOSTRAR-RETENIDO
019650         THRU 3150-MOSTRAR-RETENIDO-EXIT.
019700     DISPLAY "DECISION (L=LIBERAR R=RECHAZAR S=SALTAR F=FIN): "
019800         WITH NO ADVANCING.
019900     ACCEPT DL590-OPCION FROM CONSOLE.
020000     EVALUATE DL590-OPCION
020100         WHEN "L"
020200         WHEN "l"
020300             PERFORM 3200-LIBERAR THRU 3200-LIBERAR-EXIT
020400         WHEN "R"
020500         WHEN "r"
020600             MOVE "R" TO RET-ESTADO
020700             PERFORM 3400-ESTAMPAR-DECISION
020800                 THRU 3400-ESTAMPAR-DECISION-EXIT
020850             IF MARCA-GRABADA
020900                 ADD 1 TO DL590-CTA-RECHAZADOS
021000                 DISPLAY "MOVIMIENTO " RET-REFERENCIA " RECHAZADO"
021050             END-IF
021100         WHEN "F"
021200         WHEN "f"
021300             MOVE "S" TO DL590-SW-FIN-ARCHIVO
021400         WHEN OTHER
021500             CONTINUE
021600     END-EVALUATE.
021700 3100-OFRECER-RETENIDO-EXIT.
021800     EXIT.
021900
022000 3150-MOSTRAR-RETENIDO.
022100     DISPLAY "---------------------------------------------".
022200     DISPLAY "RETENIDO  : " RET-FECHA-RETENCION " / "
022300         RET-SECUENCIA.
022400     DISPLAY "CLI-ID    : " RET-MOV-CLI-ID
022500         "   CATEGORIA: " RET-CATEGORIA.
022600     MOVE RET-MOV-CLI-ID TO CLI-ID.
022700     READ CLIENTES
022800         INVALID KEY
022900             DISPLAY "NOMBRE    : (NO EXISTE EN CLIENTES)"
023000         NOT INVALID KEY
023100             MOVE CLI-SALDO TO DL590-SALDO-ED
023200             DISPLAY "NOMBRE    : " CLI-NOMBRE(1:40)
023300             DISPLAY "ESTADO    : " CLI-ESTADO
023400                 "   SALDO: " DL590-SALDO-ED
023500     END-READ.
023600     IF RET-MOV-IMPORTE IS NUMERIC
023700         MOVE RET-MOV-IMPORTE TO DL590-IMPORTE-ED
023800     ELSE
023900         MOVE ZERO TO DL590-IMPORTE-ED
024000     END-IF.
024100     DISPLAY "MOVIMIENTO: " RET-MOV-TIPO " " DL590-IMPORTE-ED
024200         "  FECHA " RET-MOV-FECHA.
024300     DISPLAY "ORIGEN    : " RET-MOV-ORIGEN
024400         "   REFERENCIA: " RET-MOV-REFERENCIA
024500         "   CUENTA: " RET-MOV-CUENTA.
024600     DISPLAY "MOTIVO    : " RET-MOTIVO.
024700 3150-MOSTRAR-RETENIDO-EXIT.
024800     EXIT.
024900
025000******************************************************************
025100* 3200-LIBERAR - Primero marca el retenido liberado y solo
025200*                entonces devuelve el movimiento a CliMov.dat
025300*                sin tocarlo (misma MOV-REFERENCIA, asi
025320*                CliMovAp.dat sigue frenando una doble
025340*                aplicacion). Un retenido que quedara "P" con
025360*                el movimiento ya devuelto haria que CLIFILTR lo
025380*                quitara del feed como ya retenido; si la
025390*                devolucion falla, el retenido vuelve a "P".
025500******************************************************************
025600 3200-LIBERAR.
025610     MOVE "L" TO RET-ESTADO.
025620     PERFORM 3400-ESTAMPAR-DECISION
025630         THRU 3400-ESTAMPAR-DECISION-EXIT.
025640     IF NOT MARCA-GRABADA
025650         DISPLAY "EL MOVIMIENTO SIGUE RETENIDO"
025660         GO TO 3200-LIBERAR-EXIT
025670     END-IF.
025700     MOVE RET-MOVIMIENTO TO REG-MOV.
025800     WRITE REG-MOV.
025900     IF ST-MOVFILE NOT = "00"
026000         DISPLAY "NO SE PUDO DEVOLVER EL MOVIMIENTO - ST="
026100             ST-MOVFILE
026150         PERFORM 3300-REPONER-PENDIENTE
026160             THRU 3300-REPONER-PENDIENTE-EXIT
026300         GO TO 3200-LIBERAR-EXIT
026400     END-IF.
026800     ADD 1 TO DL590-CTA-LIBERADOS.
026900     DISPLAY "MOVIMIENTO " RET-MOV-REFERENCIA
027000         " DEVUELTO A CliMov.dat".
027100 3200-LIBERAR-EXIT.
027200     EXIT.
027210
027220 3300-REPONER-PENDIENTE.
027230     MOVE "P" TO RET-ESTADO.
027240     MOVE ZERO TO RET-FECHA-DECISION.
027250     MOVE SPACES TO RET-USUARIO-DECISION.
027260     REWRITE REG-RETENIDO
027270         INVALID KEY
027280             DISPLAY "*** RETENIDO " RET-MOV-REFERENCIA
027290                 " QUEDO LIBERADO SIN DEVOLVER - ST="
027300                 ST-RETENIDOS
027310             DISPLAY "*** AVISAR A SISTEMAS"
027320         NOT INVALID KEY
027330             DISPLAY "EL MOVIMIENTO SIGUE RETENIDO"
027340     END-REWRITE.
027350 3300-REPONER-PENDIENTE-EXIT.
027360     EXIT.
027370
027400 3400-ESTAMPAR-DECISION.
027450     MOVE "N" TO DL590-SW-MARCA.
027500     ACCEPT DL590-FECHA-ACTUAL FROM DATE YYYYMMDD.
027600     MOVE DL590-FECHA-ACTUAL TO RET-FECHA-DECISION.
027700     MOVE DL590-USUARIO-FIRMADO TO RET-USUARIO-DECISION.
027800     REWRITE REG-RETENIDO
027900         INVALID KEY
028000             DISPLAY "NO SE PUDO MARCAR EL RETENIDO - ST="
028100                 ST-RETENIDOS
028150         NOT INVALID KEY
028170             MOVE "S" TO DL590-SW-MARCA
028200     END-REWRITE.
028300 3400-ESTAMPAR-DECISION-EXIT.
028400     EXIT.
028500
028600******************************************************************
028700* 4000-CONSULTAR-PENDIENTES - Un renglon por retenido pendiente.
028800******************************************************************
028900 4000-CONSULTAR-PENDIENTES.
029000     MOVE ZERO TO DL590-CTA-PENDIENTES.
029100     OPEN INPUT RETENIDOS.
029200     IF ST-RETENIDOS = "05"
029300         CLOSE RETENIDOS
029400         DISPLAY "NO HAY MOVIMIENTOS RETENIDOS"
029500         GO TO 4000-CONSULTAR-PENDIENTES-EXIT
029600     END-IF.
029700     IF ST-RETENIDOS NOT = "00"
029800         DISPLAY "NO SE PUDO ABRIR CliRet.dat - ST=" ST-RETENIDOS
029900         GO TO 4000-CONSULTAR-PENDIENTES-EXIT
030000     END-IF.
030100     MOVE "N" TO DL590-SW-FIN-ARCHIVO.
030200     PERFORM 4100-LISTAR-PENDIENTE THRU 4100-LISTAR-PENDIENTE-EXIT
030300         UNTIL FIN-ARCHIVO.
030400     CLOSE RETENIDOS.
030500     DISPLAY "PENDIENTES: " DL590-CTA-PENDIENTES.
030600 4000-CONSULTAR-PENDIENTES-EXIT.
030700     EXIT.
030800
030900 4100-LISTAR-PENDIENTE.
031000     READ RETENIDOS NEXT RECORD
031100         AT END
031200             MOVE "S" TO DL590-SW-FIN-ARCHIVO
031300     END-READ.
031400     IF FIN-ARCHIVO OR NOT RET-PENDIENTE
031500         GO TO 4100-LISTAR-PENDIENTE-EXIT
031600     END-IF.
031700     ADD 1 TO DL590-CTA-PENDIENTES.
031800     IF RET-MOV-IMPORTE IS NUMERIC
031900         MOVE RET-MOV-IMPORTE TO DL590-IMPORTE-ED
032000     ELSE
032100         MOVE ZERO TO DL590-IMPORTE-ED
032200     END-IF.
032300     DISPLAY RET-FECHA-RETENCION " " RET-MOV-CLI-ID " "
032400         RET-MOV-TIPO " " DL590-IMPORTE-ED " "
032500         RET-MOV-REFERENCIA " " RET-MOTIVO.
032600 4100-LISTAR-PENDIENTE-EXIT.
032700     EXIT.
032800
032900 END PROGRAM CLIRETEN.
