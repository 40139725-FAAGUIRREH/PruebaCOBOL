000100******************************************************************
000200* PROGRAM-ID: CLICAST
000300* AUTHOR:     R. ESPINOZA - SISTEMAS ADMINISTRATIVOS
000400* INSTALLATION: DEPTO. DE SISTEMAS
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:    Mesa de castigos (saldos incobrables). La
000800*             propuesta lista como candidatos a los clientes
000900*             sobregirados en la banda 91+ dias de CLIMORA
001000*             (mismos dias desde CLI-ULT-FECHA-CAMBIO a la fecha
001100*             de negocio), del peor saldo al menos malo, y los
001200*             deja pendientes en CliCastP.dat. Un supervisor
001300*             aprueba o rechaza cada cliente en pantalla; nadie
001400*             aprueba su propia propuesta. Cada aprobacion emite
001500*             a CliMov.dat un movimiento "D" con origen CASTIGO
001600*             y referencia "CA"+CLI-ID por el sobregiro completo
001700*             (CLIPOST lo aplica, deja el saldo en cero y el
001800*             cliente en estado "K") y abre su entrada en el
001900*             registro de castigos CliCast.dat, contra el que
002000*             CLIPOST lleva los recuperos que entren despues por
002100*             CLIPAGOS. El reporte CliRecup.rpt lista castigado,
002200*             recuperado y pendiente por cliente.
002300*
002400* MODIFICATION HISTORY:
002500*   15/10/2026  RE   VERSION INICIAL.
002510*   15/10/2026  RE   EL MOVIMIENTO VA A LA CUENTA PRINCIPAL Y
002520*                    CLIPOST SALDA TODAS LAS CUENTAS DEL CLIENTE.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. CLICAST.
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SPECIAL-NAMES.
003200     DECIMAL-POINT IS COMMA.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500
003600     SELECT OPTIONAL CLIENTES ASSIGN TO "./Hola.dat"
003700          ORGANIZATION INDEXED
003800          ACCESS MODE DYNAMIC
003900          RECORD KEY IS ID-CLIENTE
004000          ALTERNATE KEY CLI-NOMBRE WITH DUPLICATES
004100          ALTERNATE KEY CLI-TARJETA WITH DUPLICATES
004200          STATUS ST-FILE.
004300
004400     SELECT OPTIONAL PROPUESTA ASSIGN TO "./CliCastP.dat"
004500          ORGANIZATION LINE SEQUENTIAL
004600          STATUS ST-PROPUESTA.
004700
004800     SELECT OPTIONAL CASTIGOS ASSIGN TO "./CliCast.dat"
004900          ORGANIZATION INDEXED
005000          ACCESS MODE DYNAMIC
005100          RECORD KEY IS CAS-CLI-ID
005200          STATUS ST-CASTIGOS.
005300
005400     SELECT OPTIONAL MOVFILE ASSIGN TO "./CliMov.dat"
005500          ORGANIZATION LINE SEQUENTIAL
005600          STATUS ST-MOVFILE.
005700
005800     SELECT RPTCAST ASSIGN TO "./CliCast.rpt"
005900          ORGANIZATION LINE SEQUENTIAL
006000          STATUS ST-RPTCAST.
006100
006200     SELECT RPTRECUP ASSIGN TO "./CliRecup.rpt"
006300          ORGANIZATION LINE SEQUENTIAL
006400          STATUS ST-RPTRECUP.
006500
006600     SELECT WRKCAST ASSIGN TO "./CliCastWk.tmp".
006700
006800     SELECT OPTIONAL FECHACTL ASSIGN TO "./CliFecha.ctl"
006900          ORGANIZATION LINE SEQUENTIAL
007000          STATUS ST-FECHACTL.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400
007500 FD  CLIENTES.
007600
007700 COPY CLIREG.
007800
007900******************************************************************
008000* Una propuesta por renglon. PRO-ESTADO va al final y nunca
008100* queda en blanco ("P" pendiente, "A" aprobada, "R" rechazada),
008200* igual que AJU-ESTADO de CLIAJUST, para que el REWRITE de la
008300* decision no falle por registro corto.
008400******************************************************************
008500 FD  PROPUESTA.
008600 01  REG-PROPUESTA.
008700     05 PRO-CLI-ID            PIC 9(7).
008800     05 PRO-SALDO             PIC S9(9)V9(3)
008900        SIGN LEADING SEPARATE.
009000     05 PRO-DIAS              PIC 9(05).
009100     05 PRO-FECHA-ULT         PIC 9(08).
009200     05 PRO-FECHA-PROPUESTA   PIC 9(08).
009300     05 PRO-USUARIO-PROPUSO   PIC X(08).
009400     05 PRO-FECHA-DECISION    PIC 9(08).
009500     05 PRO-USUARIO-DECISION  PIC X(08).
009600     05 PRO-ESTADO            PIC X.
009700        88 PRO-PENDIENTE      VALUE "P".
009800        88 PRO-APROBADA       VALUE "A".
009900        88 PRO-RECHAZADA      VALUE "R".
010000
010100 FD  CASTIGOS.
010200
010300 COPY CLICASR.
010400
010500 FD  MOVFILE.
010600
010700 COPY CLIMOV.
010800
010900 FD  RPTCAST
011000     RECORD CONTAINS 132 CHARACTERS.
011100 01  LIN-RPTCAST              PIC X(132).
011200
011300 FD  RPTRECUP
011400     RECORD CONTAINS 132 CHARACTERS.
011500 01  LIN-RPTRECUP             PIC X(132).
011600
011700 SD  WRKCAST.
011800 01  WRK-REG-CAST.
011900     05 WRK-SALDO             PIC S9(9)V9(3).
012000     05 WRK-CLI-ID            PIC 9(7).
012100     05 WRK-NOMBRE            PIC X(30).
012200     05 WRK-CATEGORIA         PIC X.
012300     05 WRK-DIAS              PIC 9(5).
012400     05 WRK-FECHA-ULT         PIC 9(8).
012500
012600 FD  FECHACTL.
012700 01  LIN-FECHACTL.
012800     05 FEC-NEGOCIO           PIC 9(08).
012900
013000 WORKING-STORAGE SECTION.
013100
013200 77  ST-FILE                  PIC XX.
013300 77  ST-PROPUESTA             PIC XX.
013400 77  ST-CASTIGOS              PIC XX.
013500 77  ST-MOVFILE               PIC XX.
013600 77  ST-RPTCAST               PIC XX.
013700 77  ST-RPTRECUP              PIC XX.
013800 77  ST-FECHACTL              PIC XX.
013900
014000 01  DL260-SWITCHES.
014100     05 DL260-SW-FIN-MENU     PIC X VALUE "N".
014200        88 FIN-MENU           VALUE "S".
014300     05 DL260-SW-FIN-ARCHIVO  PIC X VALUE "N".
014400        88 FIN-ARCHIVO        VALUE "S".
014500     05 DL260-SW-FIN-SORT     PIC X VALUE "N".
014600        88 FIN-SORT           VALUE "S".
014700     05 DL260-SW-PROPUESTO    PIC X.
014800        88 YA-PROPUESTO       VALUE "S".
014900     05 DL260-SW-CANDIDATO    PIC X.
015000        88 SIGUE-CANDIDATO    VALUE "S".
015100
015200 01  DL260-CONTADORES.
015300     05 DL260-CTA-LEIDOS      PIC 9(07) COMP.
015400     05 DL260-CTA-CANDIDATOS  PIC 9(07) COMP.
015500     05 DL260-CTA-PROPUESTOS  PIC 9(07) COMP.
015600     05 DL260-CTA-PENDIENTES  PIC 9(07) COMP.
015700     05 DL260-CTA-APROBADOS   PIC 9(07) COMP.
015800     05 DL260-CTA-CASTIGOS    PIC 9(07) COMP.
015900
016000 77  DL260-USUARIO-FIRMADO    PIC X(08) VALUE SPACES.
016100 77  DL260-PERFIL-FIRMADO     PIC X VALUE SPACE.
016200     88 SUPERVISOR-FIRMADO    VALUE "S".
016300 77  DL260-FIRMA-RESULTADO    PIC X VALUE "N".
016400     88 FIRMA-OK              VALUE "S".
016500
016600 77  DL260-OPCION             PIC X.
016700 77  DL260-FECHA-NEGOCIO      PIC 9(08) VALUE ZERO.
016800 77  DL260-FECHA-ACTUAL       PIC 9(08).
016900 77  DL260-ENTERO-HOY         PIC 9(08) COMP.
017000 77  DL260-ENTERO-ULT         PIC 9(08) COMP.
017100 77  DL260-DIAS               PIC S9(05) COMP.
017200 77  DL260-IDX                PIC 9(04) COMP.
017300 77  DL260-IMPORTE            PIC S9(9)V9(3) COMP-3 VALUE ZERO.
017400 77  DL260-PENDIENTE-RECUP    PIC S9(9)V9(3) COMP-3 VALUE ZERO.
017500 77  DL260-TOT-PROPUESTO  PIC S9(11)V9(3) COMP-3 VALUE ZERO.
017600 77  DL260-TOT-CASTIGADO  PIC S9(11)V9(3) COMP-3 VALUE ZERO.
017700 77  DL260-TOT-RECUPERADO PIC S9(11)V9(3) COMP-3 VALUE ZERO.
017800 77  DL260-TOT-PENDIENTE  PIC S9(11)V9(3) COMP-3 VALUE ZERO.
017900
018000******************************************************************
018100* Clientes que ya tienen propuesta pendiente: una propuesta
018200* nueva no los vuelve a listar. Mil pendientes a la vez es mas
018300* de lo que un supervisor revisa; los que no caben se avisan.
018400******************************************************************
018500 01  DL260-PENDIENTES.
018600     05 DL260-CTA-TABLA       PIC 9(04) COMP VALUE ZERO.
018700     05 DL260-PEND-CLI-ID     PIC 9(7) OCCURS 1000 TIMES.
018800
018900******************************************************************
019000* Referencia del castigo: "CA" + CLI-ID. Un cliente se castiga
019100* una sola vez; si CLIPOST rechaza el movimiento la referencia
019200* no queda en el registro de aplicados y la reaprobacion puede
019300* repetirla.
019400******************************************************************
019500 01  DL260-REFERENCIA.
019600     05 REF-PREFIJO           PIC XX VALUE "CA".
019700     05 REF-CLI-ID            PIC 9(07).
019800     05 FILLER                PIC X(05) VALUE SPACES.
019900
020000 01  DL260-LINEA-ENCABEZADO.
020100     05 FILLER                PIC X(44)
020200        VALUE "PROPUESTA DE CASTIGOS 91+ DIAS   - CLICAST".
020300     05 FILLER                PIC X(06) VALUE " AL: ".
020400     05 ENC-FECHA             PIC 9(08).
020500     05 FILLER                PIC X(74) VALUE SPACES.
020600
020700 01  DL260-LINEA-DETALLE.
020800     05 DET-CLI-ID            PIC ZZZZZZ9.
020900     05 FILLER                PIC X(02) VALUE SPACES.
021000     05 DET-NOMBRE            PIC X(30).
021100     05 FILLER                PIC X(02) VALUE SPACES.
021200     05 DET-CATEGORIA         PIC X.
021300     05 FILLER                PIC X(02) VALUE SPACES.
021400     05 DET-DIAS              PIC ZZZZ9.
021500     05 FILLER                PIC X(02) VALUE SPACES.
021600     05 DET-FECHA-ULT         PIC 9(08).
021700     05 FILLER                PIC X(02) VALUE SPACES.
021800     05 DET-SALDO             PIC ---.---.--9,999.
021900     05 FILLER                PIC X(02) VALUE SPACES.
022000     05 DET-OBSERVACION       PIC X(30).
022100     05 FILLER                PIC X(24) VALUE SPACES.
022200
022300 01  DL260-LINEA-ENC-RECUP.
022400     05 FILLER                PIC X(44)
022500        VALUE "REGISTRO DE CASTIGOS Y RECUPEROS - CLICAST".
022600     05 FILLER                PIC X(06) VALUE " AL: ".
022700     05 ENR-FECHA             PIC 9(08).
022800     05 FILLER                PIC X(74) VALUE SPACES.
022900
023000 01  DL260-LINEA-RECUP.
023100     05 REC-CLI-ID            PIC ZZZZZZ9.
023200     05 FILLER                PIC X(02) VALUE SPACES.
023300     05 REC-ESTADO            PIC X.
023400     05 FILLER                PIC X(02) VALUE SPACES.
023500     05 REC-FECHA-APLIC       PIC 9(08).
023600     05 FILLER                PIC X(02) VALUE SPACES.
023700     05 REC-CASTIGADO         PIC ---.---.--9,999.
023800     05 FILLER                PIC X(02) VALUE SPACES.
023900     05 REC-RECUPERADO        PIC ---.---.--9,999.
024000     05 FILLER                PIC X(02) VALUE SPACES.
024100     05 REC-PENDIENTE         PIC ---.---.--9,999.
024200     05 FILLER                PIC X(02) VALUE SPACES.
024300     05 REC-CTA-RECUPEROS     PIC ZZZZ9.
024400     05 FILLER                PIC X(02) VALUE SPACES.
024500     05 REC-FECHA-ULT         PIC 9(08).
024600     05 FILLER                PIC X(02) VALUE SPACES.
024700     05 REC-APROBO            PIC X(08).
024800     05 FILLER                PIC X(36) VALUE SPACES.
024900
025000 01  DL260-LINEA-TOTAL.
025100     05 FILLER                PIC X(02) VALUE SPACES.
025200     05 TOT-ETIQUETA          PIC X(22).
025300     05 TOT-CANTIDAD          PIC ZZZZZZ9.
025400     05 FILLER                PIC X(02) VALUE SPACES.
025500     05 TOT-IMPORTE           PIC ---.---.---.--9,999.
025600     05 FILLER                PIC X(80) VALUE SPACES.
025700
025800 PROCEDURE DIVISION.
025900
026000 0000-MAINLINE.
026100     PERFORM 1000-INICIAL THRU 1000-INICIAL-EXIT.
026200     IF RETURN-CODE = 0
026300         PERFORM 2000-MOSTRAR-MENU THRU 2000-MOSTRAR-MENU-EXIT
026400             UNTIL FIN-MENU
026500     END-IF.
026600     STOP RUN.
026700
026800******************************************************************
026900* 1000-INICIAL - Firma del operador (CLISIGN) y fecha de
027000*                negocio para medir la antiguedad igual que
027100*                CLIMORA.
027200******************************************************************
027300 1000-INICIAL.
027400     MOVE 0 TO RETURN-CODE.
027500     CALL "CLISIGN" USING DL260-USUARIO-FIRMADO
027600         DL260-PERFIL-FIRMADO DL260-FIRMA-RESULTADO.
027700     IF NOT FIRMA-OK
027800         MOVE 8 TO RETURN-CODE
027900         GO TO 1000-INICIAL-EXIT
028000     END-IF.
028100     PERFORM 1100-LEER-FECHA-NEGOCIO
028200         THRU 1100-LEER-FECHA-NEGOCIO-EXIT.
028300     COMPUTE DL260-ENTERO-HOY =
028400         FUNCTION INTEGER-OF-DATE(DL260-FECHA-NEGOCIO).
028500     DISPLAY "=============================================".
028600     DISPLAY "   MESA DE CASTIGOS - CliCast.dat".
028700     DISPLAY "=============================================".
028800 1000-INICIAL-EXIT.
028900     EXIT.
029000
029100******************************************************************
029200* 1100-LEER-FECHA-NEGOCIO - Fecha de negocio de CliFecha.ctl
029300*                           (CLINOCHE); sin control se usa la
029400*                           fecha de maquina.
029500******************************************************************
029600 1100-LEER-FECHA-NEGOCIO.
029700     MOVE ZERO TO DL260-FECHA-NEGOCIO.
029800     OPEN INPUT FECHACTL.
029900     IF ST-FECHACTL = "00" OR ST-FECHACTL = "05"
030000         IF ST-FECHACTL = "00"
030100             READ FECHACTL
030200                 AT END
030300                     CONTINUE
030400             END-READ
030500             IF ST-FECHACTL = "00"
030600                 AND FEC-NEGOCIO IS NUMERIC
030700                 MOVE FEC-NEGOCIO TO DL260-FECHA-NEGOCIO
030800             END-IF
030900         END-IF
031000         CLOSE FECHACTL
031100     END-IF.
031200     IF DL260-FECHA-NEGOCIO = ZERO
031300         ACCEPT DL260-FECHA-NEGOCIO FROM DATE YYYYMMDD
031400     END-IF.
031500 1100-LEER-FECHA-NEGOCIO-EXIT.
031600     EXIT.
031700
031800******************************************************************
031900* 2000-MOSTRAR-MENU - La propuesta y el reporte son para
032000*                     cualquier operador; la aprobacion solo
032100*                     para supervisores.
032200******************************************************************
032300 2000-MOSTRAR-MENU.
032400     DISPLAY "  1. GENERAR PROPUESTA DE CASTIGOS (CliCast.rpt)".
032500     DISPLAY "  2. APROBAR/RECHAZAR PROPUESTOS (SUPERVISOR)".
032600     DISPLAY "  3. REPORTE DE CASTIGOS Y RECUPEROS".
032700     DISPLAY "  4. SALIR".
032800     DISPLAY "  OPCION: " WITH NO ADVANCING.
032900     ACCEPT DL260-OPCION FROM CONSOLE.
033000     EVALUATE DL260-OPCION
033100         WHEN "1" PERFORM 3000-GENERAR-PROPUESTA
033200             THRU 3000-GENERAR-PROPUESTA-EXIT
033300         WHEN "2"
033400             IF SUPERVISOR-FIRMADO
033500                 PERFORM 4000-REVISAR-PROPUESTOS
033600                     THRU 4000-REVISAR-PROPUESTOS-EXIT
033700             ELSE
033800                 DISPLAY "OPCION RESERVADA AL SUPERVISOR"
033900             END-IF
034000         WHEN "3" PERFORM 5000-REPORTE-RECUPEROS
034100             THRU 5000-REPORTE-RECUPEROS-EXIT
034200         WHEN "4" MOVE "S" TO DL260-SW-FIN-MENU
034300         WHEN OTHER DISPLAY "OPCION INVALIDA"
034400     END-EVALUATE.
034500 2000-MOSTRAR-MENU-EXIT.
034600     EXIT.
034700
034800******************************************************************
034900* 3000-GENERAR-PROPUESTA - Carga los clientes que ya tienen
035000*                          propuesta pendiente, ordena los
035100*                          candidatos por saldo y agrega a
035200*                          CliCastP.dat los que faltan, con el
035300*                          listado completo en CliCast.rpt.
035400******************************************************************
035500 3000-GENERAR-PROPUESTA.
035600     MOVE ZERO TO DL260-CTA-LEIDOS DL260-CTA-CANDIDATOS
035700         DL260-CTA-PROPUESTOS DL260-TOT-PROPUESTO.
035800     PERFORM 3100-CARGAR-PENDIENTES
035900         THRU 3100-CARGAR-PENDIENTES-EXIT.
036000     OPEN INPUT CLIENTES.
036100     IF ST-FILE NOT = "00" AND ST-FILE NOT = "05"
036200         DISPLAY "NO SE PUDO ABRIR CLIENTES - ST=" ST-FILE
036300         GO TO 3000-GENERAR-PROPUESTA-EXIT
036400     END-IF.
036500     OPEN EXTEND PROPUESTA.
036600     IF ST-PROPUESTA = "35"
036700         OPEN OUTPUT PROPUESTA
036800     END-IF.
036900     IF ST-PROPUESTA NOT = "00" AND ST-PROPUESTA NOT = "05"
037000         DISPLAY "NO SE PUDO ABRIR CliCastP.dat - ST="
037100             ST-PROPUESTA
037200         CLOSE CLIENTES
037300         GO TO 3000-GENERAR-PROPUESTA-EXIT
037400     END-IF.
037500     OPEN OUTPUT RPTCAST.
037600     IF ST-RPTCAST NOT = "00"
037700         DISPLAY "NO SE PUDO ABRIR CliCast.rpt - ST=" ST-RPTCAST
037800         CLOSE CLIENTES PROPUESTA
037900         GO TO 3000-GENERAR-PROPUESTA-EXIT
038000     END-IF.
038100     MOVE DL260-FECHA-NEGOCIO TO ENC-FECHA.
038200     MOVE DL260-LINEA-ENCABEZADO TO LIN-RPTCAST.
038300     WRITE LIN-RPTCAST.
038400     MOVE SPACES TO LIN-RPTCAST.
038500     WRITE LIN-RPTCAST.
038600     MOVE "N" TO DL260-SW-FIN-ARCHIVO DL260-SW-FIN-SORT.
038700     SORT WRKCAST
038800         ON ASCENDING KEY WRK-SALDO
038900         INPUT PROCEDURE IS 3200-SELECCIONAR-CANDIDATOS
039000         OUTPUT PROCEDURE IS 3400-PROPONER-CANDIDATOS.
039100     MOVE SPACES TO LIN-RPTCAST.
039200     WRITE LIN-RPTCAST.
039300     MOVE SPACES TO DL260-LINEA-TOTAL.
039400     MOVE "CANDIDATOS 91+ DIAS :" TO TOT-ETIQUETA.
039500     MOVE DL260-CTA-CANDIDATOS TO TOT-CANTIDAD.
039600     MOVE DL260-LINEA-TOTAL TO LIN-RPTCAST.
039700     WRITE LIN-RPTCAST.
039800     MOVE SPACES TO DL260-LINEA-TOTAL.
039900     MOVE "PROPUESTOS NUEVOS   :" TO TOT-ETIQUETA.
040000     MOVE DL260-CTA-PROPUESTOS TO TOT-CANTIDAD.
040100     MOVE DL260-TOT-PROPUESTO TO TOT-IMPORTE.
040200     MOVE DL260-LINEA-TOTAL TO LIN-RPTCAST.
040300     WRITE LIN-RPTCAST.
040400     CLOSE CLIENTES PROPUESTA RPTCAST.
040500     DISPLAY "CANDIDATOS: " DL260-CTA-CANDIDATOS
040600         " PROPUESTOS NUEVOS: " DL260-CTA-PROPUESTOS.
040700     DISPLAY "PROPUESTA EN CliCast.rpt".
040800 3000-GENERAR-PROPUESTA-EXIT.
040900     EXIT.
041000
041100 3100-CARGAR-PENDIENTES.
041200     MOVE ZERO TO DL260-CTA-TABLA.
041300     OPEN INPUT PROPUESTA.
041400     IF ST-PROPUESTA = "05"
041500         CLOSE PROPUESTA
041600         GO TO 3100-CARGAR-PENDIENTES-EXIT
041700     END-IF.
041800     IF ST-PROPUESTA NOT = "00"
041900         GO TO 3100-CARGAR-PENDIENTES-EXIT
042000     END-IF.
042100     MOVE "N" TO DL260-SW-FIN-ARCHIVO.
042200     PERFORM 3110-LEER-PENDIENTE THRU 3110-LEER-PENDIENTE-EXIT
042300         UNTIL FIN-ARCHIVO.
042400     CLOSE PROPUESTA.
042500 3100-CARGAR-PENDIENTES-EXIT.
042600     EXIT.
042700
042800 3110-LEER-PENDIENTE.
042900     READ PROPUESTA
043000         AT END
043100             MOVE "S" TO DL260-SW-FIN-ARCHIVO
043200     END-READ.
043300     IF FIN-ARCHIVO OR NOT PRO-PENDIENTE
043400         GO TO 3110-LEER-PENDIENTE-EXIT
043500     END-IF.
043600     IF DL260-CTA-TABLA >= 1000
043700         DISPLAY "AVISO: MAS DE 1000 PROPUESTAS PENDIENTES"
043800         GO TO 3110-LEER-PENDIENTE-EXIT
043900     END-IF.
044000     ADD 1 TO DL260-CTA-TABLA.
044100     MOVE PRO-CLI-ID TO DL260-PEND-CLI-ID(DL260-CTA-TABLA).
044200 3110-LEER-PENDIENTE-EXIT.
044300     EXIT.
044400
044500******************************************************************
044600* 3200-SELECCIONAR-CANDIDATOS - Pasa al SORT los sobregirados en
044700*                               banda 91+ que aun no estan
044800*                               castigados ni cesados.
044900******************************************************************
045000 3200-SELECCIONAR-CANDIDATOS.
045100     PERFORM 3210-LEER-CLIENTE THRU 3210-LEER-CLIENTE-EXIT
045200         UNTIL FIN-ARCHIVO.
045300
045400 3210-LEER-CLIENTE.
045500     READ CLIENTES NEXT RECORD
045600         AT END
045700             MOVE "S" TO DL260-SW-FIN-ARCHIVO
045800     END-READ.
045900     IF FIN-ARCHIVO
046000         GO TO 3210-LEER-CLIENTE-EXIT
046100     END-IF.
046200     ADD 1 TO DL260-CTA-LEIDOS.
046300     IF CLI-SALDO NOT < ZERO
046400         OR ESTADO-CESADO OR ESTADO-CASTIGADO
046500         GO TO 3210-LEER-CLIENTE-EXIT
046600     END-IF.
046700     PERFORM 3300-CALCULAR-DIAS THRU 3300-CALCULAR-DIAS-EXIT.
046800     IF DL260-DIAS NOT > 90
046900         GO TO 3210-LEER-CLIENTE-EXIT
047000     END-IF.
047100     MOVE CLI-SALDO TO WRK-SALDO.
047200     MOVE CLI-ID TO WRK-CLI-ID.
047300     IF CATEGORIA-EMPRESA
047400         MOVE CLI-RAZONSOCIAL(1:30) TO WRK-NOMBRE
047500     ELSE
047600         MOVE CLI-NOMBRE(1:30) TO WRK-NOMBRE
047700     END-IF.
047800     MOVE CLI-CATEGORIA TO WRK-CATEGORIA.
047900     MOVE DL260-DIAS TO WRK-DIAS.
048000     MOVE CLI-ULT-FECHA-CAMBIO TO WRK-FECHA-ULT.
048100     RELEASE WRK-REG-CAST.
048200 3210-LEER-CLIENTE-EXIT.
048300     EXIT.
048400
048500******************************************************************
048600* 3300-CALCULAR-DIAS - Mismo calculo que 2200-CLASIFICAR-BANDA
048700*                      de CLIMORA: una fecha en cero o invalida
048800*                      cuenta como estancada desde siempre.
048900******************************************************************
049000 3300-CALCULAR-DIAS.
049100     IF CLI-ULT-FECHA-CAMBIO NOT NUMERIC
049200         OR CLI-ULT-FECHA-CAMBIO < 16010101
049300         MOVE 99999 TO DL260-DIAS
049400         GO TO 3300-CALCULAR-DIAS-EXIT
049500     END-IF.
049600     COMPUTE DL260-ENTERO-ULT =
049700         FUNCTION INTEGER-OF-DATE(CLI-ULT-FECHA-CAMBIO).
049800     COMPUTE DL260-DIAS = DL260-ENTERO-HOY - DL260-ENTERO-ULT.
049900     IF DL260-DIAS < ZERO
050000         MOVE ZERO TO DL260-DIAS
050100     END-IF.
050200 3300-CALCULAR-DIAS-EXIT.
050300     EXIT.
050400
050500******************************************************************
050600* 3400-PROPONER-CANDIDATOS - Lista cada candidato del peor saldo
050700*                            al menos malo y agrega a la
050800*                            propuesta los que no estaban ya
050900*                            pendientes.
051000******************************************************************
051100 3400-PROPONER-CANDIDATOS.
051200     PERFORM 3410-PROPONER-CANDIDATO
051300         THRU 3410-PROPONER-CANDIDATO-EXIT
051400         UNTIL FIN-SORT.
051500
051600 3410-PROPONER-CANDIDATO.
051700     RETURN WRKCAST
051800         AT END
051900             MOVE "S" TO DL260-SW-FIN-SORT
052000     END-RETURN.
052100     IF FIN-SORT
052200         GO TO 3410-PROPONER-CANDIDATO-EXIT
052300     END-IF.
052400     ADD 1 TO DL260-CTA-CANDIDATOS.
052500     MOVE "N" TO DL260-SW-PROPUESTO.
052600     PERFORM 3420-BUSCAR-PENDIENTE THRU 3420-BUSCAR-PENDIENTE-EXIT
052700         VARYING DL260-IDX FROM 1 BY 1
052800         UNTIL DL260-IDX > DL260-CTA-TABLA OR YA-PROPUESTO.
052900     MOVE SPACES TO DL260-LINEA-DETALLE.
053000     MOVE WRK-CLI-ID TO DET-CLI-ID.
053100     MOVE WRK-NOMBRE TO DET-NOMBRE.
053200     MOVE WRK-CATEGORIA TO DET-CATEGORIA.
053300     MOVE WRK-DIAS TO DET-DIAS.
053400     MOVE WRK-FECHA-ULT TO DET-FECHA-ULT.
053500     MOVE WRK-SALDO TO DET-SALDO.
053600     IF YA-PROPUESTO
053700         MOVE "YA PROPUESTO - PENDIENTE" TO DET-OBSERVACION
053800     ELSE
053900         PERFORM 3430-GRABAR-PROPUESTA
054000             THRU 3430-GRABAR-PROPUESTA-EXIT
054100     END-IF.
054200     MOVE DL260-LINEA-DETALLE TO LIN-RPTCAST.
054300     WRITE LIN-RPTCAST.
054400 3410-PROPONER-CANDIDATO-EXIT.
054500     EXIT.
054600
054700 3420-BUSCAR-PENDIENTE.
054800     IF DL260-PEND-CLI-ID(DL260-IDX) = WRK-CLI-ID
054900         MOVE "S" TO DL260-SW-PROPUESTO
055000     END-IF.
055100 3420-BUSCAR-PENDIENTE-EXIT.
055200     EXIT.
055300
055400 3430-GRABAR-PROPUESTA.
055500     MOVE SPACES TO REG-PROPUESTA.
055600     MOVE WRK-CLI-ID TO PRO-CLI-ID.
055700     MOVE WRK-SALDO TO PRO-SALDO.
055800     MOVE WRK-DIAS TO PRO-DIAS.
055900     MOVE WRK-FECHA-ULT TO PRO-FECHA-ULT.
056000     MOVE DL260-FECHA-NEGOCIO TO PRO-FECHA-PROPUESTA.
056100     MOVE DL260-USUARIO-FIRMADO TO PRO-USUARIO-PROPUSO.
056200     MOVE ZERO TO PRO-FECHA-DECISION.
056300     MOVE SPACES TO PRO-USUARIO-DECISION.
056400     MOVE "P" TO PRO-ESTADO.
056500     WRITE REG-PROPUESTA.
056600     IF ST-PROPUESTA NOT = "00"
056700         MOVE "NO SE PUDO PROPONER" TO DET-OBSERVACION
056800     ELSE
056900         MOVE "PROPUESTO" TO DET-OBSERVACION
057000         ADD 1 TO DL260-CTA-PROPUESTOS
057100         ADD WRK-SALDO TO DL260-TOT-PROPUESTO
057200     END-IF.
057300 3430-GRABAR-PROPUESTA-EXIT.
057400     EXIT.
057500
057600******************************************************************
057700* 4000-REVISAR-PROPUESTOS - Recorre las propuestas pendientes y
057800*                           deja que el supervisor apruebe o
057900*                           rechace cada cliente. Quien propuso
058000*                           no puede aprobar su propia propuesta.
058100******************************************************************
058200 4000-REVISAR-PROPUESTOS.
058300     MOVE ZERO TO DL260-CTA-PENDIENTES DL260-CTA-APROBADOS.
058400     OPEN I-O PROPUESTA.
058500     IF ST-PROPUESTA = "05"
058600         CLOSE PROPUESTA
058700         DISPLAY "NO HAY CliCastP.dat - NADA PROPUESTO"
058800         GO TO 4000-REVISAR-PROPUESTOS-EXIT
058900     END-IF.
059000     IF ST-PROPUESTA NOT = "00"
059100         DISPLAY "NO SE PUDO ABRIR CliCastP.dat - ST="
059200             ST-PROPUESTA
059300         GO TO 4000-REVISAR-PROPUESTOS-EXIT
059400     END-IF.
059500     OPEN INPUT CLIENTES.
059600     IF ST-FILE NOT = "00" AND ST-FILE NOT = "05"
059700         DISPLAY "NO SE PUDO ABRIR CLIENTES - ST=" ST-FILE
059800         CLOSE PROPUESTA
059900         GO TO 4000-REVISAR-PROPUESTOS-EXIT
060000     END-IF.
060100     OPEN I-O CASTIGOS.
060200     IF ST-CASTIGOS NOT = "00" AND ST-CASTIGOS NOT = "05"
060300         DISPLAY "NO SE PUDO ABRIR CliCast.dat - ST="
060400             ST-CASTIGOS
060500         CLOSE PROPUESTA CLIENTES
060600         GO TO 4000-REVISAR-PROPUESTOS-EXIT
060700     END-IF.
060800     OPEN EXTEND MOVFILE.
060900     IF ST-MOVFILE = "35"
061000         OPEN OUTPUT MOVFILE
061100     END-IF.
061200     IF ST-MOVFILE NOT = "00" AND ST-MOVFILE NOT = "05"
061300         DISPLAY "NO SE PUDO ABRIR CliMov.dat - ST=" ST-MOVFILE
061400         CLOSE PROPUESTA CLIENTES CASTIGOS
061500         GO TO 4000-REVISAR-PROPUESTOS-EXIT
061600     END-IF.
061700     MOVE "N" TO DL260-SW-FIN-ARCHIVO.
061800     PERFORM 4100-OFRECER-PROPUESTO
061900         THRU 4100-OFRECER-PROPUESTO-EXIT
062000         UNTIL FIN-ARCHIVO.
062100     CLOSE PROPUESTA CLIENTES CASTIGOS MOVFILE.
062200     DISPLAY "PROPUESTOS VISTOS: " DL260-CTA-PENDIENTES
062300         " APROBADOS: " DL260-CTA-APROBADOS.
062400 4000-REVISAR-PROPUESTOS-EXIT.
062500     EXIT.
062600
062700 4100-OFRECER-PROPUESTO.
062800     READ PROPUESTA
062900         AT END
063000             MOVE "S" TO DL260-SW-FIN-ARCHIVO
063100     END-READ.
063200     IF FIN-ARCHIVO OR NOT PRO-PENDIENTE
063300         GO TO 4100-OFRECER-PROPUESTO-EXIT
063400     END-IF.
063500     ADD 1 TO DL260-CTA-PENDIENTES.
063600     PERFORM 4110-VERIFICAR-CLIENTE
063700         THRU 4110-VERIFICAR-CLIENTE-EXIT.
063800     IF NOT SIGUE-CANDIDATO
063900         GO TO 4100-OFRECER-PROPUESTO-EXIT
064000     END-IF.
064100     DISPLAY "---------------------------------------------".
064200     DISPLAY "CLI-ID    : " PRO-CLI-ID.
064300     DISPLAY "NOMBRE    : " CLI-NOMBRE(1:40).
064400     DISPLAY "DIAS      : " PRO-DIAS " (ULT. CAMBIO "
064500         PRO-FECHA-ULT ")".
064600     DISPLAY "SALDO HOY : " CLI-SALDO.
064700     IF CLI-SALDO NOT = PRO-SALDO
064800         DISPLAY "AVISO: EL SALDO CAMBIO DESDE LA PROPUESTA ("
064900             PRO-SALDO ")"
065000     END-IF.
065100     DISPLAY "PROPUSO   : " PRO-USUARIO-PROPUSO " EL "
065200         PRO-FECHA-PROPUESTA.
065300     IF PRO-USUARIO-PROPUSO = DL260-USUARIO-FIRMADO
065400         DISPLAY "PROPUESTO POR USTED - OTRO SUPERVISOR DEBE "
065500             "DECIDIRLO"
065600         GO TO 4100-OFRECER-PROPUESTO-EXIT
065700     END-IF.
065800     DISPLAY "DECISION (A=CASTIGAR R=RECHAZAR S=SALTAR F=FIN): "
065900         WITH NO ADVANCING.
066000     ACCEPT DL260-OPCION FROM CONSOLE.
066100     EVALUATE DL260-OPCION
066200         WHEN "A"
066300         WHEN "a"
066400             PERFORM 4200-APROBAR THRU 4200-APROBAR-EXIT
066500         WHEN "R"
066600         WHEN "r"
066700             MOVE "R" TO PRO-ESTADO
066800             PERFORM 4400-ESTAMPAR-DECISION
066900                 THRU 4400-ESTAMPAR-DECISION-EXIT
067000             DISPLAY "PROPUESTA DE " PRO-CLI-ID " RECHAZADA"
067100         WHEN "F"
067200         WHEN "f"
067300             MOVE "S" TO DL260-SW-FIN-ARCHIVO
067400         WHEN OTHER
067500             CONTINUE
067600     END-EVALUATE.
067700 4100-OFRECER-PROPUESTO-EXIT.
067800     EXIT.
067900
068000******************************************************************
068100* 4110-VERIFICAR-CLIENTE - El cliente pudo cambiar desde la
068200*                          propuesta: si ya no esta sobregirado,
068300*                          se ceso o ya esta castigado, la
068400*                          propuesta se cierra como rechazada.
068500******************************************************************
068600 4110-VERIFICAR-CLIENTE.
068700     MOVE "S" TO DL260-SW-CANDIDATO.
068800     MOVE PRO-CLI-ID TO CLI-ID.
068900     READ CLIENTES
069000         INVALID KEY
069100             DISPLAY "CLIENTE " PRO-CLI-ID " YA NO EXISTE"
069200             MOVE "N" TO DL260-SW-CANDIDATO
069300     END-READ.
069400     IF SIGUE-CANDIDATO
069500         IF CLI-SALDO NOT < ZERO
069600             OR ESTADO-CESADO OR ESTADO-CASTIGADO
069700             DISPLAY "CLIENTE " PRO-CLI-ID " YA NO ES "
069800                 "CANDIDATO (SALDO " CLI-SALDO " ESTADO "
069900                 CLI-ESTADO ")"
070000             MOVE "N" TO DL260-SW-CANDIDATO
070100         END-IF
070200     END-IF.
070300     IF NOT SIGUE-CANDIDATO
070400         MOVE "R" TO PRO-ESTADO
070500         PERFORM 4400-ESTAMPAR-DECISION
070600             THRU 4400-ESTAMPAR-DECISION-EXIT
070700     END-IF.
070800 4110-VERIFICAR-CLIENTE-EXIT.
070900     EXIT.
071000
071100******************************************************************
071200* 4200-APROBAR - Abre (o reabre, si un castigo anterior nunca se
071300*                aplico) la entrada del registro, emite el
071400*                movimiento por el sobregiro de hoy y solo
071500*                entonces marca la propuesta como aprobada.
071600******************************************************************
071700 4200-APROBAR.
071800     COMPUTE DL260-IMPORTE = ZERO - CLI-SALDO.
071900     MOVE CLI-ID TO CAS-CLI-ID.
072000     READ CASTIGOS
072100         INVALID KEY
072200             MOVE SPACES TO REG-CASTIGO
072300         NOT INVALID KEY
072400             IF CAS-APLICADO
072500                 DISPLAY "EL CLIENTE YA TIENE CASTIGO APLICADO"
072600                 GO TO 4200-APROBAR-EXIT
072700             END-IF
072800     END-READ.
072900     MOVE CLI-ID TO CAS-CLI-ID REF-CLI-ID.
073000     MOVE DL260-IMPORTE TO CAS-IMPORTE.
073100     MOVE DL260-FECHA-NEGOCIO TO CAS-FECHA-APROBACION.
073200     MOVE PRO-USUARIO-PROPUSO TO CAS-USUARIO-PROPUSO.
073300     MOVE DL260-USUARIO-FIRMADO TO CAS-USUARIO-APROBO.
073400     MOVE DL260-REFERENCIA TO CAS-REFERENCIA.
073500     MOVE ZERO TO CAS-FECHA-APLICACION CAS-RECUPERADO
073600         CAS-CTA-RECUPEROS CAS-FECHA-ULT-RECUP.
073700     MOVE "P" TO CAS-ESTADO.
073800     WRITE REG-CASTIGO
073900         INVALID KEY
074000             REWRITE REG-CASTIGO
074100                 INVALID KEY
074200                     DISPLAY "NO SE PUDO GRABAR EL REGISTRO DE "
074300                         "CASTIGOS - ST=" ST-CASTIGOS
074400                     GO TO 4200-APROBAR-EXIT
074500             END-REWRITE
074600     END-WRITE.
074700     MOVE CLI-ID TO MOV-CLI-ID.
074800     MOVE DL260-FECHA-NEGOCIO TO MOV-FECHA.
074900     MOVE "D" TO MOV-TIPO.
075000     MOVE DL260-IMPORTE TO MOV-IMPORTE.
075100     MOVE "CASTIGO" TO MOV-ORIGEN.
075200     MOVE DL260-REFERENCIA TO MOV-REFERENCIA.
075210*    El castigo es del cliente entero: se dirige a la cuenta
075220*    principal y CLIPOST lleva a cero todas sus cuentas.
075230     MOVE 1 TO MOV-CUENTA.
075300     WRITE REG-MOV.
075400     IF ST-MOVFILE NOT = "00"
075500         DISPLAY "NO SE PUDO EMITIR EL MOVIMIENTO - ST="
075600             ST-MOVFILE
075700         DISPLAY "LA PROPUESTA SIGUE PENDIENTE"
075800         GO TO 4200-APROBAR-EXIT
075900     END-IF.
076000     MOVE "A" TO PRO-ESTADO.
076100     PERFORM 4400-ESTAMPAR-DECISION
076200         THRU 4400-ESTAMPAR-DECISION-EXIT.
076300     ADD 1 TO DL260-CTA-APROBADOS.
076400     DISPLAY "CASTIGO DE " CLI-ID " POR " DL260-IMPORTE
076500         " EMITIDO A CliMov.dat".
076600 4200-APROBAR-EXIT.
076700     EXIT.
076800
076900 4400-ESTAMPAR-DECISION.
077000     ACCEPT DL260-FECHA-ACTUAL FROM DATE YYYYMMDD.
077100     MOVE DL260-FECHA-ACTUAL TO PRO-FECHA-DECISION.
077200     MOVE DL260-USUARIO-FIRMADO TO PRO-USUARIO-DECISION.
077300     REWRITE REG-PROPUESTA.
077400     IF ST-PROPUESTA NOT = "00"
077500         DISPLAY "AVISO: NO SE PUDO MARCAR LA PROPUESTA - ST="
077600             ST-PROPUESTA
077700     END-IF.
077800 4400-ESTAMPAR-DECISION-EXIT.
077900     EXIT.
078000
078100******************************************************************
078200* 5000-REPORTE-RECUPEROS - Recorre el registro de castigos y
078300*                          lista por cliente lo castigado, lo
078400*                          recuperado despues y lo que falta,
078500*                          separado del reporte de pagos.
078600******************************************************************
078700 5000-REPORTE-RECUPEROS.
078800     MOVE ZERO TO DL260-CTA-CASTIGOS DL260-TOT-CASTIGADO
078900         DL260-TOT-RECUPERADO DL260-TOT-PENDIENTE.
079000     OPEN INPUT CASTIGOS.
079100     IF ST-CASTIGOS = "05"
079200         CLOSE CASTIGOS
079300         DISPLAY "NO HAY CliCast.dat QUE REPORTAR"
079400         GO TO 5000-REPORTE-RECUPEROS-EXIT
079500     END-IF.
079600     IF ST-CASTIGOS NOT = "00"
079700         DISPLAY "NO SE PUDO ABRIR CliCast.dat - ST="
079800             ST-CASTIGOS
079900         GO TO 5000-REPORTE-RECUPEROS-EXIT
080000     END-IF.
080100     OPEN OUTPUT RPTRECUP.
080200     IF ST-RPTRECUP NOT = "00"
080300         DISPLAY "NO SE PUDO ABRIR CliRecup.rpt - ST="
080400             ST-RPTRECUP
080500         CLOSE CASTIGOS
080600         GO TO 5000-REPORTE-RECUPEROS-EXIT
080700     END-IF.
080800     MOVE DL260-FECHA-NEGOCIO TO ENR-FECHA.
080900     MOVE DL260-LINEA-ENC-RECUP TO LIN-RPTRECUP.
081000     WRITE LIN-RPTRECUP.
081100     MOVE SPACES TO LIN-RPTRECUP.
081200     WRITE LIN-RPTRECUP.
081300     MOVE "N" TO DL260-SW-FIN-ARCHIVO.
081400     PERFORM 5100-REPORTAR-CASTIGO
081500         THRU 5100-REPORTAR-CASTIGO-EXIT
081600         UNTIL FIN-ARCHIVO.
081700     MOVE SPACES TO LIN-RPTRECUP.
081800     WRITE LIN-RPTRECUP.
081900     MOVE SPACES TO DL260-LINEA-TOTAL.
082000     MOVE "TOTAL CASTIGADO     :" TO TOT-ETIQUETA.
082100     MOVE DL260-CTA-CASTIGOS TO TOT-CANTIDAD.
082200     MOVE DL260-TOT-CASTIGADO TO TOT-IMPORTE.
082300     MOVE DL260-LINEA-TOTAL TO LIN-RPTRECUP.
082400     WRITE LIN-RPTRECUP.
082500     MOVE SPACES TO DL260-LINEA-TOTAL.
082600     MOVE "TOTAL RECUPERADO    :" TO TOT-ETIQUETA.
082700     MOVE DL260-TOT-RECUPERADO TO TOT-IMPORTE.
082800     MOVE DL260-LINEA-TOTAL TO LIN-RPTRECUP.
082900     WRITE LIN-RPTRECUP.
083000     MOVE SPACES TO DL260-LINEA-TOTAL.
083100     MOVE "PENDIENTE DE RECUPERO:" TO TOT-ETIQUETA.
083200     MOVE DL260-TOT-PENDIENTE TO TOT-IMPORTE.
083300     MOVE DL260-LINEA-TOTAL TO LIN-RPTRECUP.
083400     WRITE LIN-RPTRECUP.
083500     CLOSE CASTIGOS RPTRECUP.
083600     DISPLAY "REPORTE EN CliRecup.rpt".
083700 5000-REPORTE-RECUPEROS-EXIT.
083800     EXIT.
083900
084000 5100-REPORTAR-CASTIGO.
084100     READ CASTIGOS NEXT RECORD
084200         AT END
084300             MOVE "S" TO DL260-SW-FIN-ARCHIVO
084400     END-READ.
084500     IF FIN-ARCHIVO
084600         GO TO 5100-REPORTAR-CASTIGO-EXIT
084700     END-IF.
084800     ADD 1 TO DL260-CTA-CASTIGOS.
084900     COMPUTE DL260-PENDIENTE-RECUP =
085000         CAS-IMPORTE - CAS-RECUPERADO.
085100     IF DL260-PENDIENTE-RECUP < ZERO
085200         MOVE ZERO TO DL260-PENDIENTE-RECUP
085300     END-IF.
085400     ADD CAS-IMPORTE TO DL260-TOT-CASTIGADO.
085500     ADD CAS-RECUPERADO TO DL260-TOT-RECUPERADO.
085600     ADD DL260-PENDIENTE-RECUP TO DL260-TOT-PENDIENTE.
085700     MOVE SPACES TO DL260-LINEA-RECUP.
085800     MOVE CAS-CLI-ID TO REC-CLI-ID.
085900     MOVE CAS-ESTADO TO REC-ESTADO.
086000     MOVE CAS-FECHA-APLICACION TO REC-FECHA-APLIC.
086100     MOVE CAS-IMPORTE TO REC-CASTIGADO.
086200     MOVE CAS-RECUPERADO TO REC-RECUPERADO.
086300     MOVE DL260-PENDIENTE-RECUP TO REC-PENDIENTE.
086400     MOVE CAS-CTA-RECUPEROS TO REC-CTA-RECUPEROS.
086500     MOVE CAS-FECHA-ULT-RECUP TO REC-FECHA-ULT.
086600     MOVE CAS-USUARIO-APROBO TO REC-APROBO.
086700     MOVE DL260-LINEA-RECUP TO LIN-RPTRECUP.
086800     WRITE LIN-RPTRECUP.
086900 5100-REPORTAR-CASTIGO-EXIT.
087000     EXIT.
087100
087200 END PROGRAM CLICAST.
