000100******************************************************************
000200* PROGRAM-ID: CLICERT
000300* AUTHOR:     R. ESPINOZA - SISTEMAS ADMINISTRATIVOS
000400* INSTALLATION: DEPTO. DE SISTEMAS
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:    Certificado anual de intereses. Corre en CLINOCHE
000800*             solo en corte de anio (tipo de dia A): toma de
000900*             CliMovHis.dat los movimientos de origen INTERES
001000*             aplicados en el ejercicio (MH-FECHA-APLICACION en
001100*             el anio de la fecha de negocio), neto por cliente
001200*             de cargos (tipo "C", como los graba CLIINTER)
001250*             menos reversas (tipo "D"), imprime un certificado
001300*             por cliente en CliCertif.rpt con el desglose
001400*             mensual, y deja la declaracion anual en
001500*             CliFisc.dat (encabezado, una linea por cliente con
001600*             su RFC y trailer de control). El interes del corte
001700*             de diciembre lo postea la primera ventana de enero
001800*             y cae en el ejercicio siguiente. CliCert.rpt lleva
001900*             el control: una linea por cliente y totales.
002000*
002100* MODIFICATION HISTORY:
002200*   15/10/2026  RE   VERSION INICIAL.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. CLICERT.
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SPECIAL-NAMES.
002900     DECIMAL-POINT IS COMMA.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200
003300     SELECT OPTIONAL CLIENTES ASSIGN TO "./Hola.dat"
003400          ORGANIZATION INDEXED
003500          ACCESS MODE DYNAMIC
003600          RECORD KEY IS ID-CLIENTE
003700          ALTERNATE KEY CLI-NOMBRE WITH DUPLICATES
003800          ALTERNATE KEY CLI-TARJETA WITH DUPLICATES
003900          STATUS ST-FILE.
004000
004100     SELECT MOVHIST ASSIGN TO "./CliMovHis.dat"
004200          ORGANIZATION LINE SEQUENTIAL
004300          STATUS ST-MOVHIST.
004400
004500     SELECT OPTIONAL CPREF ASSIGN TO "./CliCp.dat"
004600          ORGANIZATION INDEXED
004700          ACCESS MODE DYNAMIC
004800          RECORD KEY IS CP-CODIGO
004900          STATUS ST-CPREF.
005000
005100     SELECT CERTIF ASSIGN TO "./CliCertif.rpt"
005200          ORGANIZATION LINE SEQUENTIAL
005300          STATUS ST-CERTIF.
005400
005500     SELECT FISCAL ASSIGN TO "./CliFisc.dat"
005600          ORGANIZATION LINE SEQUENTIAL
005700          STATUS ST-FISCAL.
005800
005900     SELECT RPTCERT ASSIGN TO "./CliCert.rpt"
006000          ORGANIZATION LINE SEQUENTIAL
006100          STATUS ST-RPTCERT.
006200
006300     SELECT WRKCERT ASSIGN TO "./ClicertWk.tmp".
006400
006500     SELECT OPTIONAL FECHACTL ASSIGN TO "./CliFecha.ctl"
006600          ORGANIZATION LINE SEQUENTIAL
006700          STATUS ST-FECHACTL.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100
007200 FD  CLIENTES.
007300
007400 COPY CLIREG.
007500
007600 FD  MOVHIST.
007700
007800 COPY CLIMOVH.
007900
008000 FD  CPREF.
008100
008200 COPY CLICP.
008300
008400 FD  CERTIF
008500     RECORD CONTAINS 132 CHARACTERS.
008600 01  LIN-CERTIF               PIC X(132).
008700
008800 FD  FISCAL.
008900
009000 COPY CLIFIS.
009100
009200 FD  RPTCERT
009300     RECORD CONTAINS 132 CHARACTERS.
009400 01  LIN-RPTCERT              PIC X(132).
009500
009600 FD  FECHACTL.
009700 01  LIN-FECHACTL.
009800     05 FEC-NEGOCIO           PIC 9(08).
009900
010000 SD  WRKCERT.
010100 01  WRK-REG-CERT.
010200     05 WRK-CLI-ID            PIC 9(7).
010300     05 WRK-MES               PIC 9(02).
010400     05 WRK-TIPO              PIC X.
010500     05 WRK-IMPORTE           PIC S9(9)V9(3).
010600
010700 WORKING-STORAGE SECTION.
010800
010900 77  ST-FILE                  PIC XX.
011000 77  ST-MOVHIST               PIC XX.
011100 77  ST-CPREF                 PIC XX.
011200 77  ST-CERTIF                PIC XX.
011300 77  ST-FISCAL                PIC XX.
011400 77  ST-RPTCERT               PIC XX.
011500 77  ST-FECHACTL              PIC XX.
011600
011700 01  DL360-SWITCHES.
011800     05 DL360-SW-FIN-ARCHIVO  PIC X VALUE "N".
011900        88 FIN-ARCHIVO        VALUE "S".
012000     05 DL360-SW-FIN-SORT     PIC X VALUE "N".
012100        88 FIN-SORT           VALUE "S".
012200     05 DL360-SW-GRUPO        PIC X VALUE "N".
012300        88 GRUPO-ABIERTO      VALUE "S".
012400     05 DL360-SW-EXISTE       PIC X.
012500        88 CLIENTE-EXISTE     VALUE "S".
012600     05 DL360-SW-CATALOGO     PIC X VALUE "N".
012700        88 CATALOGO-CP-DISPONIBLE VALUE "S".
012800
012900 77  DL360-FECHA-HOY          PIC 9(08).
013000 77  DL360-FECHA-GEN          PIC 9(08).
013100 77  DL360-HORA-GEN           PIC 9(08).
013200 77  DL360-EJERCICIO          PIC 9(04).
013300 77  DL360-CLIENTE-ACTUAL     PIC 9(07) VALUE ZERO.
013400 77  DL360-IDX                PIC 9(02) COMP.
013500 77  DL360-INTERES            PIC S9(11)V9(3) COMP-3.
013600 77  DL360-CARGOS             PIC 9(05) COMP.
013700 77  DL360-NOMBRE             PIC X(70).
013800 77  DL360-OBSERVACION        PIC X(20).
013900
014000 01  DL360-CONTADORES.
014100     05 DL360-CTA-LEIDOS      PIC 9(07) COMP.
014200     05 DL360-CTA-INTERES     PIC 9(07) COMP.
014300     05 DL360-CTA-CERTIFICADOS PIC 9(07) COMP.
014400     05 DL360-CTA-SIN-NETO    PIC 9(07) COMP.
014500     05 DL360-CTA-SIN-RFC     PIC 9(07) COMP.
014600     05 DL360-CTA-NO-EXISTE   PIC 9(07) COMP.
014700     05 DL360-CTA-ERRORES     PIC 9(07) COMP.
014800
014900 77  DL360-TOT-INTERES        PIC S9(13)V9(3) COMP-3 VALUE ZERO.
015000
015100******************************************************************
015200* Desglose mensual del cliente en curso (mes de aplicacion).
015300******************************************************************
015400 01  DL360-MESES.
015500     05 DL360-MES OCCURS 12 TIMES.
015600        10 DL360-MES-CARGOS   PIC 9(05) COMP.
015700        10 DL360-MES-IMPORTE  PIC S9(11)V9(3) COMP-3.
015800
015900 01  DL360-NOMBRES-MES-VAL.
016000     05 FILLER                PIC X(10) VALUE "ENERO".
016100     05 FILLER                PIC X(10) VALUE "FEBRERO".
016200     05 FILLER                PIC X(10) VALUE "MARZO".
016300     05 FILLER                PIC X(10) VALUE "ABRIL".
016400     05 FILLER                PIC X(10) VALUE "MAYO".
016500     05 FILLER                PIC X(10) VALUE "JUNIO".
016600     05 FILLER                PIC X(10) VALUE "JULIO".
016700     05 FILLER                PIC X(10) VALUE "AGOSTO".
016800     05 FILLER                PIC X(10) VALUE "SEPTIEMBRE".
016900     05 FILLER                PIC X(10) VALUE "OCTUBRE".
017000     05 FILLER                PIC X(10) VALUE "NOVIEMBRE".
017100     05 FILLER                PIC X(10) VALUE "DICIEMBRE".
017200 01  DL360-NOMBRES-MES REDEFINES DL360-NOMBRES-MES-VAL.
017300     05 DL360-NOMBRE-MES      PIC X(10) OCCURS 12 TIMES.
017400
017500******************************************************************
017600* Certificado (CliCertif.rpt).
017700******************************************************************
017800 01  DL360-CER-CORTE.
017900     05 FILLER                PIC X(80) VALUE ALL "=".
018000     05 FILLER                PIC X(52) VALUE SPACES.
018100
018200 01  DL360-CER-TITULO.
018300     05 FILLER                PIC X(50)
018400        VALUE "CONSTANCIA ANUAL DE INTERESES COBRADOS".
018500     05 FILLER                PIC X(12) VALUE "EJERCICIO: ".
018600     05 CER-EJERCICIO         PIC 9(04).
018700     05 FILLER                PIC X(66) VALUE SPACES.
018800
018900 01  DL360-CER-CLIENTE.
019000     05 FILLER                PIC X(10) VALUE "CLIENTE: ".
019100     05 CER-CLI-ID            PIC 9(07).
019200     05 FILLER                PIC X(08) VALUE "   RFC: ".
019300     05 CER-RFC               PIC X(15).
019400     05 FILLER                PIC X(18)
019450        VALUE "FECHA DE EMISION: ".
019500     05 CER-FECHA             PIC 9(08).
019600     05 FILLER                PIC X(66) VALUE SPACES.
019700
019800 01  DL360-CER-LOCALIDAD.
019900     05 FILLER                PIC X(06) VALUE "C.P.: ".
020000     05 CER-DIRPOST           PIC X(10).
020100     05 FILLER                PIC X(02) VALUE SPACES.
020200     05 CER-LOCALIDAD         PIC X(40).
020300     05 FILLER                PIC X(02) VALUE SPACES.
020400     05 CER-ESTADO            PIC X(30).
020500     05 FILLER                PIC X(42) VALUE SPACES.
020600
020700 01  DL360-CER-TEXTO-1.
020800     05 FILLER                PIC X(60) VALUE
020900        "SE HACE CONSTAR QUE EN EL EJERCICIO SE CARGARON A LA".
021000     05 FILLER                PIC X(72) VALUE SPACES.
021100
021200 01  DL360-CER-TEXTO-2.
021300     05 FILLER                PIC X(60) VALUE
021400        "CUENTA DEL CLIENTE LOS SIGUIENTES INTERESES:".
021500     05 FILLER                PIC X(72) VALUE SPACES.
021600
021700 01  DL360-CER-COLUMNAS.
021800     05 FILLER                PIC X(60) VALUE
021900        "    MES             CARGOS                 IMPORTE".
022000     05 FILLER                PIC X(72) VALUE SPACES.
022100
022200 01  DL360-CER-MES.
022300     05 FILLER                PIC X(04) VALUE SPACES.
022400     05 CER-NOMBRE-MES        PIC X(10).
022500     05 FILLER                PIC X(04) VALUE SPACES.
022600     05 CER-CARGOS            PIC ZZZZ9.
022700     05 FILLER                PIC X(04) VALUE SPACES.
022800     05 CER-IMPORTE           PIC ---.---.---.--9,999.
022900     05 FILLER                PIC X(86) VALUE SPACES.
023000
023100 01  DL360-CER-TOTAL.
023200     05 FILLER                PIC X(04) VALUE SPACES.
023300     05 FILLER                PIC X(14) VALUE "TOTAL".
023400     05 CER-TOT-CARGOS        PIC ZZZZ9.
023500     05 FILLER                PIC X(04) VALUE SPACES.
023600     05 CER-TOT-IMPORTE       PIC ---.---.---.--9,999.
023700     05 FILLER                PIC X(86) VALUE SPACES.
023800
023900******************************************************************
024000* Reporte de control (CliCert.rpt).
024100******************************************************************
024200 01  DL360-LINEA-ENCABEZADO.
024300     05 FILLER                PIC X(46)
024400        VALUE "CONTROL DE CONSTANCIAS DE INTERESES - CLICERT".
024500     05 FILLER                PIC X(12) VALUE "EJERCICIO: ".
024600     05 ENC-EJERCICIO         PIC 9(04).
024700     05 FILLER                PIC X(70) VALUE SPACES.
024800
024900 01  DL360-LINEA-COLUMNAS.
025000     05 FILLER                PIC X(40)
025100        VALUE " CLI-ID  RFC            NOMBRE".
025200     05 FILLER                PIC X(52) VALUE
025300        "                         CARGOS              INTERES".
025400     05 FILLER                PIC X(40)
025500        VALUE "  OBSERVACION".
025600
025700 01  DL360-LINEA-DETALLE.
025800     05 DET-CLI-ID            PIC ZZZZZZ9.
025900     05 FILLER                PIC X(02) VALUE SPACES.
026000     05 DET-RFC               PIC X(13).
026100     05 FILLER                PIC X(02) VALUE SPACES.
026200     05 DET-NOMBRE            PIC X(40).
026300     05 FILLER                PIC X(02) VALUE SPACES.
026400     05 DET-CARGOS            PIC ZZZZ9.
026500     05 FILLER                PIC X(02) VALUE SPACES.
026600     05 DET-INTERES           PIC ---.---.---.--9,999.
026700     05 FILLER                PIC X(02) VALUE SPACES.
026800     05 DET-OBSERVACION       PIC X(20).
026900     05 FILLER                PIC X(18) VALUE SPACES.
027000
027100 01  DL360-LINEA-TOTAL.
027200     05 FILLER                PIC X(02) VALUE SPACES.
027300     05 TOT-ETIQUETA          PIC X(22).
027400     05 TOT-CANTIDAD          PIC ZZZZZZ9.
027500     05 FILLER                PIC X(02) VALUE SPACES.
027600     05 TOT-IMPORTE           PIC ---.---.---.--9,999.
027700     05 FILLER                PIC X(80) VALUE SPACES.
027800
027900 PROCEDURE DIVISION.
028000
028100 0000-MAINLINE.
028200     PERFORM 1000-INICIAL THRU 1000-INICIAL-EXIT.
028300     IF RETURN-CODE = 0
028400         SORT WRKCERT
028500             ON ASCENDING KEY WRK-CLI-ID
028600             ON ASCENDING KEY WRK-MES
028700             INPUT PROCEDURE IS 2000-SELECCIONAR-INTERES
028800             OUTPUT PROCEDURE IS 3000-EMITIR-CONSTANCIAS
028900         PERFORM 4000-FINAL THRU 4000-FINAL-EXIT
029000     END-IF.
029100     GOBACK.
029200
029300******************************************************************
029400* 1000-INICIAL - Abre archivos, fija el ejercicio (anio de la
029500*                fecha de negocio) y graba el encabezado de
029600*                CliFisc.dat. Sin CliMovHis.dat no hay intereses
029700*                que certificar: RC=4.
029800******************************************************************
029900 1000-INICIAL.
030000     MOVE 0 TO RETURN-CODE.
030100     MOVE ZERO TO DL360-CTA-LEIDOS DL360-CTA-INTERES
030200         DL360-CTA-CERTIFICADOS DL360-CTA-SIN-NETO
030300         DL360-CTA-SIN-RFC DL360-CTA-NO-EXISTE
030400         DL360-CTA-ERRORES.
030500     PERFORM 1100-LEER-FECHA-NEGOCIO
030600         THRU 1100-LEER-FECHA-NEGOCIO-EXIT.
030700     MOVE DL360-FECHA-HOY(1:4) TO DL360-EJERCICIO.
030800     ACCEPT DL360-FECHA-GEN FROM DATE YYYYMMDD.
030900     ACCEPT DL360-HORA-GEN FROM TIME.
031000     OPEN INPUT MOVHIST.
031100     IF ST-MOVHIST = "35"
031200         DISPLAY "CLICERT: NO HAY CliMovHis.dat - SIN CONSTANCIAS"
031300         MOVE 4 TO RETURN-CODE
031400         GO TO 1000-INICIAL-EXIT
031500     END-IF.
031600     IF ST-MOVHIST NOT = "00"
031700         DISPLAY "CLICERT: ERROR ABRIENDO CLIMOVHIS.DAT - ST="
031800             ST-MOVHIST
031900         MOVE 99 TO RETURN-CODE
032000         GO TO 1000-INICIAL-EXIT
032100     END-IF.
032200     OPEN INPUT CLIENTES.
032300     IF ST-FILE NOT = "00" AND ST-FILE NOT = "05"
032400         DISPLAY "CLICERT: ERROR ABRIENDO CLIENTES - ST=" ST-FILE
032500         CLOSE MOVHIST
032600         MOVE 99 TO RETURN-CODE
032700         GO TO 1000-INICIAL-EXIT
032800     END-IF.
032900     OPEN OUTPUT CERTIF.
033000     IF ST-CERTIF NOT = "00"
033100         DISPLAY "CLICERT: ERROR ABRIENDO CLICERTIF.RPT - ST="
033200             ST-CERTIF
033300         CLOSE MOVHIST CLIENTES
033400         MOVE 99 TO RETURN-CODE
033500         GO TO 1000-INICIAL-EXIT
033600     END-IF.
033700     OPEN OUTPUT FISCAL.
033800     IF ST-FISCAL NOT = "00"
033900         DISPLAY "CLICERT: ERROR ABRIENDO CLIFISC.DAT - ST="
034000             ST-FISCAL
034100         CLOSE MOVHIST CLIENTES CERTIF
034200         MOVE 99 TO RETURN-CODE
034300         GO TO 1000-INICIAL-EXIT
034400     END-IF.
034500     OPEN OUTPUT RPTCERT.
034600     IF ST-RPTCERT NOT = "00"
034700         DISPLAY "CLICERT: ERROR ABRIENDO CLICERT.RPT - ST="
034800             ST-RPTCERT
034900         CLOSE MOVHIST CLIENTES CERTIF FISCAL
035000         MOVE 99 TO RETURN-CODE
035100         GO TO 1000-INICIAL-EXIT
035200     END-IF.
035300     MOVE "N" TO DL360-SW-CATALOGO.
035400     OPEN INPUT CPREF.
035500     IF ST-CPREF = "00"
035600         MOVE "S" TO DL360-SW-CATALOGO
035700     END-IF.
035800     MOVE SPACES TO REG-FISCAL.
035900     MOVE "H" TO FIS-TIPO-REG.
036000     MOVE DL360-EJERCICIO TO FIS-ENC-EJERCICIO.
036100     MOVE "CLIENTES" TO FIS-ENC-SISTEMA.
036200     MOVE DL360-FECHA-GEN TO FIS-ENC-FECHA-GEN.
036300     MOVE DL360-HORA-GEN TO FIS-ENC-HORA-GEN.
036400     WRITE REG-FISCAL.
036500     IF ST-FISCAL NOT = "00"
036600         ADD 1 TO DL360-CTA-ERRORES
036700     END-IF.
036800     MOVE DL360-EJERCICIO TO ENC-EJERCICIO.
036900     MOVE DL360-LINEA-ENCABEZADO TO LIN-RPTCERT.
037000     WRITE LIN-RPTCERT.
037100     MOVE DL360-LINEA-COLUMNAS TO LIN-RPTCERT.
037200     WRITE LIN-RPTCERT.
037300 1000-INICIAL-EXIT.
037400     EXIT.
037500
037600******************************************************************
037700* 1100-LEER-FECHA-NEGOCIO - El ejercicio sale de la fecha de
037800*                           negocio de CliFecha.ctl, no del
037900*                           reloj: el corte de anio puede correr
038000*                           ya entrado enero. Sin control se usa
038100*                           la fecha de maquina.
038200******************************************************************
038300 1100-LEER-FECHA-NEGOCIO.
038400     MOVE ZERO TO DL360-FECHA-HOY.
038500     OPEN INPUT FECHACTL.
038600     IF ST-FECHACTL = "00" OR ST-FECHACTL = "05"
038700         IF ST-FECHACTL = "00"
038800             READ FECHACTL
038900                 AT END
039000                     CONTINUE
039100             END-READ
039200             IF ST-FECHACTL = "00"
039300                 AND FEC-NEGOCIO IS NUMERIC
039400                 MOVE FEC-NEGOCIO TO DL360-FECHA-HOY
039500             END-IF
039600         END-IF
039700         CLOSE FECHACTL
039800     END-IF.
039900     IF DL360-FECHA-HOY = ZERO
040000         ACCEPT DL360-FECHA-HOY FROM DATE YYYYMMDD
040100     END-IF.
040200 1100-LEER-FECHA-NEGOCIO-EXIT.
040300     EXIT.
040400
040500******************************************************************
040600* 2000-SELECCIONAR-INTERES - Pasa al SORT solo los movimientos
040700*                            de origen INTERES aplicados en el
040800*                            ejercicio.
040900******************************************************************
041000 2000-SELECCIONAR-INTERES.
041100     PERFORM 2100-LEER-HISTORIA THRU 2100-LEER-HISTORIA-EXIT
041200         UNTIL FIN-ARCHIVO.
041300
041400 2100-LEER-HISTORIA.
041500     READ MOVHIST
041600         AT END
041700             MOVE "S" TO DL360-SW-FIN-ARCHIVO
041800             GO TO 2100-LEER-HISTORIA-EXIT
041900     END-READ.
042000     ADD 1 TO DL360-CTA-LEIDOS.
042100     IF MH-ORIGEN = "INTERES"
042200         AND MH-FECHA-APLICACION(1:4) = DL360-EJERCICIO
042300         ADD 1 TO DL360-CTA-INTERES
042400         MOVE MH-CLI-ID TO WRK-CLI-ID
042500         MOVE MH-FECHA-APLICACION(5:2) TO WRK-MES
042600         MOVE MH-TIPO TO WRK-TIPO
042700         MOVE MH-IMPORTE TO WRK-IMPORTE
042800         RELEASE WRK-REG-CERT
042900     END-IF.
043000 2100-LEER-HISTORIA-EXIT.
043100     EXIT.
043200
043300******************************************************************
043400* 3000-EMITIR-CONSTANCIAS - Corte por cliente: acumula el
043500*                           desglose mensual y al cambiar de
043600*                           cliente emite su constancia.
043700******************************************************************
043800 3000-EMITIR-CONSTANCIAS.
043900     MOVE "N" TO DL360-SW-FIN-SORT.
044000     PERFORM 3100-DEVOLVER-MOVIMIENTO
044100         THRU 3100-DEVOLVER-MOVIMIENTO-EXIT
044200         UNTIL FIN-SORT.
044300     IF GRUPO-ABIERTO
044400         PERFORM 3300-CERRAR-CLIENTE THRU 3300-CERRAR-CLIENTE-EXIT
044500     END-IF.
044600
044700 3100-DEVOLVER-MOVIMIENTO.
044800     RETURN WRKCERT
044900         AT END
045000             MOVE "S" TO DL360-SW-FIN-SORT
045100             GO TO 3100-DEVOLVER-MOVIMIENTO-EXIT
045200     END-RETURN.
045300     IF GRUPO-ABIERTO
045400         AND WRK-CLI-ID NOT = DL360-CLIENTE-ACTUAL
045500         PERFORM 3300-CERRAR-CLIENTE THRU 3300-CERRAR-CLIENTE-EXIT
045600     END-IF.
045700     IF NOT GRUPO-ABIERTO
045800         PERFORM 3200-ABRIR-CLIENTE THRU 3200-ABRIR-CLIENTE-EXIT
045900     END-IF.
046000     IF WRK-MES < 1 OR WRK-MES > 12
046100         GO TO 3100-DEVOLVER-MOVIMIENTO-EXIT
046200     END-IF.
046300     IF WRK-TIPO = "C"
046400         ADD 1 TO DL360-MES-CARGOS(WRK-MES)
046500         ADD 1 TO DL360-CARGOS
046600         ADD WRK-IMPORTE TO DL360-MES-IMPORTE(WRK-MES)
046700         ADD WRK-IMPORTE TO DL360-INTERES
046800     ELSE
046900         SUBTRACT WRK-IMPORTE FROM DL360-MES-IMPORTE(WRK-MES)
047000         SUBTRACT WRK-IMPORTE FROM DL360-INTERES
047100     END-IF.
047200 3100-DEVOLVER-MOVIMIENTO-EXIT.
047300     EXIT.
047400
047500 3200-ABRIR-CLIENTE.
047600     MOVE "S" TO DL360-SW-GRUPO.
047700     MOVE WRK-CLI-ID TO DL360-CLIENTE-ACTUAL.
047800     MOVE ZERO TO DL360-INTERES DL360-CARGOS.
047900     PERFORM 3250-LIMPIAR-MES THRU 3250-LIMPIAR-MES-EXIT
048000         VARYING DL360-IDX FROM 1 BY 1 UNTIL DL360-IDX > 12.
048100 3200-ABRIR-CLIENTE-EXIT.
048200     EXIT.
048300
048400 3250-LIMPIAR-MES.
048500     MOVE ZERO TO DL360-MES-CARGOS(DL360-IDX)
048600         DL360-MES-IMPORTE(DL360-IDX).
048700 3250-LIMPIAR-MES-EXIT.
048800     EXIT.
048900
049000******************************************************************
049100* 3300-CERRAR-CLIENTE - Un cliente sin interes neto en el
049200*                       ejercicio (todo reversado) no lleva
049300*                       constancia ni linea fiscal; solo queda
049400*                       en el control. El resto recibe su
049500*                       constancia y su linea en CliFisc.dat.
049600******************************************************************
049700 3300-CERRAR-CLIENTE.
049800     MOVE "N" TO DL360-SW-GRUPO.
049900     MOVE "N" TO DL360-SW-EXISTE.
050000     MOVE SPACES TO DL360-OBSERVACION.
050100     MOVE DL360-CLIENTE-ACTUAL TO CLI-ID.
050200     READ CLIENTES
050300         INVALID KEY
050400             MOVE SPACES TO REG-CLIENTES
050500             MOVE DL360-CLIENTE-ACTUAL TO CLI-ID
050600             MOVE "(NO EXISTE EN CLIENTES)" TO DL360-NOMBRE
050700         NOT INVALID KEY
050800             MOVE "S" TO DL360-SW-EXISTE
050900             IF CATEGORIA-EMPRESA
051000                 AND CLI-RAZONSOCIAL NOT = SPACES
051100                 MOVE CLI-RAZONSOCIAL TO DL360-NOMBRE
051200             ELSE
051300                 MOVE CLI-NOMBRE TO DL360-NOMBRE
051400             END-IF
051500     END-READ.
051600     IF DL360-INTERES NOT > ZERO
051700         ADD 1 TO DL360-CTA-SIN-NETO
051800         MOVE "SIN INTERES NETO" TO DL360-OBSERVACION
051900         PERFORM 3500-LINEA-CONTROL THRU 3500-LINEA-CONTROL-EXIT
052000         GO TO 3300-CERRAR-CLIENTE-EXIT
052100     END-IF.
052200     IF NOT CLIENTE-EXISTE
052300         ADD 1 TO DL360-CTA-NO-EXISTE
052400         MOVE "NO EXISTE" TO DL360-OBSERVACION
052500     ELSE
052600     IF CLI-RFC = SPACES
052700         MOVE "SIN RFC" TO DL360-OBSERVACION
052800     END-IF
052900     END-IF.
053000     IF CLI-RFC = SPACES
053100         ADD 1 TO DL360-CTA-SIN-RFC
053200     END-IF.
053300     PERFORM 3400-IMPRIMIR-CONSTANCIA
053400         THRU 3400-IMPRIMIR-CONSTANCIA-EXIT.
053500     MOVE SPACES TO REG-FISCAL.
053600     MOVE "D" TO FIS-TIPO-REG.
053700     MOVE DL360-EJERCICIO TO FIS-DET-EJERCICIO.
053800     MOVE DL360-CLIENTE-ACTUAL TO FIS-DET-CLI-ID.
053900     MOVE CLI-RFC TO FIS-DET-RFC.
054000     MOVE CLI-CATEGORIA TO FIS-DET-CATEGORIA.
054100     MOVE DL360-NOMBRE(1:50) TO FIS-DET-NOMBRE.
054200     MOVE DL360-INTERES TO FIS-DET-INTERES.
054300     MOVE DL360-CARGOS TO FIS-DET-CARGOS.
054400     WRITE REG-FISCAL.
054500     IF ST-FISCAL NOT = "00"
054600         ADD 1 TO DL360-CTA-ERRORES
054700         DISPLAY "CLICERT: NO SE GRABO LA LINEA FISCAL DE "
054800             DL360-CLIENTE-ACTUAL " ST=" ST-FISCAL
054900     END-IF.
055000     ADD 1 TO DL360-CTA-CERTIFICADOS.
055100     ADD DL360-INTERES TO DL360-TOT-INTERES.
055200     PERFORM 3500-LINEA-CONTROL THRU 3500-LINEA-CONTROL-EXIT.
055300 3300-CERRAR-CLIENTE-EXIT.
055400     EXIT.
055500
055600 3400-IMPRIMIR-CONSTANCIA.
055700     MOVE DL360-CER-CORTE TO LIN-CERTIF.
055800     WRITE LIN-CERTIF.
055900     MOVE DL360-EJERCICIO TO CER-EJERCICIO.
056000     MOVE DL360-CER-TITULO TO LIN-CERTIF.
056100     WRITE LIN-CERTIF.
056200     MOVE SPACES TO LIN-CERTIF.
056300     WRITE LIN-CERTIF.
056400     MOVE DL360-CLIENTE-ACTUAL TO CER-CLI-ID.
056500     IF CLI-RFC = SPACES
056600         MOVE "(SIN CAPTURAR)" TO CER-RFC
056700     ELSE
056800         MOVE CLI-RFC TO CER-RFC
056900     END-IF.
057000     MOVE DL360-FECHA-HOY TO CER-FECHA.
057100     MOVE DL360-CER-CLIENTE TO LIN-CERTIF.
057200     WRITE LIN-CERTIF.
057300     MOVE DL360-NOMBRE TO LIN-CERTIF.
057400     WRITE LIN-CERTIF.
057500     IF CLIENTE-EXISTE
057600         MOVE CLI-DIRECCION TO LIN-CERTIF
057700         WRITE LIN-CERTIF
057800         PERFORM 3450-IMPRIMIR-LOCALIDAD
057900             THRU 3450-IMPRIMIR-LOCALIDAD-EXIT
058000     END-IF.
058100     MOVE SPACES TO LIN-CERTIF.
058200     WRITE LIN-CERTIF.
058300     MOVE DL360-CER-TEXTO-1 TO LIN-CERTIF.
058400     WRITE LIN-CERTIF.
058500     MOVE DL360-CER-TEXTO-2 TO LIN-CERTIF.
058600     WRITE LIN-CERTIF.
058700     MOVE SPACES TO LIN-CERTIF.
058800     WRITE LIN-CERTIF.
058900     MOVE DL360-CER-COLUMNAS TO LIN-CERTIF.
059000     WRITE LIN-CERTIF.
059100     PERFORM 3480-IMPRIMIR-MES THRU 3480-IMPRIMIR-MES-EXIT
059200         VARYING DL360-IDX FROM 1 BY 1 UNTIL DL360-IDX > 12.
059300     MOVE DL360-CARGOS TO CER-TOT-CARGOS.
059400     MOVE DL360-INTERES TO CER-TOT-IMPORTE.
059500     MOVE DL360-CER-TOTAL TO LIN-CERTIF.
059600     WRITE LIN-CERTIF.
059700     MOVE SPACES TO LIN-CERTIF.
059800     WRITE LIN-CERTIF.
059900 3400-IMPRIMIR-CONSTANCIA-EXIT.
060000     EXIT.
060100
060200 3450-IMPRIMIR-LOCALIDAD.
060300     MOVE CLI-DIRPOST TO CER-DIRPOST.
060400     MOVE SPACES TO CER-LOCALIDAD CER-ESTADO.
060500     IF CATALOGO-CP-DISPONIBLE
060600         AND CLI-DIRPOST-BASE IS NUMERIC
060700         MOVE CLI-DIRPOST-BASE TO CP-CODIGO
060800         READ CPREF
060900             INVALID KEY
061000                 MOVE "(NO CATALOGADO)" TO CER-LOCALIDAD
061100             NOT INVALID KEY
061200                 MOVE CP-LOCALIDAD TO CER-LOCALIDAD
061300                 MOVE CP-ESTADO TO CER-ESTADO
061400         END-READ
061500     END-IF.
061600     MOVE DL360-CER-LOCALIDAD TO LIN-CERTIF.
061700     WRITE LIN-CERTIF.
061800 3450-IMPRIMIR-LOCALIDAD-EXIT.
061900     EXIT.
062000
062100 3480-IMPRIMIR-MES.
062200     MOVE DL360-NOMBRE-MES(DL360-IDX) TO CER-NOMBRE-MES.
062300     MOVE DL360-MES-CARGOS(DL360-IDX) TO CER-CARGOS.
062400     MOVE DL360-MES-IMPORTE(DL360-IDX) TO CER-IMPORTE.
062500     MOVE DL360-CER-MES TO LIN-CERTIF.
062600     WRITE LIN-CERTIF.
062700 3480-IMPRIMIR-MES-EXIT.
062800     EXIT.
062900
063000 3500-LINEA-CONTROL.
063100     MOVE SPACES TO DL360-LINEA-DETALLE.
063200     MOVE DL360-CLIENTE-ACTUAL TO DET-CLI-ID.
063300     MOVE CLI-RFC TO DET-RFC.
063400     MOVE DL360-NOMBRE(1:40) TO DET-NOMBRE.
063500     MOVE DL360-CARGOS TO DET-CARGOS.
063600     MOVE DL360-INTERES TO DET-INTERES.
063700     MOVE DL360-OBSERVACION TO DET-OBSERVACION.
063800     MOVE DL360-LINEA-DETALLE TO LIN-RPTCERT.
063900     WRITE LIN-RPTCERT.
064000 3500-LINEA-CONTROL-EXIT.
064100     EXIT.
064200
064300******************************************************************
064400* 4000-FINAL - Trailer de CliFisc.dat, totales de control y
064500*              cierre. RC=4 si el ejercicio no trajo intereses;
064600*              RC=16 si alguna linea de CliFisc.dat no se grabo
064700*              (el archivo no se debe entregar).
064800******************************************************************
064900 4000-FINAL.
065000     MOVE SPACES TO REG-FISCAL.
065100     MOVE "T" TO FIS-TIPO-REG.
065200     MOVE DL360-EJERCICIO TO FIS-TRL-EJERCICIO.
065300     MOVE DL360-CTA-CERTIFICADOS TO FIS-TRL-REGISTROS.
065400     MOVE DL360-TOT-INTERES TO FIS-TRL-INTERES.
065500     MOVE DL360-CTA-SIN-RFC TO FIS-TRL-SIN-RFC.
065600     WRITE REG-FISCAL.
065700     IF ST-FISCAL NOT = "00"
065800         ADD 1 TO DL360-CTA-ERRORES
065900     END-IF.
066000     MOVE SPACES TO LIN-RPTCERT.
066100     WRITE LIN-RPTCERT.
066200     MOVE SPACES TO DL360-LINEA-TOTAL.
066300     MOVE "MOVS. DE INTERES    :" TO TOT-ETIQUETA.
066400     MOVE DL360-CTA-INTERES TO TOT-CANTIDAD.
066500     MOVE DL360-LINEA-TOTAL TO LIN-RPTCERT.
066600     WRITE LIN-RPTCERT.
066700     MOVE SPACES TO DL360-LINEA-TOTAL.
066800     MOVE "CONSTANCIAS EMITIDAS:" TO TOT-ETIQUETA.
066900     MOVE DL360-CTA-CERTIFICADOS TO TOT-CANTIDAD.
067000     MOVE DL360-TOT-INTERES TO TOT-IMPORTE.
067100     MOVE DL360-LINEA-TOTAL TO LIN-RPTCERT.
067200     WRITE LIN-RPTCERT.
067300     MOVE SPACES TO DL360-LINEA-TOTAL.
067400     MOVE "  SIN RFC           :" TO TOT-ETIQUETA.
067500     MOVE DL360-CTA-SIN-RFC TO TOT-CANTIDAD.
067600     MOVE DL360-LINEA-TOTAL TO LIN-RPTCERT.
067700     WRITE LIN-RPTCERT.
067800     MOVE SPACES TO DL360-LINEA-TOTAL.
067900     MOVE "  NO EN CLIENTES    :" TO TOT-ETIQUETA.
068000     MOVE DL360-CTA-NO-EXISTE TO TOT-CANTIDAD.
068100     MOVE DL360-LINEA-TOTAL TO LIN-RPTCERT.
068200     WRITE LIN-RPTCERT.
068300     MOVE SPACES TO DL360-LINEA-TOTAL.
068400     MOVE "SIN INTERES NETO    :" TO TOT-ETIQUETA.
068500     MOVE DL360-CTA-SIN-NETO TO TOT-CANTIDAD.
068600     MOVE DL360-LINEA-TOTAL TO LIN-RPTCERT.
068700     WRITE LIN-RPTCERT.
068800     CLOSE MOVHIST CLIENTES CERTIF FISCAL RPTCERT.
068900     IF CATALOGO-CP-DISPONIBLE
069000         CLOSE CPREF
069100     END-IF.
069200     DISPLAY "CLICERT: EJERCICIO            : " DL360-EJERCICIO.
069300     DISPLAY "CLICERT: MOVIMIENTOS LEIDOS   : " DL360-CTA-LEIDOS.
069400     DISPLAY "CLICERT: MOVS. DE INTERES     : "
069500         DL360-CTA-INTERES.
069600     DISPLAY "CLICERT: CONSTANCIAS EMITIDAS : "
069700         DL360-CTA-CERTIFICADOS.
069800     DISPLAY "CLICERT: CONSTANCIAS SIN RFC  : "
069900         DL360-CTA-SIN-RFC.
070000     IF DL360-CTA-ERRORES > 0
070100         DISPLAY "CLICERT: ERRORES EN CLIFISC.DAT: "
070200             DL360-CTA-ERRORES
070300         MOVE 16 TO RETURN-CODE
070400     ELSE
070500     IF DL360-CTA-INTERES = ZERO
070600         MOVE 4 TO RETURN-CODE
070700     END-IF
070800     END-IF.
070900 4000-FINAL-EXIT.
071000     EXIT.
071100
071200 END PROGRAM CLICERT.
