000100******************************************************************
000200* PROGRAM-ID: CLIORDEN
000300* AUTHOR:     R. ESPINOZA - SISTEMAS ADMINISTRATIVOS
000400* INSTALLATION: DEPTO. DE SISTEMAS
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:    Generador de ordenes permanentes. Recorre
000800*             CliOrd.dat (capturado en "Inicio") y escribe en
000900*             CliMov.dat un movimiento por cada vencimiento de
001000*             una orden activa que ya llego a la fecha de
001100*             negocio de CliFecha.ctl. Un vencimiento en dia
001200*             inhabil (feriado de CliCal.dat o fin de semana)
001300*             sale el siguiente dia habil; si la propia fecha
001400*             de negocio figura feriado no se genera nada. La
001500*             MOV-REFERENCIA es "OP" + numero de orden + numero
001600*             de vencimiento, asi una reejecucion no puede
001700*             aplicarse dos veces en CLIPOST. Un vencimiento de
001800*             un cliente no activo se omite y la orden sigue con
001900*             el siguiente. El reporte CliOrden.rpt lista lo
002000*             generado, lo omitido y las ordenes terminadas.
002100*
002200* MODIFICATION HISTORY:
002300*   15/10/2026  RE   VERSION INICIAL.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. CLIORDEN.
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SPECIAL-NAMES.
003000     DECIMAL-POINT IS COMMA.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300
003400     SELECT OPTIONAL CLIENTES ASSIGN TO "./Hola.dat"
003500          ORGANIZATION INDEXED
003600          ACCESS MODE DYNAMIC
003700          RECORD KEY IS ID-CLIENTE
003800          ALTERNATE KEY CLI-NOMBRE WITH DUPLICATES
003900          ALTERNATE KEY CLI-TARJETA WITH DUPLICATES
004000          STATUS ST-FILE.
004100
004200     SELECT OPTIONAL ORDENES ASSIGN TO "./CliOrd.dat"
004300          ORGANIZATION INDEXED
004400          ACCESS MODE DYNAMIC
004500          RECORD KEY IS ORD-NUMERO
004600          ALTERNATE KEY ORD-CLI-ID WITH DUPLICATES
004700          STATUS ST-ORDENES.
004800
004900     SELECT MOVFILE ASSIGN TO "./CliMov.dat"
005000          ORGANIZATION LINE SEQUENTIAL
005100          STATUS ST-MOVFILE.
005200
005300     SELECT RPTORD ASSIGN TO "./CliOrden.rpt"
005400          ORGANIZATION LINE SEQUENTIAL
005500          STATUS ST-RPTORD.
005600
005700     SELECT OPTIONAL FECHACTL ASSIGN TO "./CliFecha.ctl"
005800          ORGANIZATION LINE SEQUENTIAL
005900          STATUS ST-FECHACTL.
006000
006100     SELECT OPTIONAL CALPROC ASSIGN TO "./CliCal.dat"
006200          ORGANIZATION LINE SEQUENTIAL
006300          STATUS ST-CALPROC.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700
006800 FD  CLIENTES.
006900
007000 COPY CLIREG.
007100
007200 FD  ORDENES.
007300
007400 COPY CLIORD.
007500
007600 FD  MOVFILE.
007700
007800 COPY CLIMOV.
007900
008000 FD  RPTORD
008100     RECORD CONTAINS 132 CHARACTERS.
008200 01  LIN-RPTORD               PIC X(132).
008300
008400 FD  FECHACTL.
008500 01  LIN-FECHACTL.
008600     05 FEC-NEGOCIO           PIC 9(08).
008700
008800******************************************************************
008900* Calendario de proceso de CLINOCHE: un renglon por dia habil en
009000* orden ascendente, F=feriado. Aqui solo interesa si la fecha de
009100* negocio es feriado y cual fue el dia habil anterior.
009200******************************************************************
009300 FD  CALPROC.
009400 01  REG-CALPROC.
009500     05 CAL-FECHA             PIC 9(08).
009600     05 CAL-TIPO              PIC X.
009700        88 CAL-FERIADO        VALUE "F".
009800
009900 WORKING-STORAGE SECTION.
010000
010100 77  ST-FILE                  PIC XX.
010200 77  ST-ORDENES               PIC XX.
010300 77  ST-MOVFILE               PIC XX.
010400 77  ST-RPTORD                PIC XX.
010500 77  ST-FECHACTL              PIC XX.
010600 77  ST-CALPROC               PIC XX.
010700
010800 01  DL570-SWITCHES.
010900     05 DL570-SW-FIN-ARCHIVO  PIC X VALUE "N".
011000        88 FIN-ARCHIVO        VALUE "S".
011100     05 DL570-SW-FIN-CAL      PIC X VALUE "N".
011200        88 FIN-CALENDARIO     VALUE "S".
011300     05 DL570-SW-FERIADO      PIC X VALUE "N".
011400        88 HOY-FERIADO        VALUE "S".
011500     05 DL570-SW-EXISTE       PIC X.
011600        88 CLIENTE-EXISTE     VALUE "S".
011700     05 DL570-SW-ERROR        PIC X VALUE "N".
011800        88 HUBO-ERROR         VALUE "S".
011900
012000 77  DL570-FECHA-NEGOCIO      PIC 9(08) VALUE ZERO.
012100 77  DL570-FECHA-ANTERIOR     PIC 9(08) VALUE ZERO.
012200 77  DL570-ENTERO             PIC 9(09) COMP.
012300 77  DL570-MESES              PIC 9(07) COMP.
012400 77  DL570-ANIO               PIC 9(04).
012500 77  DL570-MES                PIC 9(02).
012600 77  DL570-RESULTADO          PIC X(40).
012700
012800******************************************************************
012900* Fecha de trabajo del calculo de vencimientos: el dia de
013000* ORD-FECHA-INICIO se recorta al ultimo dia del mes destino
013100* (un 31 cae el 30 o el 28/29) sin perder el 31 en los meses
013200* siguientes, porque cada vencimiento se calcula desde el
013300* inicio y no desde el anterior.
013400******************************************************************
013500 01  DL570-FECHA-CALC.
013600     05 DL570-CALC-ANIO       PIC 9(04).
013700     05 DL570-CALC-MES        PIC 9(02).
013800     05 DL570-CALC-DIA        PIC 9(02).
013900 01  DL570-FECHA-CALC-N REDEFINES DL570-FECHA-CALC
014000                              PIC 9(08).
014100
014200 01  DL570-FECHA-FIN-MES.
014300     05 DL570-FMES-ANIO       PIC 9(04).
014400     05 DL570-FMES-MES        PIC 9(02).
014500     05 DL570-FMES-DIA        PIC 9(02).
014600 01  DL570-FECHA-FIN-MES-N REDEFINES DL570-FECHA-FIN-MES
014700                              PIC 9(08).
014800
014900 01  DL570-INICIO.
015000     05 DL570-INI-ANIO        PIC 9(04).
015100     05 DL570-INI-MES         PIC 9(02).
015200     05 DL570-INI-DIA         PIC 9(02).
015300
015400******************************************************************
015500* Referencia del movimiento: "OP" + orden + numero de
015600* vencimiento (ORD-OCURRENCIAS + 1). Depende solo de la orden y
015700* del vencimiento, nunca de la corrida.
015800******************************************************************
015900 01  DL570-REFERENCIA.
016000     05 FILLER                PIC X(02) VALUE "OP".
016100     05 DL570-REF-ORDEN       PIC 9(06).
016200     05 DL570-REF-VENCIMIENTO PIC 9(06).
016300
016400 01  DL570-CONTADORES.
016500     05 DL570-CTA-LEIDAS      PIC 9(07) COMP.
016600     05 DL570-CTA-VENCIDAS    PIC 9(07) COMP.
016700     05 DL570-CTA-GENERADOS   PIC 9(07) COMP.
016800     05 DL570-CTA-DEBITOS     PIC 9(07) COMP.
016900     05 DL570-CTA-CREDITOS    PIC 9(07) COMP.
017000     05 DL570-CTA-OMITIDOS    PIC 9(07) COMP.
017100     05 DL570-CTA-TERMINADAS  PIC 9(07) COMP.
017200     05 DL570-CTA-INVALIDAS   PIC 9(07) COMP.
017300
017400 01  DL570-TOTALES.
017500     05 DL570-TOT-DEBITOS     PIC S9(11)V9(3) COMP-3.
017600     05 DL570-TOT-CREDITOS    PIC S9(11)V9(3) COMP-3.
017700     05 DL570-TOT-OMITIDO     PIC S9(11)V9(3) COMP-3.
017800
017900 01  DL570-LINEA-ENCABEZADO.
018000     05 FILLER                PIC X(44)
018100        VALUE "ORDENES PERMANENTES GENERADAS - ".
018200     05 FILLER                PIC X(10) VALUE "CLIORDEN".
018300     05 FILLER                PIC X(06) VALUE " AL: ".
018400     05 ENC-FECHA             PIC 9(08).
018500     05 FILLER                PIC X(64) VALUE SPACES.
018600
018700 01  DL570-LINEA-ANTERIOR.
018800     05 FILLER                PIC X(26)
018900        VALUE "DIA HABIL ANTERIOR      : ".
019000     05 ANT-FECHA             PIC 9(08).
019100     05 FILLER                PIC X(98) VALUE SPACES.
019200
019300 01  DL570-LINEA-COLUMNAS.
019400     05 FILLER                PIC X(42)
019500        VALUE "ORDEN    CLI-ID  CTA  T          IMPORTE  ".
019600     05 FILLER                PIC X(47)
019700        VALUE "ORIGEN      VENCE     REFERENCIA      RESULTADO".
019800     05 FILLER                PIC X(43) VALUE SPACES.
019900
020000 01  DL570-LINEA-DETALLE.
020100     05 DET-ORDEN             PIC 9(06).
020200     05 FILLER                PIC X(02) VALUE SPACES.
020300     05 DET-CLI-ID            PIC ZZZZZZ9.
020400     05 FILLER                PIC X(02) VALUE SPACES.
020500     05 DET-CUENTA            PIC 9(03).
020600     05 FILLER                PIC X(02) VALUE SPACES.
020700     05 DET-TIPO              PIC X.
020800     05 FILLER                PIC X(02) VALUE SPACES.
020900     05 DET-IMPORTE           PIC ---.---.--9,999.
021000     05 FILLER                PIC X(02) VALUE SPACES.
021100     05 DET-ORIGEN            PIC X(10).
021200     05 FILLER                PIC X(02) VALUE SPACES.
021300     05 DET-VENCE             PIC 9(08).
021400     05 FILLER                PIC X(02) VALUE SPACES.
021500     05 DET-REFERENCIA        PIC X(14).
021600     05 FILLER                PIC X(02) VALUE SPACES.
021700     05 DET-RESULTADO         PIC X(40).
021800     05 FILLER                PIC X(12) VALUE SPACES.
021900
022000 01  DL570-LINEA-TOTAL.
022100     05 FILLER                PIC X(02) VALUE SPACES.
022200     05 TOT-ETIQUETA          PIC X(22).
022300     05 TOT-CANTIDAD          PIC ZZZZZZ9.
022400     05 FILLER                PIC X(02) VALUE SPACES.
022500     05 TOT-IMPORTE           PIC ---.---.---.--9,999.
022600     05 FILLER                PIC X(80) VALUE SPACES.
022700
022800 PROCEDURE DIVISION.
022900
023000 0000-MAINLINE.
023100     PERFORM 1000-INICIAL THRU 1000-INICIAL-EXIT.
023200     IF RETURN-CODE = 0
023300         MOVE "N" TO DL570-SW-FIN-ARCHIVO
023400         PERFORM 2000-PROCESAR-ORDEN THRU 2000-PROCESAR-ORDEN-EXIT
023500             UNTIL FIN-ARCHIVO
023600         PERFORM 4000-FINAL THRU 4000-FINAL-EXIT
023700     END-IF.
023800     GOBACK.
023900
024000******************************************************************
024100* 1000-INICIAL - Fecha de negocio, calendario y apertura. Sin
024200*                CliOrd.dat o en un dia feriado no hay nada que
024300*                generar (RC=4); el reporte se abre primero para
024350*                que quede constancia con su encabezado.
024400******************************************************************
024500 1000-INICIAL.
024600     MOVE 0 TO RETURN-CODE.
024700     MOVE ZERO TO DL570-CTA-LEIDAS DL570-CTA-VENCIDAS
024800         DL570-CTA-GENERADOS DL570-CTA-DEBITOS
024900         DL570-CTA-CREDITOS DL570-CTA-OMITIDOS
025000         DL570-CTA-TERMINADAS DL570-CTA-INVALIDAS
025100         DL570-TOT-DEBITOS DL570-TOT-CREDITOS
025200         DL570-TOT-OMITIDO.
025300     PERFORM 1100-LEER-FECHA-NEGOCIO
025400         THRU 1100-LEER-FECHA-NEGOCIO-EXIT.
025500     PERFORM 1200-LEER-CALENDARIO
025600         THRU 1200-LEER-CALENDARIO-EXIT.
025700     OPEN OUTPUT RPTORD.
025710     IF ST-RPTORD NOT = "00"
025720         DISPLAY "CLIORDEN: ERROR ABRIENDO CliOrden.rpt - ST="
025730             ST-RPTORD
025740         MOVE 99 TO RETURN-CODE
025750         GO TO 1000-INICIAL-EXIT
025760     END-IF.
025770     MOVE DL570-FECHA-NEGOCIO TO ENC-FECHA.
025780     MOVE DL570-LINEA-ENCABEZADO TO LIN-RPTORD.
025790     WRITE LIN-RPTORD.
025800     MOVE DL570-FECHA-ANTERIOR TO ANT-FECHA.
025810     MOVE DL570-LINEA-ANTERIOR TO LIN-RPTORD.
025820     WRITE LIN-RPTORD.
025830     MOVE SPACES TO LIN-RPTORD.
025840     WRITE LIN-RPTORD.
025850     IF HOY-FERIADO
025860         DISPLAY "CLIORDEN: " DL570-FECHA-NEGOCIO " ES FERIADO "
025870             "EN CliCal.dat - SE GENERA EL SIGUIENTE DIA HABIL"
025880         MOVE "FECHA DE NEGOCIO FERIADO - NADA GENERADO"
025890             TO LIN-RPTORD
025900         WRITE LIN-RPTORD
025910         CLOSE RPTORD
025920         MOVE 4 TO RETURN-CODE
025930         GO TO 1000-INICIAL-EXIT
025940     END-IF.
025950     OPEN I-O ORDENES.
025960     IF ST-ORDENES = "05"
025970         CLOSE ORDENES
025980         DISPLAY "CLIORDEN: NO HAY CliOrd.dat - NADA QUE GENERAR"
025990         MOVE "SIN CliOrd.dat - NADA GENERADO" TO LIN-RPTORD
026000         WRITE LIN-RPTORD
026010         CLOSE RPTORD
026020         MOVE 4 TO RETURN-CODE
026030         GO TO 1000-INICIAL-EXIT
026040     END-IF.
026050     IF ST-ORDENES NOT = "00"
026060         DISPLAY "CLIORDEN: ERROR ABRIENDO CliOrd.dat - ST="
026070             ST-ORDENES
026080         CLOSE RPTORD
026090         MOVE 99 TO RETURN-CODE
026100         GO TO 1000-INICIAL-EXIT
026110     END-IF.
026120     OPEN INPUT CLIENTES.
026130     IF ST-FILE NOT = "00" AND ST-FILE NOT = "05"
026140         DISPLAY "CLIORDEN: ERROR ABRIENDO CLIENTES - ST=" ST-FILE
026150         CLOSE ORDENES RPTORD
026160         MOVE 99 TO RETURN-CODE
026170         GO TO 1000-INICIAL-EXIT
026180     END-IF.
026190     OPEN EXTEND MOVFILE.
026200     IF ST-MOVFILE = "35"
026210         OPEN OUTPUT MOVFILE
026220     END-IF.
026230     IF ST-MOVFILE NOT = "00" AND ST-MOVFILE NOT = "05"
026240         DISPLAY "CLIORDEN: ERROR ABRIENDO CliMov.dat - ST="
026250             ST-MOVFILE
026260         CLOSE ORDENES CLIENTES RPTORD
026270         MOVE 99 TO RETURN-CODE
026280         GO TO 1000-INICIAL-EXIT
026290     END-IF.
026300     MOVE DL570-LINEA-COLUMNAS TO LIN-RPTORD.
026310     WRITE LIN-RPTORD.
031200 1000-INICIAL-EXIT.
031300     EXIT.
031400
031500******************************************************************
031600* 1100-LEER-FECHA-NEGOCIO - Fecha de negocio de CliFecha.ctl
031700*                           (CLINOCHE); sin control se usa la
031800*                           fecha de maquina.
031900******************************************************************
032000 1100-LEER-FECHA-NEGOCIO.
032100     MOVE ZERO TO DL570-FECHA-NEGOCIO.
032200     OPEN INPUT FECHACTL.
032300     IF ST-FECHACTL = "00" OR ST-FECHACTL = "05"
032400         IF ST-FECHACTL = "00"
032500             READ FECHACTL
032600                 AT END
032700                     CONTINUE
032800             END-READ
032900             IF ST-FECHACTL = "00"
033000                 AND FEC-NEGOCIO IS NUMERIC
033100                 MOVE FEC-NEGOCIO TO DL570-FECHA-NEGOCIO
033200             END-IF
033300         END-IF
033400         CLOSE FECHACTL
033500     END-IF.
033600     IF DL570-FECHA-NEGOCIO = ZERO
033700         ACCEPT DL570-FECHA-NEGOCIO FROM DATE YYYYMMDD
033800     END-IF.
033900 1100-LEER-FECHA-NEGOCIO-EXIT.
034000     EXIT.
034100
034200******************************************************************
034300* 1200-LEER-CALENDARIO - Busca la fecha de negocio en CliCal.dat
034400*                        y el ultimo dia habil (no feriado)
034500*                        anterior a ella. Sin calendario no hay
034600*                        feriados y el anterior queda en cero:
034700*                        todo lo vencido sale igual, solo que el
034800*                        reporte no distingue lo atrasado.
034900******************************************************************
035000 1200-LEER-CALENDARIO.
035100     MOVE "N" TO DL570-SW-FERIADO DL570-SW-FIN-CAL.
035200     MOVE ZERO TO DL570-FECHA-ANTERIOR.
035300     OPEN INPUT CALPROC.
035400     IF ST-CALPROC = "05"
035500         CLOSE CALPROC
035600         DISPLAY "CLIORDEN: AVISO: SIN CliCal.dat - SIN FERIADOS"
035700         GO TO 1200-LEER-CALENDARIO-EXIT
035800     END-IF.
035900     IF ST-CALPROC NOT = "00"
036000         DISPLAY "CLIORDEN: AVISO: SIN CliCal.dat - SIN FERIADOS"
036100         GO TO 1200-LEER-CALENDARIO-EXIT
036200     END-IF.
036300     PERFORM 1210-LEER-DIA-CALENDARIO
036400         THRU 1210-LEER-DIA-CALENDARIO-EXIT
036500         UNTIL FIN-CALENDARIO.
036600     CLOSE CALPROC.
036700 1200-LEER-CALENDARIO-EXIT.
036800     EXIT.
036900
037000 1210-LEER-DIA-CALENDARIO.
037100     READ CALPROC
037200         AT END
037300             MOVE "S" TO DL570-SW-FIN-CAL
037400     END-READ.
037500     IF FIN-CALENDARIO
037600         GO TO 1210-LEER-DIA-CALENDARIO-EXIT
037700     END-IF.
037800     IF CAL-FECHA > DL570-FECHA-NEGOCIO
037900         MOVE "S" TO DL570-SW-FIN-CAL
038000         GO TO 1210-LEER-DIA-CALENDARIO-EXIT
038100     END-IF.
038200     IF CAL-FECHA = DL570-FECHA-NEGOCIO
038300         IF CAL-FERIADO
038400             MOVE "S" TO DL570-SW-FERIADO
038500         END-IF
038600     ELSE
038700         IF NOT CAL-FERIADO
038800             MOVE CAL-FECHA TO DL570-FECHA-ANTERIOR
038900         END-IF
039000     END-IF.
039100 1210-LEER-DIA-CALENDARIO-EXIT.
039200     EXIT.
039300
039400******************************************************************
039500* 2000-PROCESAR-ORDEN - Una orden de CliOrd.dat: si esta activa
039600*                       y ya vencio, se procesan todos sus
039700*                       vencimientos hasta la fecha de negocio.
039800******************************************************************
039900 2000-PROCESAR-ORDEN.
040000     READ ORDENES NEXT RECORD
040100         AT END
040200             MOVE "S" TO DL570-SW-FIN-ARCHIVO
040300     END-READ.
040400     IF FIN-ARCHIVO
040500         GO TO 2000-PROCESAR-ORDEN-EXIT
040600     END-IF.
040700     ADD 1 TO DL570-CTA-LEIDAS.
040800     IF NOT ORD-ACTIVA
040900         GO TO 2000-PROCESAR-ORDEN-EXIT
041000     END-IF.
041100     IF ORD-PROX-VENCIMIENTO > DL570-FECHA-NEGOCIO
041200         GO TO 2000-PROCESAR-ORDEN-EXIT
041300     END-IF.
041400     IF NOT ORD-TIPO-VALIDO
041500         OR NOT ORD-FRECUENCIA-VALIDA
041600         OR ORD-IMPORTE NOT > ZERO
041700         ADD 1 TO DL570-CTA-INVALIDAS
041800         MOVE "NO GENERADA - ORDEN CON DATOS INVALIDOS"
041900             TO DL570-RESULTADO
042000         PERFORM 2700-IMPRIMIR-DETALLE
042100             THRU 2700-IMPRIMIR-DETALLE-EXIT
042200         GO TO 2000-PROCESAR-ORDEN-EXIT
042300     END-IF.
042400     PERFORM 2100-LEER-CLIENTE THRU 2100-LEER-CLIENTE-EXIT.
042500     PERFORM 2200-PROCESAR-VENCIMIENTO
042600         THRU 2200-PROCESAR-VENCIMIENTO-EXIT
042700         UNTIL ORD-PROX-VENCIMIENTO > DL570-FECHA-NEGOCIO
042800             OR NOT ORD-ACTIVA
042900             OR HUBO-ERROR.
043000     IF HUBO-ERROR
043100         MOVE "S" TO DL570-SW-FIN-ARCHIVO
043200     END-IF.
043300 2000-PROCESAR-ORDEN-EXIT.
043400     EXIT.
043500
043600 2100-LEER-CLIENTE.
043700     MOVE "N" TO DL570-SW-EXISTE.
043800     MOVE ORD-CLI-ID TO CLI-ID.
043900     READ CLIENTES
044000         INVALID KEY
044100             GO TO 2100-LEER-CLIENTE-EXIT
044200     END-READ.
044300     MOVE "S" TO DL570-SW-EXISTE.
044400 2100-LEER-CLIENTE-EXIT.
044500     EXIT.
044600
044700******************************************************************
044800* 2200-PROCESAR-VENCIMIENTO - Genera u omite el vencimiento en
044900*                             curso, avanza la orden al
045000*                             siguiente y la regraba. Si el
045100*                             movimiento no se pudo escribir la
045200*                             orden no se toca y la corrida se
045300*                             corta (RC=16).
045400******************************************************************
045500 2200-PROCESAR-VENCIMIENTO.
045600     ADD 1 TO DL570-CTA-VENCIDAS.
045700     COMPUTE DL570-REF-VENCIMIENTO = ORD-OCURRENCIAS + 1.
045800     MOVE ORD-NUMERO TO DL570-REF-ORDEN.
045900     IF NOT CLIENTE-EXISTE
046000         ADD 1 TO DL570-CTA-OMITIDOS
046100         ADD ORD-IMPORTE TO DL570-TOT-OMITIDO
046200         MOVE "OMITIDA - CLIENTE NO EXISTE" TO DL570-RESULTADO
046300         PERFORM 2700-IMPRIMIR-DETALLE
046400             THRU 2700-IMPRIMIR-DETALLE-EXIT
046500     ELSE
046600     IF NOT ESTADO-ACTIVO
046700         ADD 1 TO DL570-CTA-OMITIDOS
046800         ADD ORD-IMPORTE TO DL570-TOT-OMITIDO
046900         MOVE SPACES TO DL570-RESULTADO
047000         STRING "OMITIDA - CLIENTE NO ACTIVO (" DELIMITED BY SIZE
047100             CLI-ESTADO DELIMITED BY SIZE
047200             ")" DELIMITED BY SIZE
047300             INTO DL570-RESULTADO
047400         PERFORM 2700-IMPRIMIR-DETALLE
047500             THRU 2700-IMPRIMIR-DETALLE-EXIT
047600     ELSE
047700         PERFORM 2300-GENERAR-MOVIMIENTO
047800             THRU 2300-GENERAR-MOVIMIENTO-EXIT
047900         IF HUBO-ERROR
048000             GO TO 2200-PROCESAR-VENCIMIENTO-EXIT
048100         END-IF
048200     END-IF
048300     END-IF.
048400     ADD 1 TO ORD-OCURRENCIAS.
048500     PERFORM 2500-CALCULAR-VENCIMIENTO
048600         THRU 2500-CALCULAR-VENCIMIENTO-EXIT.
048700     PERFORM 2400-VERIFICAR-FIN THRU 2400-VERIFICAR-FIN-EXIT.
048800     PERFORM 2600-GRABAR-ORDEN THRU 2600-GRABAR-ORDEN-EXIT.
048900 2200-PROCESAR-VENCIMIENTO-EXIT.
049000     EXIT.
049100
049200******************************************************************
049300* 2300-GENERAR-MOVIMIENTO - Escribe el movimiento en CliMov.dat
049400*                           con la fecha de negocio como fecha
049500*                           de aplicacion.
049600******************************************************************
049700 2300-GENERAR-MOVIMIENTO.
049800     MOVE SPACES TO REG-MOV.
049900     MOVE ORD-CLI-ID TO MOV-CLI-ID.
050000     MOVE DL570-FECHA-NEGOCIO TO MOV-FECHA.
050100     MOVE ORD-TIPO TO MOV-TIPO.
050200     MOVE ORD-IMPORTE TO MOV-IMPORTE.
050300     MOVE ORD-ORIGEN TO MOV-ORIGEN.
050400     MOVE DL570-REFERENCIA TO MOV-REFERENCIA.
050500     IF ORD-CUENTA IS NUMERIC AND ORD-CUENTA > 0
050600         MOVE ORD-CUENTA TO MOV-CUENTA
050700     ELSE
050800         MOVE 1 TO MOV-CUENTA
050900     END-IF.
051000     WRITE REG-MOV.
051100     IF ST-MOVFILE NOT = "00"
051200         DISPLAY "CLIORDEN: ERROR GRABANDO CliMov.dat - ST="
051300             ST-MOVFILE " ORDEN " ORD-NUMERO
051400         MOVE "S" TO DL570-SW-ERROR
051500         MOVE "ERROR AL GRABAR EN CliMov.dat" TO DL570-RESULTADO
051600         PERFORM 2700-IMPRIMIR-DETALLE
051700             THRU 2700-IMPRIMIR-DETALLE-EXIT
051800         GO TO 2300-GENERAR-MOVIMIENTO-EXIT
051900     END-IF.
052000     ADD 1 TO DL570-CTA-GENERADOS.
052100     ADD 1 TO ORD-CUOTAS-GENERADAS.
052200     IF MOV-DEBITO
052300         ADD 1 TO DL570-CTA-DEBITOS
052400         ADD ORD-IMPORTE TO DL570-TOT-DEBITOS
052500     ELSE
052600         ADD 1 TO DL570-CTA-CREDITOS
052700         ADD ORD-IMPORTE TO DL570-TOT-CREDITOS
052800     END-IF.
052900     MOVE DL570-FECHA-NEGOCIO TO ORD-ULT-GENERACION.
053000     MOVE DL570-REFERENCIA TO ORD-ULT-REFERENCIA.
053100     IF ORD-PROX-VENCIMIENTO = DL570-FECHA-NEGOCIO
053200         MOVE "GENERADA EN FECHA" TO DL570-RESULTADO
053300     ELSE
053400     IF ORD-PROX-VENCIMIENTO > DL570-FECHA-ANTERIOR
053500         MOVE "GENERADA - VENCIA EN DIA INHABIL"
053600             TO DL570-RESULTADO
053700     ELSE
053800         MOVE "GENERADA - VENCIMIENTO ATRASADO"
053900             TO DL570-RESULTADO
054000     END-IF
054100     END-IF.
054200     PERFORM 2700-IMPRIMIR-DETALLE
054250         THRU 2700-IMPRIMIR-DETALLE-EXIT.
054300 2300-GENERAR-MOVIMIENTO-EXIT.
054400     EXIT.
054500
054600******************************************************************
054700* 2400-VERIFICAR-FIN - La orden termina al completar sus cuotas
054800*                      o cuando el siguiente vencimiento ya pasa
054900*                      de su fecha fin.
055000******************************************************************
055100 2400-VERIFICAR-FIN.
055200     IF ORD-CUOTAS > 0
055300         AND ORD-CUOTAS-GENERADAS NOT < ORD-CUOTAS
055400         MOVE "TERMINADA - CUOTAS COMPLETAS" TO DL570-RESULTADO
055500     ELSE
055600     IF ORD-FECHA-FIN > 0
055700         AND ORD-PROX-VENCIMIENTO > ORD-FECHA-FIN
055800         MOVE "TERMINADA - FECHA FIN ALCANZADA"
055900             TO DL570-RESULTADO
056000     ELSE
056100         GO TO 2400-VERIFICAR-FIN-EXIT
056200     END-IF
056300     END-IF.
056400     MOVE "T" TO ORD-ESTADO.
056500     MOVE DL570-FECHA-NEGOCIO TO ORD-FECHA-BAJA.
056600     ADD 1 TO DL570-CTA-TERMINADAS.
056700     PERFORM 2700-IMPRIMIR-DETALLE
056750         THRU 2700-IMPRIMIR-DETALLE-EXIT.
056800 2400-VERIFICAR-FIN-EXIT.
056900     EXIT.
057000
057100******************************************************************
057200* 2500-CALCULAR-VENCIMIENTO - ORD-PROX-VENCIMIENTO = vencimiento
057300*                             numero ORD-OCURRENCIAS (el primero
057400*                             es el cero, ORD-FECHA-INICIO),
057500*                             siempre contado desde el inicio.
057600******************************************************************
057700 2500-CALCULAR-VENCIMIENTO.
057800     MOVE ORD-FECHA-INICIO TO DL570-INICIO.
057900     IF ORD-SEMANAL OR ORD-QUINCENAL
058000         COMPUTE DL570-ENTERO =
058100             FUNCTION INTEGER-OF-DATE(ORD-FECHA-INICIO)
058200         IF ORD-SEMANAL
058300             COMPUTE DL570-ENTERO = DL570-ENTERO
058400                 + (7 * ORD-OCURRENCIAS)
058500         ELSE
058600             COMPUTE DL570-ENTERO = DL570-ENTERO
058700                 + (14 * ORD-OCURRENCIAS)
058800         END-IF
058900         COMPUTE ORD-PROX-VENCIMIENTO =
059000             FUNCTION DATE-OF-INTEGER(DL570-ENTERO)
059100         GO TO 2500-CALCULAR-VENCIMIENTO-EXIT
059200     END-IF.
059300     IF ORD-MENSUAL
059400         MOVE ORD-OCURRENCIAS TO DL570-MESES
059500     ELSE
059600     IF ORD-TRIMESTRAL
059700         COMPUTE DL570-MESES = 3 * ORD-OCURRENCIAS
059800     ELSE
059900         COMPUTE DL570-MESES = 12 * ORD-OCURRENCIAS
060000     END-IF
060100     END-IF.
060200     COMPUTE DL570-MESES = DL570-MESES + (DL570-INI-ANIO * 12)
060300         + DL570-INI-MES - 1.
060400     DIVIDE DL570-MESES BY 12 GIVING DL570-ANIO
060500         REMAINDER DL570-MES.
060600     MOVE DL570-ANIO TO DL570-CALC-ANIO.
060700     COMPUTE DL570-CALC-MES = DL570-MES + 1.
060800     MOVE DL570-INI-DIA TO DL570-CALC-DIA.
060900*    Ultimo dia del mes destino: el dia anterior al primero del
061000*    mes siguiente.
061100     IF DL570-CALC-MES = 12
061200         COMPUTE DL570-FMES-ANIO = DL570-CALC-ANIO + 1
061300         MOVE 1 TO DL570-FMES-MES
061400     ELSE
061500         MOVE DL570-CALC-ANIO TO DL570-FMES-ANIO
061600         COMPUTE DL570-FMES-MES = DL570-CALC-MES + 1
061700     END-IF.
061800     MOVE 1 TO DL570-FMES-DIA.
061900     COMPUTE DL570-ENTERO =
062000         FUNCTION INTEGER-OF-DATE(DL570-FECHA-FIN-MES-N) - 1.
062100     COMPUTE DL570-FECHA-FIN-MES-N =
062200         FUNCTION DATE-OF-INTEGER(DL570-ENTERO).
062300     IF DL570-CALC-DIA > DL570-FMES-DIA
062400         MOVE DL570-FMES-DIA TO DL570-CALC-DIA
062500     END-IF.
062600     MOVE DL570-FECHA-CALC-N TO ORD-PROX-VENCIMIENTO.
062700 2500-CALCULAR-VENCIMIENTO-EXIT.
062800     EXIT.
062900
063000 2600-GRABAR-ORDEN.
063100     MOVE DL570-FECHA-NEGOCIO TO ORD-ULT-FECHA-CAMBIO.
063200     ACCEPT ORD-ULT-HORA-CAMBIO FROM TIME.
063300     MOVE "CLIORDEN" TO ORD-ULT-USUARIO.
063400     REWRITE REG-ORDEN
063500         INVALID KEY
063600             DISPLAY "CLIORDEN: ERROR REGRABANDO ORDEN "
063700                 ORD-NUMERO " - ST=" ST-ORDENES
063800             MOVE "S" TO DL570-SW-ERROR
063900     END-REWRITE.
064000 2600-GRABAR-ORDEN-EXIT.
064100     EXIT.
064200
064300******************************************************************
064400* 2700-IMPRIMIR-DETALLE - Un renglon del reporte con la orden,
064500*                         el vencimiento en curso y el
064600*                         resultado en DL570-RESULTADO.
064700******************************************************************
064800 2700-IMPRIMIR-DETALLE.
064900     MOVE ORD-NUMERO TO DET-ORDEN.
065000     MOVE ORD-CLI-ID TO DET-CLI-ID.
065100     MOVE ORD-CUENTA TO DET-CUENTA.
065200     MOVE ORD-TIPO TO DET-TIPO.
065300     MOVE ORD-IMPORTE TO DET-IMPORTE.
065400     MOVE ORD-ORIGEN TO DET-ORIGEN.
065500     MOVE ORD-PROX-VENCIMIENTO TO DET-VENCE.
065600     IF DL570-RESULTADO(1:8) = "GENERADA"
065700         MOVE DL570-REFERENCIA TO DET-REFERENCIA
065800     ELSE
065900         MOVE SPACES TO DET-REFERENCIA
066000     END-IF.
066100     MOVE DL570-RESULTADO TO DET-RESULTADO.
066200     MOVE DL570-LINEA-DETALLE TO LIN-RPTORD.
066300     WRITE LIN-RPTORD.
066400 2700-IMPRIMIR-DETALLE-EXIT.
066500     EXIT.
066600
066700******************************************************************
066800* 4000-FINAL - Totales y cierre. RC=4 si algun vencimiento se
066900*              omitio o alguna orden quedo sin generar por datos
067000*              invalidos; RC=16 si no se pudo grabar.
067100******************************************************************
067200 4000-FINAL.
067300     CLOSE ORDENES CLIENTES MOVFILE.
067400     MOVE SPACES TO LIN-RPTORD.
067500     WRITE LIN-RPTORD.
067600     MOVE SPACES TO DL570-LINEA-TOTAL.
067700     MOVE "ORDENES LEIDAS      :" TO TOT-ETIQUETA.
067800     MOVE DL570-CTA-LEIDAS TO TOT-CANTIDAD.
067900     MOVE DL570-LINEA-TOTAL TO LIN-RPTORD.
068000     WRITE LIN-RPTORD.
068100     MOVE SPACES TO DL570-LINEA-TOTAL.
068200     MOVE "VENCIMIENTOS        :" TO TOT-ETIQUETA.
068300     MOVE DL570-CTA-VENCIDAS TO TOT-CANTIDAD.
068400     MOVE DL570-LINEA-TOTAL TO LIN-RPTORD.
068500     WRITE LIN-RPTORD.
068600     MOVE SPACES TO DL570-LINEA-TOTAL.
068700     MOVE "  DEBITOS GENERADOS :" TO TOT-ETIQUETA.
068800     MOVE DL570-CTA-DEBITOS TO TOT-CANTIDAD.
068900     MOVE DL570-TOT-DEBITOS TO TOT-IMPORTE.
069000     MOVE DL570-LINEA-TOTAL TO LIN-RPTORD.
069100     WRITE LIN-RPTORD.
069200     MOVE SPACES TO DL570-LINEA-TOTAL.
069300     MOVE "  CREDITOS GENERADOS:" TO TOT-ETIQUETA.
069400     MOVE DL570-CTA-CREDITOS TO TOT-CANTIDAD.
069500     MOVE DL570-TOT-CREDITOS TO TOT-IMPORTE.
069600     MOVE DL570-LINEA-TOTAL TO LIN-RPTORD.
069700     WRITE LIN-RPTORD.
069800     MOVE SPACES TO DL570-LINEA-TOTAL.
069900     MOVE "  OMITIDOS          :" TO TOT-ETIQUETA.
070000     MOVE DL570-CTA-OMITIDOS TO TOT-CANTIDAD.
070100     MOVE DL570-TOT-OMITIDO TO TOT-IMPORTE.
070200     MOVE DL570-LINEA-TOTAL TO LIN-RPTORD.
070300     WRITE LIN-RPTORD.
070400     MOVE SPACES TO DL570-LINEA-TOTAL.
070500     MOVE "ORDENES TERMINADAS  :" TO TOT-ETIQUETA.
070600     MOVE DL570-CTA-TERMINADAS TO TOT-CANTIDAD.
070700     MOVE DL570-LINEA-TOTAL TO LIN-RPTORD.
070800     WRITE LIN-RPTORD.
070900     MOVE SPACES TO DL570-LINEA-TOTAL.
071000     MOVE "ORDENES INVALIDAS   :" TO TOT-ETIQUETA.
071100     MOVE DL570-CTA-INVALIDAS TO TOT-CANTIDAD.
071200     MOVE DL570-LINEA-TOTAL TO LIN-RPTORD.
071300     WRITE LIN-RPTORD.
071400     IF HUBO-ERROR
071500         MOVE "*** ERROR DE GRABACION: CORRIDA INCOMPLETA - "
071600             TO LIN-RPTORD
071700         MOVE "REEJECUTAR EL PASO" TO LIN-RPTORD(47:18)
071800         WRITE LIN-RPTORD
071900     END-IF.
072000     CLOSE RPTORD.
072100     DISPLAY "CLIORDEN: ORDENES LEIDAS      : " DL570-CTA-LEIDAS.
072200     DISPLAY "CLIORDEN: MOVIMIENTOS GENERADOS: "
072300         DL570-CTA-GENERADOS.
072400     DISPLAY "CLIORDEN: VENCIMIENTOS OMITIDOS: "
072500         DL570-CTA-OMITIDOS.
072600     DISPLAY "CLIORDEN: ORDENES TERMINADAS  : "
072700         DL570-CTA-TERMINADAS.
072800     IF HUBO-ERROR
072900         MOVE 16 TO RETURN-CODE
073000     ELSE
073100     IF DL570-CTA-OMITIDOS > 0 OR DL570-CTA-INVALIDAS > 0
073200         MOVE 4 TO RETURN-CODE
073300     END-IF
073400     END-IF.
073500 4000-FINAL-EXIT.
073600     EXIT.
073700
073800 END PROGRAM CLIORDEN.
