000100******************************************************************
000200* PROGRAM-ID: CLIFILTR
000300* AUTHOR:     R. ESPINOZA - SISTEMAS ADMINISTRATIVOS
000400* INSTALLATION: DEPTO. DE SISTEMAS
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:    Filtro de CliMov.dat antes de CLIPOST. Retiene en
000800*             CliRet.dat, en vez de dejarlos en el feed, los
000900*             movimientos cuyo importe pasa el umbral de la
001000*             CLI-CATEGORIA del cliente, y todos los de un
001100*             cliente que en la ventana pasa el maximo de
001200*             movimientos o de importe del dia (CliFilt.ctl).
001300*             No se filtran los movimientos ya autorizados
001400*             (AJUSTE de CLIAJUST, CASTIGO de CLICAST), el
001500*             INTERES de CLIINTER, los que CLIPOST va a rechazar
001600*             de todos modos (tipo o importe invalido, cliente
001700*             inexistente) ni los que un supervisor ya libero
001800*             en CLIRETEN. El reporte CliFilt.rpt lista lo
001900*             retenido con la regla y el motivo. CliMov.dat se
002000*             reescribe desde un temporal solo si todo se grabo.
002100*
002200* MODIFICATION HISTORY:
002300*   15/10/2026  RE   VERSION INICIAL.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. CLIFILTR.
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
004200     SELECT MOVFILE ASSIGN TO "./CliMov.dat"
004300          ORGANIZATION LINE SEQUENTIAL
004400          STATUS ST-MOVFILE.
004500
004600     SELECT FILTWK ASSIGN TO "./CliMovFlt.tmp"
004700          ORGANIZATION LINE SEQUENTIAL
004800          STATUS ST-FILTWK.
004900
005000     SELECT OPTIONAL RETENIDOS ASSIGN TO "./CliRet.dat"
005100          ORGANIZATION INDEXED
005200          ACCESS MODE DYNAMIC
005300          RECORD KEY IS RET-CLAVE
005400          ALTERNATE KEY RET-REFERENCIA WITH DUPLICATES
005500          STATUS ST-RETENIDOS.
005600
005700     SELECT OPTIONAL PARAMETROS ASSIGN TO "./CliFilt.ctl"
005800          ORGANIZATION LINE SEQUENTIAL
005900          STATUS ST-PARAMETROS.
006000
006100     SELECT RPTFILT ASSIGN TO "./CliFilt.rpt"
006200          ORGANIZATION LINE SEQUENTIAL
006300          STATUS ST-RPTFILT.
006400
006500     SELECT WRKFILT ASSIGN TO "./ClifiltrWk.tmp".
006600
006700     SELECT OPTIONAL FECHACTL ASSIGN TO "./CliFecha.ctl"
006800          ORGANIZATION LINE SEQUENTIAL
006900          STATUS ST-FECHACTL.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300
007400 FD  CLIENTES.
007500
007600 COPY CLIREG.
007700
007800 FD  MOVFILE.
007900
008000 COPY CLIMOV.
008100
008200 FD  FILTWK.
008300 01  REG-FILTWK               PIC X(56).
008400
008500 FD  RETENIDOS.
008600
008700 COPY CLIRET.
008800
008900******************************************************************
009000* Umbrales del filtro. Importes en pesos enteros; un valor en
009100* cero o no numerico toma el de omision.
009200******************************************************************
009300 FD  PARAMETROS.
009400 01  LIN-PARAMETROS.
009500     05 PRM-UMBRAL-INDIVIDUO  PIC 9(09).
009600     05 PRM-UMBRAL-EMPRESA    PIC 9(09).
009700     05 PRM-MAX-MOVS          PIC 9(03).
009800     05 PRM-MAX-IMPORTE       PIC 9(09).
009900
010000 FD  RPTFILT
010100     RECORD CONTAINS 132 CHARACTERS.
010200 01  LIN-RPTFILT              PIC X(132).
010300
010400 SD  WRKFILT.
010500 01  WRK-REG-FILT.
010600     05 WRK-CLI-ID            PIC 9(7).
010700     05 WRK-SECUENCIA         PIC 9(07).
010800     05 WRK-CLASE             PIC X.
010900     05 WRK-IMPORTE-ABS       PIC S9(9)V9(3).
011000     05 WRK-MOVIMIENTO        PIC X(56).
011100
011200 FD  FECHACTL.
011300 01  LIN-FECHACTL.
011400     05 FEC-NEGOCIO           PIC 9(08).
011500
011600 WORKING-STORAGE SECTION.
011700
011800 77  ST-FILE                  PIC XX.
011900 77  ST-MOVFILE               PIC XX.
012000 77  ST-FILTWK                PIC XX.
012100 77  ST-RETENIDOS             PIC XX.
012200 77  ST-PARAMETROS            PIC XX.
012300 77  ST-RPTFILT               PIC XX.
012400 77  ST-FECHACTL              PIC XX.
012500
012600 01  DL580-SWITCHES.
012700     05 DL580-SW-FIN-ARCHIVO  PIC X VALUE "N".
012800        88 FIN-ARCHIVO        VALUE "S".
012900     05 DL580-SW-FIN-SORT     PIC X VALUE "N".
013000        88 FIN-SORT           VALUE "S".
013100     05 DL580-SW-FIN-REF      PIC X VALUE "N".
013200        88 FIN-REFERENCIA     VALUE "S".
013300     05 DL580-SW-GRUPO        PIC X VALUE "N".
013400        88 GRUPO-ABIERTO      VALUE "S".
013500     05 DL580-SW-EXISTE       PIC X.
013600        88 CLIENTE-EXISTE     VALUE "S".
013700     05 DL580-SW-ERROR        PIC X VALUE "N".
013800        88 HUBO-ERROR         VALUE "S".
013900     05 DL580-SW-HALLADO      PIC X.
014000        88 YA-LIBERADO        VALUE "L".
014100        88 YA-RETENIDO        VALUE "P".
014110     05 DL580-SW-FEED         PIC X VALUE "N".
014120        88 FEED-TRUNCADO      VALUE "S".
014200
014300******************************************************************
014400* Valores de omision si CliFilt.ctl no existe o trae ceros.
014500* El maximo de movimientos no pasa del tamanio de la tabla del
014600* grupo (DL580-GRUPO).
014700******************************************************************
014800 77  DL580-UMBRAL-INDIVIDUO   PIC 9(09) VALUE 50000.
014900 77  DL580-UMBRAL-EMPRESA     PIC 9(09) VALUE 500000.
015000 77  DL580-MAX-MOVS           PIC 9(03) VALUE 10.
015100 77  DL580-MAX-IMPORTE        PIC 9(09) VALUE 1000000.
015200
015300 77  DL580-FECHA-NEGOCIO      PIC 9(08) VALUE ZERO.
015400 77  DL580-SECUENCIA          PIC 9(07) VALUE ZERO.
015500 77  DL580-ULT-SECUENCIA      PIC 9(06) VALUE ZERO.
015600 77  DL580-CLIENTE-ACTUAL     PIC 9(07) VALUE ZERO.
015700 77  DL580-CATEGORIA          PIC X.
015800 77  DL580-UMBRAL             PIC 9(09).
015900 77  DL580-REGLA              PIC X.
016000 77  DL580-REGLA-GRUPO        PIC X.
016100 77  DL580-IDX                PIC 9(04) COMP.
016200 77  DL580-GRP-MOVS           PIC 9(07) COMP.
016300 77  DL580-GRP-IMPORTE        PIC S9(11)V9(3) COMP-3.
016400 77  DL580-ED-CANTIDAD        PIC ZZZ9.
016500 77  DL580-ED-MAXIMO          PIC ZZ9.
016600 77  DL580-OBSERVACION        PIC X(40).
016700 77  DL580-MOVIMIENTO         PIC X(56).
016800
016900 01  DL580-CONTADORES.
017000     05 DL580-CTA-LEIDOS      PIC 9(07) COMP.
017100     05 DL580-CTA-NO-REVISADOS PIC 9(07) COMP.
017200     05 DL580-CTA-LIBERADOS   PIC 9(07) COMP.
017300     05 DL580-CTA-DUPLICADOS  PIC 9(07) COMP.
017400     05 DL580-CTA-PASADOS     PIC 9(07) COMP.
017500     05 DL580-CTA-DEVUELTOS   PIC 9(07) COMP.
017600     05 DL580-CTA-RET-UMBRAL  PIC 9(07) COMP.
017700     05 DL580-CTA-RET-CANTIDAD PIC 9(07) COMP.
017800     05 DL580-CTA-RET-MONTO   PIC 9(07) COMP.
017900     05 DL580-CTA-RETENIDOS   PIC 9(07) COMP.
018000
018100 77  DL580-TOT-RETENIDO       PIC S9(11)V9(3) COMP-3 VALUE ZERO.
018200
018300******************************************************************
018400* Movimientos del cliente en curso, en el orden del feed: la
018500* decision se toma al cerrar el cliente, cuando se conocen su
018600* cantidad e importe del dia. Lo que no cabe en la tabla ya
018700* pasa el maximo de movimientos y se retiene al llegar.
018800******************************************************************
018900 01  DL580-GRUPO.
019000     05 DL580-CTA-GRUPO       PIC 9(04) COMP VALUE ZERO.
019100     05 DL580-GRP-ENTRADA OCCURS 500 TIMES.
019200        10 GRP-CLASE          PIC X.
019300        10 GRP-IMPORTE-ABS    PIC S9(9)V9(3) COMP-3.
019400        10 GRP-MOVIMIENTO     PIC X(56).
019500
019600 01  DL580-LINEA-ENCABEZADO.
019700     05 FILLER                PIC X(44)
019800        VALUE "MOVIMIENTOS RETENIDOS ANTES DE CLIPOST - ".
019900     05 FILLER                PIC X(10) VALUE "CLIFILTR".
020000     05 FILLER                PIC X(06) VALUE " AL: ".
020100     05 ENC-FECHA             PIC 9(08).
020200     05 FILLER                PIC X(64) VALUE SPACES.
020300
020400 01  DL580-LINEA-UMBRALES.
020500     05 FILLER                PIC X(10) VALUE "UMBRAL I: ".
020600     05 UMB-INDIVIDUO         PIC ZZZ.ZZZ.ZZ9.
020700     05 FILLER                PIC X(12) VALUE "  UMBRAL E: ".
020800     05 UMB-EMPRESA           PIC ZZZ.ZZZ.ZZ9.
020900     05 FILLER                PIC X(17) VALUE "  MAX. MOVS/DIA: ".
021000     05 UMB-MAX-MOVS          PIC ZZ9.
021100     05 FILLER                PIC X(20)
021200        VALUE "  MAX. IMPORTE/DIA: ".
021300     05 UMB-MAX-IMPORTE       PIC ZZZ.ZZZ.ZZ9.
021400     05 FILLER                PIC X(37) VALUE SPACES.
021500
021600 01  DL580-LINEA-COLUMNAS.
021700     05 FILLER                PIC X(42)
021800        VALUE " CLI-ID  C  FECHA     T          IMPORTE  ".
021900     05 FILLER                PIC X(44)
022000        VALUE "ORIGEN      REFERENCIA      CTA  MOTIVO".
022100     05 FILLER                PIC X(46) VALUE SPACES.
022200
022300 01  DL580-LINEA-DETALLE.
022400     05 DET-CLI-ID            PIC ZZZZZZ9.
022500     05 FILLER                PIC X(02) VALUE SPACES.
022600     05 DET-CATEGORIA         PIC X.
022700     05 FILLER                PIC X(02) VALUE SPACES.
022800     05 DET-FECHA             PIC 9(08).
022900     05 FILLER                PIC X(02) VALUE SPACES.
023000     05 DET-TIPO              PIC X.
023100     05 FILLER                PIC X(02) VALUE SPACES.
023200     05 DET-IMPORTE           PIC ---.---.--9,999.
023300     05 FILLER                PIC X(02) VALUE SPACES.
023400     05 DET-ORIGEN            PIC X(10).
023500     05 FILLER                PIC X(02) VALUE SPACES.
023600     05 DET-REFERENCIA        PIC X(14).
023700     05 FILLER                PIC X(02) VALUE SPACES.
023800     05 DET-CUENTA            PIC 9(03).
023900     05 FILLER                PIC X(02) VALUE SPACES.
024000     05 DET-MOTIVO            PIC X(40).
024100     05 FILLER                PIC X(17) VALUE SPACES.
024200
024300 01  DL580-LINEA-TOTAL.
024400     05 FILLER                PIC X(02) VALUE SPACES.
024500     05 TOT-ETIQUETA          PIC X(22).
024600     05 TOT-CANTIDAD          PIC ZZZZZZ9.
024700     05 FILLER                PIC X(02) VALUE SPACES.
024800     05 TOT-IMPORTE           PIC ---.---.---.--9,999.
024900     05 FILLER                PIC X(80) VALUE SPACES.
025000
025100 PROCEDURE DIVISION.
025200
025300 0000-MAINLINE.
025400     PERFORM 1000-INICIAL THRU 1000-INICIAL-EXIT.
025500     IF RETURN-CODE = 0
025600         SORT WRKFILT
025700             ON ASCENDING KEY WRK-CLI-ID
025800             ON ASCENDING KEY WRK-SECUENCIA
025900             INPUT PROCEDURE IS 2000-CLASIFICAR-FEED
026000             OUTPUT PROCEDURE IS 3000-FILTRAR-CLIENTES
026100         PERFORM 4000-FINAL THRU 4000-FINAL-EXIT
026200     END-IF.
026300     GOBACK.
026400
026500******************************************************************
026600* 1000-INICIAL - Fecha de negocio, umbrales y apertura. Sin
026700*                CliMov.dat no hay nada que filtrar (RC=4) y
026800*                CLIPOST lo dira igual.
026900******************************************************************
027000 1000-INICIAL.
027100     MOVE 0 TO RETURN-CODE.
027200     MOVE ZERO TO DL580-CTA-LEIDOS DL580-CTA-NO-REVISADOS
027300         DL580-CTA-LIBERADOS DL580-CTA-DUPLICADOS
027400         DL580-CTA-PASADOS DL580-CTA-DEVUELTOS
027500         DL580-CTA-RET-UMBRAL DL580-CTA-RET-CANTIDAD
027600         DL580-CTA-RET-MONTO DL580-CTA-RETENIDOS.
027700     PERFORM 1100-LEER-FECHA-NEGOCIO
027800         THRU 1100-LEER-FECHA-NEGOCIO-EXIT.
027900     PERFORM 1200-LEER-PARAMETROS
028000         THRU 1200-LEER-PARAMETROS-EXIT.
028100     OPEN INPUT MOVFILE.
028200     IF ST-MOVFILE = "35"
028300         DISPLAY "CLIFILTR: NO HAY CliMov.dat - NADA QUE FILTRAR"
028400         MOVE 4 TO RETURN-CODE
028500         GO TO 1000-INICIAL-EXIT
028600     END-IF.
028700     IF ST-MOVFILE NOT = "00"
028800         DISPLAY "CLIFILTR: ERROR ABRIENDO CLIMOV.DAT - ST="
028900             ST-MOVFILE
029000         MOVE 99 TO RETURN-CODE
029100         GO TO 1000-INICIAL-EXIT
029200     END-IF.
029300     OPEN INPUT CLIENTES.
029400     IF ST-FILE NOT = "00" AND ST-FILE NOT = "05"
029500         DISPLAY "CLIFILTR: ERROR ABRIENDO CLIENTES - ST=" ST-FILE
029600         CLOSE MOVFILE
029700         MOVE 99 TO RETURN-CODE
029800         GO TO 1000-INICIAL-EXIT
029900     END-IF.
030000     OPEN I-O RETENIDOS.
030100     IF ST-RETENIDOS NOT = "00" AND ST-RETENIDOS NOT = "05"
030200         DISPLAY "CLIFILTR: ERROR ABRIENDO CLIRET.DAT - ST="
030300             ST-RETENIDOS
030400         CLOSE MOVFILE CLIENTES
030500         MOVE 99 TO RETURN-CODE
030600         GO TO 1000-INICIAL-EXIT
030700     END-IF.
030800     OPEN OUTPUT FILTWK.
030900     IF ST-FILTWK NOT = "00"
031000         DISPLAY "CLIFILTR: ERROR ABRIENDO CliMovFlt.tmp - ST="
031100             ST-FILTWK
031200         CLOSE MOVFILE CLIENTES RETENIDOS
031300         MOVE 99 TO RETURN-CODE
031400         GO TO 1000-INICIAL-EXIT
031500     END-IF.
031600     OPEN OUTPUT RPTFILT.
031700     IF ST-RPTFILT NOT = "00"
031800         DISPLAY "CLIFILTR: ERROR ABRIENDO CLIFILT.RPT - ST="
031900             ST-RPTFILT
032000         CLOSE MOVFILE CLIENTES RETENIDOS FILTWK
032100         MOVE 99 TO RETURN-CODE
032200         GO TO 1000-INICIAL-EXIT
032300     END-IF.
032400     PERFORM 1300-ULTIMA-SECUENCIA
032500         THRU 1300-ULTIMA-SECUENCIA-EXIT.
032600     MOVE DL580-FECHA-NEGOCIO TO ENC-FECHA.
032700     MOVE DL580-LINEA-ENCABEZADO TO LIN-RPTFILT.
032800     WRITE LIN-RPTFILT.
032900     MOVE DL580-UMBRAL-INDIVIDUO TO UMB-INDIVIDUO.
033000     MOVE DL580-UMBRAL-EMPRESA TO UMB-EMPRESA.
033100     MOVE DL580-MAX-MOVS TO UMB-MAX-MOVS.
033200     MOVE DL580-MAX-IMPORTE TO UMB-MAX-IMPORTE.
033300     MOVE DL580-LINEA-UMBRALES TO LIN-RPTFILT.
033400     WRITE LIN-RPTFILT.
033500     MOVE SPACES TO LIN-RPTFILT.
033600     WRITE LIN-RPTFILT.
033700     MOVE DL580-LINEA-COLUMNAS TO LIN-RPTFILT.
033800     WRITE LIN-RPTFILT.
033900 1000-INICIAL-EXIT.
034000     EXIT.
034100
034200******************************************************************
034300* 1100-LEER-FECHA-NEGOCIO - Fecha de negocio de CliFecha.ctl
034400*                           (CLINOCHE); sin control se usa la
034500*                           fecha de maquina.
034600******************************************************************
034700 1100-LEER-FECHA-NEGOCIO.
034800     MOVE ZERO TO DL580-FECHA-NEGOCIO.
034900     OPEN INPUT FECHACTL.
035000     IF ST-FECHACTL = "00" OR ST-FECHACTL = "05"
035100         IF ST-FECHACTL = "00"
035200             READ FECHACTL
035300                 AT END
035400                     CONTINUE
035500             END-READ
035600             IF ST-FECHACTL = "00"
035700                 AND FEC-NEGOCIO IS NUMERIC
035800                 MOVE FEC-NEGOCIO TO DL580-FECHA-NEGOCIO
035900             END-IF
036000         END-IF
036100         CLOSE FECHACTL
036200     END-IF.
036300     IF DL580-FECHA-NEGOCIO = ZERO
036400         ACCEPT DL580-FECHA-NEGOCIO FROM DATE YYYYMMDD
036500     END-IF.
036600 1100-LEER-FECHA-NEGOCIO-EXIT.
036700     EXIT.
036800
036900******************************************************************
037000* 1200-LEER-PARAMETROS - Umbrales de CliFilt.ctl; lo que falte
037100*                        o no sea numerico queda en el de
037200*                        omision.
037300******************************************************************
037400 1200-LEER-PARAMETROS.
037500     OPEN INPUT PARAMETROS.
037600     IF ST-PARAMETROS = "05"
037700         CLOSE PARAMETROS
037800         DISPLAY "CLIFILTR: SIN CliFilt.ctl - UMBRALES DE OMISION"
037900         GO TO 1200-LEER-PARAMETROS-EXIT
038000     END-IF.
038100     IF ST-PARAMETROS NOT = "00"
038200         DISPLAY "CLIFILTR: SIN CliFilt.ctl - UMBRALES DE OMISION"
038300         GO TO 1200-LEER-PARAMETROS-EXIT
038400     END-IF.
038500     READ PARAMETROS
038600         AT END
038700             MOVE ZERO TO LIN-PARAMETROS
038800     END-READ.
038900     IF PRM-UMBRAL-INDIVIDUO IS NUMERIC
039000         AND PRM-UMBRAL-INDIVIDUO > 0
039100         MOVE PRM-UMBRAL-INDIVIDUO TO DL580-UMBRAL-INDIVIDUO
039200     END-IF.
039300     IF PRM-UMBRAL-EMPRESA IS NUMERIC
039400         AND PRM-UMBRAL-EMPRESA > 0
039500         MOVE PRM-UMBRAL-EMPRESA TO DL580-UMBRAL-EMPRESA
039600     END-IF.
039700     IF PRM-MAX-MOVS IS NUMERIC AND PRM-MAX-MOVS > 0
039800         MOVE PRM-MAX-MOVS TO DL580-MAX-MOVS
039900     END-IF.
040000     IF DL580-MAX-MOVS > 500
040100         MOVE 500 TO DL580-MAX-MOVS
040200     END-IF.
040300     IF PRM-MAX-IMPORTE IS NUMERIC AND PRM-MAX-IMPORTE > 0
040400         MOVE PRM-MAX-IMPORTE TO DL580-MAX-IMPORTE
040500     END-IF.
040600     CLOSE PARAMETROS.
040700 1200-LEER-PARAMETROS-EXIT.
040800     EXIT.
040900
041000******************************************************************
041100* 1300-ULTIMA-SECUENCIA - Las retenciones del dia se numeran a
041200*                         partir de la ultima ya grabada, por si
041300*                         la ventana corre dos veces.
041400******************************************************************
041500 1300-ULTIMA-SECUENCIA.
041600     MOVE ZERO TO DL580-ULT-SECUENCIA.
041700     MOVE DL580-FECHA-NEGOCIO TO RET-FECHA-RETENCION.
041800     MOVE ZERO TO RET-SECUENCIA.
041900     START RETENIDOS KEY IS NOT < RET-CLAVE
042000         INVALID KEY
042100             GO TO 1300-ULTIMA-SECUENCIA-EXIT
042200     END-START.
042300     MOVE "N" TO DL580-SW-FIN-ARCHIVO.
042400     PERFORM 1310-LEER-RETENCION THRU 1310-LEER-RETENCION-EXIT
042500         UNTIL FIN-ARCHIVO.
042600     MOVE "N" TO DL580-SW-FIN-ARCHIVO.
042700 1300-ULTIMA-SECUENCIA-EXIT.
042800     EXIT.
042900
043000 1310-LEER-RETENCION.
043100     READ RETENIDOS NEXT RECORD
043200         AT END
043300             MOVE "S" TO DL580-SW-FIN-ARCHIVO
043400             GO TO 1310-LEER-RETENCION-EXIT
043500     END-READ.
043600     IF RET-FECHA-RETENCION NOT = DL580-FECHA-NEGOCIO
043700         MOVE "S" TO DL580-SW-FIN-ARCHIVO
043800     ELSE
043900         MOVE RET-SECUENCIA TO DL580-ULT-SECUENCIA
044000     END-IF.
044100 1310-LEER-RETENCION-EXIT.
044200     EXIT.
044300
044400******************************************************************
044500* 2000-CLASIFICAR-FEED - Cada movimiento entra al SORT por
044600*                        cliente y orden de llegada, marcado:
044700*                        S=sujeto a filtro, X=no se revisa,
044800*                        L=ya liberado por el supervisor. Si la
044900*                        referencia ya esta retenida y pendiente
045000*                        el movimiento sale del feed sin otra
045100*                        retencion.
045200******************************************************************
045300 2000-CLASIFICAR-FEED.
045400     MOVE "N" TO DL580-SW-FIN-ARCHIVO.
045500     PERFORM 2100-LEER-MOVIMIENTO THRU 2100-LEER-MOVIMIENTO-EXIT
045600         UNTIL FIN-ARCHIVO.
045700
045800 2100-LEER-MOVIMIENTO.
045900     READ MOVFILE
046000         AT END
046100             MOVE "S" TO DL580-SW-FIN-ARCHIVO
046200             GO TO 2100-LEER-MOVIMIENTO-EXIT
046300     END-READ.
046400     ADD 1 TO DL580-CTA-LEIDOS.
046500     ADD 1 TO DL580-SECUENCIA.
046600     MOVE MOV-CLI-ID TO WRK-CLI-ID.
046700     MOVE DL580-SECUENCIA TO WRK-SECUENCIA.
046800     MOVE REG-MOV TO WRK-MOVIMIENTO.
046900     MOVE ZERO TO WRK-IMPORTE-ABS.
047000     MOVE "S" TO WRK-CLASE.
047100     IF NOT MOV-TIPO-VALIDO OR MOV-IMPORTE IS NOT NUMERIC
047200         OR MOV-ORIGEN = "AJUSTE" OR MOV-ORIGEN = "CASTIGO"
047300         OR MOV-ORIGEN = "INTERES"
047400         MOVE "X" TO WRK-CLASE
047500         ADD 1 TO DL580-CTA-NO-REVISADOS
047600         RELEASE WRK-REG-FILT
047700         GO TO 2100-LEER-MOVIMIENTO-EXIT
047800     END-IF.
047900     IF MOV-IMPORTE < ZERO
048000         COMPUTE WRK-IMPORTE-ABS = ZERO - MOV-IMPORTE
048100     ELSE
048200         MOVE MOV-IMPORTE TO WRK-IMPORTE-ABS
048300     END-IF.
048400     PERFORM 2200-BUSCAR-RETENCION
048450         THRU 2200-BUSCAR-RETENCION-EXIT.
048500     IF YA-RETENIDO
048600         ADD 1 TO DL580-CTA-DUPLICADOS
048700         MOVE "YA RETENIDO PENDIENTE - SALE DEL FEED"
048800             TO DL580-OBSERVACION
048900         PERFORM 3700-LINEA-DETALLE THRU 3700-LINEA-DETALLE-EXIT
049000         GO TO 2100-LEER-MOVIMIENTO-EXIT
049100     END-IF.
049200     IF YA-LIBERADO
049300         MOVE "L" TO WRK-CLASE
049400         ADD 1 TO DL580-CTA-LIBERADOS
049500     END-IF.
049600     RELEASE WRK-REG-FILT.
049700 2100-LEER-MOVIMIENTO-EXIT.
049800     EXIT.
049900
050000******************************************************************
050100* 2200-BUSCAR-RETENCION - Busca la referencia del movimiento en
050200*                         CliRet.dat. Sin referencia (feed viejo
050300*                         capturado a mano) solo cuenta una
050400*                         liberacion del mismo movimiento exacto.
050500******************************************************************
050600 2200-BUSCAR-RETENCION.
050700     MOVE SPACE TO DL580-SW-HALLADO.
050800     MOVE MOV-REFERENCIA TO RET-REFERENCIA.
050900     START RETENIDOS KEY IS = RET-REFERENCIA
051000         INVALID KEY
051100             GO TO 2200-BUSCAR-RETENCION-EXIT
051200     END-START.
051300     MOVE "N" TO DL580-SW-FIN-REF.
051400     PERFORM 2210-LEER-REFERENCIA THRU 2210-LEER-REFERENCIA-EXIT
051500         UNTIL FIN-REFERENCIA.
051600 2200-BUSCAR-RETENCION-EXIT.
051700     EXIT.
051800
051900 2210-LEER-REFERENCIA.
052000     READ RETENIDOS NEXT RECORD
052100         AT END
052200             MOVE "S" TO DL580-SW-FIN-REF
052300             GO TO 2210-LEER-REFERENCIA-EXIT
052400     END-READ.
052500     IF RET-REFERENCIA NOT = MOV-REFERENCIA
052600         MOVE "S" TO DL580-SW-FIN-REF
052700         GO TO 2210-LEER-REFERENCIA-EXIT
052800     END-IF.
052900     IF MOV-REFERENCIA = SPACES
053000         IF RET-MOVIMIENTO = REG-MOV AND RET-LIBERADO
053100             MOVE "L" TO DL580-SW-HALLADO
053200             MOVE "S" TO DL580-SW-FIN-REF
053300         END-IF
053400         GO TO 2210-LEER-REFERENCIA-EXIT
053500     END-IF.
053600     IF RET-LIBERADO OR RET-PENDIENTE
053700         MOVE RET-ESTADO TO DL580-SW-HALLADO
053800         MOVE "S" TO DL580-SW-FIN-REF
053900     END-IF.
054000 2210-LEER-REFERENCIA-EXIT.
054100     EXIT.
054200
054300******************************************************************
054400* 3000-FILTRAR-CLIENTES - Corte por cliente: junta sus
054500*                         movimientos y al cerrar decide cuales
054600*                         pasan al feed y cuales se retienen.
054700******************************************************************
054800 3000-FILTRAR-CLIENTES.
054900     MOVE "N" TO DL580-SW-FIN-SORT.
055000     PERFORM 3100-DEVOLVER-MOVIMIENTO
055100         THRU 3100-DEVOLVER-MOVIMIENTO-EXIT
055200         UNTIL FIN-SORT.
055300     IF GRUPO-ABIERTO
055400         PERFORM 3300-CERRAR-CLIENTE THRU 3300-CERRAR-CLIENTE-EXIT
055500     END-IF.
055600
055700 3100-DEVOLVER-MOVIMIENTO.
055800     RETURN WRKFILT
055900         AT END
056000             MOVE "S" TO DL580-SW-FIN-SORT
056100             GO TO 3100-DEVOLVER-MOVIMIENTO-EXIT
056200     END-RETURN.
056300     IF GRUPO-ABIERTO
056400         AND WRK-CLI-ID NOT = DL580-CLIENTE-ACTUAL
056500         PERFORM 3300-CERRAR-CLIENTE THRU 3300-CERRAR-CLIENTE-EXIT
056600     END-IF.
056700     IF NOT GRUPO-ABIERTO
056800         PERFORM 3200-ABRIR-CLIENTE THRU 3200-ABRIR-CLIENTE-EXIT
056900     END-IF.
057000     IF WRK-CLASE = "S"
057100         ADD 1 TO DL580-GRP-MOVS
057200         ADD WRK-IMPORTE-ABS TO DL580-GRP-IMPORTE
057300     END-IF.
057400     IF DL580-CTA-GRUPO < 500
057500         ADD 1 TO DL580-CTA-GRUPO
057600         MOVE WRK-CLASE TO GRP-CLASE(DL580-CTA-GRUPO)
057700         MOVE WRK-IMPORTE-ABS TO GRP-IMPORTE-ABS(DL580-CTA-GRUPO)
057800         MOVE WRK-MOVIMIENTO TO GRP-MOVIMIENTO(DL580-CTA-GRUPO)
057900         GO TO 3100-DEVOLVER-MOVIMIENTO-EXIT
058000     END-IF.
058100     MOVE WRK-MOVIMIENTO TO DL580-MOVIMIENTO.
058200     IF WRK-CLASE = "S" AND CLIENTE-EXISTE
058300         MOVE "N" TO DL580-REGLA
058400         PERFORM 3500-RETENER THRU 3500-RETENER-EXIT
058500     ELSE
058600         PERFORM 3600-PASAR THRU 3600-PASAR-EXIT
058700     END-IF.
058800 3100-DEVOLVER-MOVIMIENTO-EXIT.
058900     EXIT.
059000
059100 3200-ABRIR-CLIENTE.
059200     MOVE "S" TO DL580-SW-GRUPO.
059300     MOVE WRK-CLI-ID TO DL580-CLIENTE-ACTUAL.
059400     MOVE ZERO TO DL580-CTA-GRUPO DL580-GRP-MOVS
059500         DL580-GRP-IMPORTE.
059600     MOVE "N" TO DL580-SW-EXISTE.
059700     MOVE SPACE TO DL580-CATEGORIA.
059800     MOVE WRK-CLI-ID TO CLI-ID.
059900     READ CLIENTES
060000         INVALID KEY
060100             CONTINUE
060200         NOT INVALID KEY
060300             MOVE "S" TO DL580-SW-EXISTE
060400             MOVE CLI-CATEGORIA TO DL580-CATEGORIA
060500     END-READ.
060600     IF CATEGORIA-EMPRESA AND CLIENTE-EXISTE
060700         MOVE DL580-UMBRAL-EMPRESA TO DL580-UMBRAL
060800     ELSE
060900         MOVE DL580-UMBRAL-INDIVIDUO TO DL580-UMBRAL
061000     END-IF.
061100 3200-ABRIR-CLIENTE-EXIT.
061200     EXIT.
061300
061400******************************************************************
061500* 3300-CERRAR-CLIENTE - Si el cliente paso el maximo de
061600*                       movimientos o de importe del dia se
061700*                       retienen todos sus movimientos sujetos;
061800*                       si no, solo los que pasan el umbral de su
061900*                       categoria. Un cliente inexistente no se
062000*                       retiene: CLIPOST lo rechaza.
062100******************************************************************
062200 3300-CERRAR-CLIENTE.
062300     MOVE "N" TO DL580-SW-GRUPO.
062400     MOVE SPACE TO DL580-REGLA-GRUPO.
062500     IF CLIENTE-EXISTE
062600         IF DL580-GRP-MOVS > DL580-MAX-MOVS
062700             MOVE "N" TO DL580-REGLA-GRUPO
062800         ELSE
062900         IF DL580-GRP-IMPORTE > DL580-MAX-IMPORTE
063000             MOVE "M" TO DL580-REGLA-GRUPO
063100         END-IF
063200         END-IF
063300     END-IF.
063400     PERFORM 3400-DECIDIR-MOVIMIENTO
063500         THRU 3400-DECIDIR-MOVIMIENTO-EXIT
063600         VARYING DL580-IDX FROM 1 BY 1
063700         UNTIL DL580-IDX > DL580-CTA-GRUPO.
063800 3300-CERRAR-CLIENTE-EXIT.
063900     EXIT.
064000
064100 3400-DECIDIR-MOVIMIENTO.
064200     MOVE GRP-MOVIMIENTO(DL580-IDX) TO DL580-MOVIMIENTO.
064300     IF GRP-CLASE(DL580-IDX) NOT = "S" OR NOT CLIENTE-EXISTE
064400         PERFORM 3600-PASAR THRU 3600-PASAR-EXIT
064500         GO TO 3400-DECIDIR-MOVIMIENTO-EXIT
064600     END-IF.
064700     IF DL580-REGLA-GRUPO NOT = SPACE
064800         MOVE DL580-REGLA-GRUPO TO DL580-REGLA
064900         PERFORM 3500-RETENER THRU 3500-RETENER-EXIT
065000         GO TO 3400-DECIDIR-MOVIMIENTO-EXIT
065100     END-IF.
065200     IF GRP-IMPORTE-ABS(DL580-IDX) > DL580-UMBRAL
065300         MOVE "U" TO DL580-REGLA
065400         PERFORM 3500-RETENER THRU 3500-RETENER-EXIT
065500     ELSE
065600         PERFORM 3600-PASAR THRU 3600-PASAR-EXIT
065700     END-IF.
065800 3400-DECIDIR-MOVIMIENTO-EXIT.
065900     EXIT.
066000
066100******************************************************************
066200* 3500-RETENER - Graba el movimiento de DL580-MOVIMIENTO en
066300*                CliRet.dat, pendiente de supervisor, con la
066400*                regla y el motivo. Si no se puede grabar, el
066500*                feed no se reescribe y el movimiento no se
066600*                pierde.
066700******************************************************************
066800 3500-RETENER.
066900     ADD 1 TO DL580-ULT-SECUENCIA.
067000     MOVE SPACES TO REG-RETENIDO.
067100     MOVE DL580-FECHA-NEGOCIO TO RET-FECHA-RETENCION.
067200     MOVE DL580-ULT-SECUENCIA TO RET-SECUENCIA.
067300     MOVE DL580-MOVIMIENTO TO RET-MOVIMIENTO.
067400     MOVE RET-MOV-REFERENCIA TO RET-REFERENCIA.
067500     MOVE DL580-CATEGORIA TO RET-CATEGORIA.
067600     MOVE DL580-REGLA TO RET-REGLA.
067700     EVALUATE TRUE
067800         WHEN RET-POR-CANTIDAD
067900             MOVE DL580-GRP-MOVS TO DL580-ED-CANTIDAD
068000             MOVE DL580-MAX-MOVS TO DL580-ED-MAXIMO
068100             STRING "CLIENTE CON " DL580-ED-CANTIDAD
068200                 " MOVS. EN EL DIA (MAX " DL580-ED-MAXIMO ")"
068300                 DELIMITED BY SIZE INTO RET-MOTIVO
068400             END-STRING
068500             ADD 1 TO DL580-CTA-RET-CANTIDAD
068600         WHEN RET-POR-MONTO
068700             MOVE "IMPORTE DEL CLIENTE EN EL DIA SOBRE MAX"
068800                 TO RET-MOTIVO
068900             ADD 1 TO DL580-CTA-RET-MONTO
069000         WHEN OTHER
069100             STRING "IMPORTE SOBRE UMBRAL DE CATEGORIA "
069200                 DL580-CATEGORIA
069300                 DELIMITED BY SIZE INTO RET-MOTIVO
069400             END-STRING
069500             ADD 1 TO DL580-CTA-RET-UMBRAL
069600     END-EVALUATE.
069700     MOVE ZERO TO RET-FECHA-DECISION.
069800     MOVE "P" TO RET-ESTADO.
069900     WRITE REG-RETENIDO
070000         INVALID KEY
070100             DISPLAY "CLIFILTR: NO SE PUDO RETENER "
070200                 RET-MOV-CLI-ID " " RET-REFERENCIA
070300                 " - ST=" ST-RETENIDOS
070400             MOVE "S" TO DL580-SW-ERROR
070500             GO TO 3500-RETENER-EXIT
070600     END-WRITE.
070700     ADD 1 TO DL580-CTA-RETENIDOS.
070800     IF RET-MOV-IMPORTE IS NUMERIC
070900         IF RET-MOV-IMPORTE < ZERO
071000             SUBTRACT RET-MOV-IMPORTE FROM DL580-TOT-RETENIDO
071100         ELSE
071200             ADD RET-MOV-IMPORTE TO DL580-TOT-RETENIDO
071300         END-IF
071400     END-IF.
071500     MOVE RET-MOTIVO TO DL580-OBSERVACION.
071600     PERFORM 3700-LINEA-DETALLE THRU 3700-LINEA-DETALLE-EXIT.
071700 3500-RETENER-EXIT.
071800     EXIT.
071900
072000 3600-PASAR.
072100     MOVE DL580-MOVIMIENTO TO REG-FILTWK.
072200     WRITE REG-FILTWK.
072300     IF ST-FILTWK NOT = "00"
072400         DISPLAY "CLIFILTR: ERROR GRABANDO CliMovFlt.tmp - ST="
072500             ST-FILTWK
072600         MOVE "S" TO DL580-SW-ERROR
072700         GO TO 3600-PASAR-EXIT
072800     END-IF.
072900     ADD 1 TO DL580-CTA-PASADOS.
073000 3600-PASAR-EXIT.
073100     EXIT.
073200
073300******************************************************************
073400* 3700-LINEA-DETALLE - Renglon del reporte con el movimiento de
073500*                      RET-MOVIMIENTO y DL580-OBSERVACION.
073600******************************************************************
073700 3700-LINEA-DETALLE.
073800     MOVE SPACES TO DL580-LINEA-DETALLE.
073900     MOVE RET-MOV-CLI-ID TO DET-CLI-ID.
074000     MOVE RET-CATEGORIA TO DET-CATEGORIA.
074100     MOVE RET-MOV-FECHA TO DET-FECHA.
074200     MOVE RET-MOV-TIPO TO DET-TIPO.
074300     IF RET-MOV-IMPORTE IS NUMERIC
074400         MOVE RET-MOV-IMPORTE TO DET-IMPORTE
074500     END-IF.
074600     MOVE RET-MOV-ORIGEN TO DET-ORIGEN.
074700     MOVE RET-MOV-REFERENCIA TO DET-REFERENCIA.
074800     IF RET-MOV-CUENTA IS NUMERIC
074900         MOVE RET-MOV-CUENTA TO DET-CUENTA
075000     END-IF.
075100     MOVE DL580-OBSERVACION TO DET-MOTIVO.
075200     MOVE DL580-LINEA-DETALLE TO LIN-RPTFILT.
075300     WRITE LIN-RPTFILT.
075400 3700-LINEA-DETALLE-EXIT.
075500     EXIT.
075600
075700******************************************************************
075800* 4000-FINAL - Si todo se grabo, CliMov.dat queda solo con lo
075900*              que pasa el filtro; totales y cierre. RC=4 si hubo
076000*              retenciones (CLIPOST sigue), RC=16 si algo no se
076100*              grabo y CLIPOST no corre: el feed queda intacto,
076150*              o incompleto si fallo la devolucion (4100).
076200******************************************************************
076300 4000-FINAL.
076400     CLOSE MOVFILE FILTWK RETENIDOS CLIENTES.
076500     IF NOT HUBO-ERROR
076600         PERFORM 4100-DEVOLVER-FEED THRU 4100-DEVOLVER-FEED-EXIT
076700     END-IF.
076800     MOVE SPACES TO LIN-RPTFILT.
076900     WRITE LIN-RPTFILT.
077000     MOVE SPACES TO DL580-LINEA-TOTAL.
077100     MOVE "MOVIMIENTOS LEIDOS  :" TO TOT-ETIQUETA.
077200     MOVE DL580-CTA-LEIDOS TO TOT-CANTIDAD.
077300     MOVE DL580-LINEA-TOTAL TO LIN-RPTFILT.
077400     WRITE LIN-RPTFILT.
077500     MOVE SPACES TO DL580-LINEA-TOTAL.
077600     MOVE "  NO REVISADOS      :" TO TOT-ETIQUETA.
077700     MOVE DL580-CTA-NO-REVISADOS TO TOT-CANTIDAD.
077800     MOVE DL580-LINEA-TOTAL TO LIN-RPTFILT.
077900     WRITE LIN-RPTFILT.
078000     MOVE SPACES TO DL580-LINEA-TOTAL.
078100     MOVE "  LIBERADOS ANTES   :" TO TOT-ETIQUETA.
078200     MOVE DL580-CTA-LIBERADOS TO TOT-CANTIDAD.
078300     MOVE DL580-LINEA-TOTAL TO LIN-RPTFILT.
078400     WRITE LIN-RPTFILT.
078500     MOVE SPACES TO DL580-LINEA-TOTAL.
078600     MOVE "  YA RETENIDOS      :" TO TOT-ETIQUETA.
078700     MOVE DL580-CTA-DUPLICADOS TO TOT-CANTIDAD.
078800     MOVE DL580-LINEA-TOTAL TO LIN-RPTFILT.
078900     WRITE LIN-RPTFILT.
079000     MOVE SPACES TO DL580-LINEA-TOTAL.
079100     MOVE "PASAN A CLIPOST     :" TO TOT-ETIQUETA.
079200     MOVE DL580-CTA-PASADOS TO TOT-CANTIDAD.
079300     MOVE DL580-LINEA-TOTAL TO LIN-RPTFILT.
079400     WRITE LIN-RPTFILT.
079500     MOVE SPACES TO DL580-LINEA-TOTAL.
079600     MOVE "RETENIDOS           :" TO TOT-ETIQUETA.
079700     MOVE DL580-CTA-RETENIDOS TO TOT-CANTIDAD.
079800     MOVE DL580-TOT-RETENIDO TO TOT-IMPORTE.
079900     MOVE DL580-LINEA-TOTAL TO LIN-RPTFILT.
080000     WRITE LIN-RPTFILT.
080100     MOVE SPACES TO DL580-LINEA-TOTAL.
080200     MOVE "  POR UMBRAL        :" TO TOT-ETIQUETA.
080300     MOVE DL580-CTA-RET-UMBRAL TO TOT-CANTIDAD.
080400     MOVE DL580-LINEA-TOTAL TO LIN-RPTFILT.
080500     WRITE LIN-RPTFILT.
080600     MOVE SPACES TO DL580-LINEA-TOTAL.
080700     MOVE "  POR CANTIDAD DIA  :" TO TOT-ETIQUETA.
080800     MOVE DL580-CTA-RET-CANTIDAD TO TOT-CANTIDAD.
080900     MOVE DL580-LINEA-TOTAL TO LIN-RPTFILT.
081000     WRITE LIN-RPTFILT.
081100     MOVE SPACES TO DL580-LINEA-TOTAL.
081200     MOVE "  POR IMPORTE DIA   :" TO TOT-ETIQUETA.
081300     MOVE DL580-CTA-RET-MONTO TO TOT-CANTIDAD.
081400     MOVE DL580-LINEA-TOTAL TO LIN-RPTFILT.
081500     WRITE LIN-RPTFILT.
081600     IF FEED-TRUNCADO
081650         MOVE "*** CliMov.dat INCOMPLETO - REPONER DESDE"
081700             TO LIN-RPTFILT
081720         MOVE "CliMovFlt.tmp" TO LIN-RPTFILT(43:13)
081750         WRITE LIN-RPTFILT
081800     ELSE
081850     IF HUBO-ERROR
081900         MOVE "*** ERROR DE GRABACION: CliMov.dat NO SE TOCO"
081950             TO LIN-RPTFILT
081960         WRITE LIN-RPTFILT
081970     END-IF
082000     END-IF.
082100     CLOSE RPTFILT.
082200     DISPLAY "CLIFILTR: MOVIMIENTOS LEIDOS : " DL580-CTA-LEIDOS.
082300     DISPLAY "CLIFILTR: PASAN A CLIPOST    : " DL580-CTA-PASADOS.
082400     DISPLAY "CLIFILTR: RETENIDOS          : "
082500         DL580-CTA-RETENIDOS.
082600     IF HUBO-ERROR
082650         IF NOT FEED-TRUNCADO
082700             DISPLAY "CLIFILTR: CliMov.dat SIN FILTRAR - REVISAR"
082750         END-IF
082800         MOVE 16 TO RETURN-CODE
082900     ELSE
083000     IF DL580-CTA-RETENIDOS > 0 OR DL580-CTA-DUPLICADOS > 0
083100         MOVE 4 TO RETURN-CODE
083200     END-IF
083300     END-IF.
083400 4000-FINAL-EXIT.
083500     EXIT.
083600
083700******************************************************************
083800* 4100-DEVOLVER-FEED - Copia el temporal sobre CliMov.dat, igual
083900*                      que CLIARCH con la historia. CliMov.dat
084000*                      solo se abre si el temporal abrio; desde
084050*                      ese OPEN OUTPUT el feed cuenta como
084100*                      truncado y se avisa reponer desde
084150*                      CliMovFlt.tmp.
084200******************************************************************
084300 4100-DEVOLVER-FEED.
084400     MOVE ZERO TO DL580-CTA-DEVUELTOS.
084500     OPEN INPUT FILTWK.
084550     IF ST-FILTWK NOT = "00"
084600         DISPLAY "CLIFILTR: NO SE PUDO ABRIR CliMovFlt.tmp - ST="
084650             ST-FILTWK
084700         MOVE "S" TO DL580-SW-ERROR
084750         GO TO 4100-DEVOLVER-FEED-EXIT
084800     END-IF.
084850     MOVE "S" TO DL580-SW-FEED.
084900     OPEN OUTPUT MOVFILE.
084950     IF ST-MOVFILE NOT = "00"
085000         DISPLAY "CLIFILTR: NO SE PUDO REESCRIBIR CliMov.dat - "
085010             "REPONER DESDE CliMovFlt.tmp"
085020         CLOSE FILTWK
085030         MOVE "S" TO DL580-SW-ERROR
085040         GO TO 4100-DEVOLVER-FEED-EXIT
085100     END-IF.
085200     MOVE "N" TO DL580-SW-FIN-ARCHIVO.
085300     PERFORM 4110-COPIAR-FEED THRU 4110-COPIAR-FEED-EXIT
085400         UNTIL FIN-ARCHIVO.
085500     CLOSE FILTWK MOVFILE.
085600     IF DL580-CTA-DEVUELTOS NOT = DL580-CTA-PASADOS
085700         DISPLAY "CLIFILTR: CliMov.dat INCOMPLETO - REPONER "
085800             "DESDE CliMovFlt.tmp"
085900         MOVE "S" TO DL580-SW-ERROR
085950     ELSE
085960         MOVE "N" TO DL580-SW-FEED
086000     END-IF.
086100 4100-DEVOLVER-FEED-EXIT.
086200     EXIT.
086300
086400 4110-COPIAR-FEED.
086500     READ FILTWK
086600         AT END
086700             MOVE "S" TO DL580-SW-FIN-ARCHIVO
086800     END-READ.
086900     IF FIN-ARCHIVO
087000         GO TO 4110-COPIAR-FEED-EXIT
087100     END-IF.
087200     MOVE REG-FILTWK TO REG-MOV.
087300     WRITE REG-MOV.
087400     IF ST-MOVFILE NOT = "00"
087500         MOVE "S" TO DL580-SW-FIN-ARCHIVO
087600     ELSE
087700         ADD 1 TO DL580-CTA-DEVUELTOS
087800     END-IF.
087900 4110-COPIAR-FEED-EXIT.
088000     EXIT.
088100
088200 END PROGRAM CLIFILTR.
