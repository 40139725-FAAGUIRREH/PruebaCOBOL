000100******************************************************************
000200* PROGRAM-ID: CLIFOTO
000300* AUTHOR:     R. ESPINOZA - SISTEMAS ADMINISTRATIVOS
000400* INSTALLATION: DEPTO. DE SISTEMAS
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:    Foto de saldos al cierre de mes. En el corte de
000800*             mes (CLINOCHE, tipo de dia M/A) graba en
000900*             CliFoto.dat un registro por cliente para el
001000*             periodo (AAAAMM de la fecha de negocio) con saldo,
001100*             limite de credito, categoria y estado, para que lo
001200*             que debia un cliente o la cartera al cierre de un
001300*             mes no haya que rearmarlo a mano desde
001400*             CliMovHis.dat. Con las fotos arma CliTend.rpt: los
001500*             ultimos doce cierres por CLI-CATEGORIA (clientes,
001600*             saldo, sobregirados) y los clientes cuyo saldo
001700*             mas empeoro contra el cierre anterior.
001800*
001900* MODIFICATION HISTORY:
002000*   15/10/2026  RE   VERSION INICIAL.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. CLIFOTO.
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SPECIAL-NAMES.
002700     DECIMAL-POINT IS COMMA.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000
003100     SELECT OPTIONAL CLIENTES ASSIGN TO "./Hola.dat"
003200          ORGANIZATION INDEXED
003300          ACCESS MODE SEQUENTIAL
003400          RECORD KEY IS ID-CLIENTE
003500          ALTERNATE KEY CLI-NOMBRE WITH DUPLICATES
003600          ALTERNATE KEY CLI-TARJETA WITH DUPLICATES
003700          STATUS ST-FILE.
003800
003900     SELECT OPTIONAL FOTOS ASSIGN TO "./CliFoto.dat"
004000          ORGANIZATION INDEXED
004100          ACCESS MODE DYNAMIC
004200          RECORD KEY IS FOT-CLAVE
004300          STATUS ST-FOTOS.
004400
004500     SELECT RPTTEND ASSIGN TO "./CliTend.rpt"
004600          ORGANIZATION LINE SEQUENTIAL
004700          STATUS ST-RPTTEND.
004800
004900     SELECT WRKFOTO ASSIGN TO "./ClifotoWk.tmp".
005000
005100     SELECT OPTIONAL FECHACTL ASSIGN TO "./CliFecha.ctl"
005200          ORGANIZATION LINE SEQUENTIAL
005300          STATUS ST-FECHACTL.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700
005800 FD  CLIENTES.
005900
006000 COPY CLIREG.
006100
006200 FD  FOTOS.
006300
006400 COPY CLIFOT.
006500
006600 FD  RPTTEND
006700     RECORD CONTAINS 132 CHARACTERS.
006800 01  LIN-RPTTEND              PIC X(132).
006900
007000 FD  FECHACTL.
007100 01  LIN-FECHACTL.
007200     05 FEC-NEGOCIO           PIC 9(08).
007300
007400 SD  WRKFOTO.
007500 01  WRK-REG-FOTO.
007600     05 WRK-VARIACION         PIC S9(11)V9(3).
007700     05 WRK-CLI-ID            PIC 9(7).
007800     05 WRK-NOMBRE            PIC X(30).
007900     05 WRK-CATEGORIA         PIC X.
008000     05 WRK-SALDO-ANTERIOR    PIC S9(9)V9(3).
008100     05 WRK-SALDO-ACTUAL      PIC S9(9)V9(3).
008200
008300 WORKING-STORAGE SECTION.
008400
008500 77  ST-FILE                  PIC XX.
008600 77  ST-FOTOS                 PIC XX.
008700 77  ST-RPTTEND               PIC XX.
008800 77  ST-FECHACTL              PIC XX.
008900
009000 01  DL730-SWITCHES.
009100     05 DL730-SW-FIN-ARCHIVO  PIC X VALUE "N".
009200        88 FIN-ARCHIVO        VALUE "S".
009300     05 DL730-SW-FIN-SORT     PIC X VALUE "N".
009400        88 FIN-SORT           VALUE "S".
009500     05 DL730-SW-FIN-FOTOS    PIC X VALUE "N".
009600        88 FIN-FOTOS          VALUE "S".
009700
009800 77  DL730-FECHA-HOY          PIC 9(08).
009900 77  DL730-HORA               PIC 9(08).
010000
010100******************************************************************
010200* Periodos: el de la corrida, el anterior (para la variacion)
010300* y el primero de los doce que muestra la tendencia.
010400******************************************************************
010500 01  DL730-PERIODO            PIC 9(06).
010600 01  DL730-PERIODO-R REDEFINES DL730-PERIODO.
010700     05 DL730-PER-ANIO        PIC 9(04).
010800     05 DL730-PER-MES         PIC 9(02).
010900 01  DL730-PERIODO-ANT        PIC 9(06).
011000 01  DL730-PERIODO-ANT-R REDEFINES DL730-PERIODO-ANT.
011100     05 DL730-ANT-ANIO        PIC 9(04).
011200     05 DL730-ANT-MES         PIC 9(02).
011300 01  DL730-PERIODO-INI        PIC 9(06).
011400 01  DL730-PERIODO-INI-R REDEFINES DL730-PERIODO-INI.
011500     05 DL730-INI-ANIO        PIC 9(04).
011600     05 DL730-INI-MES         PIC 9(02).
011700 01  DL730-PERIODO-LEIDO      PIC 9(06).
011800 01  DL730-PERIODO-LEIDO-R REDEFINES DL730-PERIODO-LEIDO.
011900     05 DL730-LEI-ANIO        PIC 9(04).
012000     05 DL730-LEI-MES         PIC 9(02).
012100
012200 77  DL730-MESES              PIC 9(06) COMP.
012300 77  DL730-MESES-INI          PIC 9(06) COMP.
012400 77  DL730-MESES-LEIDO        PIC 9(06) COMP.
012500 77  DL730-IDP                PIC 9(02) COMP.
012600 77  DL730-IDG                PIC 9(02) COMP.
012700 77  DL730-IDX                PIC 9(02) COMP.
012800 77  DL730-SALDO-ANTERIOR     PIC S9(9)V9(3).
012900 77  DL730-ES-NUEVO           PIC X.
013000     88 FOTO-NUEVA            VALUE "S".
013100
013200 01  DL730-CONTADORES.
013300     05 DL730-CTA-LEIDOS      PIC 9(07) COMP.
013400     05 DL730-CTA-GRABADAS    PIC 9(07) COMP.
013500     05 DL730-CTA-REGRABADAS  PIC 9(07) COMP.
013600     05 DL730-CTA-EMPEORARON  PIC 9(07) COMP.
013700     05 DL730-CTA-ERRORES     PIC 9(07) COMP.
013800     05 DL730-CTA-PEORES      PIC 9(02) COMP.
013900
014000* Maximo de clientes en la lista de mayor deterioro.
014100 77  DL730-MAX-PEORES         PIC 9(02) VALUE 20.
014200
014300******************************************************************
014400* Acumulados de la tendencia: doce cierres, cada uno por
014500* categoria (1=I, 2=E) y total (3).
014600******************************************************************
014700 01  DL730-TENDENCIA.
014800     05 DL730-PER OCCURS 12 TIMES.
014900        10 DL730-PER-PERIODO  PIC 9(06).
015000        10 DL730-PER-GRUPO OCCURS 3 TIMES.
015100           15 DL730-GRP-CLIENTES   PIC 9(07) COMP.
015200           15 DL730-GRP-SALDO      PIC S9(13)V9(3) COMP-3.
015300           15 DL730-GRP-SOBREG-CTA PIC 9(07) COMP.
015400           15 DL730-GRP-SOBREG-IMP PIC S9(13)V9(3) COMP-3.
015500
015600 01  DL730-TABLA-GRUPOS-VAL.
015700     05 FILLER                PIC X(05) VALUE "I    ".
015800     05 FILLER                PIC X(05) VALUE "E    ".
015900     05 FILLER                PIC X(05) VALUE "TOTAL".
016000 01  DL730-TABLA-GRUPOS REDEFINES DL730-TABLA-GRUPOS-VAL.
016100     05 DL730-GRUPO-TITULO    PIC X(05) OCCURS 3 TIMES.
016200
016300 01  DL730-PEORES.
016400     05 DL730-PEOR OCCURS 20 TIMES.
016500        10 DL730-PEOR-CLI-ID  PIC 9(7).
016600        10 DL730-PEOR-NOMBRE  PIC X(30).
016700        10 DL730-PEOR-CATEGORIA PIC X.
016800        10 DL730-PEOR-ANTERIOR PIC S9(9)V9(3).
016900        10 DL730-PEOR-ACTUAL  PIC S9(9)V9(3).
017000        10 DL730-PEOR-VARIACION PIC S9(11)V9(3).
017100
017200 77  DL730-VARIACION-GRUPO    PIC S9(13)V9(3) COMP-3.
017300
017400 01  DL730-LINEA-ENCABEZADO.
017500     05 FILLER                PIC X(42)
017600        VALUE "TENDENCIA DE SALDOS AL CIERRE - CLIFOTO".
017700     05 FILLER                PIC X(10) VALUE " PERIODO: ".
017800     05 ENC-PERIODO           PIC 9(06).
017900     05 FILLER                PIC X(74) VALUE SPACES.
018000
018100 01  DL730-LINEA-TITULO.
018200     05 TIT-TEXTO             PIC X(60).
018300     05 FILLER                PIC X(72) VALUE SPACES.
018400
018500 01  DL730-LINEA-COL-TEND.
018600     05 FILLER                PIC X(44)
018700        VALUE "PERIODO  CAT  CLIENTES      SALDO AL CIERRE ".
018800     05 FILLER                PIC X(50) VALUE
018900        " SOBREG.    IMPORTE SOBREGIRO            VARIACION".
019000     05 FILLER                PIC X(38) VALUE SPACES.
019100
019200 01  DL730-LINEA-TEND.
019300     05 TEN-PERIODO           PIC X(06).
019400     05 FILLER                PIC X(03) VALUE SPACES.
019500     05 TEN-GRUPO             PIC X(05).
019600     05 FILLER                PIC X(01) VALUE SPACES.
019700     05 TEN-CLIENTES          PIC ZZZZZZ9.
019800     05 FILLER                PIC X(02) VALUE SPACES.
019900     05 TEN-SALDO             PIC ---.---.---.--9,999.
020000     05 FILLER                PIC X(02) VALUE SPACES.
020100     05 TEN-SOBREG-CTA        PIC ZZZZZZ9.
020200     05 FILLER                PIC X(02) VALUE SPACES.
020300     05 TEN-SOBREG-IMP        PIC ---.---.---.--9,999.
020400     05 FILLER                PIC X(02) VALUE SPACES.
020500     05 TEN-VARIACION         PIC ---.---.---.--9,999.
020600     05 TEN-VARIACION-X REDEFINES TEN-VARIACION PIC X(19).
020700     05 FILLER                PIC X(38) VALUE SPACES.
020800
020900 01  DL730-LINEA-SIN-FOTO.
021000     05 SIN-PERIODO           PIC 9(06).
021100     05 FILLER                PIC X(03) VALUE SPACES.
021200     05 FILLER                PIC X(30)
021300        VALUE "(SIN FOTO DE CIERRE)".
021400     05 FILLER                PIC X(93) VALUE SPACES.
021500
021600 01  DL730-LINEA-COL-PEOR.
021700     05 FILLER                PIC X(44)
021800        VALUE " CLI-ID  NOMBRE                          C ".
021900     05 FILLER                PIC X(53) VALUE
022000        " SALDO ANTERIOR     SALDO ACTUAL            VARIACION".
022100     05 FILLER                PIC X(35) VALUE SPACES.
022200
022300 01  DL730-LINEA-PEOR.
022400     05 PEO-CLI-ID            PIC ZZZZZZ9.
022500     05 FILLER                PIC X(02) VALUE SPACES.
022600     05 PEO-NOMBRE            PIC X(30).
022700     05 FILLER                PIC X(02) VALUE SPACES.
022800     05 PEO-CATEGORIA         PIC X.
022900     05 FILLER                PIC X(02) VALUE SPACES.
023000     05 PEO-ANTERIOR          PIC ---.---.--9,999.
023100     05 FILLER                PIC X(02) VALUE SPACES.
023200     05 PEO-ACTUAL            PIC ---.---.--9,999.
023300     05 FILLER                PIC X(02) VALUE SPACES.
023400     05 PEO-VARIACION         PIC ---.---.---.--9,999.
023500     05 FILLER                PIC X(35) VALUE SPACES.
023600
023700 01  DL730-LINEA-TOTAL.
023800     05 FILLER                PIC X(02) VALUE SPACES.
023900     05 TOT-ETIQUETA          PIC X(22).
024000     05 TOT-CANTIDAD          PIC ZZZZZZ9.
024100     05 FILLER                PIC X(101) VALUE SPACES.
024200
024300 PROCEDURE DIVISION.
024400
024500 0000-MAINLINE.
024600     PERFORM 1000-INICIAL THRU 1000-INICIAL-EXIT.
024700     IF RETURN-CODE = 0
024800         SORT WRKFOTO
024900             ON ASCENDING KEY WRK-VARIACION
025000             ON ASCENDING KEY WRK-CLI-ID
025100             INPUT PROCEDURE IS 2000-GRABAR-FOTOS
025200             OUTPUT PROCEDURE IS 3000-GUARDAR-PEORES
025300         PERFORM 4000-TENDENCIA THRU 4000-TENDENCIA-EXIT
025400         PERFORM 5000-FINAL THRU 5000-FINAL-EXIT
025500     END-IF.
025600     GOBACK.
025700
025800******************************************************************
025900* 1000-INICIAL - Abre archivos y fija el periodo de la foto, el
026000*                anterior y el primero de los doce de la
026100*                tendencia.
026200******************************************************************
026300 1000-INICIAL.
026400     MOVE 0 TO RETURN-CODE.
026500     MOVE ZERO TO DL730-CTA-LEIDOS DL730-CTA-GRABADAS
026600         DL730-CTA-REGRABADAS DL730-CTA-EMPEORARON
026700         DL730-CTA-ERRORES DL730-CTA-PEORES.
026800     PERFORM 1100-LEER-FECHA-NEGOCIO
026900         THRU 1100-LEER-FECHA-NEGOCIO-EXIT.
027000     MOVE DL730-FECHA-HOY(1:6) TO DL730-PERIODO.
027100     COMPUTE DL730-MESES = DL730-PER-ANIO * 12
027200         + DL730-PER-MES - 1.
027300     COMPUTE DL730-MESES-LEIDO = DL730-MESES - 1.
027400     DIVIDE DL730-MESES-LEIDO BY 12 GIVING DL730-ANT-ANIO
027500         REMAINDER DL730-ANT-MES.
027600     ADD 1 TO DL730-ANT-MES.
027700     COMPUTE DL730-MESES-INI = DL730-MESES - 11.
027800     DIVIDE DL730-MESES-INI BY 12 GIVING DL730-INI-ANIO
027900         REMAINDER DL730-INI-MES.
028000     ADD 1 TO DL730-INI-MES.
028100     OPEN INPUT CLIENTES.
028200     IF ST-FILE NOT = "00" AND ST-FILE NOT = "05"
028300         DISPLAY "CLIFOTO: ERROR ABRIENDO CLIENTES - ST=" ST-FILE
028400         MOVE 99 TO RETURN-CODE
028500         GO TO 1000-INICIAL-EXIT
028600     END-IF.
028700     OPEN I-O FOTOS.
028800     IF ST-FOTOS NOT = "00" AND ST-FOTOS NOT = "05"
028900         DISPLAY "CLIFOTO: ERROR ABRIENDO CLIFOTO.DAT - ST="
029000             ST-FOTOS
029100         CLOSE CLIENTES
029200         MOVE 99 TO RETURN-CODE
029300         GO TO 1000-INICIAL-EXIT
029400     END-IF.
029500     OPEN OUTPUT RPTTEND.
029600     IF ST-RPTTEND NOT = "00"
029700         DISPLAY "CLIFOTO: ERROR ABRIENDO CLITEND.RPT - ST="
029800             ST-RPTTEND
029900         CLOSE CLIENTES FOTOS
030000         MOVE 99 TO RETURN-CODE
030100         GO TO 1000-INICIAL-EXIT
030200     END-IF.
030300     MOVE DL730-PERIODO TO ENC-PERIODO.
030400     MOVE DL730-LINEA-ENCABEZADO TO LIN-RPTTEND.
030500     WRITE LIN-RPTTEND.
030600 1000-INICIAL-EXIT.
030700     EXIT.
030800
030900******************************************************************
031000* 1100-LEER-FECHA-NEGOCIO - El periodo de la foto sale de la
031100*                           fecha de negocio de CliFecha.ctl,
031200*                           para que el corte corrido pasada la
031300*                           medianoche siga siendo del mes que
031400*                           cierra. Sin control se usa la fecha
031500*                           de maquina.
031600******************************************************************
031700 1100-LEER-FECHA-NEGOCIO.
031800     MOVE ZERO TO DL730-FECHA-HOY.
031900     OPEN INPUT FECHACTL.
032000     IF ST-FECHACTL = "00" OR ST-FECHACTL = "05"
032100         IF ST-FECHACTL = "00"
032200             READ FECHACTL
032300                 AT END
032400                     CONTINUE
032500             END-READ
032600             IF ST-FECHACTL = "00"
032700                 AND FEC-NEGOCIO IS NUMERIC
032800                 MOVE FEC-NEGOCIO TO DL730-FECHA-HOY
032900             END-IF
033000         END-IF
033100         CLOSE FECHACTL
033200     END-IF.
033300     IF DL730-FECHA-HOY = ZERO
033400         ACCEPT DL730-FECHA-HOY FROM DATE YYYYMMDD
033500     END-IF.
033600 1100-LEER-FECHA-NEGOCIO-EXIT.
033700     EXIT.
033800
033900******************************************************************
034000* 2000-GRABAR-FOTOS - Recorre CLIENTES y graba la foto del
034100*                     periodo de cada cliente (una recorrida en
034200*                     el mismo periodo la reescribe). Al SORT
034300*                     pasan los clientes cuyo saldo bajo contra
034400*                     la foto del cierre anterior.
034500******************************************************************
034600 2000-GRABAR-FOTOS.
034700     ACCEPT DL730-HORA FROM TIME.
034800     PERFORM 2100-LEER-CLIENTE THRU 2100-LEER-CLIENTE-EXIT
034900         UNTIL FIN-ARCHIVO.
035000
035100 2100-LEER-CLIENTE.
035200     READ CLIENTES NEXT RECORD
035300         AT END
035400             MOVE "S" TO DL730-SW-FIN-ARCHIVO
035500     END-READ.
035600     IF NOT FIN-ARCHIVO
035700         ADD 1 TO DL730-CTA-LEIDOS
035800         PERFORM 2200-COMPARAR-ANTERIOR
035900             THRU 2200-COMPARAR-ANTERIOR-EXIT
036000         PERFORM 2300-GRABAR-FOTO THRU 2300-GRABAR-FOTO-EXIT
036100     END-IF.
036200 2100-LEER-CLIENTE-EXIT.
036300     EXIT.
036400
036500 2200-COMPARAR-ANTERIOR.
036600     MOVE DL730-PERIODO-ANT TO FOT-PERIODO.
036700     MOVE CLI-ID TO FOT-CLI-ID.
036800     READ FOTOS
036900         INVALID KEY
037000             GO TO 2200-COMPARAR-ANTERIOR-EXIT
037100     END-READ.
037200     MOVE FOT-SALDO TO DL730-SALDO-ANTERIOR.
037300     IF CLI-SALDO < DL730-SALDO-ANTERIOR
037400         ADD 1 TO DL730-CTA-EMPEORARON
037500         COMPUTE WRK-VARIACION = CLI-SALDO - DL730-SALDO-ANTERIOR
037600         MOVE CLI-ID TO WRK-CLI-ID
037700         IF CATEGORIA-EMPRESA
037800             MOVE CLI-RAZONSOCIAL(1:30) TO WRK-NOMBRE
037900         ELSE
038000             MOVE CLI-NOMBRE(1:30) TO WRK-NOMBRE
038100         END-IF
038200         MOVE CLI-CATEGORIA TO WRK-CATEGORIA
038300         MOVE DL730-SALDO-ANTERIOR TO WRK-SALDO-ANTERIOR
038400         MOVE CLI-SALDO TO WRK-SALDO-ACTUAL
038500         RELEASE WRK-REG-FOTO
038600     END-IF.
038700 2200-COMPARAR-ANTERIOR-EXIT.
038800     EXIT.
038900
039000 2300-GRABAR-FOTO.
039100     MOVE SPACES TO REG-FOTO.
039200     MOVE DL730-PERIODO TO FOT-PERIODO.
039300     MOVE CLI-ID TO FOT-CLI-ID.
039400     MOVE DL730-FECHA-HOY TO FOT-FECHA-CORTE.
039500     MOVE CLI-SALDO TO FOT-SALDO.
039600     IF CLI-LIMITE-CREDITO IS NUMERIC
039700         MOVE CLI-LIMITE-CREDITO TO FOT-LIMITE-CREDITO
039800         MOVE "S" TO FOT-LIMITE-CAPTURADO
039900     ELSE
040000         MOVE ZERO TO FOT-LIMITE-CREDITO
040100         MOVE "N" TO FOT-LIMITE-CAPTURADO
040200     END-IF.
040300     MOVE CLI-CATEGORIA TO FOT-CATEGORIA.
040400     MOVE CLI-ESTADO TO FOT-ESTADO.
040500     ACCEPT FOT-FECHA-GRABACION FROM DATE YYYYMMDD.
040600     MOVE DL730-HORA TO FOT-HORA-GRABACION.
040700     MOVE "S" TO DL730-ES-NUEVO.
040800     WRITE REG-FOTO
040900         INVALID KEY
041000             MOVE "N" TO DL730-ES-NUEVO
041100     END-WRITE.
041200     IF FOTO-NUEVA
041300         ADD 1 TO DL730-CTA-GRABADAS
041400         GO TO 2300-GRABAR-FOTO-EXIT
041500     END-IF.
041600     REWRITE REG-FOTO
041700         INVALID KEY
041800             ADD 1 TO DL730-CTA-ERRORES
041900             DISPLAY "CLIFOTO: NO SE GRABO LA FOTO DE " CLI-ID
042000                 " ST=" ST-FOTOS
042100             GO TO 2300-GRABAR-FOTO-EXIT
042200     END-REWRITE.
042300     ADD 1 TO DL730-CTA-REGRABADAS.
042400 2300-GRABAR-FOTO-EXIT.
042500     EXIT.
042600
042700******************************************************************
042800* 3000-GUARDAR-PEORES - Los primeros DL730-MAX-PEORES del SORT
042900*                       (la mayor baja primero) quedan en la
043000*                       tabla para imprimirlos despues de la
043100*                       tendencia.
043200******************************************************************
043300 3000-GUARDAR-PEORES.
043400     MOVE "N" TO DL730-SW-FIN-SORT.
043500     PERFORM 3100-DEVOLVER-PEOR THRU 3100-DEVOLVER-PEOR-EXIT
043600         UNTIL FIN-SORT.
043700
043800 3100-DEVOLVER-PEOR.
043900     RETURN WRKFOTO
044000         AT END
044100             MOVE "S" TO DL730-SW-FIN-SORT
044200     END-RETURN.
044300     IF NOT FIN-SORT
044400         AND DL730-CTA-PEORES < DL730-MAX-PEORES
044500         ADD 1 TO DL730-CTA-PEORES
044600         MOVE WRK-CLI-ID TO DL730-PEOR-CLI-ID(DL730-CTA-PEORES)
044700         MOVE WRK-NOMBRE TO DL730-PEOR-NOMBRE(DL730-CTA-PEORES)
044800         MOVE WRK-CATEGORIA
044900             TO DL730-PEOR-CATEGORIA(DL730-CTA-PEORES)
045000         MOVE WRK-SALDO-ANTERIOR
045100             TO DL730-PEOR-ANTERIOR(DL730-CTA-PEORES)
045200         MOVE WRK-SALDO-ACTUAL
045300             TO DL730-PEOR-ACTUAL(DL730-CTA-PEORES)
045400         MOVE WRK-VARIACION
045500             TO DL730-PEOR-VARIACION(DL730-CTA-PEORES)
045600     END-IF.
045700 3100-DEVOLVER-PEOR-EXIT.
045800     EXIT.
045900
046000******************************************************************
046100* 4000-TENDENCIA - Lee las fotos de los doce periodos que
046200*                  terminan en el de la corrida, acumula por
046300*                  categoria y total, e imprime la tendencia y
046400*                  la lista de mayor deterioro.
046500******************************************************************
046600 4000-TENDENCIA.
046700     PERFORM 4050-INICIAR-PERIODO THRU 4050-INICIAR-PERIODO-EXIT
046800         VARYING DL730-IDP FROM 1 BY 1 UNTIL DL730-IDP > 12.
046900     MOVE "N" TO DL730-SW-FIN-FOTOS.
047000     MOVE DL730-PERIODO-INI TO FOT-PERIODO.
047100     MOVE ZERO TO FOT-CLI-ID.
047200     START FOTOS KEY IS NOT LESS THAN FOT-CLAVE
047300         INVALID KEY
047400             MOVE "S" TO DL730-SW-FIN-FOTOS
047500     END-START.
047600     PERFORM 4100-LEER-FOTO THRU 4100-LEER-FOTO-EXIT
047700         UNTIL FIN-FOTOS.
047800     MOVE SPACES TO LIN-RPTTEND.
047900     WRITE LIN-RPTTEND.
048000     MOVE "SALDOS AL CIERRE - ULTIMOS 12 PERIODOS" TO TIT-TEXTO.
048100     MOVE DL730-LINEA-TITULO TO LIN-RPTTEND.
048200     WRITE LIN-RPTTEND.
048300     MOVE DL730-LINEA-COL-TEND TO LIN-RPTTEND.
048400     WRITE LIN-RPTTEND.
048500     PERFORM 4200-IMPRIMIR-PERIODO THRU 4200-IMPRIMIR-PERIODO-EXIT
048600         VARYING DL730-IDP FROM 1 BY 1 UNTIL DL730-IDP > 12.
048700     MOVE SPACES TO LIN-RPTTEND.
048800     WRITE LIN-RPTTEND.
048900     MOVE SPACES TO TIT-TEXTO.
049000     STRING "MAYOR DETERIORO DEL SALDO: " DELIMITED BY SIZE
049100         DL730-PERIODO DELIMITED BY SIZE
049200         " CONTRA " DELIMITED BY SIZE
049300         DL730-PERIODO-ANT DELIMITED BY SIZE
049400         INTO TIT-TEXTO.
049500     MOVE DL730-LINEA-TITULO TO LIN-RPTTEND.
049600     WRITE LIN-RPTTEND.
049700     MOVE DL730-LINEA-COL-PEOR TO LIN-RPTTEND.
049800     WRITE LIN-RPTTEND.
049900     PERFORM 4300-IMPRIMIR-PEOR THRU 4300-IMPRIMIR-PEOR-EXIT
050000         VARYING DL730-IDX FROM 1 BY 1
050100         UNTIL DL730-IDX > DL730-CTA-PEORES.
050200 4000-TENDENCIA-EXIT.
050300     EXIT.
050400
050500 4050-INICIAR-PERIODO.
050600     COMPUTE DL730-MESES-LEIDO = DL730-MESES-INI + DL730-IDP - 1.
050700     DIVIDE DL730-MESES-LEIDO BY 12 GIVING DL730-LEI-ANIO
050800         REMAINDER DL730-LEI-MES.
050900     ADD 1 TO DL730-LEI-MES.
051000     MOVE DL730-PERIODO-LEIDO TO DL730-PER-PERIODO(DL730-IDP).
051100     PERFORM 4060-INICIAR-GRUPO THRU 4060-INICIAR-GRUPO-EXIT
051200         VARYING DL730-IDG FROM 1 BY 1 UNTIL DL730-IDG > 3.
051300 4050-INICIAR-PERIODO-EXIT.
051400     EXIT.
051500
051600 4060-INICIAR-GRUPO.
051700     MOVE ZERO TO DL730-GRP-CLIENTES(DL730-IDP, DL730-IDG)
051800         DL730-GRP-SALDO(DL730-IDP, DL730-IDG)
051900         DL730-GRP-SOBREG-CTA(DL730-IDP, DL730-IDG)
052000         DL730-GRP-SOBREG-IMP(DL730-IDP, DL730-IDG).
052100 4060-INICIAR-GRUPO-EXIT.
052200     EXIT.
052300
052400 4100-LEER-FOTO.
052500     READ FOTOS NEXT RECORD
052600         AT END
052700             MOVE "S" TO DL730-SW-FIN-FOTOS
052800             GO TO 4100-LEER-FOTO-EXIT
052900     END-READ.
053000     IF FOT-PERIODO > DL730-PERIODO
053100         MOVE "S" TO DL730-SW-FIN-FOTOS
053200         GO TO 4100-LEER-FOTO-EXIT
053300     END-IF.
053400     MOVE FOT-PERIODO TO DL730-PERIODO-LEIDO.
053500     COMPUTE DL730-IDP = DL730-LEI-ANIO * 12 + DL730-LEI-MES
053600         - 1 - DL730-MESES-INI + 1.
053700     IF FOT-CATEGORIA = "E"
053800         MOVE 2 TO DL730-IDG
053900     ELSE
054000         MOVE 1 TO DL730-IDG
054100     END-IF.
054200     PERFORM 4150-ACUMULAR-GRUPO THRU 4150-ACUMULAR-GRUPO-EXIT.
054300     MOVE 3 TO DL730-IDG.
054400     PERFORM 4150-ACUMULAR-GRUPO THRU 4150-ACUMULAR-GRUPO-EXIT.
054500 4100-LEER-FOTO-EXIT.
054600     EXIT.
054700
054800 4150-ACUMULAR-GRUPO.
054900     ADD 1 TO DL730-GRP-CLIENTES(DL730-IDP, DL730-IDG).
055000     ADD FOT-SALDO TO DL730-GRP-SALDO(DL730-IDP, DL730-IDG).
055100     IF FOT-SALDO < ZERO
055200         ADD 1 TO DL730-GRP-SOBREG-CTA(DL730-IDP, DL730-IDG)
055300         ADD FOT-SALDO
055400             TO DL730-GRP-SOBREG-IMP(DL730-IDP, DL730-IDG)
055500     END-IF.
055600 4150-ACUMULAR-GRUPO-EXIT.
055700     EXIT.
055800
055900 4200-IMPRIMIR-PERIODO.
056000     IF DL730-GRP-CLIENTES(DL730-IDP, 3) = ZERO
056100         MOVE DL730-PER-PERIODO(DL730-IDP) TO SIN-PERIODO
056200         MOVE DL730-LINEA-SIN-FOTO TO LIN-RPTTEND
056300         WRITE LIN-RPTTEND
056400         GO TO 4200-IMPRIMIR-PERIODO-EXIT
056500     END-IF.
056600     PERFORM 4250-IMPRIMIR-GRUPO THRU 4250-IMPRIMIR-GRUPO-EXIT
056700         VARYING DL730-IDG FROM 1 BY 1 UNTIL DL730-IDG > 3.
056800 4200-IMPRIMIR-PERIODO-EXIT.
056900     EXIT.
057000
057100******************************************************************
057200* 4250-IMPRIMIR-GRUPO - Una linea por categoria y total. La
057300*                       variacion es contra el cierre anterior
057400*                       de la misma categoria; sin foto anterior
057500*                       queda en blanco.
057600******************************************************************
057700 4250-IMPRIMIR-GRUPO.
057800     MOVE SPACES TO DL730-LINEA-TEND.
057900     IF DL730-IDG = 1
058000         MOVE DL730-PER-PERIODO(DL730-IDP) TO TEN-PERIODO
058100     END-IF.
058200     MOVE DL730-GRUPO-TITULO(DL730-IDG) TO TEN-GRUPO.
058300     MOVE DL730-GRP-CLIENTES(DL730-IDP, DL730-IDG)
058400         TO TEN-CLIENTES.
058500     MOVE DL730-GRP-SALDO(DL730-IDP, DL730-IDG) TO TEN-SALDO.
058600     MOVE DL730-GRP-SOBREG-CTA(DL730-IDP, DL730-IDG)
058700         TO TEN-SOBREG-CTA.
058800     MOVE DL730-GRP-SOBREG-IMP(DL730-IDP, DL730-IDG)
058900         TO TEN-SOBREG-IMP.
059000     IF DL730-IDP > 1
059100         AND DL730-GRP-CLIENTES(DL730-IDP - 1, 3) > ZERO
059200         COMPUTE DL730-VARIACION-GRUPO =
059300             DL730-GRP-SALDO(DL730-IDP, DL730-IDG)
059400             - DL730-GRP-SALDO(DL730-IDP - 1, DL730-IDG)
059500         MOVE DL730-VARIACION-GRUPO TO TEN-VARIACION
059600     ELSE
059700         MOVE SPACES TO TEN-VARIACION-X
059800     END-IF.
059900     MOVE DL730-LINEA-TEND TO LIN-RPTTEND.
060000     WRITE LIN-RPTTEND.
060100 4250-IMPRIMIR-GRUPO-EXIT.
060200     EXIT.
060300
060400 4300-IMPRIMIR-PEOR.
060500     MOVE SPACES TO DL730-LINEA-PEOR.
060600     MOVE DL730-PEOR-CLI-ID(DL730-IDX) TO PEO-CLI-ID.
060700     MOVE DL730-PEOR-NOMBRE(DL730-IDX) TO PEO-NOMBRE.
060800     MOVE DL730-PEOR-CATEGORIA(DL730-IDX) TO PEO-CATEGORIA.
060900     MOVE DL730-PEOR-ANTERIOR(DL730-IDX) TO PEO-ANTERIOR.
061000     MOVE DL730-PEOR-ACTUAL(DL730-IDX) TO PEO-ACTUAL.
061100     MOVE DL730-PEOR-VARIACION(DL730-IDX) TO PEO-VARIACION.
061200     MOVE DL730-LINEA-PEOR TO LIN-RPTTEND.
061300     WRITE LIN-RPTTEND.
061400 4300-IMPRIMIR-PEOR-EXIT.
061500     EXIT.
061600
061700******************************************************************
061800* 5000-FINAL - Conteos de la corrida y cierre. RC=4 si no habia
061900*              clientes; RC=16 si alguna foto no se grabo.
062000******************************************************************
062100 5000-FINAL.
062200     MOVE SPACES TO LIN-RPTTEND.
062300     WRITE LIN-RPTTEND.
062400     MOVE SPACES TO DL730-LINEA-TOTAL.
062500     MOVE "FOTOS GRABADAS      :" TO TOT-ETIQUETA.
062600     MOVE DL730-CTA-GRABADAS TO TOT-CANTIDAD.
062700     MOVE DL730-LINEA-TOTAL TO LIN-RPTTEND.
062800     WRITE LIN-RPTTEND.
062900     MOVE SPACES TO DL730-LINEA-TOTAL.
063000     MOVE "FOTOS REGRABADAS    :" TO TOT-ETIQUETA.
063100     MOVE DL730-CTA-REGRABADAS TO TOT-CANTIDAD.
063200     MOVE DL730-LINEA-TOTAL TO LIN-RPTTEND.
063300     WRITE LIN-RPTTEND.
063400     MOVE SPACES TO DL730-LINEA-TOTAL.
063500     MOVE "CLIENTES EMPEORARON :" TO TOT-ETIQUETA.
063600     MOVE DL730-CTA-EMPEORARON TO TOT-CANTIDAD.
063700     MOVE DL730-LINEA-TOTAL TO LIN-RPTTEND.
063800     WRITE LIN-RPTTEND.
063900     CLOSE CLIENTES FOTOS RPTTEND.
064000     DISPLAY "CLIFOTO: PERIODO              : " DL730-PERIODO.
064100     DISPLAY "CLIFOTO: CLIENTES LEIDOS      : " DL730-CTA-LEIDOS.
064200     DISPLAY "CLIFOTO: FOTOS GRABADAS       : "
064300         DL730-CTA-GRABADAS.
064400     DISPLAY "CLIFOTO: FOTOS REGRABADAS     : "
064500         DL730-CTA-REGRABADAS.
064600     IF DL730-CTA-ERRORES > 0
064700         DISPLAY "CLIFOTO: FOTOS NO GRABADAS    : "
064800             DL730-CTA-ERRORES
064900         MOVE 16 TO RETURN-CODE
065000     ELSE
065100     IF DL730-CTA-LEIDOS = ZERO
065200         MOVE 4 TO RETURN-CODE
065300     END-IF
065400     END-IF.
065500 5000-FINAL-EXIT.
065600     EXIT.
065700
065800 END PROGRAM CLIFOTO.
