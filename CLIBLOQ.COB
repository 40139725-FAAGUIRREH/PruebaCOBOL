000100******************************************************************
000200* PROGRAM-ID: CLIBLOQ
000300* AUTHOR:     R. ESPINOZA - SISTEMAS ADMINISTRATIVOS
000400* INSTALLATION: DEPTO. DE SISTEMAS
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:    Lista diaria de tarjetas bloqueadas para el
000800*             procesador de tarjetas. Recorre CliTarH.dat (la
000900*             historia de tarjetas que mantienen los eventos de
001000*             tarjeta de "Inicio") y lista en CliBloq.rpt cada
001100*             tarjeta bloqueada que todavia no se envio, con el
001200*             cliente, la fecha, el motivo y quien la bloqueo.
001300*             Cada tarjeta listada queda marcada con la fecha de
001400*             negocio de CliFecha.ctl en TAH-FECHA-ENVIO; una
001500*             reejecucion el mismo dia vuelve a listar las
001600*             mismas y ninguna otra. El numero de tarjeta sale
001700*             siempre enmascarado por CLIMASK.
001800*
001900* MODIFICATION HISTORY:
002000*   15/10/2026  RE   VERSION INICIAL.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. CLIBLOQ.
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SPECIAL-NAMES.
002700     DECIMAL-POINT IS COMMA.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000
003100     SELECT OPTIONAL CLIENTES ASSIGN TO "./Hola.dat"
003200          ORGANIZATION INDEXED
003300          ACCESS MODE DYNAMIC
003400          RECORD KEY IS ID-CLIENTE
003500          ALTERNATE KEY CLI-NOMBRE WITH DUPLICATES
003600          ALTERNATE KEY CLI-TARJETA WITH DUPLICATES
003700          STATUS ST-FILE.
003800
003900     SELECT OPTIONAL TARJHIS ASSIGN TO "./CliTarH.dat"
004000          ORGANIZATION INDEXED
004100          ACCESS MODE DYNAMIC
004200          RECORD KEY IS TAH-TARJETA
004300          ALTERNATE KEY TAH-CLI-ID WITH DUPLICATES
004400          STATUS ST-TARJHIS.
004500
004600     SELECT RPTBLOQ ASSIGN TO "./CliBloq.rpt"
004700          ORGANIZATION LINE SEQUENTIAL
004800          STATUS ST-RPTBLOQ.
004900
005000     SELECT OPTIONAL FECHACTL ASSIGN TO "./CliFecha.ctl"
005100          ORGANIZATION LINE SEQUENTIAL
005200          STATUS ST-FECHACTL.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600
005700 FD  CLIENTES.
005800
005900 COPY CLIREG.
006000
006100 FD  TARJHIS.
006200
006300 COPY CLITARH.
006400
006500 FD  RPTBLOQ
006600     RECORD CONTAINS 132 CHARACTERS.
006700 01  LIN-RPTBLOQ              PIC X(132).
006800
006900 FD  FECHACTL.
007000 01  LIN-FECHACTL.
007100     05 FEC-NEGOCIO           PIC 9(08).
007200
007300 WORKING-STORAGE SECTION.
007400
007500 77  ST-FILE                  PIC XX.
007600 77  ST-TARJHIS               PIC XX.
007700 77  ST-RPTBLOQ               PIC XX.
007800 77  ST-FECHACTL              PIC XX.
007900
008000 01  DL740-SWITCHES.
008100     05 DL740-SW-FIN-ARCHIVO  PIC X VALUE "N".
008200        88 FIN-ARCHIVO        VALUE "S".
008300     05 DL740-SW-ERROR        PIC X VALUE "N".
008400        88 HUBO-ERROR         VALUE "S".
008500
008600 77  DL740-FECHA-NEGOCIO      PIC 9(08) VALUE ZERO.
008700 77  DL740-TARJETA-MASCARA    PIC X(50).
008800
008900 01  DL740-CONTADORES.
009000     05 DL740-CTA-LEIDAS      PIC 9(07) COMP.
009100     05 DL740-CTA-BLOQUEADAS  PIC 9(07) COMP.
009200     05 DL740-CTA-PERDIDA     PIC 9(07) COMP.
009300     05 DL740-CTA-ROBO        PIC 9(07) COMP.
009400     05 DL740-CTA-REPOSICION  PIC 9(07) COMP.
009500     05 DL740-CTA-RENOVACION  PIC 9(07) COMP.
009600     05 DL740-CTA-ENVIADAS    PIC 9(07) COMP.
009700
009800 01  DL740-LINEA-ENCABEZADO.
009900     05 FILLER                PIC X(44)
010000        VALUE "TARJETAS BLOQUEADAS PARA EL PROCESADOR - ".
010100     05 FILLER                PIC X(10) VALUE "CLIBLOQ".
010200     05 FILLER                PIC X(06) VALUE " AL: ".
010300     05 ENC-FECHA             PIC 9(08).
010400     05 FILLER                PIC X(64) VALUE SPACES.
010500
010600 01  DL740-LINEA-COLUMNAS.
010700     05 FILLER                PIC X(41)
010800        VALUE " CLI-ID  NOMBRE".
010900     05 FILLER                PIC X(42)
011000        VALUE "TARJETA".
011100     05 FILLER                PIC X(40)
011200        VALUE "BLOQUEO   HORA      MOTIVO      USUARIO ".
011300     05 FILLER                PIC X(09) VALUE SPACES.
011400
011500 01  DL740-LINEA-DETALLE.
011600     05 DET-CLI-ID            PIC ZZZZZZ9.
011700     05 FILLER                PIC X(02) VALUE SPACES.
011800     05 DET-NOMBRE            PIC X(30).
011900     05 FILLER                PIC X(02) VALUE SPACES.
012000     05 DET-TARJETA           PIC X(40).
012100     05 FILLER                PIC X(02) VALUE SPACES.
012200     05 DET-FECHA             PIC 9(08).
012300     05 FILLER                PIC X(02) VALUE SPACES.
012400     05 DET-HORA              PIC 9(08).
012500     05 FILLER                PIC X(02) VALUE SPACES.
012600     05 DET-MOTIVO            PIC X(10).
012700     05 FILLER                PIC X(02) VALUE SPACES.
012800     05 DET-USUARIO           PIC X(08).
012900     05 FILLER                PIC X(09) VALUE SPACES.
013000
013100 01  DL740-LINEA-TOTAL.
013200     05 FILLER                PIC X(02) VALUE SPACES.
013300     05 TOT-ETIQUETA          PIC X(22).
013400     05 TOT-CANTIDAD          PIC ZZZZZZ9.
013500     05 FILLER                PIC X(101) VALUE SPACES.
013600
013700 PROCEDURE DIVISION.
013800
013900 0000-MAINLINE.
014000     PERFORM 1000-INICIAL THRU 1000-INICIAL-EXIT.
014100     IF RETURN-CODE = 0
014200         MOVE "N" TO DL740-SW-FIN-ARCHIVO
014300         PERFORM 2000-PROCESAR-TARJETA
014400             THRU 2000-PROCESAR-TARJETA-EXIT
014500             UNTIL FIN-ARCHIVO
014600         PERFORM 4000-FINAL THRU 4000-FINAL-EXIT
014700     END-IF.
014800     GOBACK.
014900
015000******************************************************************
015100* 1000-INICIAL - Fecha de negocio y apertura. Sin CliTarH.dat
015200*                no hay bloqueos que enviar (RC=4).
015300******************************************************************
015400 1000-INICIAL.
015500     MOVE 0 TO RETURN-CODE.
015600     MOVE ZERO TO DL740-CTA-LEIDAS DL740-CTA-BLOQUEADAS
015700         DL740-CTA-PERDIDA DL740-CTA-ROBO
015800         DL740-CTA-REPOSICION DL740-CTA-RENOVACION
015900         DL740-CTA-ENVIADAS.
016000     PERFORM 1100-LEER-FECHA-NEGOCIO
016100         THRU 1100-LEER-FECHA-NEGOCIO-EXIT.
016200     OPEN I-O TARJHIS.
016300     IF ST-TARJHIS = "05"
016400         CLOSE TARJHIS
016500         DISPLAY "CLIBLOQ: NO HAY CliTarH.dat - NADA QUE ENVIAR"
016600         MOVE 4 TO RETURN-CODE
016700         GO TO 1000-INICIAL-EXIT
016800     END-IF.
016900     IF ST-TARJHIS NOT = "00"
017000         DISPLAY "CLIBLOQ: ERROR ABRIENDO CliTarH.dat - ST="
017100             ST-TARJHIS
017200         MOVE 99 TO RETURN-CODE
017300         GO TO 1000-INICIAL-EXIT
017400     END-IF.
017500     OPEN INPUT CLIENTES.
017600     IF ST-FILE NOT = "00" AND ST-FILE NOT = "05"
017700         DISPLAY "CLIBLOQ: ERROR ABRIENDO CLIENTES - ST=" ST-FILE
017800         CLOSE TARJHIS
017900         MOVE 99 TO RETURN-CODE
018000         GO TO 1000-INICIAL-EXIT
018100     END-IF.
018200     OPEN OUTPUT RPTBLOQ.
018300     IF ST-RPTBLOQ NOT = "00"
018400         DISPLAY "CLIBLOQ: ERROR ABRIENDO CliBloq.rpt - ST="
018500             ST-RPTBLOQ
018600         CLOSE TARJHIS CLIENTES
018700         MOVE 99 TO RETURN-CODE
018800         GO TO 1000-INICIAL-EXIT
018900     END-IF.
019000     MOVE DL740-FECHA-NEGOCIO TO ENC-FECHA.
019100     MOVE DL740-LINEA-ENCABEZADO TO LIN-RPTBLOQ.
019200     WRITE LIN-RPTBLOQ.
019300     MOVE SPACES TO LIN-RPTBLOQ.
019400     WRITE LIN-RPTBLOQ.
019500     MOVE DL740-LINEA-COLUMNAS TO LIN-RPTBLOQ.
019600     WRITE LIN-RPTBLOQ.
019700 1000-INICIAL-EXIT.
019800     EXIT.
019900
020000******************************************************************
020100* 1100-LEER-FECHA-NEGOCIO - Fecha de negocio de CliFecha.ctl
020200*                           (CLINOCHE); sin control se usa la
020300*                           fecha de maquina.
020400******************************************************************
020500 1100-LEER-FECHA-NEGOCIO.
020600     MOVE ZERO TO DL740-FECHA-NEGOCIO.
020700     OPEN INPUT FECHACTL.
020800     IF ST-FECHACTL = "00" OR ST-FECHACTL = "05"
020900         IF ST-FECHACTL = "00"
021000             READ FECHACTL
021100                 AT END
021200                     CONTINUE
021300             END-READ
021400             IF ST-FECHACTL = "00"
021500                 AND FEC-NEGOCIO IS NUMERIC
021600                 MOVE FEC-NEGOCIO TO DL740-FECHA-NEGOCIO
021700             END-IF
021800         END-IF
021900         CLOSE FECHACTL
022000     END-IF.
022100     IF DL740-FECHA-NEGOCIO = ZERO
022200         ACCEPT DL740-FECHA-NEGOCIO FROM DATE YYYYMMDD
022300     END-IF.
022400 1100-LEER-FECHA-NEGOCIO-EXIT.
022500     EXIT.
022600
022700******************************************************************
022800* 2000-PROCESAR-TARJETA - Una tarjeta de CliTarH.dat: va en la
022900*                         lista si esta bloqueada y no se envio
023000*                         antes de la fecha de negocio (cero o
023100*                         la propia fecha, en una reejecucion).
023200******************************************************************
023300 2000-PROCESAR-TARJETA.
023400     READ TARJHIS NEXT RECORD
023500         AT END
023600             MOVE "S" TO DL740-SW-FIN-ARCHIVO
023700     END-READ.
023800     IF FIN-ARCHIVO
023900         GO TO 2000-PROCESAR-TARJETA-EXIT
024000     END-IF.
024100     ADD 1 TO DL740-CTA-LEIDAS.
024200     IF NOT TAH-BLOQUEADA
024300         GO TO 2000-PROCESAR-TARJETA-EXIT
024400     END-IF.
024500     ADD 1 TO DL740-CTA-BLOQUEADAS.
024600     IF TAH-FECHA-ENVIO NOT = ZERO
024700         AND TAH-FECHA-ENVIO NOT = DL740-FECHA-NEGOCIO
024800         GO TO 2000-PROCESAR-TARJETA-EXIT
024900     END-IF.
025000     PERFORM 2100-IMPRIMIR-DETALLE
025050         THRU 2100-IMPRIMIR-DETALLE-EXIT.
025100     PERFORM 2200-MARCAR-ENVIO THRU 2200-MARCAR-ENVIO-EXIT.
025200     IF HUBO-ERROR
025300         MOVE "S" TO DL740-SW-FIN-ARCHIVO
025400     END-IF.
025500 2000-PROCESAR-TARJETA-EXIT.
025600     EXIT.
025700
025800 2100-IMPRIMIR-DETALLE.
025900     MOVE SPACES TO DL740-LINEA-DETALLE.
026000     MOVE TAH-CLI-ID TO DET-CLI-ID.
026100     MOVE TAH-CLI-ID TO CLI-ID.
026200     READ CLIENTES
026300         INVALID KEY
026400             MOVE "*** CLIENTE NO EXISTE ***" TO DET-NOMBRE
026500         NOT INVALID KEY
026600             MOVE CLI-NOMBRE TO DET-NOMBRE
026700     END-READ.
026800     CALL "CLIMASK" USING TAH-TARJETA DL740-TARJETA-MASCARA.
026900     MOVE DL740-TARJETA-MASCARA TO DET-TARJETA.
027000     MOVE TAH-FECHA-BLOQUEO TO DET-FECHA.
027100     MOVE TAH-HORA-BLOQUEO TO DET-HORA.
027200     MOVE TAH-USUARIO-BLOQUEO TO DET-USUARIO.
027300     EVALUATE TRUE
027400         WHEN TAH-POR-PERDIDA
027500             MOVE "PERDIDA" TO DET-MOTIVO
027600             ADD 1 TO DL740-CTA-PERDIDA
027700         WHEN TAH-POR-ROBO
027800             MOVE "ROBO" TO DET-MOTIVO
027900             ADD 1 TO DL740-CTA-ROBO
028000         WHEN TAH-POR-REPOSICION
028100             MOVE "REPOSICION" TO DET-MOTIVO
028200             ADD 1 TO DL740-CTA-REPOSICION
028300         WHEN TAH-POR-RENOVACION
028400             MOVE "RENOVACION" TO DET-MOTIVO
028500             ADD 1 TO DL740-CTA-RENOVACION
028600         WHEN OTHER
028700             MOVE "?" TO DET-MOTIVO
028800     END-EVALUATE.
028900     MOVE DL740-LINEA-DETALLE TO LIN-RPTBLOQ.
029000     WRITE LIN-RPTBLOQ.
029100 2100-IMPRIMIR-DETALLE-EXIT.
029200     EXIT.
029300
029400******************************************************************
029500* 2200-MARCAR-ENVIO - Deja la fecha de negocio en
029600*                     TAH-FECHA-ENVIO para que la tarjeta no se
029700*                     vuelva a listar otro dia.
029800******************************************************************
029900 2200-MARCAR-ENVIO.
030000     MOVE DL740-FECHA-NEGOCIO TO TAH-FECHA-ENVIO.
030100     REWRITE REG-TARJETA-HIS
030200         INVALID KEY
030300             DISPLAY "CLIBLOQ: ERROR REGRABANDO CliTarH.dat - ST="
030400                 ST-TARJHIS " CLI-ID " TAH-CLI-ID
030500             MOVE "S" TO DL740-SW-ERROR
030600             GO TO 2200-MARCAR-ENVIO-EXIT
030700     END-REWRITE.
030800     ADD 1 TO DL740-CTA-ENVIADAS.
030900 2200-MARCAR-ENVIO-EXIT.
031000     EXIT.
031100
031200******************************************************************
031300* 4000-FINAL - Totales por motivo y codigo de retorno: 4 si no
031400*              hay tarjetas que enviar, 16 si no se pudo marcar
031500*              una tarjeta (la lista queda incompleta).
031600******************************************************************
031700 4000-FINAL.
031800     CLOSE TARJHIS CLIENTES.
031900     MOVE SPACES TO LIN-RPTBLOQ.
032000     WRITE LIN-RPTBLOQ.
032100     MOVE SPACES TO DL740-LINEA-TOTAL.
032200     MOVE "TARJETAS LEIDAS     :" TO TOT-ETIQUETA.
032300     MOVE DL740-CTA-LEIDAS TO TOT-CANTIDAD.
032400     MOVE DL740-LINEA-TOTAL TO LIN-RPTBLOQ.
032500     WRITE LIN-RPTBLOQ.
032600     MOVE SPACES TO DL740-LINEA-TOTAL.
032700     MOVE "BLOQUEADAS (TOTAL)  :" TO TOT-ETIQUETA.
032800     MOVE DL740-CTA-BLOQUEADAS TO TOT-CANTIDAD.
032900     MOVE DL740-LINEA-TOTAL TO LIN-RPTBLOQ.
033000     WRITE LIN-RPTBLOQ.
033100     MOVE SPACES TO DL740-LINEA-TOTAL.
033200     MOVE "ENVIADAS HOY        :" TO TOT-ETIQUETA.
033300     MOVE DL740-CTA-ENVIADAS TO TOT-CANTIDAD.
033400     MOVE DL740-LINEA-TOTAL TO LIN-RPTBLOQ.
033500     WRITE LIN-RPTBLOQ.
033600     MOVE SPACES TO DL740-LINEA-TOTAL.
033700     MOVE "  POR PERDIDA       :" TO TOT-ETIQUETA.
033800     MOVE DL740-CTA-PERDIDA TO TOT-CANTIDAD.
033900     MOVE DL740-LINEA-TOTAL TO LIN-RPTBLOQ.
034000     WRITE LIN-RPTBLOQ.
034100     MOVE SPACES TO DL740-LINEA-TOTAL.
034200     MOVE "  POR ROBO          :" TO TOT-ETIQUETA.
034300     MOVE DL740-CTA-ROBO TO TOT-CANTIDAD.
034400     MOVE DL740-LINEA-TOTAL TO LIN-RPTBLOQ.
034500     WRITE LIN-RPTBLOQ.
034600     MOVE SPACES TO DL740-LINEA-TOTAL.
034700     MOVE "  POR REPOSICION    :" TO TOT-ETIQUETA.
034800     MOVE DL740-CTA-REPOSICION TO TOT-CANTIDAD.
034900     MOVE DL740-LINEA-TOTAL TO LIN-RPTBLOQ.
035000     WRITE LIN-RPTBLOQ.
035100     MOVE SPACES TO DL740-LINEA-TOTAL.
035200     MOVE "  POR RENOVACION    :" TO TOT-ETIQUETA.
035300     MOVE DL740-CTA-RENOVACION TO TOT-CANTIDAD.
035400     MOVE DL740-LINEA-TOTAL TO LIN-RPTBLOQ.
035500     WRITE LIN-RPTBLOQ.
035600     IF HUBO-ERROR
035700         MOVE "*** ERROR DE GRABACION: LISTA INCOMPLETA - "
035800             TO LIN-RPTBLOQ
035900         MOVE "REEJECUTAR EL PASO" TO LIN-RPTBLOQ(45:18)
036000         WRITE LIN-RPTBLOQ
036100     END-IF.
036200     CLOSE RPTBLOQ.
036300     DISPLAY "CLIBLOQ: TARJETAS LEIDAS : " DL740-CTA-LEIDAS.
036400     DISPLAY "CLIBLOQ: ENVIADAS HOY    : " DL740-CTA-ENVIADAS.
036500     IF HUBO-ERROR
036600         MOVE 16 TO RETURN-CODE
036700     ELSE
036800     IF DL740-CTA-ENVIADAS = 0
036900         MOVE 4 TO RETURN-CODE
037000     END-IF
037100     END-IF.
037200 4000-FINAL-EXIT.
037300     EXIT.
037400
037500 END PROGRAM CLIBLOQ.
