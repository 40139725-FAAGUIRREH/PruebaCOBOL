000100******************************************************************
000200* PROGRAM-ID: CLIGLINT
000300* AUTHOR:     R. ESPINOZA - SISTEMAS ADMINISTRATIVOS
000400* INSTALLATION: DEPTO. DE SISTEMAS
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:    Interfaz diaria a contabilidad general. Corre en
000800*             CLINOCHE justo despues de CLIPOST: toma de
000900*             CliMovHis.dat los movimientos aplicados en la
001000*             fecha de negocio (MH-FECHA-APLICACION), traduce
001100*             cada par MH-ORIGEN/MH-TIPO a su cuenta de debe y
001200*             su cuenta de haber con la tabla mantenible
001300*             CliGlMap.dat, y deja en CliGl.dat el asiento
001400*             resumido por cuenta con encabezado y trailer de
001500*             control. Si un origen no tiene mapeo o el asiento
001600*             no cuadra, la interfaz no se entrega y la corrida
001700*             sale con RC=16 para detener la ventana.
001800*
001900* MODIFICATION HISTORY:
002000*   15/10/2026  RE   VERSION INICIAL.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. CLIGLINT.
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SPECIAL-NAMES.
002700     DECIMAL-POINT IS COMMA.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000
003100     SELECT OPTIONAL MOVHIST ASSIGN TO "./CliMovHis.dat"
003200          ORGANIZATION LINE SEQUENTIAL
003300          STATUS ST-MOVHIST.
003400
003500     SELECT OPTIONAL GLMAPA ASSIGN TO "./CliGlMap.dat"
003600          ORGANIZATION LINE SEQUENTIAL
003700          STATUS ST-GLMAPA.
003800
003900     SELECT GLINTER ASSIGN TO "./CliGl.dat"
004000          ORGANIZATION LINE SEQUENTIAL
004100          STATUS ST-GLINTER.
004200
004300     SELECT RPTGLINT ASSIGN TO "./CliGlInt.rpt"
004400          ORGANIZATION LINE SEQUENTIAL
004500          STATUS ST-RPTGLINT.
004600
004700     SELECT OPTIONAL FECHACTL ASSIGN TO "./CliFecha.ctl"
004800          ORGANIZATION LINE SEQUENTIAL
004900          STATUS ST-FECHACTL.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300
005400 FD  MOVHIST.
005500
005600 COPY CLIMOVH.
005700
005800******************************************************************
005900* Tabla de mapeo contable, un renglon por origen y tipo de
006000* movimiento. Los movimientos tecleados a mano (MH-ORIGEN en
006100* blanco) se mapean con el origen MANUAL. Los renglones que
006200* empiezan con "*" son comentarios.
006300******************************************************************
006400 FD  GLMAPA.
006500 01  REG-GLMAPA.
006600     05 GLM-ORIGEN            PIC X(10).
006700     05 GLM-TIPO              PIC X.
006800     05 GLM-CTA-DEBE          PIC X(12).
006900     05 GLM-CTA-HABER         PIC X(12).
007000     05 GLM-DESCRIPCION       PIC X(30).
007100
007200 FD  GLINTER.
007300
007400 COPY CLIGLI.
007500
007600 FD  RPTGLINT
007700     RECORD CONTAINS 132 CHARACTERS.
007800 01  LIN-RPTGLINT             PIC X(132).
007900
008000 FD  FECHACTL.
008100 01  LIN-FECHACTL.
008200     05 FEC-NEGOCIO           PIC 9(08).
008300
008400 WORKING-STORAGE SECTION.
008500
008600 77  ST-MOVHIST               PIC XX.
008700 77  ST-GLMAPA                PIC XX.
008800 77  ST-GLINTER               PIC XX.
008900 77  ST-RPTGLINT              PIC XX.
009000 77  ST-FECHACTL              PIC XX.
009100
009200 01  DL610-SWITCHES.
009300     05 DL610-SW-FIN-ARCHIVO  PIC X VALUE "N".
009400        88 FIN-ARCHIVO        VALUE "S".
009500     05 DL610-SW-FIN-MAPA     PIC X VALUE "N".
009600        88 FIN-MAPA           VALUE "S".
009700     05 DL610-SW-MAPEO        PIC X VALUE "N".
009800        88 MAPEO-ENCONTRADO   VALUE "S".
009810     05 DL610-SW-ERROR-GL     PIC X VALUE "N".
009820        88 ERROR-INTERFAZ     VALUE "S".
009900
010000 01  DL610-CONTADORES.
010100     05 DL610-CTA-LEIDOS      PIC 9(07) COMP.
010200     05 DL610-CTA-DEL-DIA     PIC 9(07) COMP.
010300     05 DL610-CTA-MAPEADOS    PIC 9(07) COMP.
010400     05 DL610-CTA-SIN-MAPEO   PIC 9(07) COMP.
010500     05 DL610-CTA-LINEAS      PIC 9(07) COMP.
010600
010700 77  DL610-FECHA-NEGOCIO      PIC 9(08) VALUE ZERO.
010800 77  DL610-FECHA-GEN          PIC 9(08) VALUE ZERO.
010900 77  DL610-HORA-GEN           PIC 9(08) VALUE ZERO.
011000 77  DL610-IDX                PIC 9(03) COMP.
011100 77  DL610-ORIGEN             PIC X(10).
011200 77  DL610-IMPORTE            PIC S9(11)V9(3) COMP-3 VALUE ZERO.
011300 77  DL610-TOT-DEL-DIA        PIC S9(11)V9(3) COMP-3 VALUE ZERO.
011400 77  DL610-TOT-SIN-MAPEO      PIC S9(11)V9(3) COMP-3 VALUE ZERO.
011500 77  DL610-TOT-DEBE           PIC S9(13)V9(3) COMP-3 VALUE ZERO.
011600 77  DL610-TOT-HABER          PIC S9(13)V9(3) COMP-3 VALUE ZERO.
011700 77  DL610-TOT-MAPEADO        PIC S9(13)V9(3) COMP-3 VALUE ZERO.
011800
011900******************************************************************
012000* Mapeo cargado en memoria con su acumulado del dia. Cien pares
012100* origen/tipo sobran para los origenes del sistema; un mapa mas
012200* grande se rechaza al cargarlo en vez de truncarse.
012300******************************************************************
012400 01  DL610-MAPA.
012500     05 DL610-CTA-MAPA        PIC 9(03) COMP VALUE ZERO.
012600     05 DL610-MAPA-ENT OCCURS 100 TIMES.
012700        10 DL610-MAP-ORIGEN   PIC X(10).
012800        10 DL610-MAP-TIPO     PIC X.
012900        10 DL610-MAP-DEBE     PIC X(12).
013000        10 DL610-MAP-HABER    PIC X(12).
013100        10 DL610-MAP-CANTIDAD PIC 9(07) COMP.
013200        10 DL610-MAP-IMPORTE  PIC S9(11)V9(3) COMP-3.
013300
013400 01  DL610-LINEA-ENCABEZADO.
013500     05 FILLER                PIC X(44)
013600        VALUE "INTERFAZ A CONTABILIDAD GENERAL - CLIGLINT".
013700     05 FILLER                PIC X(06) VALUE " DEL: ".
013800     05 ENC-FECHA             PIC 9(08).
013900     05 FILLER                PIC X(74) VALUE SPACES.
014000
014100 01  DL610-LINEA-DETALLE.
014200     05 DET-ORIGEN            PIC X(10).
014300     05 FILLER                PIC X(02) VALUE SPACES.
014400     05 DET-TIPO              PIC X.
014500     05 FILLER                PIC X(02) VALUE SPACES.
014600     05 DET-CTA-DEBE          PIC X(12).
014700     05 FILLER                PIC X(02) VALUE SPACES.
014800     05 DET-CTA-HABER         PIC X(12).
014900     05 FILLER                PIC X(02) VALUE SPACES.
015000     05 DET-CANTIDAD          PIC ZZZZZZ9.
015100     05 FILLER                PIC X(02) VALUE SPACES.
015200     05 DET-IMPORTE           PIC ---.---.---.--9,999.
015300     05 FILLER                PIC X(61) VALUE SPACES.
015400
015500 01  DL610-LINEA-SIN-MAPEO.
015600     05 SMP-CLI-ID            PIC ZZZZZZ9.
015700     05 FILLER                PIC X(02) VALUE SPACES.
015800     05 SMP-ORIGEN            PIC X(10).
015900     05 FILLER                PIC X(02) VALUE SPACES.
016000     05 SMP-TIPO              PIC X.
016100     05 FILLER                PIC X(02) VALUE SPACES.
016200     05 SMP-IMPORTE           PIC ---.---.---.--9,999.
016300     05 FILLER                PIC X(02) VALUE SPACES.
016400     05 SMP-REFERENCIA        PIC X(14).
016500     05 FILLER                PIC X(02) VALUE SPACES.
016600     05 SMP-MENSAJE           PIC X(30).
016700     05 FILLER                PIC X(41) VALUE SPACES.
016800
016900 01  DL610-LINEA-TOTAL.
017000     05 FILLER                PIC X(02) VALUE SPACES.
017100     05 TOT-ETIQUETA          PIC X(22).
017200     05 TOT-CANTIDAD          PIC ZZZZZZ9.
017300     05 FILLER                PIC X(02) VALUE SPACES.
017400     05 TOT-IMPORTE           PIC ---.---.---.--9,999.
017500     05 FILLER                PIC X(79) VALUE SPACES.
017600
017700 PROCEDURE DIVISION.
017800
017900 0000-MAINLINE.
018000     PERFORM 1000-INICIAL THRU 1000-INICIAL-EXIT.
018100     IF RETURN-CODE = 0
018200         PERFORM 2000-PROCESO THRU 2000-PROCESO-EXIT
018300             UNTIL FIN-ARCHIVO
018400         PERFORM 3000-FINAL THRU 3000-FINAL-EXIT
018500     END-IF.
018600     GOBACK.
018700
018800******************************************************************
018900* 1000-INICIAL - Fecha de negocio, carga del mapeo contable y
019000*                apertura de la historia y del reporte. La
019100*                interfaz misma se escribe hasta el final, ya
019200*                validado que todo tiene mapeo y que cuadra.
019300******************************************************************
019400 1000-INICIAL.
019500     MOVE 0 TO RETURN-CODE.
019600     MOVE ZERO TO DL610-CTA-LEIDOS DL610-CTA-DEL-DIA
019700         DL610-CTA-MAPEADOS DL610-CTA-SIN-MAPEO DL610-CTA-LINEAS.
019800     PERFORM 1100-LEER-FECHA-NEGOCIO
019900         THRU 1100-LEER-FECHA-NEGOCIO-EXIT.
020000     PERFORM 1200-CARGAR-MAPA THRU 1200-CARGAR-MAPA-EXIT.
020100     IF RETURN-CODE NOT = 0
020150         PERFORM 3400-VACIAR-INTERFAZ
020155             THRU 3400-VACIAR-INTERFAZ-EXIT
020200         GO TO 1000-INICIAL-EXIT
020300     END-IF.
020400     OPEN INPUT MOVHIST.
020500     IF ST-MOVHIST NOT = "00" AND ST-MOVHIST NOT = "05"
020600         DISPLAY "CLIGLINT: ERROR ABRIENDO CLIMOVHIS.DAT - ST="
020700             ST-MOVHIST
020800         MOVE 99 TO RETURN-CODE
020850         PERFORM 3400-VACIAR-INTERFAZ
020855             THRU 3400-VACIAR-INTERFAZ-EXIT
020900         GO TO 1000-INICIAL-EXIT
021000     END-IF.
021100     OPEN OUTPUT RPTGLINT.
021200     IF ST-RPTGLINT NOT = "00"
021300         DISPLAY "CLIGLINT: ERROR ABRIENDO CLIGLINT.RPT - ST="
021400             ST-RPTGLINT
021500         CLOSE MOVHIST
021600         MOVE 99 TO RETURN-CODE
021650         PERFORM 3400-VACIAR-INTERFAZ
021655             THRU 3400-VACIAR-INTERFAZ-EXIT
021700         GO TO 1000-INICIAL-EXIT
021800     END-IF.
021900     MOVE DL610-FECHA-NEGOCIO TO ENC-FECHA.
022000     MOVE DL610-LINEA-ENCABEZADO TO LIN-RPTGLINT.
022100     WRITE LIN-RPTGLINT.
022200     MOVE SPACES TO LIN-RPTGLINT.
022300     WRITE LIN-RPTGLINT.
022400 1000-INICIAL-EXIT.
022500     EXIT.
022600
022700******************************************************************
022800* 1100-LEER-FECHA-NEGOCIO - Fecha de negocio de CliFecha.ctl
022900*                           (CLINOCHE); sin control se usa la
023000*                           fecha de maquina.
023100******************************************************************
023200 1100-LEER-FECHA-NEGOCIO.
023300     MOVE ZERO TO DL610-FECHA-NEGOCIO.
023400     OPEN INPUT FECHACTL.
023500     IF ST-FECHACTL = "00" OR ST-FECHACTL = "05"
023600         IF ST-FECHACTL = "00"
023700             READ FECHACTL
023800                 AT END
023900                     CONTINUE
024000             END-READ
024100             IF ST-FECHACTL = "00"
024200                 AND FEC-NEGOCIO IS NUMERIC
024300                 MOVE FEC-NEGOCIO TO DL610-FECHA-NEGOCIO
024400             END-IF
024500         END-IF
024600         CLOSE FECHACTL
024700     END-IF.
024800     IF DL610-FECHA-NEGOCIO = ZERO
024900         ACCEPT DL610-FECHA-NEGOCIO FROM DATE YYYYMMDD
025000     END-IF.
025100 1100-LEER-FECHA-NEGOCIO-EXIT.
025200     EXIT.
025300
025400******************************************************************
025500* 1200-CARGAR-MAPA - Sube CliGlMap.dat a memoria. Sin mapa no
025600*                    hay contra que traducir: RC=16, igual que
025700*                    un origen sin mapeo.
025800******************************************************************
025900 1200-CARGAR-MAPA.
026000     MOVE ZERO TO DL610-CTA-MAPA.
026100     OPEN INPUT GLMAPA.
026200     IF ST-GLMAPA = "05"
026300         CLOSE GLMAPA
026400         DISPLAY "CLIGLINT: NO HAY CliGlMap.dat - SIN MAPEO "
026500             "CONTABLE"
026600         MOVE 16 TO RETURN-CODE
026700         GO TO 1200-CARGAR-MAPA-EXIT
026800     END-IF.
026900     IF ST-GLMAPA NOT = "00"
027000         DISPLAY "CLIGLINT: ERROR ABRIENDO CLIGLMAP.DAT - ST="
027100             ST-GLMAPA
027200         MOVE 99 TO RETURN-CODE
027300         GO TO 1200-CARGAR-MAPA-EXIT
027400     END-IF.
027500     MOVE "N" TO DL610-SW-FIN-MAPA.
027600     PERFORM 1210-LEER-MAPA THRU 1210-LEER-MAPA-EXIT
027700         UNTIL FIN-MAPA.
027800     CLOSE GLMAPA.
027900     DISPLAY "CLIGLINT: PARES ORIGEN/TIPO MAPEADOS: "
028000         DL610-CTA-MAPA.
028100 1200-CARGAR-MAPA-EXIT.
028200     EXIT.
028300
028400 1210-LEER-MAPA.
028500     READ GLMAPA
028600         AT END
028700             MOVE "S" TO DL610-SW-FIN-MAPA
028800     END-READ.
028900     IF FIN-MAPA
029000         GO TO 1210-LEER-MAPA-EXIT
029100     END-IF.
029200     IF REG-GLMAPA = SPACES OR GLM-ORIGEN(1:1) = "*"
029300         GO TO 1210-LEER-MAPA-EXIT
029400     END-IF.
029500     IF DL610-CTA-MAPA >= 100
029600         DISPLAY "CLIGLINT: CliGlMap.dat EXCEDE 100 RENGLONES"
029700         MOVE 16 TO RETURN-CODE
029800         MOVE "S" TO DL610-SW-FIN-MAPA
029900         GO TO 1210-LEER-MAPA-EXIT
030000     END-IF.
030100     IF GLM-CTA-DEBE = SPACES OR GLM-CTA-HABER = SPACES
030200         DISPLAY "CLIGLINT: MAPEO SIN CUENTA PARA " GLM-ORIGEN
030300             " " GLM-TIPO
030400         MOVE 16 TO RETURN-CODE
030500         GO TO 1210-LEER-MAPA-EXIT
030600     END-IF.
030700     ADD 1 TO DL610-CTA-MAPA.
030800     IF GLM-ORIGEN = "MANUAL"
030900         MOVE SPACES TO DL610-MAP-ORIGEN(DL610-CTA-MAPA)
031000     ELSE
031100         MOVE GLM-ORIGEN TO DL610-MAP-ORIGEN(DL610-CTA-MAPA)
031200     END-IF.
031300     MOVE GLM-TIPO TO DL610-MAP-TIPO(DL610-CTA-MAPA).
031400     MOVE GLM-CTA-DEBE TO DL610-MAP-DEBE(DL610-CTA-MAPA).
031500     MOVE GLM-CTA-HABER TO DL610-MAP-HABER(DL610-CTA-MAPA).
031600     MOVE ZERO TO DL610-MAP-CANTIDAD(DL610-CTA-MAPA)
031700         DL610-MAP-IMPORTE(DL610-CTA-MAPA).
031800 1210-LEER-MAPA-EXIT.
031900     EXIT.
032000
032100******************************************************************
032200* 2000-PROCESO - Un renglon de historia por vuelta; solo cuenta
032300*                lo aplicado en la fecha de negocio.
032400******************************************************************
032500 2000-PROCESO.
032600     READ MOVHIST
032700         AT END
032800             MOVE "S" TO DL610-SW-FIN-ARCHIVO
032900     END-READ.
033000     IF FIN-ARCHIVO
033100         GO TO 2000-PROCESO-EXIT
033200     END-IF.
033300     ADD 1 TO DL610-CTA-LEIDOS.
033400     IF MH-FECHA-APLICACION NOT = DL610-FECHA-NEGOCIO
033500         GO TO 2000-PROCESO-EXIT
033600     END-IF.
033700     ADD 1 TO DL610-CTA-DEL-DIA.
033800     ADD MH-IMPORTE TO DL610-TOT-DEL-DIA.
033900     PERFORM 2100-ACUMULAR-MOVIMIENTO
034000         THRU 2100-ACUMULAR-MOVIMIENTO-EXIT.
034100 2000-PROCESO-EXIT.
034200     EXIT.
034300
034400******************************************************************
034500* 2100-ACUMULAR-MOVIMIENTO - Busca el par origen/tipo en el mapa
034600*                            y acumula el importe en su renglon;
034700*                            sin mapeo el movimiento se lista en
034800*                            el reporte y la interfaz se anula.
034900******************************************************************
035000 2100-ACUMULAR-MOVIMIENTO.
035100     MOVE MH-ORIGEN TO DL610-ORIGEN.
035200     MOVE "N" TO DL610-SW-MAPEO.
035300     PERFORM 2110-BUSCAR-MAPEO THRU 2110-BUSCAR-MAPEO-EXIT
035400         VARYING DL610-IDX FROM 1 BY 1
035500         UNTIL DL610-IDX > DL610-CTA-MAPA OR MAPEO-ENCONTRADO.
035600     IF NOT MAPEO-ENCONTRADO
035700         ADD 1 TO DL610-CTA-SIN-MAPEO
035800         ADD MH-IMPORTE TO DL610-TOT-SIN-MAPEO
035900         PERFORM 2200-ESCRIBIR-SIN-MAPEO
036000             THRU 2200-ESCRIBIR-SIN-MAPEO-EXIT
036100         GO TO 2100-ACUMULAR-MOVIMIENTO-EXIT
036200     END-IF.
036300     SUBTRACT 1 FROM DL610-IDX.
036400     ADD 1 TO DL610-CTA-MAPEADOS.
036500     ADD 1 TO DL610-MAP-CANTIDAD(DL610-IDX).
036600     ADD MH-IMPORTE TO DL610-MAP-IMPORTE(DL610-IDX).
036700 2100-ACUMULAR-MOVIMIENTO-EXIT.
036800     EXIT.
036900
037000 2110-BUSCAR-MAPEO.
037100     IF DL610-MAP-ORIGEN(DL610-IDX) = DL610-ORIGEN
037200         AND DL610-MAP-TIPO(DL610-IDX) = MH-TIPO
037300         MOVE "S" TO DL610-SW-MAPEO
037400     END-IF.
037500 2110-BUSCAR-MAPEO-EXIT.
037600     EXIT.
037700
037800 2200-ESCRIBIR-SIN-MAPEO.
037900     MOVE SPACES TO DL610-LINEA-SIN-MAPEO.
038000     MOVE MH-CLI-ID TO SMP-CLI-ID.
038100     MOVE MH-ORIGEN TO SMP-ORIGEN.
038200     MOVE MH-TIPO TO SMP-TIPO.
038300     MOVE MH-IMPORTE TO SMP-IMPORTE.
038400     MOVE MH-REFERENCIA TO SMP-REFERENCIA.
038500     MOVE "ORIGEN/TIPO SIN MAPEO CONTABLE" TO SMP-MENSAJE.
038600     MOVE DL610-LINEA-SIN-MAPEO TO LIN-RPTGLINT.
038700     WRITE LIN-RPTGLINT.
038800 2200-ESCRIBIR-SIN-MAPEO-EXIT.
038900     EXIT.
039000
039100******************************************************************
039200* 3000-FINAL - Con todo mapeado escribe la interfaz (encabezado,
039300*              un par debe/haber por renglon del mapa con
039400*              movimiento y trailer de control) y comprueba que
039500*              cuadre: lo mapeado = total del dia (debe y
039550*              haber salen del mismo importe por renglon). Un
039600*              origen sin mapeo o un descuadre dejan CliGl.dat
039650*              vacio y RC=16, un error de grabacion lo deja
039660*              vacio y RC=99; sin movimientos del dia sale RC=4.
039800******************************************************************
039900 3000-FINAL.
040000     CLOSE MOVHIST.
040100     OPEN OUTPUT GLINTER.
040200     IF ST-GLINTER NOT = "00"
040300         DISPLAY "CLIGLINT: ERROR ABRIENDO CLIGL.DAT - ST="
040400             ST-GLINTER
040500         CLOSE RPTGLINT
040600         MOVE 99 TO RETURN-CODE
040700         GO TO 3000-FINAL-EXIT
040800     END-IF.
040900     IF DL610-CTA-SIN-MAPEO > 0
041000         DISPLAY "CLIGLINT: MOVIMIENTOS SIN MAPEO CONTABLE: "
041100             DL610-CTA-SIN-MAPEO " - INTERFAZ NO ENTREGADA"
041200         MOVE 16 TO RETURN-CODE
041300     ELSE
041400         PERFORM 3100-ESCRIBIR-INTERFAZ
041500             THRU 3100-ESCRIBIR-INTERFAZ-EXIT
041600     END-IF.
041700     CLOSE GLINTER.
041800     IF RETURN-CODE NOT = 0
041900         PERFORM 3400-VACIAR-INTERFAZ
041905             THRU 3400-VACIAR-INTERFAZ-EXIT
042100     END-IF.
042200     PERFORM 3300-ESCRIBIR-TOTALES
042300         THRU 3300-ESCRIBIR-TOTALES-EXIT.
042400     CLOSE RPTGLINT.
042500     DISPLAY "CLIGLINT: HISTORIA LEIDA     : " DL610-CTA-LEIDOS.
042600     DISPLAY "CLIGLINT: MOVIMIENTOS DEL DIA: " DL610-CTA-DEL-DIA.
042700     DISPLAY "CLIGLINT: LINEAS DE ASIENTO  : " DL610-CTA-LINEAS.
042800     DISPLAY "CLIGLINT: TOTAL DEBE         : " DL610-TOT-DEBE.
042900     DISPLAY "CLIGLINT: TOTAL HABER        : " DL610-TOT-HABER.
043000     IF RETURN-CODE = 0 AND DL610-CTA-DEL-DIA = ZERO
043100         MOVE 4 TO RETURN-CODE
043200     END-IF.
043300 3000-FINAL-EXIT.
043400     EXIT.
043500
043600******************************************************************
043700* 3100-ESCRIBIR-INTERFAZ - Encabezado, detalle por renglon del
043800*                          mapa y trailer. Un neto negativo
043900*                          (reversas) invierte debe y haber
044000*                          para que el importe salga positivo.
044100******************************************************************
044200 3100-ESCRIBIR-INTERFAZ.
044300     ACCEPT DL610-FECHA-GEN FROM DATE YYYYMMDD.
044400     ACCEPT DL610-HORA-GEN FROM TIME.
044500     MOVE SPACES TO REG-GLINT.
044600     MOVE "H" TO GLI-TIPO-REG.
044700     MOVE DL610-FECHA-NEGOCIO TO GLI-ENC-FECHA.
044800     MOVE "CLIENTES" TO GLI-ENC-SISTEMA.
044900     MOVE DL610-FECHA-GEN TO GLI-ENC-FECHA-GEN.
045000     MOVE DL610-HORA-GEN TO GLI-ENC-HORA-GEN.
045100     WRITE REG-GLINT.
045110     PERFORM 3120-VERIFICAR-ESCRITURA
045120         THRU 3120-VERIFICAR-ESCRITURA-EXIT.
045130     IF ERROR-INTERFAZ
045140         GO TO 3100-ESCRIBIR-INTERFAZ-EXIT
045150     END-IF.
045200     PERFORM 3110-ESCRIBIR-ASIENTO
045300         THRU 3110-ESCRIBIR-ASIENTO-EXIT
045400         VARYING DL610-IDX FROM 1 BY 1
045500         UNTIL DL610-IDX > DL610-CTA-MAPA
045510             OR ERROR-INTERFAZ.
045520     IF ERROR-INTERFAZ
045530         GO TO 3100-ESCRIBIR-INTERFAZ-EXIT
045540     END-IF.
045600     IF DL610-TOT-MAPEADO NOT = DL610-TOT-DEL-DIA
045800         DISPLAY "CLIGLINT: ASIENTO DESCUADRADO - MAPEADO="
045900             DL610-TOT-MAPEADO " DEL DIA=" DL610-TOT-DEL-DIA
046000         MOVE 16 TO RETURN-CODE
046100         GO TO 3100-ESCRIBIR-INTERFAZ-EXIT
046200     END-IF.
046300     MOVE SPACES TO REG-GLINT.
046400     MOVE "T" TO GLI-TIPO-REG.
046500     MOVE DL610-CTA-LINEAS TO GLI-TRL-LINEAS.
046600     MOVE DL610-CTA-MAPEADOS TO GLI-TRL-MOVS.
046700     MOVE DL610-TOT-DEBE TO GLI-TRL-DEBE.
046800     MOVE DL610-TOT-HABER TO GLI-TRL-HABER.
046900     WRITE REG-GLINT.
047000     PERFORM 3120-VERIFICAR-ESCRITURA
047100         THRU 3120-VERIFICAR-ESCRITURA-EXIT.
047500 3100-ESCRIBIR-INTERFAZ-EXIT.
047600     EXIT.
047700
047800 3110-ESCRIBIR-ASIENTO.
047900     IF DL610-MAP-CANTIDAD(DL610-IDX) = ZERO
048000         GO TO 3110-ESCRIBIR-ASIENTO-EXIT
048100     END-IF.
048200     MOVE DL610-MAP-IMPORTE(DL610-IDX) TO DL610-IMPORTE.
048300     IF DL610-IMPORTE < ZERO
048400         COMPUTE DL610-IMPORTE = ZERO - DL610-IMPORTE
048500     END-IF.
048600     ADD DL610-MAP-IMPORTE(DL610-IDX) TO DL610-TOT-MAPEADO.
048700     MOVE SPACES TO REG-GLINT.
048800     MOVE "D" TO GLI-TIPO-REG.
048900     MOVE DL610-FECHA-NEGOCIO TO GLI-DET-FECHA.
049000     MOVE DL610-IMPORTE TO GLI-DET-IMPORTE.
049100     MOVE DL610-MAP-ORIGEN(DL610-IDX) TO GLI-DET-ORIGEN.
049200     MOVE DL610-MAP-TIPO(DL610-IDX) TO GLI-DET-TIPO-MOV.
049300     MOVE DL610-MAP-CANTIDAD(DL610-IDX) TO GLI-DET-CANTIDAD.
049400     MOVE "D" TO GLI-DET-LADO.
049500     IF DL610-MAP-IMPORTE(DL610-IDX) < ZERO
049600         MOVE DL610-MAP-HABER(DL610-IDX) TO GLI-DET-CUENTA
049700     ELSE
049800         MOVE DL610-MAP-DEBE(DL610-IDX) TO GLI-DET-CUENTA
049900     END-IF.
050000     WRITE REG-GLINT.
050010     PERFORM 3120-VERIFICAR-ESCRITURA
050020         THRU 3120-VERIFICAR-ESCRITURA-EXIT.
050030     IF ERROR-INTERFAZ
050040         GO TO 3110-ESCRIBIR-ASIENTO-EXIT
050050     END-IF.
050100     ADD 1 TO DL610-CTA-LINEAS.
050200     ADD DL610-IMPORTE TO DL610-TOT-DEBE.
050300     MOVE "H" TO GLI-DET-LADO.
050400     IF DL610-MAP-IMPORTE(DL610-IDX) < ZERO
050500         MOVE DL610-MAP-DEBE(DL610-IDX) TO GLI-DET-CUENTA
050600     ELSE
050700         MOVE DL610-MAP-HABER(DL610-IDX) TO GLI-DET-CUENTA
050800     END-IF.
050900     WRITE REG-GLINT.
050910     PERFORM 3120-VERIFICAR-ESCRITURA
050920         THRU 3120-VERIFICAR-ESCRITURA-EXIT.
050930     IF ERROR-INTERFAZ
050940         GO TO 3110-ESCRIBIR-ASIENTO-EXIT
050950     END-IF.
051000     ADD 1 TO DL610-CTA-LINEAS.
051100     ADD DL610-IMPORTE TO DL610-TOT-HABER.
051200     PERFORM 3200-ESCRIBIR-DETALLE
051300         THRU 3200-ESCRIBIR-DETALLE-EXIT.
051400 3110-ESCRIBIR-ASIENTO-EXIT.
051500     EXIT.
051505
051510******************************************************************
051515* 3120-VERIFICAR-ESCRITURA - Un renglon de CliGl.dat que no se
051520*                            grabo corta la interfaz (RC=99, sin
051525*                            trailer); 3000-FINAL la vacia.
051530******************************************************************
051535 3120-VERIFICAR-ESCRITURA.
051540     IF ST-GLINTER NOT = "00"
051545         DISPLAY "CLIGLINT: ERROR ESCRIBIENDO CLIGL.DAT - ST="
051550             ST-GLINTER
051555         MOVE 99 TO RETURN-CODE
051560         MOVE "S" TO DL610-SW-ERROR-GL
051565     END-IF.
051570 3120-VERIFICAR-ESCRITURA-EXIT.
051575     EXIT.
051600
051700 3200-ESCRIBIR-DETALLE.
051800     MOVE SPACES TO DL610-LINEA-DETALLE.
051900     IF DL610-MAP-ORIGEN(DL610-IDX) = SPACES
052000         MOVE "MANUAL" TO DET-ORIGEN
052100     ELSE
052200         MOVE DL610-MAP-ORIGEN(DL610-IDX) TO DET-ORIGEN
052300     END-IF.
052400     MOVE DL610-MAP-TIPO(DL610-IDX) TO DET-TIPO.
052500     MOVE DL610-MAP-DEBE(DL610-IDX) TO DET-CTA-DEBE.
052600     MOVE DL610-MAP-HABER(DL610-IDX) TO DET-CTA-HABER.
052700     MOVE DL610-MAP-CANTIDAD(DL610-IDX) TO DET-CANTIDAD.
052800     MOVE DL610-MAP-IMPORTE(DL610-IDX) TO DET-IMPORTE.
052900     MOVE DL610-LINEA-DETALLE TO LIN-RPTGLINT.
053000     WRITE LIN-RPTGLINT.
053100 3200-ESCRIBIR-DETALLE-EXIT.
053200     EXIT.
053300
053400 3300-ESCRIBIR-TOTALES.
053500     MOVE SPACES TO LIN-RPTGLINT.
053600     WRITE LIN-RPTGLINT.
053700     MOVE SPACES TO DL610-LINEA-TOTAL.
053800     MOVE "MOVIMIENTOS DEL DIA :" TO TOT-ETIQUETA.
053900     MOVE DL610-CTA-DEL-DIA TO TOT-CANTIDAD.
054000     MOVE DL610-TOT-DEL-DIA TO TOT-IMPORTE.
054100     MOVE DL610-LINEA-TOTAL TO LIN-RPTGLINT.
054200     WRITE LIN-RPTGLINT.
054300     MOVE SPACES TO DL610-LINEA-TOTAL.
054400     MOVE "SIN MAPEO CONTABLE  :" TO TOT-ETIQUETA.
054500     MOVE DL610-CTA-SIN-MAPEO TO TOT-CANTIDAD.
054600     MOVE DL610-TOT-SIN-MAPEO TO TOT-IMPORTE.
054700     MOVE DL610-LINEA-TOTAL TO LIN-RPTGLINT.
054800     WRITE LIN-RPTGLINT.
054900     MOVE SPACES TO DL610-LINEA-TOTAL.
055000     MOVE "LINEAS DE ASIENTO   :" TO TOT-ETIQUETA.
055100     MOVE DL610-CTA-LINEAS TO TOT-CANTIDAD.
055200     MOVE DL610-LINEA-TOTAL TO LIN-RPTGLINT.
055300     WRITE LIN-RPTGLINT.
055400     MOVE SPACES TO DL610-LINEA-TOTAL.
055500     MOVE "TOTAL DEBE          :" TO TOT-ETIQUETA.
055600     MOVE DL610-TOT-DEBE TO TOT-IMPORTE.
055700     MOVE DL610-LINEA-TOTAL TO LIN-RPTGLINT.
055800     WRITE LIN-RPTGLINT.
055900     MOVE SPACES TO DL610-LINEA-TOTAL.
056000     MOVE "TOTAL HABER         :" TO TOT-ETIQUETA.
056100     MOVE DL610-TOT-HABER TO TOT-IMPORTE.
056200     MOVE DL610-LINEA-TOTAL TO LIN-RPTGLINT.
056300     WRITE LIN-RPTGLINT.
056400     IF RETURN-CODE = 16
056500         MOVE SPACES TO LIN-RPTGLINT
056600         MOVE "*** INTERFAZ NO ENTREGADA: REVISAR MAPEO Y CUADRE"
056700             TO LIN-RPTGLINT
056800         WRITE LIN-RPTGLINT
056900     END-IF.
057000 3300-ESCRIBIR-TOTALES-EXIT.
057100     EXIT.
057110
057120******************************************************************
057130* 3400-VACIAR-INTERFAZ - Deja CliGl.dat vacio: una corrida que no
057140*                        entrega interfaz no puede dejar la del
057150*                        dia anterior para que contabilidad la
057160*                        vuelva a tomar como la de hoy.
057170******************************************************************
057180 3400-VACIAR-INTERFAZ.
057190     OPEN OUTPUT GLINTER.
057200     IF ST-GLINTER NOT = "00"
057210         DISPLAY "CLIGLINT: NO SE PUDO VACIAR CLIGL.DAT - ST="
057220             ST-GLINTER
057230         GO TO 3400-VACIAR-INTERFAZ-EXIT
057240     END-IF.
057250     CLOSE GLINTER.
057260 3400-VACIAR-INTERFAZ-EXIT.
057270     EXIT.
057280
057300 END PROGRAM CLIGLINT.
