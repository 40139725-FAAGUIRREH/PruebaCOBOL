000100******************************************************************
000200* PROGRAM-ID: CLICOBR
000300* AUTHOR:     R. ESPINOZA - SISTEMAS ADMINISTRATIVOS
000400* INSTALLATION: DEPTO. DE SISTEMAS
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:    Ciclo mensual de cobranza de clientes sobregirados.
000800*             Recorre CLIENTES y a cada cliente ACTIVO con
000900*             CLI-SALDO negativo le emite el aviso que le toca
001000*             en CliCartas.rpt (direccion, localidad de
001100*             CliCp.dat y saldo): 1 recordatorio amigable,
001200*             2 requerimiento formal, 3 ultimo aviso antes del
001300*             castigo. El nivel sale de los dias de sobregiro y
001400*             del ultimo aviso enviado (sube de a un nivel por
001500*             mes). El estado del ciclo queda en CliCobr.dat y
001600*             cada aviso en la historia CliCobH.dat. Una
001700*             promesa de pago vigente (capturada en "Inicio")
001800*             retiene el aviso; un cliente que ya no esta
001900*             sobregirado cierra su ciclo. CliCobr.rpt lista la
002000*             accion tomada con cada cliente y totales por
002100*             nivel. Corre en el corte de mes (CLINOCHE).
002200*
002300* MODIFICATION HISTORY:
002400*   15/10/2026  RE   VERSION INICIAL.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. CLICOBR.
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SPECIAL-NAMES.
003100     DECIMAL-POINT IS COMMA.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400
003500     SELECT OPTIONAL CLIENTES ASSIGN TO "./Hola.dat"
003600          ORGANIZATION INDEXED
003700          ACCESS MODE SEQUENTIAL
003800          RECORD KEY IS ID-CLIENTE
003900          ALTERNATE KEY CLI-NOMBRE WITH DUPLICATES
004000          ALTERNATE KEY CLI-TARJETA WITH DUPLICATES
004100          STATUS ST-FILE.
004200
004300     SELECT OPTIONAL COBRANZAS ASSIGN TO "./CliCobr.dat"
004400          ORGANIZATION INDEXED
004500          ACCESS MODE DYNAMIC
004600          RECORD KEY IS COB-CLI-ID
004700          STATUS ST-COBRANZAS.
004800
004900     SELECT OPTIONAL COBHIS ASSIGN TO "./CliCobH.dat"
005000          ORGANIZATION LINE SEQUENTIAL
005100          STATUS ST-COBHIS.
005200
005300     SELECT OPTIONAL CPREF ASSIGN TO "./CliCp.dat"
005400          ORGANIZATION INDEXED
005500          ACCESS MODE DYNAMIC
005600          RECORD KEY IS CP-CODIGO
005700          STATUS ST-CPREF.
005800
005900     SELECT CARTAS ASSIGN TO "./CliCartas.rpt"
006000          ORGANIZATION LINE SEQUENTIAL
006100          STATUS ST-CARTAS.
006200
006300     SELECT RPTCOBR ASSIGN TO "./CliCobr.rpt"
006400          ORGANIZATION LINE SEQUENTIAL
006500          STATUS ST-RPTCOBR.
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
007800 FD  COBRANZAS.
007900
008000 COPY CLICOB.
008100
008200 FD  COBHIS.
008300
008400 COPY CLICOBH.
008500
008600 FD  CPREF.
008700
008800 COPY CLICP.
008900
009000 FD  CARTAS
009100     RECORD CONTAINS 132 CHARACTERS.
009200 01  LIN-CARTAS               PIC X(132).
009300
009400 FD  RPTCOBR
009500     RECORD CONTAINS 132 CHARACTERS.
009600 01  LIN-RPTCOBR              PIC X(132).
009700
009800 FD  FECHACTL.
009900 01  LIN-FECHACTL.
010000     05 FEC-NEGOCIO           PIC 9(08).
010100
010200 WORKING-STORAGE SECTION.
010300
010400 77  ST-FILE                  PIC XX.
010500 77  ST-COBRANZAS             PIC XX.
010600 77  ST-COBHIS                PIC XX.
010700 77  ST-CPREF                 PIC XX.
010800 77  ST-CARTAS                PIC XX.
010900 77  ST-RPTCOBR               PIC XX.
011000 77  ST-FECHACTL              PIC XX.
011100
011200 01  DL975-SWITCHES.
011300     05 DL975-SW-FIN-ARCHIVO  PIC X VALUE "N".
011400        88 FIN-ARCHIVO        VALUE "S".
011500     05 DL975-SW-CATALOGO     PIC X VALUE "N".
011600        88 CATALOGO-CP-DISPONIBLE VALUE "S".
011700     05 DL975-SW-EXISTE       PIC X VALUE "N".
011800        88 EXISTE-COBRANZA    VALUE "S".
011900     05 DL975-SW-CAMBIO       PIC X VALUE "N".
012000        88 HAY-CAMBIO         VALUE "S".
012100
012200 77  DL975-FECHA-HOY          PIC 9(08).
012300 77  DL975-HORA               PIC 9(08).
012400 77  DL975-USUARIO            PIC X(08).
012500 77  DL975-ENTERO-HOY         PIC 9(08) COMP.
012600 77  DL975-ENTERO-INI         PIC 9(08) COMP.
012700 77  DL975-DIAS               PIC S9(05) COMP.
012800 77  DL975-NIVEL-DIAS         PIC 9.
012900 77  DL975-NIVEL-NUEVO        PIC 9.
013000 77  DL975-ACCION             PIC X(30).
013100 77  DL975-EVENTO             PIC X(02).
013200 77  DL975-DEUDA              PIC S9(9)V9(3).
013300 77  DL975-IDX                PIC 9(02) COMP.
013400 77  DL975-BASE-TEXTO         PIC 9(02) COMP.
013500 77  DL975-NIVEL-ED           PIC 9.
013600
013700 01  DL975-CONTADORES.
013800     05 DL975-CTA-LEIDOS      PIC 9(07) COMP.
013900     05 DL975-CTA-SOBREGIRADOS PIC 9(07) COMP.
014000     05 DL975-CTA-NO-ACTIVOS  PIC 9(07) COMP.
014100     05 DL975-CTA-PROMESA     PIC 9(07) COMP.
014200     05 DL975-CTA-YA-AVISADOS PIC 9(07) COMP.
014300     05 DL975-CTA-CANDIDATOS  PIC 9(07) COMP.
014400     05 DL975-CTA-CERRADOS    PIC 9(07) COMP.
014500     05 DL975-CTA-ERRORES     PIC 9(07) COMP.
014600     05 DL975-CTA-NIVEL       PIC 9(07) COMP OCCURS 3 TIMES.
014700
014800 01  DL975-TOTALES.
014900     05 DL975-TOT-NIVEL       PIC S9(11)V9(3) COMP-3
015000                              OCCURS 3 TIMES.
015100 77  DL975-TOT-CANDIDATOS     PIC S9(11)V9(3) COMP-3 VALUE ZERO.
015200
015300******************************************************************
015400* Titulo, accion del reporte y texto de cada nivel de aviso.
015500******************************************************************
015600 01  DL975-TABLA-NIVELES-VAL.
015700     05 FILLER                PIC X(30)
015800        VALUE "RECORDATORIO AMIGABLE".
015900     05 FILLER                PIC X(30)
016000        VALUE "AVISO 1 - RECORDATORIO".
016100     05 FILLER                PIC X(30)
016200        VALUE "REQUERIMIENTO FORMAL DE PAGO".
016300     05 FILLER                PIC X(30)
016400        VALUE "AVISO 2 - REQUERIMIENTO FORMAL".
016500     05 FILLER                PIC X(30)
016600        VALUE "ULTIMO AVISO ANTES DE CASTIGO".
016700     05 FILLER                PIC X(30)
016800        VALUE "AVISO 3 - ULTIMO AVISO".
016900 01  DL975-TABLA-NIVELES REDEFINES DL975-TABLA-NIVELES-VAL.
017000     05 DL975-NIVEL OCCURS 3 TIMES.
017100        10 DL975-NIVEL-TITULO PIC X(30).
017200        10 DL975-NIVEL-ACCION PIC X(30).
017300
017400 01  DL975-TABLA-TEXTOS-VAL.
017500     05 FILLER                PIC X(50)
017600        VALUE "LE RECORDAMOS QUE SU CUENTA TIENE SALDO DEUDOR.".
017700     05 FILLER                PIC X(50)
017800        VALUE "SI YA REALIZO EL PAGO, NO TOME EN CUENTA ESTE".
017900     05 FILLER                PIC X(50)
018000        VALUE "AVISO. GRACIAS POR SU PREFERENCIA.".
018100     05 FILLER                PIC X(50)
018200        VALUE "SU CUENTA SIGUE CON SALDO DEUDOR PESE A NUESTRO".
018300     05 FILLER                PIC X(50)
018400        VALUE "AVISO ANTERIOR. LE REQUERIMOS REGULARIZARLO O".
018500     05 FILLER                PIC X(50)
018600        VALUE "COMUNICARSE CON COBRANZAS A LA BREVEDAD.".
018700     05 FILLER                PIC X(50)
018800        VALUE "ULTIMO AVISO: DE NO RECIBIR SU PAGO, EL SALDO".
018900     05 FILLER                PIC X(50)
019000        VALUE "PASARA A CASTIGO Y LA CUENTA QUEDARA CERRADA A".
019100     05 FILLER                PIC X(50)
019200        VALUE "NUEVOS MOVIMIENTOS. COMUNIQUESE CON COBRANZAS.".
019300 01  DL975-TABLA-TEXTOS REDEFINES DL975-TABLA-TEXTOS-VAL.
019400     05 DL975-TEXTO           PIC X(50) OCCURS 9 TIMES.
019500
019600 01  DL975-LINEA-ENCABEZADO.
019700     05 FILLER                PIC X(42)
019800        VALUE "CICLO DE COBRANZA A SOBREGIRADOS - CLICOBR".
019900     05 FILLER                PIC X(06) VALUE " AL: ".
020000     05 ENC-FECHA             PIC 9(08).
020100     05 FILLER                PIC X(76) VALUE SPACES.
020200
020300 01  DL975-LINEA-COLUMNAS.
020400     05 FILLER                PIC X(45)
020500        VALUE "CLI-ID   NOMBRE                          C ".
020600     05 FILLER                PIC X(45)
020700        VALUE " DIAS N           SALDO  PROMESA   ACCION".
020800     05 FILLER                PIC X(42) VALUE SPACES.
020900
021000 01  DL975-LINEA-DETALLE.
021100     05 DET-CLI-ID            PIC ZZZZZZ9.
021200     05 FILLER                PIC X(02) VALUE SPACES.
021300     05 DET-NOMBRE            PIC X(30).
021400     05 FILLER                PIC X(02) VALUE SPACES.
021500     05 DET-CATEGORIA         PIC X.
021600     05 FILLER                PIC X(02) VALUE SPACES.
021700     05 DET-DIAS              PIC ZZZZ9.
021800     05 FILLER                PIC X(01) VALUE SPACES.
021900     05 DET-NIVEL             PIC 9.
022000     05 FILLER                PIC X(01) VALUE SPACES.
022100     05 DET-SALDO             PIC ---.---.--9,999.
022200     05 FILLER                PIC X(02) VALUE SPACES.
022300     05 DET-PROMESA           PIC 9(08).
022400     05 FILLER                PIC X(02) VALUE SPACES.
022500     05 DET-ACCION            PIC X(30).
022600     05 FILLER                PIC X(23) VALUE SPACES.
022700
022800 01  DL975-LINEA-TOTAL.
022900     05 FILLER                PIC X(02) VALUE SPACES.
023000     05 TOT-ETIQUETA          PIC X(22).
023100     05 TOT-CANTIDAD          PIC ZZZZZZ9.
023200     05 FILLER                PIC X(02) VALUE SPACES.
023300     05 TOT-IMPORTE           PIC ---.---.---.--9,999.
023400     05 FILLER                PIC X(80) VALUE SPACES.
023500
023600******************************************************************
023700* Lineas de la carta de cobranza (CliCartas.rpt). Cada carta
023800* empieza con la linea de corte para separarlas al imprimir.
023900******************************************************************
024000 01  DL975-CARTA-CORTE.
024100     05 FILLER                PIC X(80) VALUE ALL "=".
024200     05 FILLER                PIC X(52) VALUE SPACES.
024300
024400 01  DL975-CARTA-ENCABEZADO.
024500     05 FILLER                PIC X(24)
024600        VALUE "DEPTO. DE COBRANZAS".
024700     05 FILLER                PIC X(08) VALUE "FECHA: ".
024800     05 CAR-FECHA             PIC 9(08).
024900     05 FILLER                PIC X(14) VALUE "   CLIENTE: ".
025000     05 CAR-CLI-ID            PIC 9(07).
025100     05 FILLER                PIC X(71) VALUE SPACES.
025200
025300 01  DL975-CARTA-NIVEL.
025400     05 FILLER                PIC X(06) VALUE "AVISO ".
025500     05 CAR-NIVEL             PIC 9.
025600     05 FILLER                PIC X(03) VALUE " - ".
025700     05 CAR-TITULO            PIC X(30).
025800     05 FILLER                PIC X(92) VALUE SPACES.
025900
026000 01  DL975-CARTA-LOCALIDAD.
026100     05 FILLER                PIC X(06) VALUE "C.P.: ".
026200     05 CAR-DIRPOST           PIC X(10).
026300     05 FILLER                PIC X(02) VALUE SPACES.
026400     05 CAR-LOCALIDAD         PIC X(40).
026500     05 FILLER                PIC X(02) VALUE SPACES.
026600     05 CAR-ESTADO            PIC X(30).
026700     05 FILLER                PIC X(42) VALUE SPACES.
026800
026900 01  DL975-CARTA-SALDO.
027000     05 FILLER                PIC X(16) VALUE "SALDO DEUDOR AL ".
027100     05 CAR-FECHA-SALDO       PIC 9(08).
027200     05 FILLER                PIC X(02) VALUE ": ".
027300     05 CAR-DEUDA             PIC ---.---.--9,999.
027400     05 FILLER                PIC X(91) VALUE SPACES.
027500
027600 PROCEDURE DIVISION.
027700
027800 0000-MAINLINE.
027900     PERFORM 1000-INICIAL THRU 1000-INICIAL-EXIT.
028000     IF RETURN-CODE = 0
028100         PERFORM 2000-PROCESO THRU 2000-PROCESO-EXIT
028200             UNTIL FIN-ARCHIVO
028300         PERFORM 3000-FINAL THRU 3000-FINAL-EXIT
028400     END-IF.
028500     GOBACK.
028600
028700******************************************************************
028800* 1000-INICIAL - Abre CLIENTES, el estado y la historia de
028900*                cobranza, las cartas y el reporte. CliCp.dat es
029000*                opcional: sin catalogo la carta sale sin nombre
029100*                de localidad. Si una apertura falla se cierra
029150*                lo ya abierto y sale con RC=99.
029200******************************************************************
029300 1000-INICIAL.
029400     MOVE 0 TO RETURN-CODE.
029500     MOVE ZERO TO DL975-CTA-LEIDOS DL975-CTA-SOBREGIRADOS
029600         DL975-CTA-NO-ACTIVOS DL975-CTA-PROMESA
029700         DL975-CTA-YA-AVISADOS DL975-CTA-CANDIDATOS
029800         DL975-CTA-CERRADOS DL975-CTA-ERRORES.
029900     MOVE ZERO TO DL975-CTA-NIVEL(1) DL975-CTA-NIVEL(2)
030000         DL975-CTA-NIVEL(3).
030100     MOVE ZERO TO DL975-TOT-NIVEL(1) DL975-TOT-NIVEL(2)
030200         DL975-TOT-NIVEL(3).
030300     PERFORM 1100-LEER-FECHA-NEGOCIO
030400         THRU 1100-LEER-FECHA-NEGOCIO-EXIT.
030500     COMPUTE DL975-ENTERO-HOY =
030600         FUNCTION INTEGER-OF-DATE(DL975-FECHA-HOY).
030700     ACCEPT DL975-USUARIO FROM ENVIRONMENT "USER".
030800     OPEN INPUT CLIENTES.
030900     IF ST-FILE NOT = "00" AND ST-FILE NOT = "05"
031000         DISPLAY "CLICOBR: ERROR ABRIENDO CLIENTES - ST=" ST-FILE
031100         MOVE 99 TO RETURN-CODE
031200         GO TO 1000-INICIAL-EXIT
031300     END-IF.
031400     OPEN I-O COBRANZAS.
031500     IF ST-COBRANZAS NOT = "00" AND ST-COBRANZAS NOT = "05"
031600         DISPLAY "CLICOBR: ERROR ABRIENDO CLICOBR.DAT - ST="
031700             ST-COBRANZAS
031750         CLOSE CLIENTES
031800         MOVE 99 TO RETURN-CODE
031900         GO TO 1000-INICIAL-EXIT
032000     END-IF.
032100******************************************************************
032200*    La historia de cobranza se extiende corrida a corrida.
032300******************************************************************
032400     OPEN EXTEND COBHIS.
032500     IF ST-COBHIS = "35"
032600         OPEN OUTPUT COBHIS
032700     END-IF.
032800     IF ST-COBHIS NOT = "00" AND ST-COBHIS NOT = "05"
032900         DISPLAY "CLICOBR: ERROR ABRIENDO CLICOBH.DAT - ST="
033000             ST-COBHIS
033050         CLOSE CLIENTES COBRANZAS
033100         MOVE 99 TO RETURN-CODE
033200         GO TO 1000-INICIAL-EXIT
033300     END-IF.
033400     OPEN OUTPUT CARTAS.
033500     IF ST-CARTAS NOT = "00"
033600         DISPLAY "CLICOBR: ERROR ABRIENDO CLICARTAS.RPT - ST="
033700             ST-CARTAS
033750         CLOSE CLIENTES COBRANZAS COBHIS
033800         MOVE 99 TO RETURN-CODE
033900         GO TO 1000-INICIAL-EXIT
034000     END-IF.
034100     OPEN OUTPUT RPTCOBR.
034200     IF ST-RPTCOBR NOT = "00"
034300         DISPLAY "CLICOBR: ERROR ABRIENDO CLICOBR.RPT - ST="
034400             ST-RPTCOBR
034450         CLOSE CLIENTES COBRANZAS COBHIS CARTAS
034500         MOVE 99 TO RETURN-CODE
034600         GO TO 1000-INICIAL-EXIT
034700     END-IF.
034800     MOVE "N" TO DL975-SW-CATALOGO.
034900     OPEN INPUT CPREF.
035000     IF ST-CPREF = "00"
035100         MOVE "S" TO DL975-SW-CATALOGO
035200     END-IF.
035300     MOVE DL975-FECHA-HOY TO ENC-FECHA.
035400     MOVE DL975-LINEA-ENCABEZADO TO LIN-RPTCOBR.
035500     WRITE LIN-RPTCOBR.
035600     MOVE SPACES TO LIN-RPTCOBR.
035700     WRITE LIN-RPTCOBR.
035800     MOVE DL975-LINEA-COLUMNAS TO LIN-RPTCOBR.
035900     WRITE LIN-RPTCOBR.
036000 1000-INICIAL-EXIT.
036100     EXIT.
036200
036300******************************************************************
036400* 1100-LEER-FECHA-NEGOCIO - La fecha de la corrida (dias de
036500*                           sobregiro, mes del aviso, vigencia
036600*                           de la promesa) viene de
036700*                           CliFecha.ctl; sin control se usa la
036800*                           fecha de maquina.
036900******************************************************************
037000 1100-LEER-FECHA-NEGOCIO.
037100     MOVE ZERO TO DL975-FECHA-HOY.
037200     OPEN INPUT FECHACTL.
037300     IF ST-FECHACTL = "00" OR ST-FECHACTL = "05"
037400         IF ST-FECHACTL = "00"
037500             READ FECHACTL
037600                 AT END
037700                     CONTINUE
037800             END-READ
037900             IF ST-FECHACTL = "00"
038000                 AND FEC-NEGOCIO IS NUMERIC
038100                 MOVE FEC-NEGOCIO TO DL975-FECHA-HOY
038200             END-IF
038300         END-IF
038400         CLOSE FECHACTL
038500     END-IF.
038600     IF DL975-FECHA-HOY = ZERO
038700         ACCEPT DL975-FECHA-HOY FROM DATE YYYYMMDD
038800     END-IF.
038900 1100-LEER-FECHA-NEGOCIO-EXIT.
039000     EXIT.
039100
039200******************************************************************
039300* 2000-PROCESO - Lee un cliente, decide la accion de cobranza y
039400*                graba el estado del ciclo si cambio.
039500******************************************************************
039600 2000-PROCESO.
039700     READ CLIENTES NEXT RECORD
039800         AT END
039900             MOVE "S" TO DL975-SW-FIN-ARCHIVO
040000     END-READ.
040100     IF NOT FIN-ARCHIVO
040200         ADD 1 TO DL975-CTA-LEIDOS
040300         MOVE "N" TO DL975-SW-CAMBIO
040400         PERFORM 2100-EVALUAR-CLIENTE
040500             THRU 2100-EVALUAR-CLIENTE-EXIT
040600         IF HAY-CAMBIO
040700             PERFORM 2700-GRABAR-COBRANZA
040800                 THRU 2700-GRABAR-COBRANZA-EXIT
040900         END-IF
041000     END-IF.
041100 2000-PROCESO-EXIT.
041200     EXIT.
041300
041400******************************************************************
041500* 2100-EVALUAR-CLIENTE - Un cliente al dia con ciclo abierto lo
041600*                        cierra. Un sobregirado no activo solo
041700*                        se reporta. Al sobregirado activo: la
041800*                        promesa vigente retiene el aviso, un
041900*                        aviso por mes como maximo (la recorrida
042000*                        no duplica cartas), y tras el ultimo
042100*                        aviso queda como candidato a castigo.
042200******************************************************************
042300 2100-EVALUAR-CLIENTE.
042400     MOVE "N" TO DL975-SW-EXISTE.
042500     MOVE CLI-ID TO COB-CLI-ID.
042600     READ COBRANZAS
042700         INVALID KEY
042800             CONTINUE
042900         NOT INVALID KEY
043000             MOVE "S" TO DL975-SW-EXISTE
043100     END-READ.
043200     MOVE ZERO TO DL975-DIAS DL975-NIVEL-NUEVO.
043300     IF CLI-SALDO NOT < ZERO
043400         IF EXISTE-COBRANZA AND COB-EN-CICLO
043500             PERFORM 2800-CERRAR-CICLO THRU 2800-CERRAR-CICLO-EXIT
043600         END-IF
043700         GO TO 2100-EVALUAR-CLIENTE-EXIT
043800     END-IF.
043900     ADD 1 TO DL975-CTA-SOBREGIRADOS.
044000     IF NOT ESTADO-ACTIVO
044100         ADD 1 TO DL975-CTA-NO-ACTIVOS
044200         MOVE "NO ACTIVO - SIN AVISO" TO DL975-ACCION
044300         PERFORM 2900-DETALLE THRU 2900-DETALLE-EXIT
044400         GO TO 2100-EVALUAR-CLIENTE-EXIT
044500     END-IF.
044600     IF NOT EXISTE-COBRANZA OR COB-CICLO-CERRADO
044700         PERFORM 2200-ABRIR-CICLO THRU 2200-ABRIR-CICLO-EXIT
044800     END-IF.
044900     IF COB-FECHA-SOBREGIRO = ZERO
045000         PERFORM 2250-FIJAR-INICIO THRU 2250-FIJAR-INICIO-EXIT
045100     END-IF.
045200     PERFORM 2300-CALCULAR-NIVEL THRU 2300-CALCULAR-NIVEL-EXIT.
045300     IF COB-FECHA-PROMESA IS NUMERIC
045400         AND COB-FECHA-PROMESA NOT < DL975-FECHA-HOY
045500         ADD 1 TO DL975-CTA-PROMESA
045600         MOVE "RETENIDO POR PROMESA DE PAGO" TO DL975-ACCION
045700         MOVE "PS" TO DL975-EVENTO
045800         PERFORM 2600-GRABAR-EVENTO THRU 2600-GRABAR-EVENTO-EXIT
045900         PERFORM 2900-DETALLE THRU 2900-DETALLE-EXIT
046000         GO TO 2100-EVALUAR-CLIENTE-EXIT
046100     END-IF.
046200     IF COB-FECHA-ULT-AVISO(1:6) = DL975-FECHA-HOY(1:6)
046300         ADD 1 TO DL975-CTA-YA-AVISADOS
046400         MOVE "YA AVISADO EN EL MES" TO DL975-ACCION
046500         PERFORM 2900-DETALLE THRU 2900-DETALLE-EXIT
046600         GO TO 2100-EVALUAR-CLIENTE-EXIT
046700     END-IF.
046800     IF COB-AVISO-FINAL
046900         ADD 1 TO DL975-CTA-CANDIDATOS
047000         ADD CLI-SALDO TO DL975-TOT-CANDIDATOS
047100         MOVE "CANDIDATO A CASTIGO (CLICAST)" TO DL975-ACCION
047200         PERFORM 2900-DETALLE THRU 2900-DETALLE-EXIT
047300         GO TO 2100-EVALUAR-CLIENTE-EXIT
047400     END-IF.
047500     PERFORM 2400-EMITIR-AVISO THRU 2400-EMITIR-AVISO-EXIT.
047600 2100-EVALUAR-CLIENTE-EXIT.
047700     EXIT.
047800
047900******************************************************************
048000* 2200-ABRIR-CICLO - Cliente sobregirado sin ciclo abierto: o no
048100*                    tenia registro (sobregirado antes de que
048200*                    CLIPOST llevara el ciclo) o el ciclo anterior
048300*                    se cerro. Se conserva la fecha de reinicio.
048400******************************************************************
048500 2200-ABRIR-CICLO.
048600     IF NOT EXISTE-COBRANZA
048700         MOVE SPACES TO REG-COBRANZA
048800         MOVE CLI-ID TO COB-CLI-ID
048900         MOVE ZERO TO COB-FECHA-REINICIO
049000     END-IF.
049100     MOVE "A" TO COB-ESTADO.
049200     MOVE ZERO TO COB-NIVEL COB-FECHA-SOBREGIRO
049300         COB-FECHA-ULT-AVISO COB-SALDO-ULT-AVISO
049400         COB-CTA-AVISOS COB-FECHA-PROMESA.
049500     MOVE SPACES TO COB-USUARIO-PROMESA.
049600     MOVE "S" TO DL975-SW-CAMBIO.
049700 2200-ABRIR-CICLO-EXIT.
049800     EXIT.
049900
050000******************************************************************
050100* 2250-FIJAR-INICIO - Sin fecha de sobregiro registrada se toma,
050200*                     como CLIMORA, CLI-ULT-FECHA-CAMBIO (nunca
050300*                     antes del ultimo reinicio del ciclo); una
050400*                     fecha invalida o futura cuenta desde hoy.
050500******************************************************************
050600 2250-FIJAR-INICIO.
050700     MOVE DL975-FECHA-HOY TO COB-FECHA-SOBREGIRO.
050800     IF CLI-ULT-FECHA-CAMBIO IS NUMERIC
050900         AND CLI-ULT-FECHA-CAMBIO NOT < 16010101
051000         AND CLI-ULT-FECHA-CAMBIO < DL975-FECHA-HOY
051100         MOVE CLI-ULT-FECHA-CAMBIO TO COB-FECHA-SOBREGIRO
051200     END-IF.
051300     IF COB-FECHA-REINICIO IS NUMERIC
051400         AND COB-FECHA-REINICIO > COB-FECHA-SOBREGIRO
051500         AND COB-FECHA-REINICIO NOT > DL975-FECHA-HOY
051600         MOVE COB-FECHA-REINICIO TO COB-FECHA-SOBREGIRO
051700     END-IF.
051800     MOVE "S" TO DL975-SW-CAMBIO.
051900     MOVE "SG" TO DL975-EVENTO.
052000     PERFORM 2600-GRABAR-EVENTO THRU 2600-GRABAR-EVENTO-EXIT.
052100 2250-FIJAR-INICIO-EXIT.
052200     EXIT.
052300
052400******************************************************************
052500* 2300-CALCULAR-NIVEL - Nivel por dias de sobregiro (hasta 30 el
052600*                       recordatorio, hasta 60 el formal, mas de
052700*                       60 el ultimo aviso), pero nunca mas de un
052800*                       nivel por encima del ultimo enviado: no
052900*                       sale un ultimo aviso sin los anteriores.
053000******************************************************************
053100 2300-CALCULAR-NIVEL.
053200     COMPUTE DL975-ENTERO-INI =
053300         FUNCTION INTEGER-OF-DATE(COB-FECHA-SOBREGIRO).
053400     COMPUTE DL975-DIAS = DL975-ENTERO-HOY - DL975-ENTERO-INI.
053500     IF DL975-DIAS < ZERO
053600         MOVE ZERO TO DL975-DIAS
053700     END-IF.
053800     EVALUATE TRUE
053900         WHEN DL975-DIAS NOT > 30
054000             MOVE 1 TO DL975-NIVEL-DIAS
054100         WHEN DL975-DIAS NOT > 60
054200             MOVE 2 TO DL975-NIVEL-DIAS
054300         WHEN OTHER
054400             MOVE 3 TO DL975-NIVEL-DIAS
054500     END-EVALUATE.
054600     IF COB-NIVEL IS NOT NUMERIC
054700         MOVE ZERO TO COB-NIVEL
054800     END-IF.
054900     COMPUTE DL975-NIVEL-NUEVO = COB-NIVEL + 1.
055000     IF DL975-NIVEL-NUEVO > DL975-NIVEL-DIAS
055100         MOVE DL975-NIVEL-DIAS TO DL975-NIVEL-NUEVO
055200     END-IF.
055300 2300-CALCULAR-NIVEL-EXIT.
055400     EXIT.
055500
055600******************************************************************
055700* 2400-EMITIR-AVISO - Sube el ciclo al nivel calculado, imprime
055800*                     la carta y deja el aviso en la historia.
055900******************************************************************
056000 2400-EMITIR-AVISO.
056100     MOVE DL975-NIVEL-NUEVO TO COB-NIVEL.
056200     MOVE DL975-FECHA-HOY TO COB-FECHA-ULT-AVISO.
056300     MOVE CLI-SALDO TO COB-SALDO-ULT-AVISO.
056400     ADD 1 TO COB-CTA-AVISOS.
056500     MOVE "S" TO DL975-SW-CAMBIO.
056600     ADD 1 TO DL975-CTA-NIVEL(COB-NIVEL).
056700     ADD CLI-SALDO TO DL975-TOT-NIVEL(COB-NIVEL).
056800     PERFORM 2500-IMPRIMIR-CARTA THRU 2500-IMPRIMIR-CARTA-EXIT.
056900     MOVE "A" TO DL975-EVENTO(1:1).
057000     MOVE COB-NIVEL TO DL975-EVENTO(2:1).
057100     PERFORM 2600-GRABAR-EVENTO THRU 2600-GRABAR-EVENTO-EXIT.
057200     MOVE DL975-NIVEL-ACCION(COB-NIVEL) TO DL975-ACCION.
057300     PERFORM 2900-DETALLE THRU 2900-DETALLE-EXIT.
057400 2400-EMITIR-AVISO-EXIT.
057500     EXIT.
057600
057700******************************************************************
057800* 2500-IMPRIMIR-CARTA - Carta al domicilio del cliente, con la
057900*                       localidad del catalogo de codigos
058000*                       postales y el saldo deudor en positivo.
058100******************************************************************
058200 2500-IMPRIMIR-CARTA.
058300     MOVE DL975-CARTA-CORTE TO LIN-CARTAS.
058400     WRITE LIN-CARTAS.
058500     MOVE DL975-FECHA-HOY TO CAR-FECHA.
058600     MOVE CLI-ID TO CAR-CLI-ID.
058700     MOVE DL975-CARTA-ENCABEZADO TO LIN-CARTAS.
058800     WRITE LIN-CARTAS.
058900     MOVE COB-NIVEL TO CAR-NIVEL.
059000     MOVE DL975-NIVEL-TITULO(COB-NIVEL) TO CAR-TITULO.
059100     MOVE DL975-CARTA-NIVEL TO LIN-CARTAS.
059200     WRITE LIN-CARTAS.
059300     MOVE SPACES TO LIN-CARTAS.
059400     WRITE LIN-CARTAS.
059500     IF CATEGORIA-EMPRESA AND CLI-RAZONSOCIAL NOT = SPACES
059600         MOVE CLI-RAZONSOCIAL TO LIN-CARTAS
059700     ELSE
059800         MOVE CLI-NOMBRE TO LIN-CARTAS
059900     END-IF.
060000     WRITE LIN-CARTAS.
060100     MOVE CLI-DIRECCION TO LIN-CARTAS.
060200     WRITE LIN-CARTAS.
060300     MOVE CLI-DIRPOST TO CAR-DIRPOST.
060400     MOVE SPACES TO CAR-LOCALIDAD CAR-ESTADO.
060500     IF CATALOGO-CP-DISPONIBLE
060600         AND CLI-DIRPOST-BASE IS NUMERIC
060700         MOVE CLI-DIRPOST-BASE TO CP-CODIGO
060800         READ CPREF
060900             INVALID KEY
061000                 MOVE "(NO CATALOGADO)" TO CAR-LOCALIDAD
061100             NOT INVALID KEY
061200                 MOVE CP-LOCALIDAD TO CAR-LOCALIDAD
061300                 MOVE CP-ESTADO TO CAR-ESTADO
061400         END-READ
061500     END-IF.
061600     MOVE DL975-CARTA-LOCALIDAD TO LIN-CARTAS.
061700     WRITE LIN-CARTAS.
061800     MOVE SPACES TO LIN-CARTAS.
061900     WRITE LIN-CARTAS.
062000     COMPUTE DL975-DEUDA = 0 - CLI-SALDO.
062100     MOVE DL975-FECHA-HOY TO CAR-FECHA-SALDO.
062200     MOVE DL975-DEUDA TO CAR-DEUDA.
062300     MOVE DL975-CARTA-SALDO TO LIN-CARTAS.
062400     WRITE LIN-CARTAS.
062500     MOVE SPACES TO LIN-CARTAS.
062600     WRITE LIN-CARTAS.
062700     COMPUTE DL975-BASE-TEXTO = (COB-NIVEL - 1) * 3.
062800     PERFORM 2550-IMPRIMIR-TEXTO THRU 2550-IMPRIMIR-TEXTO-EXIT
062900         VARYING DL975-IDX FROM 1 BY 1 UNTIL DL975-IDX > 3.
063000     MOVE SPACES TO LIN-CARTAS.
063100     WRITE LIN-CARTAS.
063200 2500-IMPRIMIR-CARTA-EXIT.
063300     EXIT.
063400
063500 2550-IMPRIMIR-TEXTO.
063600     MOVE DL975-TEXTO(DL975-BASE-TEXTO + DL975-IDX)
063700         TO LIN-CARTAS.
063800     WRITE LIN-CARTAS.
063900 2550-IMPRIMIR-TEXTO-EXIT.
064000     EXIT.
064100
064200******************************************************************
064300* 2600-GRABAR-EVENTO - Una linea en la historia de cobranza del
064400*                      cliente con el evento de DL975-EVENTO.
064500******************************************************************
064600 2600-GRABAR-EVENTO.
064700     ACCEPT DL975-HORA FROM TIME.
064800     MOVE CLI-ID TO CBH-CLI-ID.
064900     MOVE DL975-FECHA-HOY TO CBH-FECHA.
065000     MOVE DL975-HORA TO CBH-HORA.
065100     MOVE DL975-EVENTO TO CBH-EVENTO.
065200     MOVE COB-NIVEL TO CBH-NIVEL.
065300     MOVE CLI-SALDO TO CBH-SALDO.
065400     MOVE COB-FECHA-PROMESA TO CBH-FECHA-PROMESA.
065500     MOVE "CLICOBR" TO CBH-PROGRAMA.
065600     MOVE DL975-USUARIO TO CBH-USUARIO.
065700     MOVE SPACES TO CBH-REFERENCIA.
065800     WRITE REG-COBHIS.
065900     IF ST-COBHIS NOT = "00"
066000         DISPLAY "CLICOBR: AVISO: SIN HISTORIA ST=" ST-COBHIS
066100     END-IF.
066200 2600-GRABAR-EVENTO-EXIT.
066300     EXIT.
066400
066500******************************************************************
066600* 2700-GRABAR-COBRANZA - Alta o reescritura del estado del ciclo
066700*                        con la auditoria de la corrida.
066800******************************************************************
066900 2700-GRABAR-COBRANZA.
067000     MOVE DL975-FECHA-HOY TO COB-ULT-FECHA-CAMBIO.
067100     ACCEPT COB-ULT-HORA-CAMBIO FROM TIME.
067200     MOVE DL975-USUARIO TO COB-ULT-USUARIO.
067300     IF EXISTE-COBRANZA
067400         REWRITE REG-COBRANZA
067500             INVALID KEY
067600                 ADD 1 TO DL975-CTA-ERRORES
067700                 DISPLAY "CLICOBR: NO SE REESCRIBIO COBRANZA "
067800                     COB-CLI-ID " ST=" ST-COBRANZAS
067900         END-REWRITE
068000     ELSE
068100         WRITE REG-COBRANZA
068200             INVALID KEY
068300                 ADD 1 TO DL975-CTA-ERRORES
068400                 DISPLAY "CLICOBR: NO SE GRABO COBRANZA "
068500                     COB-CLI-ID " ST=" ST-COBRANZAS
068600         END-WRITE
068700     END-IF.
068800 2700-GRABAR-COBRANZA-EXIT.
068900     EXIT.
069000
069100******************************************************************
069200* 2800-CERRAR-CICLO - Cliente al dia con el ciclo todavia abierto
069300*                     (el pago no paso por CLIPOST, por ejemplo
069400*                     un cambio de saldo en "Inicio"): el ciclo
069500*                     se reinicia igual que con un pago.
069600******************************************************************
069700 2800-CERRAR-CICLO.
069800     MOVE "C" TO COB-ESTADO.
069900     MOVE ZERO TO COB-NIVEL COB-FECHA-PROMESA.
070000     MOVE DL975-FECHA-HOY TO COB-FECHA-REINICIO.
070100     MOVE "S" TO DL975-SW-CAMBIO.
070200     ADD 1 TO DL975-CTA-CERRADOS.
070300     MOVE "RP" TO DL975-EVENTO.
070400     PERFORM 2600-GRABAR-EVENTO THRU 2600-GRABAR-EVENTO-EXIT.
070500     MOVE "CICLO CERRADO - SALDO AL DIA" TO DL975-ACCION.
070600     PERFORM 2900-DETALLE THRU 2900-DETALLE-EXIT.
070700 2800-CERRAR-CICLO-EXIT.
070800     EXIT.
070900
071000 2900-DETALLE.
071100     MOVE SPACES TO DL975-LINEA-DETALLE.
071200     MOVE CLI-ID TO DET-CLI-ID.
071300     IF CATEGORIA-EMPRESA AND CLI-RAZONSOCIAL NOT = SPACES
071400         MOVE CLI-RAZONSOCIAL(1:30) TO DET-NOMBRE
071500     ELSE
071600         MOVE CLI-NOMBRE(1:30) TO DET-NOMBRE
071700     END-IF.
071800     MOVE CLI-CATEGORIA TO DET-CATEGORIA.
071900     MOVE DL975-DIAS TO DET-DIAS.
072000     IF EXISTE-COBRANZA OR HAY-CAMBIO
072100         MOVE COB-NIVEL TO DET-NIVEL
072200         MOVE COB-FECHA-PROMESA TO DET-PROMESA
072300     ELSE
072400         MOVE ZERO TO DET-NIVEL DET-PROMESA
072500     END-IF.
072600     MOVE CLI-SALDO TO DET-SALDO.
072700     MOVE DL975-ACCION TO DET-ACCION.
072800     MOVE DL975-LINEA-DETALLE TO LIN-RPTCOBR.
072900     WRITE LIN-RPTCOBR.
073000 2900-DETALLE-EXIT.
073100     EXIT.
073200
073300******************************************************************
073400* 3000-FINAL - Totales por nivel y por accion, cierre y RC=4 si
073500*              no hubo ningun cliente sobregirado.
073600******************************************************************
073700 3000-FINAL.
073800     MOVE SPACES TO LIN-RPTCOBR.
073900     WRITE LIN-RPTCOBR.
074000     PERFORM 3100-TOTAL-NIVEL THRU 3100-TOTAL-NIVEL-EXIT
074100         VARYING DL975-IDX FROM 1 BY 1 UNTIL DL975-IDX > 3.
074200     MOVE SPACES TO DL975-LINEA-TOTAL.
074300     MOVE "CANDIDATOS A CASTIGO:" TO TOT-ETIQUETA.
074400     MOVE DL975-CTA-CANDIDATOS TO TOT-CANTIDAD.
074500     MOVE DL975-TOT-CANDIDATOS TO TOT-IMPORTE.
074600     MOVE DL975-LINEA-TOTAL TO LIN-RPTCOBR.
074700     WRITE LIN-RPTCOBR.
074800     MOVE SPACES TO DL975-LINEA-TOTAL.
074900     MOVE "RETENIDOS X PROMESA :" TO TOT-ETIQUETA.
075000     MOVE DL975-CTA-PROMESA TO TOT-CANTIDAD.
075100     MOVE DL975-LINEA-TOTAL TO LIN-RPTCOBR.
075200     WRITE LIN-RPTCOBR.
075300     MOVE SPACES TO DL975-LINEA-TOTAL.
075400     MOVE "AVISADOS EN EL MES  :" TO TOT-ETIQUETA.
075500     MOVE DL975-CTA-YA-AVISADOS TO TOT-CANTIDAD.
075600     MOVE DL975-LINEA-TOTAL TO LIN-RPTCOBR.
075700     WRITE LIN-RPTCOBR.
075800     MOVE SPACES TO DL975-LINEA-TOTAL.
075900     MOVE "SOBREGIRADOS NO ACT.:" TO TOT-ETIQUETA.
076000     MOVE DL975-CTA-NO-ACTIVOS TO TOT-CANTIDAD.
076100     MOVE DL975-LINEA-TOTAL TO LIN-RPTCOBR.
076200     WRITE LIN-RPTCOBR.
076300     MOVE SPACES TO DL975-LINEA-TOTAL.
076400     MOVE "CICLOS CERRADOS     :" TO TOT-ETIQUETA.
076500     MOVE DL975-CTA-CERRADOS TO TOT-CANTIDAD.
076600     MOVE DL975-LINEA-TOTAL TO LIN-RPTCOBR.
076700     WRITE LIN-RPTCOBR.
076800     CLOSE CLIENTES COBRANZAS COBHIS CARTAS RPTCOBR.
076900     IF CATALOGO-CP-DISPONIBLE
077000         CLOSE CPREF
077100     END-IF.
077200     DISPLAY "CLICOBR: CLIENTES LEIDOS      : " DL975-CTA-LEIDOS.
077300     DISPLAY "CLICOBR: CLIENTES SOBREGIRADOS: "
077400         DL975-CTA-SOBREGIRADOS.
077500     DISPLAY "CLICOBR: AVISOS NIVEL 1/2/3   : "
077600         DL975-CTA-NIVEL(1) " " DL975-CTA-NIVEL(2) " "
077700         DL975-CTA-NIVEL(3).
077800     DISPLAY "CLICOBR: CICLOS CERRADOS      : "
077900         DL975-CTA-CERRADOS.
078000     IF DL975-CTA-ERRORES > 0
078100         DISPLAY "CLICOBR: ERRORES DE GRABACION : "
078200             DL975-CTA-ERRORES
078300         MOVE 16 TO RETURN-CODE
078400     ELSE
078500     IF DL975-CTA-SOBREGIRADOS = ZERO
078600         MOVE 4 TO RETURN-CODE
078700     END-IF
078800     END-IF.
078900 3000-FINAL-EXIT.
079000     EXIT.
079100
079200 3100-TOTAL-NIVEL.
079300     MOVE SPACES TO DL975-LINEA-TOTAL.
079400     MOVE "AVISOS NIVEL        :" TO TOT-ETIQUETA.
079500     MOVE DL975-IDX TO DL975-NIVEL-ED.
079600     MOVE DL975-NIVEL-ED TO TOT-ETIQUETA(14:1).
079700     MOVE DL975-CTA-NIVEL(DL975-IDX) TO TOT-CANTIDAD.
079800     MOVE DL975-TOT-NIVEL(DL975-IDX) TO TOT-IMPORTE.
079900     MOVE DL975-LINEA-TOTAL TO LIN-RPTCOBR.
080000     WRITE LIN-RPTCOBR.
080100 3100-TOTAL-NIVEL-EXIT.
080200     EXIT.
080300
080400 END PROGRAM CLICOBR.
