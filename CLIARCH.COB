000100******************************************************************
000200* PROGRAM-ID: CLIARCH
000300* AUTHOR:     R. ESPINOZA - SISTEMAS ADMINISTRATIVOS
000400* INSTALLATION: DEPTO. DE SISTEMAS
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:    Archivo y retencion de los archivos que solo
000800*             crecen: el jornal CliJrn.dat, la historia de
000900*             movimientos CliMovHis.dat y el registro de
001000*             referencias aplicadas CliMovAp.dat. Lo que es mas
001100*             viejo que la retencion de CliArch.ctl (dias por
001200*             archivo, 365 si no hay control) pasa a una
001300*             generacion fechada con la fecha de negocio
001400*             (CliJrn.G<fecha>, CliMovHis.G<fecha>,
001500*             CliMovAp.G<fecha>, mismo layout que el vivo) y se
001600*             quita del archivo vivo. Nunca se archiva lo que
001700*             todavia hace falta: del jornal queda todo desde el
001800*             ultimo respaldo CliBkup.dat (para CLIRFWD) y de la
001900*             historia todo el ejercicio en curso (CLIEDOC y
002000*             CLICERT). Cada archivo procesado deja su renglon
002100*             en el catalogo CliArch.cat con leidos, archivados,
002200*             conservados y hash, y el detalle en CliArch.rpt.
002300*             Corre como paso de corte de anio en CLINOCHE o
002400*             suelto a pedido.
002410*             Las generaciones se asignan por nombre en datos
002420*             (ASSIGN USING DL880-GEN-xxx): cada corte deja un
002430*             archivo propio que convive con los anteriores
002440*             hasta que se depuran, y un nombre fijo con un paso
002450*             de renombrado despues dejaria una sola generacion
002460*             o pisaria la anterior. El nombre queda en
002470*             CliArch.cat, que es de donde lo toma CLIJRNR.
002500*
002600* MODIFICATION HISTORY:
002700*   15/10/2026  RE   VERSION INICIAL.
002740*   15/10/2026  RE   LA HISTORIA CRECE A 72 POSICIONES
002760*                    (MH-CUENTA DE LAS CUENTAS POR CLIENTE).
002770*   15/10/2026  RE   EL CORTE DE LA HISTORIA NO ENTRA AL
002780*                    EJERCICIO EN CURSO: CLICERT ARMA LA
002790*                    CONSTANCIA ANUAL DE INTERESES DEL VIVO.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. CLIARCH.
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SPECIAL-NAMES.
003400     DECIMAL-POINT IS COMMA.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700
003800     SELECT OPTIONAL FECHACTL ASSIGN TO "./CliFecha.ctl"
003900          ORGANIZATION LINE SEQUENTIAL
004000          STATUS ST-FECHACTL.
004100
004200     SELECT OPTIONAL PARAMETROS ASSIGN TO "./CliArch.ctl"
004300          ORGANIZATION LINE SEQUENTIAL
004400          STATUS ST-PARAMETROS.
004500
004600     SELECT OPTIONAL BKPFILE ASSIGN TO "./CliBkup.dat"
004700          ORGANIZATION LINE SEQUENTIAL
004800          STATUS ST-BKPFILE.
004900
005000     SELECT OPTIONAL JORNAL ASSIGN TO "./CliJrn.dat"
005100          ORGANIZATION LINE SEQUENTIAL
005200          STATUS ST-JORNAL.
005300
005400     SELECT JRNARCH ASSIGN USING DL880-GEN-JORNAL
005500          ORGANIZATION LINE SEQUENTIAL
005600          STATUS ST-JRNARCH.
005700
005800     SELECT JRNWK ASSIGN TO "./CliJrnWk.tmp"
005900          ORGANIZATION LINE SEQUENTIAL
006000          STATUS ST-JRNWK.
006100
006200     SELECT OPTIONAL MOVHIST ASSIGN TO "./CliMovHis.dat"
006300          ORGANIZATION LINE SEQUENTIAL
006400          STATUS ST-MOVHIST.
006500
006600     SELECT HISARCH ASSIGN USING DL880-GEN-HISTORIA
006700          ORGANIZATION LINE SEQUENTIAL
006800          STATUS ST-HISARCH.
006900
007000     SELECT HISWK ASSIGN TO "./CliMovHisWk.tmp"
007100          ORGANIZATION LINE SEQUENTIAL
007200          STATUS ST-HISWK.
007300
007400     SELECT OPTIONAL APLICADOS ASSIGN TO "./CliMovAp.dat"
007500          ORGANIZATION INDEXED
007600          ACCESS MODE DYNAMIC
007700          RECORD KEY IS APL-REFERENCIA
007800          STATUS ST-APLICADOS.
007900
008000     SELECT APLARCH ASSIGN USING DL880-GEN-APLICADOS
008100          ORGANIZATION LINE SEQUENTIAL
008200          STATUS ST-APLARCH.
008300
008400     SELECT OPTIONAL CATALOGO ASSIGN TO "./CliArch.cat"
008500          ORGANIZATION LINE SEQUENTIAL
008600          STATUS ST-CATALOGO.
008700
008800     SELECT RPTARCH ASSIGN TO "./CliArch.rpt"
008900          ORGANIZATION LINE SEQUENTIAL
009000          STATUS ST-RPTARCH.
009100
009200 DATA DIVISION.
009300 FILE SECTION.
009400
009500 FD  FECHACTL.
009600 01  LIN-FECHACTL.
009700     05 FEC-NEGOCIO           PIC 9(08).
009800
009900******************************************************************
010000* Retencion en dias por archivo. Un valor en cero o no numerico
010100* toma el de omision (365).
010200******************************************************************
010300 FD  PARAMETROS.
010400 01  LIN-PARAMETROS.
010500     05 PRM-DIAS-JORNAL       PIC 9(05).
010600     05 PRM-DIAS-HISTORIA     PIC 9(05).
010700     05 PRM-DIAS-APLICADOS    PIC 9(05).
010800
010900 FD  BKPFILE.
011000
011100 COPY CLIBKUP.
011200
011300 FD  JORNAL.
011400
011500 COPY CLIJRN.
011600
011700* Generacion y temporal del jornal: mismo largo que REG-JORNAL.
011800 FD  JRNARCH.
011900 01  REG-JRNARCH              PIC X(611).
012000
012100 FD  JRNWK.
012200 01  REG-JRNWK                PIC X(611).
012300
012400 FD  MOVHIST.
012500
012600 COPY CLIMOVH.
012700
012800* Generacion y temporal de la historia: mismo largo que
012900* REG-MOVHIST.
013000 FD  HISARCH.
013100 01  REG-HISARCH              PIC X(72).
013200
013300 FD  HISWK.
013400 01  REG-HISWK                PIC X(72).
013500
013600 FD  APLICADOS.
013700 01  REG-APLICADO.
013800     05 APL-REFERENCIA        PIC X(14).
013900     05 APL-CLI-ID            PIC 9(7).
014000     05 APL-FECHA             PIC 9(08).
014100     05 APL-FECHA-APLICACION  PIC 9(08).
014200     05 APL-HORA-APLICACION   PIC 9(08).
014300
014400 FD  APLARCH.
014500 01  REG-APLARCH              PIC X(45).
014600
014700******************************************************************
014800* Catalogo de generaciones: un renglon por archivo y corrida.
014900* Lo archivado es todo lo fechado antes de CAT-FECHA-CORTE.
015000* CAT-ESTADO va al final y nunca queda en blanco: "C" completo,
015100* "E" error (el archivo vivo no se toco).
015200******************************************************************
015300 FD  CATALOGO.
015400 01  REG-CATALOGO.
015500     05 CAT-GENERACION        PIC 9(08).
015600     05 CAT-ARCHIVO           PIC X(14).
015700     05 CAT-NOMBRE-GEN        PIC X(30).
015800     05 CAT-FECHA-CORTE       PIC 9(08).
015900     05 CAT-LEIDOS            PIC 9(09).
016000     05 CAT-ARCHIVADOS        PIC 9(09).
016100     05 CAT-CONSERVADOS       PIC 9(09).
016200     05 CAT-HASH              PIC S9(13)V9(3)
016300        SIGN LEADING SEPARATE.
016400     05 CAT-FECHA-PROCESO     PIC 9(08).
016500     05 CAT-HORA-PROCESO      PIC 9(08).
016600     05 CAT-ESTADO            PIC X.
016700        88 CAT-COMPLETO       VALUE "C".
016800        88 CAT-ERROR          VALUE "E".
016900
017000 FD  RPTARCH
017100     RECORD CONTAINS 132 CHARACTERS.
017200 01  LIN-RPTARCH              PIC X(132).
017300
017400 WORKING-STORAGE SECTION.
017500
017600 77  ST-FECHACTL              PIC XX.
017700 77  ST-PARAMETROS            PIC XX.
017800 77  ST-BKPFILE               PIC XX.
017900 77  ST-JORNAL                PIC XX.
018000 77  ST-JRNARCH               PIC XX.
018100 77  ST-JRNWK                 PIC XX.
018200 77  ST-MOVHIST               PIC XX.
018300 77  ST-HISARCH               PIC XX.
018400 77  ST-HISWK                 PIC XX.
018500 77  ST-APLICADOS             PIC XX.
018600 77  ST-APLARCH               PIC XX.
018700 77  ST-CATALOGO              PIC XX.
018800 77  ST-RPTARCH               PIC XX.
018900
019000 01  DL880-SWITCHES.
019100     05 DL880-SW-FIN-ARCHIVO  PIC X VALUE "N".
019200        88 FIN-ARCHIVO        VALUE "S".
019300     05 DL880-SW-GEN-ABIERTA  PIC X VALUE "N".
019400        88 GENERACION-ABIERTA VALUE "S".
019500     05 DL880-SW-ERROR        PIC X VALUE "N".
019600        88 HUBO-ERROR         VALUE "S".
019700
019800 01  DL880-CONTADORES.
019900     05 DL880-CTA-LEIDOS      PIC 9(09) COMP.
020000     05 DL880-CTA-ARCHIVADOS  PIC 9(09) COMP.
020100     05 DL880-CTA-CONSERVADOS PIC 9(09) COMP.
020200     05 DL880-CTA-DEVUELTOS   PIC 9(09) COMP.
020300     05 DL880-CTA-TOTAL-ARCH  PIC 9(09) COMP.
020400
020500 77  DL880-HASH               PIC S9(13)V9(3) COMP-3 VALUE ZERO.
020600 77  DL880-FECHA-NEGOCIO      PIC 9(08) VALUE ZERO.
020700 77  DL880-FECHA-ACTUAL       PIC 9(08).
020800 77  DL880-HORA-ACTUAL        PIC 9(08).
020900 77  DL880-ENTERO-NEGOCIO     PIC 9(08) COMP.
021000 77  DL880-ENTERO-CORTE       PIC 9(08) COMP.
021100 77  DL880-DIAS-JORNAL        PIC 9(05) VALUE 365.
021200 77  DL880-DIAS-HISTORIA      PIC 9(05) VALUE 365.
021300 77  DL880-DIAS-APLICADOS     PIC 9(05) VALUE 365.
021400 77  DL880-FECHA-RESPALDO     PIC 9(08) VALUE ZERO.
021550 77  DL880-INICIO-EJERCICIO   PIC 9(08) VALUE ZERO.
021600 77  DL880-CORTE              PIC 9(08) VALUE ZERO.
021700 77  DL880-ARCHIVO            PIC X(14).
021800 77  DL880-NOMBRE-GEN         PIC X(30).
021900
022000******************************************************************
022100* Nombres de las generaciones: archivo vivo + ".G" + fecha de
022200* negocio de la corrida. Una segunda corrida el mismo dia
022300* agrega a la misma generacion (OPEN EXTEND), no la pisa.
022400******************************************************************
022500 01  DL880-GEN-JORNAL.
022600     05 FILLER                PIC X(10) VALUE "./CliJrn.G".
022700     05 GJR-FECHA             PIC 9(08).
022800 01  DL880-GEN-HISTORIA.
022900     05 FILLER                PIC X(13) VALUE "./CliMovHis.G".
023000     05 GHI-FECHA             PIC 9(08).
023100 01  DL880-GEN-APLICADOS.
023200     05 FILLER                PIC X(12) VALUE "./CliMovAp.G".
023300     05 GAP-FECHA             PIC 9(08).
023400
023500 01  DL880-LINEA-ENCABEZADO.
023600     05 FILLER                PIC X(44)
023700        VALUE "ARCHIVO Y RETENCION              - CLIARCH".
023800     05 FILLER                PIC X(14) VALUE " GENERACION: ".
023900     05 ENC-FECHA             PIC 9(08).
024000     05 FILLER                PIC X(66) VALUE SPACES.
024100
024200 01  DL880-LINEA-ARCHIVO.
024300     05 ARC-ARCHIVO           PIC X(14).
024400     05 FILLER                PIC X(02) VALUE SPACES.
024500     05 ARC-NOMBRE-GEN        PIC X(30).
024600     05 FILLER                PIC X(02) VALUE SPACES.
024700     05 ARC-ETIQUETA-CORTE    PIC X(15).
024800     05 ARC-CORTE             PIC 9(08).
024900     05 FILLER                PIC X(02) VALUE SPACES.
025000     05 ARC-MENSAJE           PIC X(40).
025100     05 FILLER                PIC X(19) VALUE SPACES.
025200
025300 01  DL880-LINEA-TOTAL.
025400     05 FILLER                PIC X(02) VALUE SPACES.
025500     05 TOT-ETIQUETA          PIC X(22).
025600     05 TOT-CANTIDAD          PIC ZZZZZZZZ9.
025700     05 FILLER                PIC X(02) VALUE SPACES.
025800     05 TOT-IMPORTE           PIC ---.---.---.--9,999.
025900     05 FILLER                PIC X(78) VALUE SPACES.
026000
026100 PROCEDURE DIVISION.
026200
026300 0000-MAINLINE.
026400     PERFORM 1000-INICIAL THRU 1000-INICIAL-EXIT.
026500     IF RETURN-CODE = 0
026600         PERFORM 2000-ARCHIVAR-JORNAL
026700             THRU 2000-ARCHIVAR-JORNAL-EXIT
026800         PERFORM 3000-ARCHIVAR-HISTORIA
026900             THRU 3000-ARCHIVAR-HISTORIA-EXIT
027000         PERFORM 4000-ARCHIVAR-APLICADOS
027100             THRU 4000-ARCHIVAR-APLICADOS-EXIT
027200         PERFORM 9000-FINAL THRU 9000-FINAL-EXIT
027300     END-IF.
027400     GOBACK.
027500
027600******************************************************************
027700* 1000-INICIAL - Fecha de negocio, retenciones, fecha del
027800*                ultimo respaldo y apertura del catalogo y del
027900*                reporte.
028000******************************************************************
028100 1000-INICIAL.
028200     MOVE 0 TO RETURN-CODE.
028300     MOVE ZERO TO DL880-CTA-TOTAL-ARCH.
028400     MOVE "N" TO DL880-SW-ERROR.
028500     PERFORM 1100-LEER-FECHA-NEGOCIO
028600         THRU 1100-LEER-FECHA-NEGOCIO-EXIT.
028700     PERFORM 1200-LEER-PARAMETROS
028800         THRU 1200-LEER-PARAMETROS-EXIT.
028900     PERFORM 1300-LEER-RESPALDO THRU 1300-LEER-RESPALDO-EXIT.
029000     COMPUTE DL880-ENTERO-NEGOCIO =
029100         FUNCTION INTEGER-OF-DATE(DL880-FECHA-NEGOCIO).
029350     MOVE DL880-FECHA-NEGOCIO TO DL880-INICIO-EJERCICIO.
029360     MOVE "0101" TO DL880-INICIO-EJERCICIO(5:4).
029400     MOVE DL880-FECHA-NEGOCIO TO GJR-FECHA GHI-FECHA GAP-FECHA
029500         ENC-FECHA.
029600     OPEN EXTEND CATALOGO.
029700     IF ST-CATALOGO = "35"
029800         OPEN OUTPUT CATALOGO
029900     END-IF.
030000     IF ST-CATALOGO NOT = "00" AND ST-CATALOGO NOT = "05"
030100         DISPLAY "CLIARCH: ERROR ABRIENDO CLIARCH.CAT - ST="
030200             ST-CATALOGO
030300         MOVE 99 TO RETURN-CODE
030400         GO TO 1000-INICIAL-EXIT
030500     END-IF.
030600     OPEN OUTPUT RPTARCH.
030700     IF ST-RPTARCH NOT = "00"
030800         DISPLAY "CLIARCH: ERROR ABRIENDO CLIARCH.RPT - ST="
030900             ST-RPTARCH
031000         CLOSE CATALOGO
031100         MOVE 99 TO RETURN-CODE
031200         GO TO 1000-INICIAL-EXIT
031300     END-IF.
031400     MOVE DL880-LINEA-ENCABEZADO TO LIN-RPTARCH.
031500     WRITE LIN-RPTARCH.
031600     MOVE SPACES TO LIN-RPTARCH.
031700     WRITE LIN-RPTARCH.
031800 1000-INICIAL-EXIT.
031900     EXIT.
032000
032100******************************************************************
032200* 1100-LEER-FECHA-NEGOCIO - Fecha de negocio de CliFecha.ctl
032300*                           (CLINOCHE); sin control se usa la
032400*                           fecha de maquina.
032500******************************************************************
032600 1100-LEER-FECHA-NEGOCIO.
032700     MOVE ZERO TO DL880-FECHA-NEGOCIO.
032800     OPEN INPUT FECHACTL.
032900     IF ST-FECHACTL = "00" OR ST-FECHACTL = "05"
033000         IF ST-FECHACTL = "00"
033100             READ FECHACTL
033200                 AT END
033300                     CONTINUE
033400             END-READ
033500             IF ST-FECHACTL = "00"
033600                 AND FEC-NEGOCIO IS NUMERIC
033700                 MOVE FEC-NEGOCIO TO DL880-FECHA-NEGOCIO
033800             END-IF
033900         END-IF
034000         CLOSE FECHACTL
034100     END-IF.
034200     IF DL880-FECHA-NEGOCIO = ZERO
034300         ACCEPT DL880-FECHA-NEGOCIO FROM DATE YYYYMMDD
034400     END-IF.
034500 1100-LEER-FECHA-NEGOCIO-EXIT.
034600     EXIT.
034700
034800******************************************************************
034900* 1200-LEER-PARAMETROS - Dias de retencion de CliArch.ctl; lo que
035000*                        falte o no sea numerico queda en 365.
035100******************************************************************
035200 1200-LEER-PARAMETROS.
035300     OPEN INPUT PARAMETROS.
035400     IF ST-PARAMETROS = "05"
035500         CLOSE PARAMETROS
035600         DISPLAY "CLIARCH: SIN CliArch.ctl - RETENCION 365 DIAS"
035700         GO TO 1200-LEER-PARAMETROS-EXIT
035800     END-IF.
035900     IF ST-PARAMETROS NOT = "00"
036000         DISPLAY "CLIARCH: SIN CliArch.ctl - RETENCION 365 DIAS"
036100         GO TO 1200-LEER-PARAMETROS-EXIT
036200     END-IF.
036300     READ PARAMETROS
036400         AT END
036500             MOVE ZERO TO LIN-PARAMETROS
036600     END-READ.
036700     IF PRM-DIAS-JORNAL IS NUMERIC AND PRM-DIAS-JORNAL > 0
036800         MOVE PRM-DIAS-JORNAL TO DL880-DIAS-JORNAL
036900     END-IF.
037000     IF PRM-DIAS-HISTORIA IS NUMERIC AND PRM-DIAS-HISTORIA > 0
037100         MOVE PRM-DIAS-HISTORIA TO DL880-DIAS-HISTORIA
037200     END-IF.
037300     IF PRM-DIAS-APLICADOS IS NUMERIC
037400         AND PRM-DIAS-APLICADOS > 0
037500         MOVE PRM-DIAS-APLICADOS TO DL880-DIAS-APLICADOS
037600     END-IF.
037700     CLOSE PARAMETROS.
037800 1200-LEER-PARAMETROS-EXIT.
037900     EXIT.
038000
038100******************************************************************
038200* 1300-LEER-RESPALDO - Fecha del ultimo respaldo desde el
038300*                      trailer de CliBkup.dat (CLIUNLD). Sin
038400*                      respaldo, o con un trailer anterior a la
038500*                      fecha, queda en cero y el jornal no se
038600*                      archiva: CLIRFWD no tendria desde donde
038700*                      rehacer el maestro.
038800******************************************************************
038900 1300-LEER-RESPALDO.
039000     MOVE ZERO TO DL880-FECHA-RESPALDO.
039100     OPEN INPUT BKPFILE.
039200     IF ST-BKPFILE = "05"
039300         CLOSE BKPFILE
039400         GO TO 1300-LEER-RESPALDO-EXIT
039500     END-IF.
039600     IF ST-BKPFILE NOT = "00"
039700         GO TO 1300-LEER-RESPALDO-EXIT
039800     END-IF.
039900     MOVE "N" TO DL880-SW-FIN-ARCHIVO.
040000     PERFORM 1310-BUSCAR-TRAILER THRU 1310-BUSCAR-TRAILER-EXIT
040100         UNTIL FIN-ARCHIVO.
040200     CLOSE BKPFILE.
040300 1300-LEER-RESPALDO-EXIT.
040400     EXIT.
040500
040600 1310-BUSCAR-TRAILER.
040700     READ BKPFILE
040800         AT END
040900             MOVE "S" TO DL880-SW-FIN-ARCHIVO
041000     END-READ.
041100     IF FIN-ARCHIVO OR NOT BK-TRAILER
041200         GO TO 1310-BUSCAR-TRAILER-EXIT
041300     END-IF.
041400     IF BK-TRL-FECHA IS NUMERIC
041500         MOVE BK-TRL-FECHA TO DL880-FECHA-RESPALDO
041600     END-IF.
041700 1310-BUSCAR-TRAILER-EXIT.
041800     EXIT.
041900
042000******************************************************************
042100* 2000-ARCHIVAR-JORNAL - Corte = negocio menos retencion, pero
042200*                        nunca despues del ultimo respaldo: lo
042300*                        fechado desde el respaldo es lo que
042400*                        CLIRFWD reaplica tras un CLIRELD.
042500******************************************************************
042600 2000-ARCHIVAR-JORNAL.
042700     MOVE "CliJrn.dat" TO DL880-ARCHIVO.
042800     MOVE DL880-GEN-JORNAL TO DL880-NOMBRE-GEN.
042900     PERFORM 8000-INICIAR-ARCHIVO THRU 8000-INICIAR-ARCHIVO-EXIT.
043000     IF DL880-FECHA-RESPALDO = ZERO
043100         MOVE "SIN FECHA DE RESPALDO - NO SE ARCHIVA"
043200             TO ARC-MENSAJE
043300         PERFORM 8200-LINEA-ARCHIVO
043400             THRU 8200-LINEA-ARCHIVO-EXIT
043450         MOVE 4 TO RETURN-CODE
043500         GO TO 2000-ARCHIVAR-JORNAL-EXIT
043600     END-IF.
043700     COMPUTE DL880-ENTERO-CORTE =
043800         DL880-ENTERO-NEGOCIO - DL880-DIAS-JORNAL.
043900     COMPUTE DL880-CORTE =
044000         FUNCTION DATE-OF-INTEGER(DL880-ENTERO-CORTE).
044100     IF DL880-FECHA-RESPALDO < DL880-CORTE
044200         MOVE DL880-FECHA-RESPALDO TO DL880-CORTE
044300         MOVE "CORTE LIMITADO POR EL ULTIMO RESPALDO"
044400             TO ARC-MENSAJE
044500     END-IF.
044600     OPEN INPUT JORNAL.
044700     IF ST-JORNAL = "05"
044800         CLOSE JORNAL
044900         MOVE "NO HAY ARCHIVO VIVO" TO ARC-MENSAJE
045000         PERFORM 8200-LINEA-ARCHIVO
045100             THRU 8200-LINEA-ARCHIVO-EXIT
045200         GO TO 2000-ARCHIVAR-JORNAL-EXIT
045300     END-IF.
045400     IF ST-JORNAL NOT = "00"
045500         DISPLAY "CLIARCH: ERROR ABRIENDO CLIJRN.DAT - ST="
045600             ST-JORNAL
045700         PERFORM 8100-ERROR-ARCHIVO THRU 8100-ERROR-ARCHIVO-EXIT
045800         GO TO 2000-ARCHIVAR-JORNAL-EXIT
045900     END-IF.
046000     OPEN OUTPUT JRNWK.
046100     IF ST-JRNWK NOT = "00"
046200         DISPLAY "CLIARCH: ERROR ABRIENDO CliJrnWk.tmp - ST="
046300             ST-JRNWK
046400         CLOSE JORNAL
046500         PERFORM 8100-ERROR-ARCHIVO THRU 8100-ERROR-ARCHIVO-EXIT
046600         GO TO 2000-ARCHIVAR-JORNAL-EXIT
046700     END-IF.
046800     PERFORM 2100-SEPARAR-JORNAL THRU 2100-SEPARAR-JORNAL-EXIT
046900         UNTIL FIN-ARCHIVO.
047000     CLOSE JORNAL JRNWK.
047100     IF GENERACION-ABIERTA
047200         CLOSE JRNARCH
047300     END-IF.
047400     IF HUBO-ERROR
047500         PERFORM 8100-ERROR-ARCHIVO THRU 8100-ERROR-ARCHIVO-EXIT
047600         GO TO 2000-ARCHIVAR-JORNAL-EXIT
047700     END-IF.
047800     IF DL880-CTA-ARCHIVADOS > ZERO
047900         PERFORM 2200-DEVOLVER-JORNAL
048000             THRU 2200-DEVOLVER-JORNAL-EXIT
048100     END-IF.
048200     PERFORM 8300-CERRAR-ARCHIVO THRU 8300-CERRAR-ARCHIVO-EXIT.
048300 2000-ARCHIVAR-JORNAL-EXIT.
048400     EXIT.
048500
048600 2100-SEPARAR-JORNAL.
048700     READ JORNAL
048800         AT END
048900             MOVE "S" TO DL880-SW-FIN-ARCHIVO
049000     END-READ.
049100     IF FIN-ARCHIVO
049200         GO TO 2100-SEPARAR-JORNAL-EXIT
049300     END-IF.
049400     ADD 1 TO DL880-CTA-LEIDOS.
049500     IF JRN-FECHA < DL880-CORTE
049600         IF NOT GENERACION-ABIERTA
049700             OPEN EXTEND JRNARCH
049800             IF ST-JRNARCH = "35"
049900                 OPEN OUTPUT JRNARCH
050000             END-IF
050100             IF ST-JRNARCH NOT = "00"
050200                 DISPLAY "CLIARCH: ERROR ABRIENDO "
050300                     DL880-GEN-JORNAL " - ST=" ST-JRNARCH
050400                 MOVE "S" TO DL880-SW-ERROR DL880-SW-FIN-ARCHIVO
050500                 GO TO 2100-SEPARAR-JORNAL-EXIT
050600             END-IF
050700             MOVE "S" TO DL880-SW-GEN-ABIERTA
050800         END-IF
050900         MOVE REG-JORNAL TO REG-JRNARCH
051000         WRITE REG-JRNARCH
051100         IF ST-JRNARCH NOT = "00"
051200             MOVE "S" TO DL880-SW-ERROR DL880-SW-FIN-ARCHIVO
051300             GO TO 2100-SEPARAR-JORNAL-EXIT
051400         END-IF
051500         ADD 1 TO DL880-CTA-ARCHIVADOS
051600         ADD JRN-CLI-ID TO DL880-HASH
051700     ELSE
051800         MOVE REG-JORNAL TO REG-JRNWK
051900         WRITE REG-JRNWK
052000         IF ST-JRNWK NOT = "00"
052100             MOVE "S" TO DL880-SW-ERROR DL880-SW-FIN-ARCHIVO
052200             GO TO 2100-SEPARAR-JORNAL-EXIT
052300         END-IF
052400         ADD 1 TO DL880-CTA-CONSERVADOS
052500     END-IF.
052600 2100-SEPARAR-JORNAL-EXIT.
052700     EXIT.
052800
052900******************************************************************
053000* 2200-DEVOLVER-JORNAL - Reescribe CliJrn.dat con lo conservado.
053100*                        CliJrn.dat solo se abre si abrio el
053200*                        temporal; si despues falla o la copia
053300*                        no cuadra, CliJrnWk.tmp queda con el
053350*                        jornal completo para reponerlo.
053400******************************************************************
053500 2200-DEVOLVER-JORNAL.
053600     MOVE ZERO TO DL880-CTA-DEVUELTOS.
053700     OPEN INPUT JRNWK.
053750     IF ST-JRNWK NOT = "00"
053800         DISPLAY "CLIARCH: NO SE PUDO ABRIR CliJrnWk.tmp - ST="
053850             ST-JRNWK
053900         MOVE "S" TO DL880-SW-ERROR
053950         GO TO 2200-DEVOLVER-JORNAL-EXIT
054000     END-IF.
054050     OPEN OUTPUT JORNAL.
054100     IF ST-JORNAL NOT = "00"
054150         DISPLAY "CLIARCH: NO SE PUDO REESCRIBIR CliJrn.dat - "
054200             "REPONER DESDE CliJrnWk.tmp"
054250         CLOSE JRNWK
054260         MOVE "S" TO DL880-SW-ERROR
054270         GO TO 2200-DEVOLVER-JORNAL-EXIT
054300     END-IF.
054400     MOVE "N" TO DL880-SW-FIN-ARCHIVO.
054500     PERFORM 2210-COPIAR-JORNAL THRU 2210-COPIAR-JORNAL-EXIT
054600         UNTIL FIN-ARCHIVO.
054700     CLOSE JRNWK JORNAL.
054800     IF DL880-CTA-DEVUELTOS NOT = DL880-CTA-CONSERVADOS
054900         DISPLAY "CLIARCH: CliJrn.dat INCOMPLETO - REPONER "
055000             "DESDE CliJrnWk.tmp"
055100         MOVE "S" TO DL880-SW-ERROR
055200     END-IF.
055300 2200-DEVOLVER-JORNAL-EXIT.
055400     EXIT.
055500
055600 2210-COPIAR-JORNAL.
055700     READ JRNWK
055800         AT END
055900             MOVE "S" TO DL880-SW-FIN-ARCHIVO
056000     END-READ.
056100     IF FIN-ARCHIVO
056200         GO TO 2210-COPIAR-JORNAL-EXIT
056300     END-IF.
056400     MOVE REG-JRNWK TO REG-JORNAL.
056500     WRITE REG-JORNAL.
056600     IF ST-JORNAL NOT = "00"
056700         MOVE "S" TO DL880-SW-FIN-ARCHIVO
056800     ELSE
056900         ADD 1 TO DL880-CTA-DEVUELTOS
057000     END-IF.
057100 2210-COPIAR-JORNAL-EXIT.
057200     EXIT.
057300
057400******************************************************************
057500* 3000-ARCHIVAR-HISTORIA - Corte por MH-FECHA-APLICACION = negocio
057600*                          menos retencion, pero nunca dentro
057700*                          del ejercicio en curso: CLICERT arma
057800*                          la constancia anual de intereses y
057850*                          CLIEDOC el extracto del mes con esos
057900*                          movimientos.
058000******************************************************************
058100 3000-ARCHIVAR-HISTORIA.
058200     MOVE "CliMovHis.dat" TO DL880-ARCHIVO.
058300     MOVE DL880-GEN-HISTORIA TO DL880-NOMBRE-GEN.
058400     PERFORM 8000-INICIAR-ARCHIVO THRU 8000-INICIAR-ARCHIVO-EXIT.
058500     COMPUTE DL880-ENTERO-CORTE =
058600         DL880-ENTERO-NEGOCIO - DL880-DIAS-HISTORIA.
058700     COMPUTE DL880-CORTE =
058800         FUNCTION DATE-OF-INTEGER(DL880-ENTERO-CORTE).
058900     IF DL880-INICIO-EJERCICIO < DL880-CORTE
059000         MOVE DL880-INICIO-EJERCICIO TO DL880-CORTE
059100         MOVE "CORTE LIMITADO AL EJERCICIO EN CURSO"
059150             TO ARC-MENSAJE
059200     END-IF.
059300     OPEN INPUT MOVHIST.
059400     IF ST-MOVHIST = "05"
059500         CLOSE MOVHIST
059600         MOVE "NO HAY ARCHIVO VIVO" TO ARC-MENSAJE
059700         PERFORM 8200-LINEA-ARCHIVO
059800             THRU 8200-LINEA-ARCHIVO-EXIT
059900         GO TO 3000-ARCHIVAR-HISTORIA-EXIT
060000     END-IF.
060100     IF ST-MOVHIST NOT = "00"
060200         DISPLAY "CLIARCH: ERROR ABRIENDO CLIMOVHIS.DAT - ST="
060300             ST-MOVHIST
060400         PERFORM 8100-ERROR-ARCHIVO THRU 8100-ERROR-ARCHIVO-EXIT
060500         GO TO 3000-ARCHIVAR-HISTORIA-EXIT
060600     END-IF.
060700     OPEN OUTPUT HISWK.
060800     IF ST-HISWK NOT = "00"
060900         DISPLAY "CLIARCH: ERROR ABRIENDO CliMovHisWk.tmp - ST="
061000             ST-HISWK
061100         CLOSE MOVHIST
061200         PERFORM 8100-ERROR-ARCHIVO THRU 8100-ERROR-ARCHIVO-EXIT
061300         GO TO 3000-ARCHIVAR-HISTORIA-EXIT
061400     END-IF.
061500     PERFORM 3100-SEPARAR-HISTORIA
061600         THRU 3100-SEPARAR-HISTORIA-EXIT
061700         UNTIL FIN-ARCHIVO.
061800     CLOSE MOVHIST HISWK.
061900     IF GENERACION-ABIERTA
062000         CLOSE HISARCH
062100     END-IF.
062200     IF HUBO-ERROR
062300         PERFORM 8100-ERROR-ARCHIVO THRU 8100-ERROR-ARCHIVO-EXIT
062400         GO TO 3000-ARCHIVAR-HISTORIA-EXIT
062500     END-IF.
062600     IF DL880-CTA-ARCHIVADOS > ZERO
062700         PERFORM 3200-DEVOLVER-HISTORIA
062800             THRU 3200-DEVOLVER-HISTORIA-EXIT
062900     END-IF.
063000     PERFORM 8300-CERRAR-ARCHIVO THRU 8300-CERRAR-ARCHIVO-EXIT.
063100 3000-ARCHIVAR-HISTORIA-EXIT.
063200     EXIT.
063300
063400 3100-SEPARAR-HISTORIA.
063500     READ MOVHIST
063600         AT END
063700             MOVE "S" TO DL880-SW-FIN-ARCHIVO
063800     END-READ.
063900     IF FIN-ARCHIVO
064000         GO TO 3100-SEPARAR-HISTORIA-EXIT
064100     END-IF.
064200     ADD 1 TO DL880-CTA-LEIDOS.
064300     IF MH-FECHA-APLICACION < DL880-CORTE
064400         IF NOT GENERACION-ABIERTA
064500             OPEN EXTEND HISARCH
064600             IF ST-HISARCH = "35"
064700                 OPEN OUTPUT HISARCH
064800             END-IF
064900             IF ST-HISARCH NOT = "00"
065000                 DISPLAY "CLIARCH: ERROR ABRIENDO "
065100                     DL880-GEN-HISTORIA " - ST=" ST-HISARCH
065200                 MOVE "S" TO DL880-SW-ERROR DL880-SW-FIN-ARCHIVO
065300                 GO TO 3100-SEPARAR-HISTORIA-EXIT
065400             END-IF
065500             MOVE "S" TO DL880-SW-GEN-ABIERTA
065600         END-IF
065700         MOVE REG-MOVHIST TO REG-HISARCH
065800         WRITE REG-HISARCH
065900         IF ST-HISARCH NOT = "00"
066000             MOVE "S" TO DL880-SW-ERROR DL880-SW-FIN-ARCHIVO
066100             GO TO 3100-SEPARAR-HISTORIA-EXIT
066200         END-IF
066300         ADD 1 TO DL880-CTA-ARCHIVADOS
066400         IF MH-IMPORTE IS NUMERIC
066500             ADD MH-IMPORTE TO DL880-HASH
066600         END-IF
066700     ELSE
066800         MOVE REG-MOVHIST TO REG-HISWK
066900         WRITE REG-HISWK
067000         IF ST-HISWK NOT = "00"
067100             MOVE "S" TO DL880-SW-ERROR DL880-SW-FIN-ARCHIVO
067200             GO TO 3100-SEPARAR-HISTORIA-EXIT
067300         END-IF
067400         ADD 1 TO DL880-CTA-CONSERVADOS
067500     END-IF.
067600 3100-SEPARAR-HISTORIA-EXIT.
067700     EXIT.
067800
067900 3200-DEVOLVER-HISTORIA.
068000     MOVE ZERO TO DL880-CTA-DEVUELTOS.
068100     OPEN INPUT HISWK.
068150     IF ST-HISWK NOT = "00"
068200         DISPLAY "CLIARCH: NO SE PUDO ABRIR CliMovHisWk.tmp - ST="
068250             ST-HISWK
068300         MOVE "S" TO DL880-SW-ERROR
068350         GO TO 3200-DEVOLVER-HISTORIA-EXIT
068400     END-IF.
068450     OPEN OUTPUT MOVHIST.
068500     IF ST-MOVHIST NOT = "00"
068550         DISPLAY "CLIARCH: NO SE PUDO REESCRIBIR CliMovHis.dat - "
068600             "REPONER DESDE CliMovHisWk.tmp"
068650         CLOSE HISWK
068660         MOVE "S" TO DL880-SW-ERROR
068670         GO TO 3200-DEVOLVER-HISTORIA-EXIT
068700     END-IF.
068800     MOVE "N" TO DL880-SW-FIN-ARCHIVO.
068900     PERFORM 3210-COPIAR-HISTORIA THRU 3210-COPIAR-HISTORIA-EXIT
069000         UNTIL FIN-ARCHIVO.
069100     CLOSE HISWK MOVHIST.
069200     IF DL880-CTA-DEVUELTOS NOT = DL880-CTA-CONSERVADOS
069300         DISPLAY "CLIARCH: CliMovHis.dat INCOMPLETO - REPONER "
069400             "DESDE CliMovHisWk.tmp"
069500         MOVE "S" TO DL880-SW-ERROR
069600     END-IF.
069700 3200-DEVOLVER-HISTORIA-EXIT.
069800     EXIT.
069900
070000 3210-COPIAR-HISTORIA.
070100     READ HISWK
070200         AT END
070300             MOVE "S" TO DL880-SW-FIN-ARCHIVO
070400     END-READ.
070500     IF FIN-ARCHIVO
070600         GO TO 3210-COPIAR-HISTORIA-EXIT
070700     END-IF.
070800     MOVE REG-HISWK TO REG-MOVHIST.
070900     WRITE REG-MOVHIST.
071000     IF ST-MOVHIST NOT = "00"
071100         MOVE "S" TO DL880-SW-FIN-ARCHIVO
071200     ELSE
071300         ADD 1 TO DL880-CTA-DEVUELTOS
071400     END-IF.
071500 3210-COPIAR-HISTORIA-EXIT.
071600     EXIT.
071700
071800******************************************************************
071900* 4000-ARCHIVAR-APLICADOS - Las referencias aplicadas antes del
072000*                           corte se copian a la generacion y
072100*                           se borran del indexado en el mismo
072200*                           recorrido; no hace falta temporal.
072300******************************************************************
072400 4000-ARCHIVAR-APLICADOS.
072500     MOVE "CliMovAp.dat" TO DL880-ARCHIVO.
072600     MOVE DL880-GEN-APLICADOS TO DL880-NOMBRE-GEN.
072700     PERFORM 8000-INICIAR-ARCHIVO THRU 8000-INICIAR-ARCHIVO-EXIT.
072800     COMPUTE DL880-ENTERO-CORTE =
072900         DL880-ENTERO-NEGOCIO - DL880-DIAS-APLICADOS.
073000     COMPUTE DL880-CORTE =
073100         FUNCTION DATE-OF-INTEGER(DL880-ENTERO-CORTE).
073200     OPEN I-O APLICADOS.
073300     IF ST-APLICADOS = "05"
073400         CLOSE APLICADOS
073500         MOVE "NO HAY ARCHIVO VIVO" TO ARC-MENSAJE
073600         PERFORM 8200-LINEA-ARCHIVO
073700             THRU 8200-LINEA-ARCHIVO-EXIT
073800         GO TO 4000-ARCHIVAR-APLICADOS-EXIT
073900     END-IF.
074000     IF ST-APLICADOS NOT = "00"
074100         DISPLAY "CLIARCH: ERROR ABRIENDO CLIMOVAP.DAT - ST="
074200             ST-APLICADOS
074300         PERFORM 8100-ERROR-ARCHIVO THRU 8100-ERROR-ARCHIVO-EXIT
074400         GO TO 4000-ARCHIVAR-APLICADOS-EXIT
074500     END-IF.
074600     PERFORM 4100-SEPARAR-APLICADO
074700         THRU 4100-SEPARAR-APLICADO-EXIT
074800         UNTIL FIN-ARCHIVO.
074900     CLOSE APLICADOS.
075000     IF GENERACION-ABIERTA
075100         CLOSE APLARCH
075200     END-IF.
075300     IF HUBO-ERROR
075400         PERFORM 8100-ERROR-ARCHIVO THRU 8100-ERROR-ARCHIVO-EXIT
075500         GO TO 4000-ARCHIVAR-APLICADOS-EXIT
075600     END-IF.
075700     PERFORM 8300-CERRAR-ARCHIVO THRU 8300-CERRAR-ARCHIVO-EXIT.
075800 4000-ARCHIVAR-APLICADOS-EXIT.
075900     EXIT.
076000
076100 4100-SEPARAR-APLICADO.
076200     READ APLICADOS NEXT RECORD
076300         AT END
076400             MOVE "S" TO DL880-SW-FIN-ARCHIVO
076500     END-READ.
076600     IF FIN-ARCHIVO
076700         GO TO 4100-SEPARAR-APLICADO-EXIT
076800     END-IF.
076900     ADD 1 TO DL880-CTA-LEIDOS.
077000     IF APL-FECHA-APLICACION NOT < DL880-CORTE
077100         ADD 1 TO DL880-CTA-CONSERVADOS
077200         GO TO 4100-SEPARAR-APLICADO-EXIT
077300     END-IF.
077400     IF NOT GENERACION-ABIERTA
077500         OPEN EXTEND APLARCH
077600         IF ST-APLARCH = "35"
077700             OPEN OUTPUT APLARCH
077800         END-IF
077900         IF ST-APLARCH NOT = "00"
078000             DISPLAY "CLIARCH: ERROR ABRIENDO "
078100                 DL880-GEN-APLICADOS " - ST=" ST-APLARCH
078200             MOVE "S" TO DL880-SW-ERROR DL880-SW-FIN-ARCHIVO
078300             GO TO 4100-SEPARAR-APLICADO-EXIT
078400         END-IF
078500         MOVE "S" TO DL880-SW-GEN-ABIERTA
078600     END-IF.
078700     MOVE REG-APLICADO TO REG-APLARCH.
078800     WRITE REG-APLARCH.
078900     IF ST-APLARCH NOT = "00"
079000         MOVE "S" TO DL880-SW-ERROR DL880-SW-FIN-ARCHIVO
079100         GO TO 4100-SEPARAR-APLICADO-EXIT
079200     END-IF.
079300*    La referencia solo sale del vivo si ya quedo en la
079400*    generacion.
079500     DELETE APLICADOS RECORD
079600         INVALID KEY
079700             MOVE "S" TO DL880-SW-ERROR DL880-SW-FIN-ARCHIVO
079800             GO TO 4100-SEPARAR-APLICADO-EXIT
079900     END-DELETE.
080000     ADD 1 TO DL880-CTA-ARCHIVADOS.
080100     ADD APL-CLI-ID TO DL880-HASH.
080200 4100-SEPARAR-APLICADO-EXIT.
080300     EXIT.
080400
080500******************************************************************
080600* 8000-INICIAR-ARCHIVO - Pone en cero conteos, hash y switches
080700*                        antes de cada archivo.
080800******************************************************************
080900 8000-INICIAR-ARCHIVO.
081000     MOVE ZERO TO DL880-CTA-LEIDOS DL880-CTA-ARCHIVADOS
081100         DL880-CTA-CONSERVADOS DL880-HASH DL880-CORTE.
081200     MOVE "N" TO DL880-SW-FIN-ARCHIVO DL880-SW-GEN-ABIERTA
081300         DL880-SW-ERROR.
081400     MOVE SPACES TO ARC-MENSAJE.
081500 8000-INICIAR-ARCHIVO-EXIT.
081600     EXIT.
081700
081800******************************************************************
081900* 8100-ERROR-ARCHIVO - El archivo vivo quedo como estaba (o en su
082000*                      temporal): se cataloga con estado "E" y la
082100*                      corrida termina con RC=99.
082200******************************************************************
082300 8100-ERROR-ARCHIVO.
082400     MOVE "ERROR - ARCHIVO VIVO NO SE TOCO" TO ARC-MENSAJE.
082500     IF DL880-CTA-ARCHIVADOS > ZERO
082600         MOVE "ERROR - REVISAR GENERACION Y TEMPORAL"
082700             TO ARC-MENSAJE
082800     END-IF.
082900     MOVE "E" TO CAT-ESTADO.
083000     PERFORM 8400-GRABAR-CATALOGO THRU 8400-GRABAR-CATALOGO-EXIT.
083100     MOVE 99 TO RETURN-CODE.
083200 8100-ERROR-ARCHIVO-EXIT.
083300     EXIT.
083400
083500 8200-LINEA-ARCHIVO.
083600     MOVE DL880-ARCHIVO TO ARC-ARCHIVO.
083700     MOVE DL880-NOMBRE-GEN TO ARC-NOMBRE-GEN.
083800     MOVE "ARCHIVADO ANTES" TO ARC-ETIQUETA-CORTE.
083900     MOVE DL880-CORTE TO ARC-CORTE.
084000     MOVE DL880-LINEA-ARCHIVO TO LIN-RPTARCH.
084100     WRITE LIN-RPTARCH.
084200     DISPLAY "CLIARCH: " DL880-ARCHIVO " " ARC-MENSAJE.
084300 8200-LINEA-ARCHIVO-EXIT.
084400     EXIT.
084500
084600******************************************************************
084700* 8300-CERRAR-ARCHIVO - Cataloga el archivo procesado y deja sus
084800*                       totales de control en el reporte. Si la
084900*                       reescritura del vivo fallo se cataloga
085000*                       como error.
085100******************************************************************
085200 8300-CERRAR-ARCHIVO.
085300     IF HUBO-ERROR
085400         PERFORM 8100-ERROR-ARCHIVO THRU 8100-ERROR-ARCHIVO-EXIT
085500         GO TO 8300-CERRAR-ARCHIVO-EXIT
085600     END-IF.
085700     IF DL880-CTA-LEIDOS NOT =
085800         DL880-CTA-ARCHIVADOS + DL880-CTA-CONSERVADOS
085900         DISPLAY "CLIARCH: " DL880-ARCHIVO " NO CUADRA"
086000         PERFORM 8100-ERROR-ARCHIVO THRU 8100-ERROR-ARCHIVO-EXIT
086100         GO TO 8300-CERRAR-ARCHIVO-EXIT
086200     END-IF.
086300     ADD DL880-CTA-ARCHIVADOS TO DL880-CTA-TOTAL-ARCH.
086400     MOVE "C" TO CAT-ESTADO.
086500     PERFORM 8400-GRABAR-CATALOGO THRU 8400-GRABAR-CATALOGO-EXIT.
086600 8300-CERRAR-ARCHIVO-EXIT.
086700     EXIT.
086800
086900 8400-GRABAR-CATALOGO.
087000     PERFORM 8200-LINEA-ARCHIVO THRU 8200-LINEA-ARCHIVO-EXIT.
087100     MOVE SPACES TO DL880-LINEA-TOTAL.
087200     MOVE "REGISTROS LEIDOS    :" TO TOT-ETIQUETA.
087300     MOVE DL880-CTA-LEIDOS TO TOT-CANTIDAD.
087400     MOVE DL880-LINEA-TOTAL TO LIN-RPTARCH.
087500     WRITE LIN-RPTARCH.
087600     MOVE SPACES TO DL880-LINEA-TOTAL.
087700     MOVE "ARCHIVADOS / HASH   :" TO TOT-ETIQUETA.
087800     MOVE DL880-CTA-ARCHIVADOS TO TOT-CANTIDAD.
087900     MOVE DL880-HASH TO TOT-IMPORTE.
088000     MOVE DL880-LINEA-TOTAL TO LIN-RPTARCH.
088100     WRITE LIN-RPTARCH.
088200     MOVE SPACES TO DL880-LINEA-TOTAL.
088300     MOVE "CONSERVADOS         :" TO TOT-ETIQUETA.
088400     MOVE DL880-CTA-CONSERVADOS TO TOT-CANTIDAD.
088500     MOVE DL880-LINEA-TOTAL TO LIN-RPTARCH.
088600     WRITE LIN-RPTARCH.
088700     MOVE SPACES TO LIN-RPTARCH.
088800     WRITE LIN-RPTARCH.
088900     ACCEPT DL880-FECHA-ACTUAL FROM DATE YYYYMMDD.
089000     ACCEPT DL880-HORA-ACTUAL FROM TIME.
089100     MOVE DL880-FECHA-NEGOCIO TO CAT-GENERACION.
089200     MOVE DL880-ARCHIVO TO CAT-ARCHIVO.
089300     MOVE DL880-NOMBRE-GEN TO CAT-NOMBRE-GEN.
089400     MOVE DL880-CORTE TO CAT-FECHA-CORTE.
089500     MOVE DL880-CTA-LEIDOS TO CAT-LEIDOS.
089600     MOVE DL880-CTA-ARCHIVADOS TO CAT-ARCHIVADOS.
089700     MOVE DL880-CTA-CONSERVADOS TO CAT-CONSERVADOS.
089800     MOVE DL880-HASH TO CAT-HASH.
089900     MOVE DL880-FECHA-ACTUAL TO CAT-FECHA-PROCESO.
090000     MOVE DL880-HORA-ACTUAL TO CAT-HORA-PROCESO.
090100     WRITE REG-CATALOGO.
090200     IF ST-CATALOGO NOT = "00"
090300         DISPLAY "CLIARCH: ERROR GRABANDO CliArch.cat - ST="
090400             ST-CATALOGO
090500         MOVE 99 TO RETURN-CODE
090600     END-IF.
090700 8400-GRABAR-CATALOGO-EXIT.
090800     EXIT.
090900
091000******************************************************************
091100* 9000-FINAL - Cierre. RC=4 si no hubo nada que archivar o si
091200*              el jornal no se archivo por falta de respaldo,
091250*              RC=99 si algun archivo quedo con error.
091300******************************************************************
091400 9000-FINAL.
091500     CLOSE CATALOGO RPTARCH.
091600     DISPLAY "CLIARCH: REGISTROS ARCHIVADOS: "
091700         DL880-CTA-TOTAL-ARCH.
091800     IF RETURN-CODE = 0 AND DL880-CTA-TOTAL-ARCH = ZERO
091900         MOVE 4 TO RETURN-CODE
092000     END-IF.
092100 9000-FINAL-EXIT.
092200     EXIT.
092300
092400 END PROGRAM CLIARCH.
