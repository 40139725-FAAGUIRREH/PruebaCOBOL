001300*             final que cuadra con CLI-SALDO del maestro. Corre
001400*             en el corte de mes desde CLINOCHE, para poder
001500*             contestarle al cliente que le paso a su saldo.
001520*             Dentro de la pagina cada cuenta del cliente
001540*             (CliCta.dat) sale por separado con su tarjeta
001560*             enmascarada, sus movimientos y sus saldos, y al
001580*             pie el total del cliente.
001600*
001700* MODIFICATION HISTORY:
001800*   02/09/2026  RE   VERSION INICIAL.
001860*                    (MH-FECHA-APLICACION), NO POR MOV-FECHA:
001870*                    CADA MOVIMIENTO SALE EN UN EXTRACTO Y EL
001880*                    SALDO INICIAL EMPALMA CON EL CIERRE.
001885*   15/10/2026  RE   LOS RECUPEROS DE CASTIGO NO SALEN EN EL
001890*                    EXTRACTO: NO MUEVEN CLI-SALDO.
001892*   15/10/2026  RE   EXTRACTO POR CUENTA (CliCta.dat): UNA
001894*                    SECCION POR CUENTA CON SALDO INICIAL,
001896*                    MOVIMIENTOS Y SALDO FINAL, MAS EL TOTAL
001898*                    DEL CLIENTE.
001899*   15/10/2026  RE   EL SALDO INICIAL DEL CLIENTE SE TOMA DE LA
001900*                    FOTO DEL CIERRE ANTERIOR (CliFoto.dat, DE
001901*                    CLIFOTO); SIN FOTO SE DERIVA COMO ANTES. SI
001902*                    NO EMPALMA CON EL SALDO FINAL SALE LA LINEA
001903*                    DIFERENCIA.
001904******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. CLIEDOC.
002200 ENVIRONMENT DIVISION.
004540     SELECT OPTIONAL FECHACTL ASSIGN TO "./CliFecha.ctl"
004560          ORGANIZATION LINE SEQUENTIAL
004580          STATUS ST-FECHACTL.
004582     SELECT OPTIONAL CUENTAS ASSIGN TO "./CliCta.dat"
004584          ORGANIZATION INDEXED
004586          ACCESS MODE DYNAMIC
004588          RECORD KEY IS CTA-NUMERO
004590          ALTERNATE KEY CTA-TARJETA WITH DUPLICATES
004592          STATUS ST-CUENTAS.
004593     SELECT OPTIONAL FOTOS ASSIGN TO "./CliFoto.dat"
004594          ORGANIZATION INDEXED
004595          ACCESS MODE RANDOM
004596          RECORD KEY IS FOT-CLAVE
004597          STATUS ST-FOTOS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
006140 01  LIN-FECHACTL.
006160     05 FEC-NEGOCIO           PIC 9(08).
006180
006185 FD  CUENTAS.
006190
006195 COPY CLICTA.
006196
006197 FD  FOTOS.
006198
006199 COPY CLIFOT.
006200 SD  WRKEDOC.
006300 01  WRK-REG-EDOC.
006400     05 WRK-CLI-ID            PIC 9(7).
006600     05 WRK-TIPO              PIC X.
006700     05 WRK-IMPORTE           PIC S9(9)V9(3).
006800     05 WRK-ORIGEN            PIC X(10).
006850     05 WRK-CUENTA            PIC 9(03).
006900
007000 WORKING-STORAGE SECTION.
007100
007300 77  ST-MOVHIST               PIC XX.
007400 77  ST-RPTEDOC               PIC XX.
007450 77  ST-FECHACTL              PIC XX.
007470 77  ST-CUENTAS               PIC XX.
007480 77  ST-FOTOS                 PIC XX.
007500
007600 01  DL720-SWITCHES.
007700     05 DL720-SW-FIN-ARCHIVO  PIC X VALUE "N".
008200        88 GRUPO-ABIERTO      VALUE "S".
008300     05 DL720-SW-EXISTE       PIC X.
008400        88 CLIENTE-EXISTE     VALUE "S".
008420     05 DL720-SW-CUENTA-EXISTE PIC X.
008440        88 CUENTA-EXISTE      VALUE "S".
008450     05 DL720-SW-FOTOS        PIC X VALUE "N".
008460        88 HAY-FOTOS          VALUE "S".
008500
008600 01  DL720-CONTADORES.
008700     05 DL720-CTA-LEIDOS      PIC 9(07) COMP.
008800     05 DL720-CTA-PERIODO     PIC 9(07) COMP.
008900     05 DL720-CTA-CLIENTES    PIC 9(07) COMP.
008910     05 DL720-CTA-DESDE-FOTO  PIC 9(07) COMP.
008920     05 DL720-CTA-DIFERENCIAS PIC 9(07) COMP.
009000
009100 77  DL720-FECHA-HOY          PIC 9(08).
009200 77  DL720-PERIODO            PIC 9(06).
009210 01  DL720-PERIODO-ANT        PIC 9(06).
009220 01  DL720-PERIODO-ANT-R REDEFINES DL720-PERIODO-ANT.
009230     05 DL720-ANT-ANIO        PIC 9(04).
009240     05 DL720-ANT-MES         PIC 9(02).
009250 77  DL720-DIFERENCIA         PIC S9(11)V9(3) COMP-3 VALUE ZERO.
009300 77  DL720-CLIENTE-ACTUAL     PIC 9(07) VALUE ZERO.
009400 77  DL720-TOT-DEBITOS        PIC S9(11)V9(3) COMP-3 VALUE ZERO.
009500 77  DL720-TOT-CREDITOS       PIC S9(11)V9(3) COMP-3 VALUE ZERO.
009700 77  DL720-SALDO-INICIAL      PIC S9(11)V9(3) COMP-3 VALUE ZERO.
009800 77  DL720-NOMBRE             PIC X(70).
009900 77  DL720-IDX                PIC 9(04) COMP.
009910 77  DL720-IDC                PIC 9(04) COMP.
009920 77  DL720-CUENTA-ACTUAL      PIC 9(03) VALUE ZERO.
009930 77  DL720-CUE-INICIAL        PIC S9(11)V9(3) COMP-3 VALUE ZERO.
009940 77  DL720-CUE-FINAL          PIC S9(11)V9(3) COMP-3 VALUE ZERO.
009950 77  DL720-TARJETA-MASCARA    PIC X(50).
010000
010100******************************************************************
010200* Detalle del cliente en curso: las lineas se guardan aqui hasta
011300        10 DL720-DET-IMPORTE  PIC S9(9)V9(3) COMP-3.
011400        10 DL720-DET-ORIGEN   PIC X(10).
011500
011504******************************************************************
011508* Cuentas del cliente en curso, en el orden del SORT: totales de
011512* cada una y el tramo (desde/hasta) de sus lineas en DL720-DET.
011516* Si el detalle se trunco, HASTA queda antes de DESDE y la cuenta
011520* sale solo con sus totales.
011524******************************************************************
011528 01  DL720-CUENTAS.
011532     05 DL720-CTA-CUENTAS     PIC 9(04) COMP VALUE ZERO.
011536     05 DL720-CUE OCCURS 999 TIMES.
011540        10 DL720-CUE-NUMERO   PIC 9(03).
011544        10 DL720-CUE-DEBITOS  PIC S9(11)V9(3) COMP-3.
011548        10 DL720-CUE-CREDITOS PIC S9(11)V9(3) COMP-3.
011552        10 DL720-CUE-DESDE    PIC 9(04) COMP.
011556        10 DL720-CUE-HASTA    PIC 9(04) COMP.
011560
011564 01  DL720-LINEA-CUENTA.
011568     05 FILLER                PIC X(02) VALUE SPACES.
011572     05 FILLER                PIC X(08) VALUE "CUENTA: ".
011576     05 CUE-EDO-NUMERO        PIC 9(03).
011580     05 FILLER                PIC X(11) VALUE "  TARJETA: ".
011584     05 CUE-EDO-TARJETA       PIC X(50).
011588     05 FILLER                PIC X(58) VALUE SPACES.
011600 01  DL720-LINEA-ENCABEZADO.
011700     05 FILLER                PIC X(42)
011800        VALUE "EXTRACTO MENSUAL DE CLIENTES - CLIEDOC".
016300     IF RETURN-CODE = 0
016400         SORT WRKEDOC
016500             ON ASCENDING KEY WRK-CLI-ID
016550             ON ASCENDING KEY WRK-CUENTA
016600             ON ASCENDING KEY WRK-FECHA
016700             INPUT PROCEDURE IS 2000-SELECCIONAR-PERIODO
016800             OUTPUT PROCEDURE IS 3000-ARMAR-EXTRACTOS
017800 1000-INICIAL.
017900     MOVE 0 TO RETURN-CODE.
018000     MOVE ZERO TO DL720-CTA-LEIDOS DL720-CTA-PERIODO
018100         DL720-CTA-CLIENTES DL720-CTA-DESDE-FOTO
018150         DL720-CTA-DIFERENCIAS.
018200     PERFORM 1100-LEER-FECHA-NEGOCIO
018250         THRU 1100-LEER-FECHA-NEGOCIO-EXIT.
018300     MOVE DL720-FECHA-HOY(1:6) TO DL720-PERIODO.
018310     MOVE DL720-PERIODO TO DL720-PERIODO-ANT.
018320     IF DL720-ANT-MES = 1
018330         SUBTRACT 1 FROM DL720-ANT-ANIO
018340         MOVE 12 TO DL720-ANT-MES
018350     ELSE
018360         SUBTRACT 1 FROM DL720-ANT-MES
018370     END-IF.
018400     OPEN INPUT MOVHIST.
018500     IF ST-MOVHIST = "35"
018600         DISPLAY "CLIEDOC: NO HAY CliMovHis.dat - SIN EXTRACTO"
020000         MOVE 99 TO RETURN-CODE
020100         GO TO 1000-INICIAL-EXIT
020200     END-IF.
020210     OPEN INPUT CUENTAS.
020220     IF ST-CUENTAS NOT = "00" AND ST-CUENTAS NOT = "05"
020230         DISPLAY "CLIEDOC: ERROR ABRIENDO CLICTA.DAT - ST="
020240             ST-CUENTAS
020250         CLOSE MOVHIST CLIENTES
020260         MOVE 99 TO RETURN-CODE
020270         GO TO 1000-INICIAL-EXIT
020280     END-IF.
020282*    Sin CliFoto.dat (o sin poder abrirlo) el saldo inicial se
020284*    deriva del saldo final; no detiene el extracto.
020286     OPEN INPUT FOTOS.
020288     IF ST-FOTOS = "00"
020290         MOVE "S" TO DL720-SW-FOTOS
020292     ELSE
020294     IF ST-FOTOS NOT = "05"
020296         DISPLAY "CLIEDOC: AVISO - NO SE ABRIO CLIFOTO.DAT - ST="
020297             ST-FOTOS
020298     END-IF
020299     END-IF.
020300     OPEN OUTPUT RPTEDOC.
020400     IF ST-RPTEDOC NOT = "00"
020500         DISPLAY "CLIEDOC: ERROR ABRIENDO CLIEDOC.RPT - ST="
020600             ST-RPTEDOC
020700         CLOSE MOVHIST CLIENTES CUENTAS FOTOS
020800         MOVE 99 TO RETURN-CODE
020900         GO TO 1000-INICIAL-EXIT
021000     END-IF.
021930*                            ventana siguiente salga en el
021935*                            extracto de su mes y el saldo
021940*                            inicial empalme con el cierre
021945*                            anterior. Los recuperos de un
021995*                            castigado (origen RECUPERO) no
022045*                            mueven CLI-SALDO y se quedan fuera.
022100******************************************************************
022200 2000-SELECCIONAR-PERIODO.
022300     PERFORM 2100-LEER-HISTORIA THRU 2100-LEER-HISTORIA-EXIT
023100     IF NOT FIN-ARCHIVO
023200         ADD 1 TO DL720-CTA-LEIDOS
023300         IF MH-FECHA-APLICACION(1:6) = DL720-PERIODO
023350             AND MH-ORIGEN NOT = "RECUPERO"
023400             ADD 1 TO DL720-CTA-PERIODO
023500             MOVE MH-CLI-ID TO WRK-CLI-ID
023600             MOVE MH-FECHA TO WRK-FECHA
023700             MOVE MH-TIPO TO WRK-TIPO
023800             MOVE MH-IMPORTE TO WRK-IMPORTE
023900             MOVE MH-ORIGEN TO WRK-ORIGEN
023910*            Historia anterior a las cuentas: va a la principal.
023920             IF MH-CUENTA IS NUMERIC AND MH-CUENTA NOT = ZERO
023930                 MOVE MH-CUENTA TO WRK-CUENTA
023940             ELSE
023950                 MOVE 1 TO WRK-CUENTA
023960             END-IF
024000             RELEASE WRK-REG-EDOC
024100         END-IF
024200     END-IF.
024500
024600******************************************************************
024700* 3000-ARMAR-EXTRACTOS - Devuelve los movimientos ordenados por
024800*                        cliente, cuenta y fecha, corta por
024900*                        cambio de CLI-ID y emite la pagina del
025000*                        cliente que termina.
025100******************************************************************
025200 3000-ARMAR-EXTRACTOS.
025300     MOVE "N" TO DL720-SW-FIN-SORT.
028500     MOVE WRK-CLI-ID TO DL720-CLIENTE-ACTUAL.
028600     MOVE ZERO TO DL720-CTA-DET.
028700     MOVE ZERO TO DL720-TOT-DEBITOS DL720-TOT-CREDITOS.
028750     MOVE ZERO TO DL720-CTA-CUENTAS.
028800 3200-ABRIR-GRUPO-EXIT.
028900     EXIT.
029000
029100 3250-ACUMULAR-MOVIMIENTO.
029105     IF DL720-CTA-CUENTAS = ZERO
029110         OR WRK-CUENTA NOT = DL720-CUENTA-ACTUAL
029115         ADD 1 TO DL720-CTA-CUENTAS
029120         MOVE WRK-CUENTA TO DL720-CUENTA-ACTUAL
029125         MOVE WRK-CUENTA TO DL720-CUE-NUMERO(DL720-CTA-CUENTAS)
029130         MOVE ZERO TO DL720-CUE-DEBITOS(DL720-CTA-CUENTAS)
029135             DL720-CUE-CREDITOS(DL720-CTA-CUENTAS)
029140         COMPUTE DL720-CUE-DESDE(DL720-CTA-CUENTAS) =
029145             DL720-CTA-DET + 1
029150         MOVE DL720-CTA-DET TO DL720-CUE-HASTA(DL720-CTA-CUENTAS)
029155     END-IF.
029200     IF WRK-TIPO = "D"
029300         ADD WRK-IMPORTE TO DL720-TOT-DEBITOS
029350         ADD WRK-IMPORTE TO DL720-CUE-DEBITOS(DL720-CTA-CUENTAS)
029400     ELSE
029500         ADD WRK-IMPORTE TO DL720-TOT-CREDITOS
029550         ADD WRK-IMPORTE TO DL720-CUE-CREDITOS(DL720-CTA-CUENTAS)
029600     END-IF.
029700     IF DL720-CTA-DET < 999
029800         ADD 1 TO DL720-CTA-DET
030000         MOVE WRK-TIPO TO DL720-DET-TIPO(DL720-CTA-DET)
030100         MOVE WRK-IMPORTE TO DL720-DET-IMPORTE(DL720-CTA-DET)
030200         MOVE WRK-ORIGEN TO DL720-DET-ORIGEN(DL720-CTA-DET)
030250         MOVE DL720-CTA-DET TO DL720-CUE-HASTA(DL720-CTA-CUENTAS)
030300     END-IF.
030400 3250-ACUMULAR-MOVIMIENTO-EXIT.
030500     EXIT.
030600
030700******************************************************************
030800* 3300-EMITIR-EXTRACTO - Cierra el grupo: lee el cliente en el
030900*                        maestro, toma el saldo inicial de la
030920*                        foto del cierre anterior (3310) o, sin
030940*                        foto, lo deriva como CLI-SALDO menos el
031000*                        neto del periodo (debitos menos
031100*                        creditos), y escribe la pagina completa
031200*                        del extracto: una seccion por cuenta
031220*                        (3400) y al pie el
031240*                        total del cliente.
031300******************************************************************
031400 3300-EMITIR-EXTRACTO.
031500     MOVE "N" TO DL720-SW-EXISTE.
033300     END-IF.
033400     COMPUTE DL720-SALDO-INICIAL = DL720-SALDO-FINAL
033500         - DL720-TOT-DEBITOS + DL720-TOT-CREDITOS.
033510     MOVE ZERO TO DL720-DIFERENCIA.
033520     IF CLIENTE-EXISTE AND HAY-FOTOS
033530         PERFORM 3310-SALDO-DE-FOTO THRU 3310-SALDO-DE-FOTO-EXIT
033540     END-IF.
033600     MOVE SPACES TO LIN-RPTEDOC.
033700     WRITE LIN-RPTEDOC.
033800     MOVE DL720-LINEA-SEPARADOR TO LIN-RPTEDOC.
034100     MOVE DL720-NOMBRE(1:50) TO CLI-EDO-NOMBRE.
034200     MOVE DL720-LINEA-CLIENTE TO LIN-RPTEDOC.
034300     WRITE LIN-RPTEDOC.
034400     PERFORM 3400-EMITIR-CUENTA THRU 3400-EMITIR-CUENTA-EXIT
034500         VARYING DL720-IDC FROM 1 BY 1
034600         UNTIL DL720-IDC > DL720-CTA-CUENTAS.
035200     IF DL720-CTA-DET = 999
035300         MOVE "    (DETALLE TRUNCADO A 999 MOVIMIENTOS)"
035400             TO LIN-RPTEDOC
035500         WRITE LIN-RPTEDOC
035600     END-IF.
035610     MOVE SPACES TO LIN-RPTEDOC.
035620     WRITE LIN-RPTEDOC.
035630     MOVE "  TOTAL DEL CLIENTE" TO LIN-RPTEDOC.
035640     WRITE LIN-RPTEDOC.
035650     MOVE "SALDO INICIAL  :" TO SAL-ETIQUETA.
035660     MOVE DL720-SALDO-INICIAL TO SAL-IMPORTE.
035670     MOVE DL720-LINEA-SALDO TO LIN-RPTEDOC.
035680     WRITE LIN-RPTEDOC.
035690     MOVE SPACES TO DL720-LINEA-TOTAL.
035800     MOVE "DEBITOS DEL PERIODO :" TO TOT-ETIQUETA.
035900     MOVE DL720-TOT-DEBITOS TO TOT-IMPORTE.
036000     MOVE DL720-LINEA-TOTAL TO LIN-RPTEDOC.
037200     MOVE DL720-SALDO-FINAL TO SAL-IMPORTE.
037300     MOVE DL720-LINEA-SALDO TO LIN-RPTEDOC.
037400     WRITE LIN-RPTEDOC.
037410     IF DL720-DIFERENCIA NOT = ZERO
037420         MOVE "DIFERENCIA     :" TO SAL-ETIQUETA
037430         MOVE DL720-DIFERENCIA TO SAL-IMPORTE
037440         MOVE DL720-LINEA-SALDO TO LIN-RPTEDOC
037450         WRITE LIN-RPTEDOC
037460     END-IF.
037500     ADD 1 TO DL720-CTA-CLIENTES.
037600     MOVE "N" TO DL720-SW-GRUPO.
037700 3300-EMITIR-EXTRACTO-EXIT.
037800     EXIT.
037900
037902******************************************************************
037904* 3310-SALDO-DE-FOTO - El saldo inicial es el saldo del cliente
037906*                      en la foto del cierre anterior. Si el
037908*                      inicial mas el neto del periodo no da el
037910*                      saldo final (ajustes fuera de CliMovHis,
037912*                      movimientos aplicados despues de la foto)
037914*                      la diferencia queda en DL720-DIFERENCIA.
037916******************************************************************
037918 3310-SALDO-DE-FOTO.
037920     MOVE DL720-PERIODO-ANT TO FOT-PERIODO.
037922     MOVE DL720-CLIENTE-ACTUAL TO FOT-CLI-ID.
037924     READ FOTOS
037926         INVALID KEY
037928             GO TO 3310-SALDO-DE-FOTO-EXIT
037930     END-READ.
037932     MOVE FOT-SALDO TO DL720-SALDO-INICIAL.
037934     ADD 1 TO DL720-CTA-DESDE-FOTO.
037936     COMPUTE DL720-DIFERENCIA = DL720-SALDO-FINAL
037938         - DL720-SALDO-INICIAL - DL720-TOT-DEBITOS
037940         + DL720-TOT-CREDITOS.
037942     IF DL720-DIFERENCIA NOT = ZERO
037944         ADD 1 TO DL720-CTA-DIFERENCIAS
037946     END-IF.
037948 3310-SALDO-DE-FOTO-EXIT.
037950     EXIT.
037952
038000 3350-IMPRIMIR-DETALLE.
038100     MOVE SPACES TO DL720-LINEA-DETALLE.
038200     MOVE DL720-DET-FECHA(DL720-IDX) TO DET-FECHA.
038800 3350-IMPRIMIR-DETALLE-EXIT.
038900     EXIT.
039000
039001******************************************************************
039002* 3400-EMITIR-CUENTA - Seccion de una cuenta: su saldo final es
039003*                      CTA-SALDO; la principal de un cliente que
039004*                      aun no tiene registros de cuenta es todo
039005*                      CLI-SALDO; una cuenta que no esta en
039006*                      CliCta.dat solo puede mostrar su neto.
039007******************************************************************
039008 3400-EMITIR-CUENTA.
039009     MOVE "N" TO DL720-SW-CUENTA-EXISTE.
039010     MOVE DL720-CLIENTE-ACTUAL TO CTA-CLI-ID.
039011     MOVE DL720-CUE-NUMERO(DL720-IDC) TO CTA-SECUENCIA.
039012     READ CUENTAS
039013         INVALID KEY
039014             CONTINUE
039015         NOT INVALID KEY
039016             MOVE "S" TO DL720-SW-CUENTA-EXISTE
039017     END-READ.
039018     IF CUENTA-EXISTE
039019         MOVE CTA-SALDO TO DL720-CUE-FINAL
039020         CALL "CLIMASK" USING CTA-TARJETA DL720-TARJETA-MASCARA
039021     ELSE
039022     IF DL720-CUE-NUMERO(DL720-IDC) = 1 AND CLIENTE-EXISTE
039023         MOVE "S" TO DL720-SW-CUENTA-EXISTE
039024         MOVE CLI-SALDO TO DL720-CUE-FINAL
039025         CALL "CLIMASK" USING CLI-TARJETA DL720-TARJETA-MASCARA
039026     ELSE
039027         COMPUTE DL720-CUE-FINAL = DL720-CUE-DEBITOS(DL720-IDC)
039028             - DL720-CUE-CREDITOS(DL720-IDC)
039029         MOVE "(NO EXISTE EN CliCta.dat)" TO DL720-TARJETA-MASCARA
039030     END-IF
039031     END-IF.
039032     COMPUTE DL720-CUE-INICIAL = DL720-CUE-FINAL
039033         - DL720-CUE-DEBITOS(DL720-IDC)
039034         + DL720-CUE-CREDITOS(DL720-IDC).
039035     MOVE SPACES TO LIN-RPTEDOC.
039036     WRITE LIN-RPTEDOC.
039037     MOVE DL720-CUE-NUMERO(DL720-IDC) TO CUE-EDO-NUMERO.
039038     MOVE DL720-TARJETA-MASCARA TO CUE-EDO-TARJETA.
039039     MOVE DL720-LINEA-CUENTA TO LIN-RPTEDOC.
039040     WRITE LIN-RPTEDOC.
039041     MOVE "SALDO INICIAL  :" TO SAL-ETIQUETA.
039042     MOVE DL720-CUE-INICIAL TO SAL-IMPORTE.
039043     MOVE DL720-LINEA-SALDO TO LIN-RPTEDOC.
039044     WRITE LIN-RPTEDOC.
039045     PERFORM 3350-IMPRIMIR-DETALLE
039046         THRU 3350-IMPRIMIR-DETALLE-EXIT
039047         VARYING DL720-IDX FROM DL720-CUE-DESDE(DL720-IDC) BY 1
039048         UNTIL DL720-IDX > DL720-CUE-HASTA(DL720-IDC).
039049     MOVE SPACES TO DL720-LINEA-TOTAL.
039050     MOVE "DEBITOS DE LA CUENTA:" TO TOT-ETIQUETA.
039051     MOVE DL720-CUE-DEBITOS(DL720-IDC) TO TOT-IMPORTE.
039052     MOVE DL720-LINEA-TOTAL TO LIN-RPTEDOC.
039053     WRITE LIN-RPTEDOC.
039054     MOVE SPACES TO DL720-LINEA-TOTAL.
039055     MOVE "CREDITOS DE LA CUENTA:" TO TOT-ETIQUETA.
039056     MOVE DL720-CUE-CREDITOS(DL720-IDC) TO TOT-IMPORTE.
039057     MOVE DL720-LINEA-TOTAL TO LIN-RPTEDOC.
039058     WRITE LIN-RPTEDOC.
039059     IF CUENTA-EXISTE
039060         MOVE "SALDO FINAL    :" TO SAL-ETIQUETA
039061     ELSE
039062         MOVE "NETO PERIODO   :" TO SAL-ETIQUETA
039063     END-IF.
039064     MOVE DL720-CUE-FINAL TO SAL-IMPORTE.
039065     MOVE DL720-LINEA-SALDO TO LIN-RPTEDOC.
039066     WRITE LIN-RPTEDOC.
039067 3400-EMITIR-CUENTA-EXIT.
039068     EXIT.
039069
039100******************************************************************
039200* 4000-FINAL - Totales de la corrida y cierre de archivos. RC=4
039300*              si el periodo no trajo movimientos (no es error).
040000     MOVE DL720-CTA-CLIENTES TO TOT-CANTIDAD.
040100     MOVE DL720-LINEA-TOTAL TO LIN-RPTEDOC.
040200     WRITE LIN-RPTEDOC.
040300     CLOSE MOVHIST CLIENTES CUENTAS FOTOS RPTEDOC.
040400     DISPLAY "CLIEDOC: MOVIMIENTOS LEIDOS  : " DL720-CTA-LEIDOS.
040500     DISPLAY "CLIEDOC: MOVS. DEL PERIODO   : " DL720-CTA-PERIODO.
040600     DISPLAY "CLIEDOC: CLIENTES EXTRACTADOS: "
040700         DL720-CTA-CLIENTES.
040710     DISPLAY "CLIEDOC: INICIAL DE LA FOTO  : "
040720         DL720-CTA-DESDE-FOTO.
040730     DISPLAY "CLIEDOC: CON DIFERENCIA      : "
040740         DL720-CTA-DIFERENCIAS.
040800     IF DL720-CTA-PERIODO = ZERO
040900         MOVE 4 TO RETURN-CODE
041000     END-IF.
