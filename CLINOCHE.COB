000500* DATE-WRITTEN: 21/08/2026
000600* DATE-COMPILED:
000700* PURPOSE:    Driver de la ventana nocturna. Ejecuta en orden
000800*             CLIORDEN, CLIFILTR, CLIPOST, CLIGLINT, CLIRECON,
000850*             CLIDUP, CLISTMT, CLISEG, CLIEXTR, CLIBLOQ, CLIFOTO,
000900*             CLIEDOC, CLIINTER, CLICOBR, CLICERT y CLIARCH
000950*             controlando el RC:
001000*             si un paso excede su RC maximo aceptable, los pasos
001100*             dependientes ya no se ejecutan (sin extracto de
001200*             facturacion despues de una conciliacion fallida).
002082*                    HABIL DEL CALENDARIO.
002084*   02/09/2026  RE   CLIINTER (INTERES POR SOBREGIRO) COMO PASO
002086*                    8, SOLO EN CORTE DE MES.
002090*   15/10/2026  RE   CLIGLINT (INTERFAZ A CONTABILIDAD GENERAL)
002092*                    COMO PASO 2, JUSTO DESPUES DE CLIPOST; EL
002094*                    NUMERO DE PASOS QUEDA EN DL950-CTA-PASOS.
002096*   15/10/2026  RE   CLIARCH (ARCHIVO Y RETENCION) COMO PASO 10,
002098*                    SOLO EN CORTE DE ANIO.
002102*   15/10/2026  RE   CLICOBR (CICLO DE COBRANZA) COMO PASO 10,
002104*                    SOLO EN CORTE DE MES, AL FINAL DE LOS PASOS
002106*                    MENSUALES; CLIARCH PASA A SER EL PASO 11.
002108*   15/10/2026  RE   CLIFOTO (FOTO DE SALDOS AL CIERRE Y
002110*                    TENDENCIA) COMO PASO 8, SOLO EN CORTE DE MES
002112*                    Y ANTES DE CLIEDOC, QUE TOMA DE LA FOTO EL
002114*                    SALDO INICIAL DEL EXTRACTO; CLIEDOC A
002116*                    CLIARCH PASAN A LOS PASOS 9 A 12.
002118*   15/10/2026  RE   CLICERT (CONSTANCIA ANUAL DE INTERESES Y
002120*                    DECLARACION CliFisc.dat) COMO PASO 12, SOLO
002122*                    EN CORTE DE ANIO Y ANTES DE CLIARCH, QUE
002124*                    PASA A SER EL PASO 13.
002126*   15/10/2026  RE   CLIFILTR (RETENCION DE MOVIMIENTOS SOBRE
002128*                    UMBRAL EN CliRet.dat) COMO PASO 1, ANTES DE
002130*                    CLIPOST; LOS DEMAS PASOS CORREN UNO.
002132*   15/10/2026  RE   CLIORDEN (ORDENES PERMANENTES DE CliOrd.dat
002134*                    A CliMov.dat) COMO PASO 1, ANTES DE
002136*                    CLIFILTR; LOS DEMAS PASOS CORREN UNO.
002138*   15/10/2026  RE   CLIBLOQ (LISTA DIARIA DE TARJETAS
002140*                    BLOQUEADAS PARA EL PROCESADOR) COMO PASO
002142*                    10, DESPUES DE CLIEXTR; CLIFOTO A CLIARCH
002144*                    PASAN A LOS PASOS 11 A 16.
002199******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. CLINOCHE.
002400 ENVIRONMENT DIVISION.
005720* Cada paso trae el tipo de dia minimo en que corre: N=cada
005730* ventana, M=solo corte de mes (y de anio), A=solo corte de
005740* anio. CLIEDOC es mensual: el extracto sale en el corte.
005742* CLIFOTO va antes que CLIEDOC: graba la foto del cierre con el
005744* saldo ya posteado, y CLIEDOC lee la del cierre anterior.
005745* CLIARCH es anual y va al final, despues del extracto.
005747* CLICOBR es mensual y cierra los pasos del mes. El interes de
005748* CLIINTER queda en CliMov.dat y lo postea la ventana siguiente.
005749* CLICERT lee CliMovHis.dat antes de que CLIARCH lo recorte.
005750******************************************************************
005800 01  DL950-TABLA-PASOS-VAL.
005802*    CLIORDEN deja en CliMov.dat lo que vence hoy de las ordenes
005804*    permanentes, para que pase por el filtro y el posteo.
005806     05 FILLER                PIC X(11) VALUE "CLIORDEN04N".
005810*    CLIFILTR saca del feed lo retenido; si no pudo grabar deja
005820*    CliMov.dat intacto con RC=16 y CLIPOST no debe correr.
005850     05 FILLER                PIC X(11) VALUE "CLIFILTR04N".
005900     05 FILLER                PIC X(11) VALUE "CLIPOST 08N".
005950     05 FILLER                PIC X(11) VALUE "CLIGLINT04N".
006000     05 FILLER                PIC X(11) VALUE "CLIRECON04N".
006100     05 FILLER                PIC X(11) VALUE "CLIDUP  04N".
006200     05 FILLER                PIC X(11) VALUE "CLISTMT 04N".
006300     05 FILLER                PIC X(11) VALUE "CLISEG  04N".
006400     05 FILLER                PIC X(11) VALUE "CLIEXTR 04N".
006410*    CLIBLOQ lista las tarjetas bloqueadas del dia (RC=4 si no
006420*    hay ninguna) y nada depende de el.
006430     05 FILLER                PIC X(11) VALUE "CLIBLOQ 04N".
006440     05 FILLER                PIC X(11) VALUE "CLIFOTO 04M".
006450     05 FILLER                PIC X(11) VALUE "CLIEDOC 04M".
006460     05 FILLER                PIC X(11) VALUE "CLIINTER04M".
006465     05 FILLER                PIC X(11) VALUE "CLICOBR 04M".
006468     05 FILLER                PIC X(11) VALUE "CLICERT 04A".
006470     05 FILLER                PIC X(11) VALUE "CLIARCH 04A".
006500 01  DL950-TABLA-PASOS REDEFINES DL950-TABLA-PASOS-VAL.
006600     05 DL950-PASO OCCURS 16 TIMES.
006700        10 DL950-PASO-NOMBRE  PIC X(08).
006800        10 DL950-PASO-RC-MAX  PIC 9(02).
006850        10 DL950-PASO-TIPO    PIC X.
006870*    Debe coincidir con el OCCURS de DL950-PASO.
006890 77  DL950-CTA-PASOS          PIC 9(02) VALUE 16.
006900
006910 77  DL950-FECHA-NEGOCIO      PIC 9(08) VALUE ZERO.
006920 77  DL950-TIPO-DIA           PIC X VALUE "N".
010200     IF RETURN-CODE = 0
010300         PERFORM 2000-EJECUTAR-PASO THRU 2000-EJECUTAR-PASO-EXIT
010400             VARYING DL950-IDX FROM 1 BY 1
010500             UNTIL DL950-IDX > DL950-CTA-PASOS OR PASO-FALLIDO
010600         PERFORM 3000-FINAL THRU 3000-FINAL-EXIT
010700     END-IF.
010800     MOVE DL950-RC-FINAL TO RETURN-CODE.
012850         END-IF
012900         CLOSE CTLNOCHE
013000     END-IF.
013100     IF DL950-REANUDAR >= DL950-CTA-PASOS
013200         MOVE ZERO TO DL950-REANUDAR
013300     END-IF.
013400     IF DL950-REANUDAR > 0
