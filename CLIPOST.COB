001848*   02/09/2026  RE   MH-FECHA-APLICACION SE ESTAMPA CON LA FECHA
001850*                    DE NEGOCIO PARA QUE EL CORTE DE CLIEDOC NO
001852*                    PIERDA LO APLICADO PASADA LA MEDIANOCHE.
001853*   15/10/2026  RE   CASTIGOS: EL ORIGEN CASTIGO (CLICAST) DEBE
001854*                    SALDAR LA CUENTA Y DEJA EL CLIENTE EN
001855*                    ESTADO "K"; LOS PAGOS DE UN CASTIGADO
001856*                    (ORIGEN RECUPERO) NO TOCAN CLI-SALDO Y SE
001857*                    ACUMULAN EN EL REGISTRO CliCast.dat.
001858*   15/10/2026  RE   CUENTAS POR CLIENTE (CliCta.dat): EL
001860*                    MOVIMIENTO SE APLICA A LA CUENTA DE
001862*                    MOV-CUENTA (VACIO = PRINCIPAL 001, QUE SE
001864*                    CREA DEL MAESTRO LA PRIMERA VEZ) Y A
001866*                    CLI-SALDO, QUE QUEDA COMO SUMA DE LAS
001868*                    CUENTAS. LIMITE PROPIO POR CUENTA; EL
001870*                    CASTIGO SALDA TODAS LAS CUENTAS.
001874*   15/10/2026  RE   CICLO DE COBRANZA (CliCobr.dat): EL
001876*                    MOVIMIENTO QUE DEJA CLI-SALDO NEGATIVO ABRE
001878*                    EL CICLO Y EL PAGO QUE LO DEJA EN CERO O
001880*                    POSITIVO LO REINICIA, CON SU EVENTO EN LA
001882*                    HISTORIA CliCobH.dat.
001899******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. CLIPOST.
002100 ENVIRONMENT DIVISION.
004708          RECORD KEY IS APL-REFERENCIA
004710          STATUS ST-APLICADOS.
004712
004713     SELECT OPTIONAL COBRANZAS ASSIGN TO "./CliCobr.dat"
004714          ORGANIZATION INDEXED
004715          ACCESS MODE DYNAMIC
004716          RECORD KEY IS COB-CLI-ID
004717          STATUS ST-COBRANZAS.
004718
004719     SELECT OPTIONAL COBHIS ASSIGN TO "./CliCobH.dat"
004720          ORGANIZATION LINE SEQUENTIAL
004721          STATUS ST-COBHIS.
004722
004732     SELECT OPTIONAL CASTIGOS ASSIGN TO "./CliCast.dat"
004742          ORGANIZATION INDEXED
004752          ACCESS MODE DYNAMIC
004762          RECORD KEY IS CAS-CLI-ID
004772          STATUS ST-CASTIGOS.
004782
004784     SELECT OPTIONAL CUENTAS ASSIGN TO "./CliCta.dat"
004786          ORGANIZATION INDEXED
004788          ACCESS MODE DYNAMIC
004790          RECORD KEY IS CTA-NUMERO
004792          ALTERNATE KEY CTA-TARJETA WITH DUPLICATES
004794          STATUS ST-CUENTAS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000
005800
005900 FD  RECHAZOS.
006000 01  REG-RECHAZO.
006100     05 RCH-MOVIMIENTO        PIC X(56).
006200     05 RCH-MOTIVO            PIC X(40).
006300
006400 FD  RPTPOST
006736     05 APL-FECHA-APLICACION  PIC 9(08).
006738     05 APL-HORA-APLICACION   PIC 9(08).
006740
006741 FD  COBRANZAS.
006742
006743 COPY CLICOB.
006744
006745 FD  COBHIS.
006746
006747 COPY CLICOBH.
006748
006750 FD  CASTIGOS.
006760
006770 COPY CLICASR.
006780
006785 FD  CUENTAS.
006790
006795 COPY CLICTA.
006797
006800 WORKING-STORAGE SECTION.
006900
007000 77  ST-FILE                  PIC XX.
007370 77  ST-JORNAL                PIC XX.
007380 77  ST-FECHACTL              PIC XX.
007385 77  ST-APLICADOS             PIC XX.
007389 77  ST-CASTIGOS              PIC XX.
007390 77  DL600-FECHA-NEGOCIO      PIC 9(08) VALUE ZERO.
007394 77  ST-CUENTAS               PIC XX.
007398 77  DL600-CUENTA             PIC 9(03) VALUE 1.
007400
007500 01  DL600-SWITCHES.
007600     05 DL600-SW-FIN-ARCHIVO  PIC X VALUE "N".
007700        88 FIN-ARCHIVO        VALUE "S".
007710     05 DL600-SW-CUENTA-NUEVA PIC X VALUE "N".
007720        88 CUENTA-NUEVA       VALUE "S".
007730     05 DL600-SW-FIN-CUENTAS  PIC X VALUE "N".
007740        88 FIN-CUENTAS        VALUE "S".
007750     05 DL600-SW-HAY-CUENTAS  PIC X VALUE "N".
007760        88 HAY-CUENTAS        VALUE "S".
007770     05 DL600-SW-HAY-COBRANZA PIC X VALUE "N".
007780        88 HAY-COBRANZA       VALUE "S".
007800
007900 01  DL600-CONTADORES.
008000     05 DL600-CTA-LEIDOS      PIC 9(07) COMP.
008200     05 DL600-CTA-CREDITOS    PIC 9(07) COMP.
008300     05 DL600-CTA-RECHAZADOS  PIC 9(07) COMP.
008350     05 DL600-CTA-OMITIDOS    PIC 9(07) COMP.
008370     05 DL600-CTA-RECUPEROS   PIC 9(07) COMP.
008400
008500 77  DL600-TOT-DEBITOS        PIC S9(11)V9(3) COMP-3 VALUE ZERO.
008600 77  DL600-TOT-CREDITOS       PIC S9(11)V9(3) COMP-3 VALUE ZERO.
008700 77  DL600-TOT-RECHAZADOS     PIC S9(11)V9(3) COMP-3 VALUE ZERO.
008750 77  DL600-TOT-RECUPEROS      PIC S9(11)V9(3) COMP-3 VALUE ZERO.
008800 77  DL600-MOTIVO             PIC X(40).
008900 77  DL600-RESULTADO          PIC X(10).
008950 77  DL600-NETO-PENDIENTE     PIC S9(11)V9(3) COMP-3 VALUE ZERO.
008960 77  DL600-SALDO-NUEVO        PIC S9(11)V9(3) COMP-3 VALUE ZERO.
008970 77  DL600-LIMITE-NEGADO      PIC S9(11)V9(3) COMP-3 VALUE ZERO.
008980 77  DL600-IMAGEN-ANTES       PIC X(570).
008990 77  DL600-IMPORTE-HIST       PIC S9(9)V9(3) COMP-3 VALUE ZERO.
008992 77  ST-COBRANZAS             PIC XX.
008994 77  ST-COBHIS                PIC XX.
008996 77  DL600-SALDO-ANTES        PIC S9(11)V9(3) COMP-3 VALUE ZERO.
009000
009100 01  DL600-LINEA-ENCABEZADO.
009200     05 FILLER                PIC X(40)
010700     05 DET-RESULTADO         PIC X(10).
010800     05 FILLER                PIC X(02) VALUE SPACES.
010900     05 DET-MOTIVO            PIC X(40).
011000     05 FILLER                PIC X(02) VALUE SPACES.
011020     05 DET-CUENTA            PIC 9(03).
011040     05 FILLER                PIC X(09) VALUE SPACES.
011100
011200 01  DL600-LINEA-TOTAL.
011300     05 FILLER                PIC X(02) VALUE SPACES.
013800     MOVE 0 TO RETURN-CODE.
013900     MOVE ZERO TO DL600-CTA-LEIDOS DL600-CTA-DEBITOS
014000         DL600-CTA-CREDITOS DL600-CTA-RECHAZADOS
014050         DL600-CTA-OMITIDOS DL600-CTA-RECUPEROS.
014100     OPEN I-O CLIENTES.
014200     IF ST-FILE NOT = "00" AND ST-FILE NOT = "05"
014300         DISPLAY "CLIPOST: ERROR ABRIENDO CLIENTES - ST=" ST-FILE
016777         MOVE 99 TO RETURN-CODE
016778         GO TO 1000-INICIAL-EXIT
016779     END-IF.
016780******************************************************************
016781*    Registro de castigos: el CASTIGO solo se aplica si CLICAST
016782*    lo aprobo, y cada recupero se acumula en su entrada.
016783******************************************************************
016784     OPEN I-O CASTIGOS.
016785     IF ST-CASTIGOS NOT = "00" AND ST-CASTIGOS NOT = "05"
016786         DISPLAY "CLIPOST: ERROR ABRIENDO CLICAST.DAT - ST="
016787             ST-CASTIGOS
016788         MOVE 99 TO RETURN-CODE
016789         GO TO 1000-INICIAL-EXIT
016790     END-IF.
016795******************************************************************
016800*    Cuentas del cliente: el movimiento va a una de ellas y
016805*    CLI-SALDO sigue siendo la suma de todas.
016810******************************************************************
016815     OPEN I-O CUENTAS.
016820     IF ST-CUENTAS NOT = "00" AND ST-CUENTAS NOT = "05"
016825         DISPLAY "CLIPOST: ERROR ABRIENDO CLICTA.DAT - ST="
016830             ST-CUENTAS
016835         MOVE 99 TO RETURN-CODE
016840         GO TO 1000-INICIAL-EXIT
016845     END-IF.
016846     PERFORM 1200-ABRIR-COBRANZA THRU 1200-ABRIR-COBRANZA-EXIT.
016847     IF RETURN-CODE NOT = 0
016848         GO TO 1000-INICIAL-EXIT
016849     END-IF.
016850     PERFORM 1100-LEER-FECHA-NEGOCIO
016855         THRU 1100-LEER-FECHA-NEGOCIO-EXIT.
016860     MOVE DL600-FECHA-NEGOCIO TO ENC-FECHA.
016865     MOVE DL600-LINEA-ENCABEZADO TO LIN-RPTPOST.
016900     WRITE LIN-RPTPOST.
017000     MOVE SPACES TO LIN-RPTPOST.
017100     WRITE LIN-RPTPOST.
017415 1100-LEER-FECHA-NEGOCIO-EXIT.
017420     EXIT.
017425
017427******************************************************************
017429* 1200-ABRIR-COBRANZA - Estado del ciclo de cobranza (CliCobr.dat)
017431*                       y su historia (CliCobH.dat): el posteo
017433*                       abre el ciclo al entrar en sobregiro y
017435*                       lo reinicia con el pago que lo cubre.
017437******************************************************************
017439 1200-ABRIR-COBRANZA.
017441     OPEN I-O COBRANZAS.
017443     IF ST-COBRANZAS NOT = "00" AND ST-COBRANZAS NOT = "05"
017445         DISPLAY "CLIPOST: ERROR ABRIENDO CLICOBR.DAT - ST="
017447             ST-COBRANZAS
017449         MOVE 99 TO RETURN-CODE
017451         GO TO 1200-ABRIR-COBRANZA-EXIT
017453     END-IF.
017455     OPEN EXTEND COBHIS.
017457     IF ST-COBHIS = "35"
017459         OPEN OUTPUT COBHIS
017461     END-IF.
017463     IF ST-COBHIS NOT = "00" AND ST-COBHIS NOT = "05"
017465         DISPLAY "CLIPOST: ERROR ABRIENDO CLICOBH.DAT - ST="
017467             ST-COBHIS
017469         MOVE 99 TO RETURN-CODE
017471     END-IF.
017473 1200-ABRIR-COBRANZA-EXIT.
017475     EXIT.
017500******************************************************************
017600* 2000-PROCESO - Lee un movimiento y lo aplica o rechaza.
017700******************************************************************
019400*                           si no deja el motivo para el rechazo.
019500******************************************************************
019600 2100-APLICAR-MOVIMIENTO.
019700     MOVE SPACES TO DL600-MOTIVO DL600-RESULTADO.
019701     IF MOV-CUENTA IS NUMERIC AND MOV-CUENTA NOT = ZERO
019702         MOVE MOV-CUENTA TO DL600-CUENTA
019703     ELSE
019704         MOVE 1 TO DL600-CUENTA
019705     END-IF.
019707******************************************************************
019710*    Una referencia que ya esta en el registro de aplicados se
019715*    omite (no se reaplica ni se rechaza): es la recorrida de
019720*    un feed aplicado a medias, no un movimiento malo.
020400                 MOVE "CLIENTE NO EXISTE EN CLIENTES"
020500                     TO DL600-MOTIVO
020600             NOT INVALID KEY
020700                 PERFORM 2150-VALIDAR-ESTADO
020800                     THRU 2150-VALIDAR-ESTADO-EXIT
020900         END-READ
020950     END-IF
021000     END-IF.
021100     IF DL600-MOTIVO = SPACES
021150         IF DL600-RESULTADO = SPACES
021200             MOVE "APLICADO" TO DL600-RESULTADO
021250         END-IF
021300         PERFORM 2400-ESCRIBIR-DETALLE
021400             THRU 2400-ESCRIBIR-DETALLE-EXIT
021500     ELSE
021800 2100-APLICAR-MOVIMIENTO-EXIT.
021900     EXIT.
022000
022002******************************************************************
022004* 2150-VALIDAR-ESTADO - Segun el estado del cliente y el origen
022006*                       del movimiento: el cesado no recibe
022008*                       nada; el castigado solo recuperos y
022010*                       ajustes; el CASTIGO tiene que venir
022012*                       aprobado en CliCast.dat y dejar el saldo
022014*                       exactamente en cero.
022016******************************************************************
022018 2150-VALIDAR-ESTADO.
022020     IF ESTADO-CESADO
022022         MOVE "CLIENTE CESADO" TO DL600-MOTIVO
022024         GO TO 2150-VALIDAR-ESTADO-EXIT
022026     END-IF.
022028     IF ESTADO-CASTIGADO
022030         IF MOV-ORIGEN = "RECUPERO" AND MOV-DEBITO
022032             PERFORM 2800-APLICAR-RECUPERO
022034                 THRU 2800-APLICAR-RECUPERO-EXIT
022036             GO TO 2150-VALIDAR-ESTADO-EXIT
022038         END-IF
022040         IF MOV-ORIGEN NOT = "AJUSTE"
022042             MOVE "CLIENTE CASTIGADO" TO DL600-MOTIVO
022044             GO TO 2150-VALIDAR-ESTADO-EXIT
022046         END-IF
022048     END-IF.
022050     IF MOV-ORIGEN = "RECUPERO" AND NOT ESTADO-CASTIGADO
022052         MOVE "RECUPERO DE CLIENTE NO CASTIGADO" TO DL600-MOTIVO
022054         GO TO 2150-VALIDAR-ESTADO-EXIT
022056     END-IF.
022058     IF MOV-ORIGEN = "CASTIGO"
022060         PERFORM 2850-VALIDAR-CASTIGO
022062             THRU 2850-VALIDAR-CASTIGO-EXIT
022064         IF DL600-MOTIVO NOT = SPACES
022066             GO TO 2150-VALIDAR-ESTADO-EXIT
022068         END-IF
022069     ELSE
022070         PERFORM 2160-LEER-CUENTA THRU 2160-LEER-CUENTA-EXIT
022071         IF DL600-MOTIVO NOT = SPACES
022072             GO TO 2150-VALIDAR-ESTADO-EXIT
022073         END-IF
022074     END-IF.
022075     PERFORM 2200-ACTUALIZAR-SALDO
022076         THRU 2200-ACTUALIZAR-SALDO-EXIT.
022077     IF DL600-MOTIVO = SPACES AND MOV-ORIGEN = "CASTIGO"
022078         PERFORM 2860-MARCAR-CASTIGO
022080             THRU 2860-MARCAR-CASTIGO-EXIT
022082     END-IF.
022084 2150-VALIDAR-ESTADO-EXIT.
022086     EXIT.
022088
022090******************************************************************
022092* 2160-LEER-CUENTA - Deja en REG-CUENTA la cuenta a la que va el
022094*                    movimiento. La principal 001 de un cliente
022096*                    que todavia no tiene registros de cuenta se
022098*                    arma del maestro (su saldo es todo CLI-SALDO)
022100*                    y se graba al aplicar; "Inicio" la crea antes
022102*                    de abrir cualquier otra, asi que un cliente
022104*                    con cuentas siempre tiene su 001.
022106******************************************************************
022108 2160-LEER-CUENTA.
022110     MOVE "N" TO DL600-SW-CUENTA-NUEVA.
022112     MOVE CLI-ID TO CTA-CLI-ID.
022114     MOVE DL600-CUENTA TO CTA-SECUENCIA.
022116     READ CUENTAS
022118         INVALID KEY
022120             IF DL600-CUENTA = 1
022122                 PERFORM 2170-ARMAR-PRINCIPAL
022124                     THRU 2170-ARMAR-PRINCIPAL-EXIT
022126             ELSE
022128                 MOVE "CUENTA NO EXISTE" TO DL600-MOTIVO
022130             END-IF
022132             GO TO 2160-LEER-CUENTA-EXIT
022134     END-READ.
022136     IF CTA-CERRADA
022138         MOVE "CUENTA CERRADA" TO DL600-MOTIVO
022140     END-IF.
022142 2160-LEER-CUENTA-EXIT.
022144     EXIT.
022146
022148 2170-ARMAR-PRINCIPAL.
022150     MOVE SPACES TO REG-CUENTA.
022152     MOVE CLI-ID TO CTA-CLI-ID.
022154     MOVE 1 TO CTA-SECUENCIA.
022156     MOVE CLI-TARJETA TO CTA-TARJETA.
022158     MOVE CLI-SALDO TO CTA-SALDO.
022160*    Sin limite numerico en el maestro la cuenta tampoco lo tiene
022162*    (queda en blanco y no frena).
022164     IF CLI-LIMITE-CREDITO IS NUMERIC
022166         MOVE CLI-LIMITE-CREDITO TO CTA-LIMITE-CREDITO
022168     END-IF.
022170     MOVE DL600-FECHA-NEGOCIO TO CTA-FECHA-APERTURA.
022172     MOVE ZERO TO CTA-FECHA-CIERRE.
022174     MOVE "A" TO CTA-ESTADO.
022176     MOVE "S" TO DL600-SW-CUENTA-NUEVA.
022178 2170-ARMAR-PRINCIPAL-EXIT.
022180     EXIT.
022182******************************************************************
022200* 2200-ACTUALIZAR-SALDO - Suma o resta el importe a CLI-SALDO,
022300*                         estampa la auditoria del registro y lo
022400*                         reescribe en CLIENTES.
022680             GO TO 2200-ACTUALIZAR-SALDO-EXIT
022682         END-IF
022684     END-IF.
022685*    La cuenta tiene su propio limite, con las mismas excepciones.
022686*    El CASTIGO es un debito y no pasa por aqui.
022687     IF MOV-CREDITO AND CTA-LIMITE-CREDITO IS NUMERIC
022688         AND MOV-ORIGEN NOT = "AJUSTE"
022689         AND MOV-ORIGEN NOT = "INTERES"
022690         COMPUTE DL600-SALDO-NUEVO = CTA-SALDO - MOV-IMPORTE
022691         COMPUTE DL600-LIMITE-NEGADO = 0 - CTA-LIMITE-CREDITO
022692         IF DL600-SALDO-NUEVO < DL600-LIMITE-NEGADO
022693             MOVE "LIMITE DE LA CUENTA EXCEDIDO" TO DL600-MOTIVO
022694             GO TO 2200-ACTUALIZAR-SALDO-EXIT
022695         END-IF
022696     END-IF.
022697     MOVE REG-CLIENTES TO DL600-IMAGEN-ANTES.
022698     MOVE CLI-SALDO TO DL600-SALDO-ANTES.
022700     IF MOV-DEBITO
022800         ADD MOV-IMPORTE TO CLI-SALDO
022900     ELSE
023000         SUBTRACT MOV-IMPORTE FROM CLI-SALDO
023100     END-IF.
023120     IF MOV-ORIGEN = "CASTIGO"
023140         MOVE "K" TO CLI-ESTADO
023160     END-IF.
023200     ACCEPT CLI-ULT-FECHA-CAMBIO FROM DATE YYYYMMDD.
023300     ACCEPT CLI-ULT-HORA-CAMBIO FROM TIME.
023400     ACCEPT CLI-ULT-USUARIO FROM ENVIRONMENT "USER".
024400             ADD 1 TO DL600-CTA-CREDITOS
024500             ADD MOV-IMPORTE TO DL600-TOT-CREDITOS
024600         END-IF
024605         IF MOV-ORIGEN = "CASTIGO"
024610             PERFORM 2280-SALDAR-CUENTAS
024615                 THRU 2280-SALDAR-CUENTAS-EXIT
024620         ELSE
024625             PERFORM 2270-GRABAR-CUENTA
024630                 THRU 2270-GRABAR-CUENTA-EXIT
024635             MOVE MOV-IMPORTE TO DL600-IMPORTE-HIST
024640             PERFORM 2250-GRABAR-HISTORIA
024645                 THRU 2250-GRABAR-HISTORIA-EXIT
024650         END-IF
024660         PERFORM 2600-GRABAR-JORNAL
024680             THRU 2600-GRABAR-JORNAL-EXIT
024684         PERFORM 2700-GRABAR-APLICADO
024688             THRU 2700-GRABAR-APLICADO-EXIT
024693         PERFORM 2900-SEGUIR-COBRANZA
024698             THRU 2900-SEGUIR-COBRANZA-EXIT
024700     END-IF.
024800 2200-ACTUALIZAR-SALDO-EXIT.
024900     EXIT.
024940     MOVE MOV-CLI-ID TO MH-CLI-ID.
024944     MOVE MOV-FECHA TO MH-FECHA.
024948     MOVE MOV-TIPO TO MH-TIPO.
024952     MOVE DL600-IMPORTE-HIST TO MH-IMPORTE.
024956     MOVE MOV-ORIGEN TO MH-ORIGEN.
024958     MOVE MOV-REFERENCIA TO MH-REFERENCIA.
024959     MOVE DL600-CUENTA TO MH-CUENTA.
024960*    La fecha de aplicacion es la fecha de NEGOCIO, no el reloj:
024961*    una ventana que se pasa de medianoche sigue contabilizando
024962*    sus movimientos en el mes de negocio que cierra, que es el
024963*    mes por el que CLIEDOC corta el extracto.
024964     MOVE DL600-FECHA-NEGOCIO TO MH-FECHA-APLICACION.
024965     MOVE CLI-ULT-HORA-CAMBIO TO MH-HORA-APLICACION.
024968     WRITE REG-MOVHIST.
024972     IF ST-MOVHIST NOT = "00"
024976         DISPLAY "CLIPOST: AVISO: SIN HISTORIA ST=" ST-MOVHIST
024980     END-IF.
024984 2250-GRABAR-HISTORIA-EXIT.
024988     EXIT.
024989******************************************************************
024990* 2270-GRABAR-CUENTA - Lleva el movimiento a la cuenta leida en
024991*                      2160 (alta de la principal o reescritura).
024992*                      CLI-SALDO ya quedo grabado: si la cuenta no
024993*                      se puede grabar se avisa, porque el cliente
024994*                      y sus cuentas quedan descuadrados.
024995******************************************************************
024996 2270-GRABAR-CUENTA.
024997     IF MOV-DEBITO
024998         ADD MOV-IMPORTE TO CTA-SALDO
024999     ELSE
025000         SUBTRACT MOV-IMPORTE FROM CTA-SALDO
025001     END-IF.
025002     MOVE CLI-ULT-FECHA-CAMBIO TO CTA-ULT-FECHA-CAMBIO.
025003     MOVE CLI-ULT-HORA-CAMBIO TO CTA-ULT-HORA-CAMBIO.
025004     MOVE CLI-ULT-USUARIO TO CTA-ULT-USUARIO.
025005     IF CUENTA-NUEVA
025006         WRITE REG-CUENTA
025007             INVALID KEY
025008                 DISPLAY "CLIPOST: AVISO: NO SE CREO LA CUENTA "
025009                     CTA-NUMERO " - CLIENTE DESCUADRADO"
025010         END-WRITE
025011     ELSE
025012         REWRITE REG-CUENTA
025013             INVALID KEY
025014                 DISPLAY "CLIPOST: AVISO: NO SE GRABO LA CUENTA "
025015                     CTA-NUMERO " - CLIENTE DESCUADRADO"
025016         END-REWRITE
025017     END-IF.
025018 2270-GRABAR-CUENTA-EXIT.
025019     EXIT.
025020
025021******************************************************************
025022* 2280-SALDAR-CUENTAS - El CASTIGO deja CLI-SALDO en cero, asi
025023*                       que deja en cero cada cuenta del cliente
025024*                       y graba una linea de historia por cuenta
025025*                       con lo que la salda (siempre debito; en
025026*                       negativo si la cuenta estaba a favor),
025027*                       de modo que la suma de las lineas es el
025028*                       importe del castigo. Un cliente sin
025029*                       registros de cuenta lleva todo a la 001.
025030******************************************************************
025031 2280-SALDAR-CUENTAS.
025032     MOVE "N" TO DL600-SW-HAY-CUENTAS.
025033     MOVE "N" TO DL600-SW-FIN-CUENTAS.
025034     MOVE CLI-ID TO CTA-CLI-ID.
025035     MOVE ZERO TO CTA-SECUENCIA.
025036     START CUENTAS KEY IS NOT LESS THAN CTA-NUMERO
025037         INVALID KEY
025038             MOVE "S" TO DL600-SW-FIN-CUENTAS
025039     END-START.
025040     PERFORM 2285-SALDAR-CUENTA THRU 2285-SALDAR-CUENTA-EXIT
025041         UNTIL FIN-CUENTAS.
025042     IF NOT HAY-CUENTAS
025043         MOVE 1 TO DL600-CUENTA
025044         MOVE MOV-IMPORTE TO DL600-IMPORTE-HIST
025045         PERFORM 2250-GRABAR-HISTORIA
025046             THRU 2250-GRABAR-HISTORIA-EXIT
025047     END-IF.
025048 2280-SALDAR-CUENTAS-EXIT.
025049     EXIT.
025050
025051 2285-SALDAR-CUENTA.
025052     READ CUENTAS NEXT
025053         AT END
025054             MOVE "S" TO DL600-SW-FIN-CUENTAS
025055             GO TO 2285-SALDAR-CUENTA-EXIT
025056     END-READ.
025057     IF CTA-CLI-ID NOT = CLI-ID
025058         MOVE "S" TO DL600-SW-FIN-CUENTAS
025059         GO TO 2285-SALDAR-CUENTA-EXIT
025060     END-IF.
025061     MOVE "S" TO DL600-SW-HAY-CUENTAS.
025062     IF CTA-SALDO = ZERO
025063         GO TO 2285-SALDAR-CUENTA-EXIT
025064     END-IF.
025065     COMPUTE DL600-IMPORTE-HIST = 0 - CTA-SALDO.
025066     MOVE CTA-SECUENCIA TO DL600-CUENTA.
025067     MOVE ZERO TO CTA-SALDO.
025068     MOVE CLI-ULT-FECHA-CAMBIO TO CTA-ULT-FECHA-CAMBIO.
025069     MOVE CLI-ULT-HORA-CAMBIO TO CTA-ULT-HORA-CAMBIO.
025070     MOVE CLI-ULT-USUARIO TO CTA-ULT-USUARIO.
025071     REWRITE REG-CUENTA
025072         INVALID KEY
025073             DISPLAY "CLIPOST: AVISO: NO SE SALDO LA CUENTA "
025074                 CTA-NUMERO " - CLIENTE DESCUADRADO"
025075     END-REWRITE.
025076     PERFORM 2250-GRABAR-HISTORIA
025077         THRU 2250-GRABAR-HISTORIA-EXIT.
025078 2285-SALDAR-CUENTA-EXIT.
025079     EXIT.
025080
025100******************************************************************
025200* 2300-RECHAZAR - Escribe el movimiento con su motivo en
025300*                 CliMovRj.dat y lo refleja en el registro.
027300     MOVE MOV-ORIGEN TO DET-ORIGEN.
027400     MOVE DL600-RESULTADO TO DET-RESULTADO.
027500     MOVE DL600-MOTIVO TO DET-MOTIVO.
027550     MOVE DL600-CUENTA TO DET-CUENTA.
027600     MOVE DL600-LINEA-DETALLE TO LIN-RPTPOST.
027700     WRITE LIN-RPTPOST.
027800 2400-ESCRIBIR-DETALLE-EXIT.
028098     EXIT.
028099
028100******************************************************************
028101* 2800-APLICAR-RECUPERO - Pago de un cliente castigado: su saldo
028102*                         ya se dio por perdido, asi que no se
028103*                         toca CLI-SALDO; el importe se acumula
028104*                         como recuperado en su entrada de
028105*                         CliCast.dat y queda en la historia y
028106*                         en aplicados como cualquier movimiento.
028107*                         La fecha/hora de aplicacion se estampa
028108*                         solo en memoria: el maestro no se
028109*                         reescribe.
028110******************************************************************
028111 2800-APLICAR-RECUPERO.
028112     MOVE CLI-ID TO CAS-CLI-ID.
028113     READ CASTIGOS
028114         INVALID KEY
028115             MOVE "CASTIGADO SIN ENTRADA EN CliCast"
028116                 TO DL600-MOTIVO
028117             GO TO 2800-APLICAR-RECUPERO-EXIT
028118     END-READ.
028119     ADD MOV-IMPORTE TO CAS-RECUPERADO.
028120     ADD 1 TO CAS-CTA-RECUPEROS.
028121     MOVE DL600-FECHA-NEGOCIO TO CAS-FECHA-ULT-RECUP.
028122     REWRITE REG-CASTIGO
028123         INVALID KEY
028124             MOVE "ERROR AL REGISTRAR EL RECUPERO"
028125                 TO DL600-MOTIVO
028126             GO TO 2800-APLICAR-RECUPERO-EXIT
028127     END-REWRITE.
028128     ACCEPT CLI-ULT-FECHA-CAMBIO FROM DATE YYYYMMDD.
028129     ACCEPT CLI-ULT-HORA-CAMBIO FROM TIME.
028130     ADD 1 TO DL600-CTA-RECUPEROS.
028131     ADD MOV-IMPORTE TO DL600-TOT-RECUPEROS.
028132     MOVE "RECUPERO" TO DL600-RESULTADO.
028133     MOVE MOV-IMPORTE TO DL600-IMPORTE-HIST.
028134     PERFORM 2250-GRABAR-HISTORIA
028135         THRU 2250-GRABAR-HISTORIA-EXIT.
028136     PERFORM 2700-GRABAR-APLICADO
028137         THRU 2700-GRABAR-APLICADO-EXIT.
028138 2800-APLICAR-RECUPERO-EXIT.
028139     EXIT.
028140
028141******************************************************************
028142* 2850-VALIDAR-CASTIGO - El CASTIGO es un debito por todo el
028143*                        sobregiro con entrada aprobada en
028144*                        CliCast.dat; la entrada queda leida
028145*                        para que 2860 la marque aplicada.
028146******************************************************************
028147 2850-VALIDAR-CASTIGO.
028148     IF NOT MOV-DEBITO
028149         MOVE "CASTIGO DEBE SER DEBITO" TO DL600-MOTIVO
028150         GO TO 2850-VALIDAR-CASTIGO-EXIT
028151     END-IF.
028152     COMPUTE DL600-SALDO-NUEVO = CLI-SALDO + MOV-IMPORTE.
028153     IF DL600-SALDO-NUEVO NOT = ZERO
028154         MOVE "CASTIGO NO SALDA LA CUENTA" TO DL600-MOTIVO
028155         GO TO 2850-VALIDAR-CASTIGO-EXIT
028156     END-IF.
028157     MOVE CLI-ID TO CAS-CLI-ID.
028158     READ CASTIGOS
028159         INVALID KEY
028160             MOVE "CASTIGO SIN APROBACION EN CliCast"
028161                 TO DL600-MOTIVO
028162             GO TO 2850-VALIDAR-CASTIGO-EXIT
028163     END-READ.
028164     IF NOT CAS-PENDIENTE
028165         MOVE "CASTIGO YA APLICADO EN CliCast" TO DL600-MOTIVO
028166     END-IF.
028167 2850-VALIDAR-CASTIGO-EXIT.
028168     EXIT.
028169
028170 2860-MARCAR-CASTIGO.
028171     MOVE "A" TO CAS-ESTADO.
028172     MOVE DL600-FECHA-NEGOCIO TO CAS-FECHA-APLICACION.
028173     MOVE MOV-IMPORTE TO CAS-IMPORTE.
028174     REWRITE REG-CASTIGO
028175         INVALID KEY
028176             DISPLAY "CLIPOST: AVISO: NO SE MARCO EL CASTIGO "
028177                 "DE " CLI-ID " EN CliCast.dat"
028178     END-REWRITE.
028179 2860-MARCAR-CASTIGO-EXIT.
028180     EXIT.
028181
028182******************************************************************
028183* 2900-SEGUIR-COBRANZA - Ciclo de cobranza del cliente: el
028184*                        movimiento que lo deja sobregirado abre
028185*                        el ciclo con la fecha de negocio (de
028186*                        ahi cuenta CLICOBR los dias) y el que lo
028187*                        deja en cero o positivo lo reinicia:
028188*                        nivel y promesa en cero, para que otro
028189*                        sobregiro empiece por el recordatorio.
028190*                        Una falla aqui no frena el posteo: el
028191*                        saldo ya quedo grabado.
028192******************************************************************
028193 2900-SEGUIR-COBRANZA.
028194     IF DL600-SALDO-ANTES < ZERO AND CLI-SALDO NOT < ZERO
028195         MOVE "RP" TO CBH-EVENTO
028196     ELSE
028197     IF DL600-SALDO-ANTES NOT < ZERO AND CLI-SALDO < ZERO
028198         MOVE "SG" TO CBH-EVENTO
028199     ELSE
028200         GO TO 2900-SEGUIR-COBRANZA-EXIT
028201     END-IF
028202     END-IF.
028203     MOVE CLI-ID TO COB-CLI-ID.
028204     READ COBRANZAS
028205         INVALID KEY
028206             MOVE "N" TO DL600-SW-HAY-COBRANZA
028207         NOT INVALID KEY
028208             MOVE "S" TO DL600-SW-HAY-COBRANZA
028209     END-READ.
028210*    Un reinicio sin ciclo abierto no tiene nada que cerrar.
028211     IF CBH-REINICIO-PAGO
028212         IF NOT HAY-COBRANZA OR NOT COB-EN-CICLO
028213             GO TO 2900-SEGUIR-COBRANZA-EXIT
028214         END-IF
028215         MOVE "C" TO COB-ESTADO
028216         MOVE DL600-FECHA-NEGOCIO TO COB-FECHA-REINICIO
028217     ELSE
028218         IF NOT HAY-COBRANZA
028219             MOVE SPACES TO REG-COBRANZA
028220             MOVE CLI-ID TO COB-CLI-ID
028221             MOVE ZERO TO COB-FECHA-REINICIO
028222         END-IF
028223         MOVE "A" TO COB-ESTADO
028224         MOVE DL600-FECHA-NEGOCIO TO COB-FECHA-SOBREGIRO
028225         MOVE ZERO TO COB-FECHA-ULT-AVISO COB-SALDO-ULT-AVISO
028226             COB-CTA-AVISOS
028227     END-IF.
028228     MOVE ZERO TO COB-NIVEL COB-FECHA-PROMESA.
028229     MOVE SPACES TO COB-USUARIO-PROMESA.
028230     MOVE DL600-FECHA-NEGOCIO TO COB-ULT-FECHA-CAMBIO.
028231     MOVE CLI-ULT-HORA-CAMBIO TO COB-ULT-HORA-CAMBIO.
028232     MOVE CLI-ULT-USUARIO TO COB-ULT-USUARIO.
028233     IF HAY-COBRANZA
028234         REWRITE REG-COBRANZA
028235             INVALID KEY
028236                 DISPLAY "CLIPOST: AVISO: NO SE REGRABO COBRANZA "
028237                     "DE " CLI-ID
028238                 GO TO 2900-SEGUIR-COBRANZA-EXIT
028239         END-REWRITE
028240     ELSE
028241         WRITE REG-COBRANZA
028242             INVALID KEY
028243                 DISPLAY "CLIPOST: AVISO: NO SE GRABO COBRANZA "
028244                     "DE " CLI-ID
028245                 GO TO 2900-SEGUIR-COBRANZA-EXIT
028246         END-WRITE
028247     END-IF.
028248     MOVE CLI-ID TO CBH-CLI-ID.
028249     MOVE DL600-FECHA-NEGOCIO TO CBH-FECHA.
028250     MOVE CLI-ULT-HORA-CAMBIO TO CBH-HORA.
028251     MOVE ZERO TO CBH-NIVEL.
028252     MOVE CLI-SALDO TO CBH-SALDO.
028253     MOVE ZERO TO CBH-FECHA-PROMESA.
028254     MOVE "CLIPOST" TO CBH-PROGRAMA.
028255     MOVE CLI-ULT-USUARIO TO CBH-USUARIO.
028256     MOVE MOV-REFERENCIA TO CBH-REFERENCIA.
028257     WRITE REG-COBHIS.
028258     IF ST-COBHIS NOT = "00"
028259         DISPLAY "CLIPOST: AVISO: SIN HISTORIA DE COBRANZA ST="
028260             ST-COBHIS
028261     END-IF.
028262 2900-SEGUIR-COBRANZA-EXIT.
028263     EXIT.
028264
028270******************************************************************
028280* 3000-FINAL - Totales por tipo de movimiento, cierre y RC=8 si
028300*              hubo rechazos para que el operador los revise.
028400******************************************************************
028500 3000-FINAL.
030530     MOVE DL600-CTA-OMITIDOS TO TOT-CANTIDAD.
030540     MOVE DL600-LINEA-TOTAL TO LIN-RPTPOST.
030550     WRITE LIN-RPTPOST.
030555*    Los recuperos no entran en debitos ni en el neto de
030560*    CliPost.ctl: no mueven CLI-SALDO.
030565     MOVE SPACES TO DL600-LINEA-TOTAL.
030570     MOVE "RECUPEROS DE CASTIGO:" TO TOT-ETIQUETA.
030575     MOVE DL600-CTA-RECUPEROS TO TOT-CANTIDAD.
030580     MOVE DL600-TOT-RECUPEROS TO TOT-IMPORTE.
030585     MOVE DL600-LINEA-TOTAL TO LIN-RPTPOST.
030590     WRITE LIN-RPTPOST.
030600     CLOSE CLIENTES MOVFILE RECHAZOS RPTPOST MOVHIST JORNAL
030605         APLICADOS CASTIGOS CUENTAS COBRANZAS COBHIS.
030610     PERFORM 3100-ACUMULAR-NETO-CONTROL
030620         THRU 3100-ACUMULAR-NETO-CONTROL-EXIT.
030630     PERFORM 3200-VACIAR-FEED THRU 3200-VACIAR-FEED-EXIT.
031050         DL600-CTA-RECHAZADOS.
031060     DISPLAY "CLIPOST: MOVS. YA APLICADOS : "
031070         DL600-CTA-OMITIDOS.
031080     DISPLAY "CLIPOST: RECUPEROS CASTIGO  : "
031090         DL600-CTA-RECUPEROS.
031100     IF DL600-CTA-RECHAZADOS > 0
031200         MOVE 8 TO RETURN-CODE
031300     END-IF.
