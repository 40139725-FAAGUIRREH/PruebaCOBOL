002384*                    POSICION FIJA); TRAILER ILEGIBLE RECHAZA
002386*                    EL ARCHIVO; SECUENCIA DE REFERENCIA A 6
002388*                    DIGITOS CON TOPE DURO (RC=99).
002393*   15/10/2026  RE   EL PAGO DE UN CLIENTE CASTIGADO SE GRABA CON
002398*                    ORIGEN RECUPERO Y SE TOTALIZA APARTE.
002399*   15/10/2026  RE   EL PAGO VA A LA CUENTA PRINCIPAL DEL CLIENTE.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. CLIPAGOS.
009200     05 DL550-CTA-DETALLES    PIC 9(07) COMP.
009300     05 DL550-CTA-APLICADOS   PIC 9(07) COMP.
009400     05 DL550-CTA-RECHAZADOS  PIC 9(07) COMP.
009450     05 DL550-CTA-RECUPEROS   PIC 9(07) COMP.
009500
009600 77  DL550-FECHA-PAGOS        PIC 9(08) VALUE ZERO.
009700 77  DL550-TOT-DETALLE        PIC S9(11)V9(3) COMP-3 VALUE ZERO.
009800 77  DL550-TOT-APLICADO       PIC S9(11)V9(3) COMP-3 VALUE ZERO.
009850 77  DL550-TOT-RECUPERADO     PIC S9(11)V9(3) COMP-3 VALUE ZERO.
009900 77  DL550-TRL-CONTADOR       PIC 9(07) VALUE ZERO.
010000 77  DL550-TRL-MONTO          PIC S9(11)V9(3) COMP-3 VALUE ZERO.
010100 77  DL550-IMPORTE            PIC S9(9)V9(3) COMP-3 VALUE ZERO.
015300 1000-INICIAL.
015400     MOVE 0 TO RETURN-CODE.
015500     MOVE ZERO TO DL550-CTA-DETALLES DL550-CTA-APLICADOS
015600         DL550-CTA-RECHAZADOS DL550-CTA-RECUPEROS.
015700     OPEN INPUT PAGOS.
015800     IF ST-PAGOS = "35"
015900         DISPLAY "CLIPAGOS: NO HAY CliPagos.dat - NADA QUE "
046400     MOVE DL550-FECHA-PAGOS TO MOV-FECHA.
046500     MOVE "D" TO MOV-TIPO.
046600     MOVE DL550-IMPORTE TO MOV-IMPORTE.
046610*    El saldo de un castigado ya se dio por perdido: su pago
046620*    es un recupero que CLIPOST lleva contra CliCast.dat.
046630     IF ESTADO-CASTIGADO
046640         MOVE "RECUPERO" TO MOV-ORIGEN
046650     ELSE
046700         MOVE "PAGOEXT" TO MOV-ORIGEN
046710     END-IF.
046720     MOVE DL550-FECHA-PAGOS TO REF-FECHA.
046740     MOVE DL550-REFERENCIA TO MOV-REFERENCIA.
046750*    Facturacion cobra por cliente (CLIEXTR): el pago se abona
046760*    a la cuenta principal 001.
046770     MOVE 1 TO MOV-CUENTA.
046800     WRITE REG-MOV.
046900     IF ST-MOVFILE NOT = "00"
047000         DISPLAY "CLIPAGOS: ERROR ESCRIBIENDO CLIMOV.DAT - ST="
047200         MOVE 99 TO RETURN-CODE
047300         MOVE "S" TO DL550-SW-FIN-ARCHIVO
047400     ELSE
047420     IF ESTADO-CASTIGADO
047440         ADD 1 TO DL550-CTA-RECUPEROS
047460         ADD DL550-IMPORTE TO DL550-TOT-RECUPERADO
047480     ELSE
047500         ADD 1 TO DL550-CTA-APLICADOS
047600         ADD DL550-IMPORTE TO DL550-TOT-APLICADO
047650     END-IF
047700     END-IF.
047800 3300-GRABAR-MOVIMIENTO-EXIT.
047900     EXIT.
050300         MOVE DL550-TOT-APLICADO TO TOT-IMPORTE
050400         MOVE DL550-LINEA-TOTAL TO LIN-RPTPAGRJ
050500         WRITE LIN-RPTPAGRJ
050510         MOVE SPACES TO DL550-LINEA-TOTAL
050520         MOVE "RECUPEROS DE CASTIGO:" TO TOT-ETIQUETA
050530         MOVE DL550-CTA-RECUPEROS TO TOT-CANTIDAD
050540         MOVE DL550-TOT-RECUPERADO TO TOT-IMPORTE
050550         MOVE DL550-LINEA-TOTAL TO LIN-RPTPAGRJ
050560         WRITE LIN-RPTPAGRJ
050600         MOVE SPACES TO DL550-LINEA-TOTAL
050700         MOVE "PAGOS RECHAZADOS    :" TO TOT-ETIQUETA
050800         MOVE DL550-CTA-RECHAZADOS TO TOT-CANTIDAD
051200     CLOSE PAGOS CLIENTES RPTPAGRJ.
051300     DISPLAY "CLIPAGOS: DETALLES LEIDOS : " DL550-CTA-DETALLES.
051400     DISPLAY "CLIPAGOS: PAGOS APLICADOS : " DL550-CTA-APLICADOS.
051450     DISPLAY "CLIPAGOS: RECUPEROS       : " DL550-CTA-RECUPEROS.
051500     DISPLAY "CLIPAGOS: PAGOS RECHAZADOS: " DL550-CTA-RECHAZADOS.
051600     IF RETURN-CODE = 0 AND DL550-CTA-RECHAZADOS > 0
051700         MOVE 8 TO RETURN-CODE
