002050*   02/09/2026  RE   EL REPORTE CORTA POR LA FECHA DE LA CORRIDA
002060*                    Y MUESTRA FECHA DE CAPTURA Y DE DECISION EN
002070*                    CADA RENGLON.
002080*   15/10/2026  RE   EL AJUSTE SE CAPTURA CONTRA UNA CUENTA DEL
002090*                    CLIENTE (CliCta.dat); VACIO = PRINCIPAL.
002092*   15/10/2026  RE   LOS AJUSTES CAPTURADOS ANTES DE LA CUENTA SE
002094*                    COMPLETAN (CUENTA 001) VIA CliAjusWk.tmp
002096*                    ANTES DE REVISAR PENDIENTES; UN AJUSTE QUE
002098*                    NO SE PUDO MARCAR CORTA LA SESION CON RC=16.
002099*   15/10/2026  RE   LA CUENTA DEL AJUSTE SE VALIDA EN CliCta.dat.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. CLIAJUST.
003600          ALTERNATE KEY CLI-TARJETA WITH DUPLICATES
003700          STATUS ST-FILE.
003800
003810     SELECT OPTIONAL CUENTAS ASSIGN TO "./CliCta.dat"
003820          ORGANIZATION INDEXED
003830          ACCESS MODE DYNAMIC
003840          RECORD KEY IS CTA-NUMERO
003850          ALTERNATE KEY CTA-TARJETA WITH DUPLICATES
003860          STATUS ST-CUENTAS.
003870
003900     SELECT OPTIONAL AJUSTES ASSIGN TO "./CliAjus.dat"
004000          ORGANIZATION LINE SEQUENTIAL
004100          STATUS ST-AJUSTES.
004400          ORGANIZATION LINE SEQUENTIAL
004500          STATUS ST-MOVFILE.
004600
004610     SELECT AJUSWK ASSIGN TO "./CliAjusWk.tmp"
004620          ORGANIZATION LINE SEQUENTIAL
004630          STATUS ST-AJUSWK.
004640
004700     SELECT RPTAJUS ASSIGN TO "./CliAjus.rpt"
004800          ORGANIZATION LINE SEQUENTIAL
004900          STATUS ST-RPTAJUS.
005600 COPY CLIREG.
005700
005800******************************************************************
005900* Un ajuste por renglon. AJU-ESTADO (y detras AJU-CUENTA) nunca
006000* queda en blanco ("P" pendiente, "A" aprobado, "R" rechazado): el
006100* archivo es LINE SEQUENTIAL y un ultimo byte en blanco se
006200* recortaria al grabar, dejando el registro corto para el
006300* REWRITE de la aprobacion (misma leccion que SUSP-ESTADO).
008100        88 AJU-PENDIENTE      VALUE "P".
008200        88 AJU-APROBADO       VALUE "A".
008300        88 AJU-RECHAZADO      VALUE "R".
008310* Cuenta del cliente a la que va el ajuste. Va despues del
008320* estado: un ajuste capturado antes se lee con espacios aqui,
008330* pero su renglon es corto y no admite el REWRITE de la
008335* decision; 4050-COMPLETAR-CUENTAS lo reescribe con 001 antes de
008340* revisar. Al capturarse siempre se graba con los 3 digitos.
008350     05 AJU-CUENTA            PIC 9(03).
008400
008500 FD  MOVFILE.
008600
008700 COPY CLIMOV.
008800
008802 FD  CUENTAS.
008804
008806 COPY CLICTA.
008808
008810 FD  AJUSWK.
008820 01  REG-AJUSWK               PIC X(119).
008830
008900 FD  RPTAJUS
009000     RECORD CONTAINS 132 CHARACTERS.
009100 01  LIN-RPTAJUS              PIC X(132).
009600 77  ST-AJUSTES               PIC XX.
009700 77  ST-MOVFILE               PIC XX.
009800 77  ST-RPTAJUS               PIC XX.
009850 77  ST-AJUSWK                PIC XX.
009860 77  ST-CUENTAS               PIC XX.
009900
010000 01  DL250-SWITCHES.
010100     05 DL250-SW-FIN-MENU     PIC X VALUE "N".
010400        88 FIN-ARCHIVO        VALUE "S".
010500     05 DL250-SW-CLIENTE-OK   PIC X.
010600        88 CLIENTE-VALIDO     VALUE "S".
010602     05 DL250-SW-CUENTA-OK    PIC X.
010604        88 CUENTA-VALIDA      VALUE "S".
010610     05 DL250-SW-FIN-COPIA    PIC X VALUE "N".
010620        88 FIN-COPIA          VALUE "S".
010630     05 DL250-SW-COMPLETO     PIC X VALUE "N".
010640        88 CUENTAS-COMPLETAS  VALUE "S".
010650     05 DL250-SW-ERROR-MARCA  PIC X VALUE "N".
010660        88 ERROR-MARCA        VALUE "S".
010670     05 DL250-SW-ERROR-COPIA  PIC X VALUE "N".
010680        88 ERROR-COPIA        VALUE "S".
010700
010800 01  DL250-CONTADORES.
010900     05 DL250-CTA-CAPTURADOS  PIC 9(07) COMP.
011000     05 DL250-CTA-APROBADOS   PIC 9(07) COMP.
011100     05 DL250-CTA-RECHAZADOS  PIC 9(07) COMP.
011200     05 DL250-CTA-PENDIENTES  PIC 9(07) COMP.
011250     05 DL250-CTA-SIN-CUENTA  PIC 9(07) COMP.
011300
011400 77  DL250-USUARIO-FIRMADO    PIC X(08) VALUE SPACES.
011500 77  DL250-PERFIL-FIRMADO     PIC X VALUE SPACE.
012300 77  DL250-HORA-ACTUAL        PIC 9(08).
012400 77  DL250-IMPORTE-ENT        PIC X(14).
012500 77  DL250-IMPORTE            PIC S9(9)V9(3) COMP-3.
012510 77  DL250-CUENTA-ENT         PIC X(03).
012520 77  DL250-LARGO              PIC 9(02) COMP.
012600
012700 01  DL250-REFERENCIA.
012800     05 REF-PREFIJO           PIC XX VALUE "AJ".
027300         GO TO 3000-CAPTURAR-AJUSTE-EXIT
027400     END-IF.
027500     MOVE DL250-IMPORTE TO AJU-IMPORTE.
027505     DISPLAY "CUENTA (VACIO=PRINCIPAL 001): " WITH NO ADVANCING.
027510     ACCEPT DL250-CUENTA-ENT FROM CONSOLE.
027515     MOVE 1 TO AJU-CUENTA.
027520     IF DL250-CUENTA-ENT NOT = SPACES
027525         MOVE ZERO TO DL250-LARGO
027530         INSPECT DL250-CUENTA-ENT TALLYING DL250-LARGO
027535             FOR ALL CHARACTERS BEFORE INITIAL " "
027540         IF DL250-LARGO = 0
027545             OR DL250-CUENTA-ENT(1:DL250-LARGO) NOT NUMERIC
027550             DISPLAY "CUENTA INVALIDA - CAPTURA CANCELADA"
027555             GO TO 3000-CAPTURAR-AJUSTE-EXIT
027560         END-IF
027565         COMPUTE AJU-CUENTA =
027570             FUNCTION NUMVAL(DL250-CUENTA-ENT(1:DL250-LARGO))
027575     END-IF.
027580     IF AJU-CUENTA = ZERO
027585         MOVE 1 TO AJU-CUENTA
027590     END-IF.
027592     PERFORM 3150-VALIDAR-CUENTA
027594         THRU 3150-VALIDAR-CUENTA-EXIT.
027596     IF NOT CUENTA-VALIDA
027597         GO TO 3000-CAPTURAR-AJUSTE-EXIT
027598     END-IF.
027600     DISPLAY "MOTIVO: " WITH NO ADVANCING.
027700     ACCEPT AJU-MOTIVO FROM CONSOLE.
027800     IF AJU-MOTIVO = SPACES
033200     CLOSE CLIENTES.
033300 3100-VALIDAR-CLIENTE-EXIT.
033400     EXIT.
033402
033404******************************************************************
033406* 3150-VALIDAR-CUENTA - La cuenta tiene que existir en CliCta.dat
033408*                       y estar abierta, igual que la valida
033410*                       CLIPOST. Un cliente sin registros de
033412*                       cuenta (o sin CliCta.dat) solo tiene la
033414*                       principal implicita 001.
033416******************************************************************
033418 3150-VALIDAR-CUENTA.
033420     MOVE "N" TO DL250-SW-CUENTA-OK.
033422     OPEN INPUT CUENTAS.
033424     IF ST-CUENTAS NOT = "00" AND ST-CUENTAS NOT = "05"
033426         DISPLAY "NO SE PUDO ABRIR CliCta.dat - ST=" ST-CUENTAS
033428         GO TO 3150-VALIDAR-CUENTA-EXIT
033430     END-IF.
033432     IF ST-CUENTAS = "05"
033434         IF AJU-CUENTA = 1
033436             MOVE "S" TO DL250-SW-CUENTA-OK
033438         ELSE
033440             DISPLAY "CUENTA NO EXISTE - CAPTURA CANCELADA"
033442         END-IF
033444         CLOSE CUENTAS
033446         GO TO 3150-VALIDAR-CUENTA-EXIT
033448     END-IF.
033450     MOVE AJU-CLI-ID TO CTA-CLI-ID.
033452     MOVE AJU-CUENTA TO CTA-SECUENCIA.
033454     READ CUENTAS
033456         INVALID KEY
033458             IF AJU-CUENTA = 1
033460                 MOVE "S" TO DL250-SW-CUENTA-OK
033462             ELSE
033464                 DISPLAY "CUENTA NO EXISTE - CAPTURA CANCELADA"
033466             END-IF
033468         NOT INVALID KEY
033470             IF CTA-CERRADA
033472                 DISPLAY "CUENTA CERRADA - CAPTURA CANCELADA"
033474             ELSE
033476                 MOVE "S" TO DL250-SW-CUENTA-OK
033478             END-IF
033480     END-READ.
033482     CLOSE CUENTAS.
033484 3150-VALIDAR-CUENTA-EXIT.
033486     EXIT.
033500
033600******************************************************************
033700* 4000-REVISAR-PENDIENTES - Recorre los pendientes y deja que el
034100******************************************************************
034200 4000-REVISAR-PENDIENTES.
034300     MOVE ZERO TO DL250-CTA-PENDIENTES.
034310     PERFORM 4050-COMPLETAR-CUENTAS
034320         THRU 4050-COMPLETAR-CUENTAS-EXIT.
034330     IF NOT CUENTAS-COMPLETAS
034340         DISPLAY "CliAjus.dat NO SE PUDO COMPLETAR - NO SE "
034350             "REVISAN PENDIENTES"
034360         GO TO 4000-REVISAR-PENDIENTES-EXIT
034370     END-IF.
034400     OPEN I-O AJUSTES.
034410*    El OPEN de un OPTIONAL ausente regresa "05" (nunca "35")
034420*    con el archivo ficticio abierto: hay que cerrarlo antes de
036500         UNTIL FIN-ARCHIVO.
036600     CLOSE AJUSTES MOVFILE.
036700     DISPLAY "PENDIENTES VISTOS: " DL250-CTA-PENDIENTES.
036710     IF ERROR-MARCA
036720         MOVE 16 TO RETURN-CODE
036730         MOVE "S" TO DL250-SW-FIN-MENU
036740     END-IF.
036800 4000-REVISAR-PENDIENTES-EXIT.
036900     EXIT.
036901
036902******************************************************************
036903* 4050-COMPLETAR-CUENTAS - Un ajuste grabado antes de existir
036904*                          AJU-CUENTA tiene el renglon mas corto
036905*                          que el registro y su REWRITE fallaria
036906*                          despues de emitido el movimiento. Si
036907*                          hay alguno, CliAjus.dat se reescribe
036908*                          completo via CliAjusWk.tmp con la
036909*                          cuenta 001 (la principal) en esos.
036910*                          Solo ocurre una vez.
036911******************************************************************
036912 4050-COMPLETAR-CUENTAS.
036913     MOVE "N" TO DL250-SW-COMPLETO.
036914     MOVE ZERO TO DL250-CTA-SIN-CUENTA.
036915     OPEN INPUT AJUSTES.
036916     IF ST-AJUSTES = "05"
036917         CLOSE AJUSTES
036918         MOVE "S" TO DL250-SW-COMPLETO
036919         GO TO 4050-COMPLETAR-CUENTAS-EXIT
036920     END-IF.
036921     IF ST-AJUSTES NOT = "00"
036922         DISPLAY "NO SE PUDO ABRIR CliAjus.dat - ST=" ST-AJUSTES
036923         GO TO 4050-COMPLETAR-CUENTAS-EXIT
036924     END-IF.
036925     MOVE "N" TO DL250-SW-FIN-COPIA.
036926     PERFORM 4060-CONTAR-SIN-CUENTA
036927         THRU 4060-CONTAR-SIN-CUENTA-EXIT
036928         UNTIL FIN-COPIA.
036929     CLOSE AJUSTES.
036930     IF DL250-CTA-SIN-CUENTA = 0
036931         MOVE "S" TO DL250-SW-COMPLETO
036932         GO TO 4050-COMPLETAR-CUENTAS-EXIT
036933     END-IF.
036934     OPEN INPUT AJUSTES.
036935     IF ST-AJUSTES NOT = "00"
036936         DISPLAY "NO SE PUDO ABRIR CliAjus.dat - ST=" ST-AJUSTES
036937         GO TO 4050-COMPLETAR-CUENTAS-EXIT
036938     END-IF.
036939     OPEN OUTPUT AJUSWK.
036940     IF ST-AJUSWK NOT = "00"
036941         DISPLAY "NO SE PUDO ABRIR CliAjusWk.tmp - ST=" ST-AJUSWK
036942         CLOSE AJUSTES
036943         GO TO 4050-COMPLETAR-CUENTAS-EXIT
036944     END-IF.
036945     MOVE "N" TO DL250-SW-FIN-COPIA DL250-SW-ERROR-COPIA.
036946     PERFORM 4070-COPIAR-A-TEMPORAL
036947         THRU 4070-COPIAR-A-TEMPORAL-EXIT
036948         UNTIL FIN-COPIA.
036949     CLOSE AJUSTES AJUSWK.
036950     IF ERROR-COPIA
036951         GO TO 4050-COMPLETAR-CUENTAS-EXIT
036952     END-IF.
036953*    CliAjus.dat solo se vacia cuando la copia quedo completa.
036954     OPEN INPUT AJUSWK.
036955     IF ST-AJUSWK NOT = "00"
036956         DISPLAY "NO SE PUDO ABRIR CliAjusWk.tmp - ST=" ST-AJUSWK
036957         GO TO 4050-COMPLETAR-CUENTAS-EXIT
036958     END-IF.
036959     OPEN OUTPUT AJUSTES.
036960     IF ST-AJUSTES NOT = "00"
036961         DISPLAY "NO SE PUDO REESCRIBIR CliAjus.dat - ST="
036962             ST-AJUSTES
036963         CLOSE AJUSWK
036964         GO TO 4050-COMPLETAR-CUENTAS-EXIT
036965     END-IF.
036966     MOVE "N" TO DL250-SW-FIN-COPIA.
036967     PERFORM 4080-COPIAR-DE-REGRESO
036968         THRU 4080-COPIAR-DE-REGRESO-EXIT
036969         UNTIL FIN-COPIA.
036970     CLOSE AJUSTES AJUSWK.
036971     IF ERROR-COPIA
036972         DISPLAY "CliAjus.dat INCOMPLETO - REPONER DESDE "
036973             "CliAjusWk.tmp"
036974         MOVE 16 TO RETURN-CODE
036975         GO TO 4050-COMPLETAR-CUENTAS-EXIT
036976     END-IF.
036977     MOVE "S" TO DL250-SW-COMPLETO.
036978     DISPLAY "CliAjus.dat: " DL250-CTA-SIN-CUENTA
036979         " AJUSTES ANTERIORES QUEDAN EN LA CUENTA 001".
036980 4050-COMPLETAR-CUENTAS-EXIT.
036981     EXIT.
036982
036983 4060-CONTAR-SIN-CUENTA.
036984     READ AJUSTES
036985         AT END
036986             MOVE "S" TO DL250-SW-FIN-COPIA
036987     END-READ.
036988     IF NOT FIN-COPIA
036989         AND AJU-CUENTA NOT NUMERIC
036990         ADD 1 TO DL250-CTA-SIN-CUENTA
036991     END-IF.
036992 4060-CONTAR-SIN-CUENTA-EXIT.
036993     EXIT.
036994
036995 4070-COPIAR-A-TEMPORAL.
036996     READ AJUSTES
036997         AT END
036998             MOVE "S" TO DL250-SW-FIN-COPIA
036999     END-READ.
037000     IF NOT FIN-COPIA
037001         IF AJU-CUENTA NOT NUMERIC
037002             MOVE 1 TO AJU-CUENTA
037003         END-IF
037004         MOVE REG-AJUSTE TO REG-AJUSWK
037005         WRITE REG-AJUSWK
037006         IF ST-AJUSWK NOT = "00"
037007             DISPLAY "NO SE PUDO GRABAR CliAjusWk.tmp - ST="
037008                 ST-AJUSWK
037009             MOVE "S" TO DL250-SW-FIN-COPIA
037010             MOVE "S" TO DL250-SW-ERROR-COPIA
037011         END-IF
037012     END-IF.
037013 4070-COPIAR-A-TEMPORAL-EXIT.
037014     EXIT.
037015
037016 4080-COPIAR-DE-REGRESO.
037017     READ AJUSWK
037018         AT END
037019             MOVE "S" TO DL250-SW-FIN-COPIA
037020     END-READ.
037021     IF NOT FIN-COPIA
037022         MOVE REG-AJUSWK TO REG-AJUSTE
037023         WRITE REG-AJUSTE
037024         IF ST-AJUSTES NOT = "00"
037025             MOVE "S" TO DL250-SW-FIN-COPIA
037026             MOVE "S" TO DL250-SW-ERROR-COPIA
037027         END-IF
037028     END-IF.
037029 4080-COPIAR-DE-REGRESO-EXIT.
037030     EXIT.
037031
037100 4100-OFRECER-PENDIENTE.
037200     READ AJUSTES
037300         AT END
038200     DISPLAY "CLI-ID  : " AJU-CLI-ID.
038300     DISPLAY "TIPO    : " AJU-TIPO.
038400     DISPLAY "IMPORTE : " AJU-IMPORTE.
038450     IF AJU-CUENTA IS NUMERIC
038460         DISPLAY "CUENTA  : " AJU-CUENTA
038470     ELSE
038480         DISPLAY "CUENTA  : 001"
038490     END-IF.
038500     DISPLAY "MOTIVO  : " AJU-MOTIVO.
038600     DISPLAY "CAPTURO : " AJU-USUARIO-CAPTURA " EL "
038700         AJU-FECHA-CAPTURA.
042300     MOVE "AJUSTE" TO MOV-ORIGEN.
042400     MOVE AJU-NUMERO TO REF-NUMERO.
042500     MOVE DL250-REFERENCIA TO MOV-REFERENCIA.
042510*    Un ajuste capturado antes de las cuentas va a la principal.
042520     IF AJU-CUENTA IS NUMERIC
042530         MOVE AJU-CUENTA TO MOV-CUENTA
042540     ELSE
042550         MOVE 1 TO MOV-CUENTA
042560     END-IF.
042600     WRITE REG-MOV.
042700     IF ST-MOVFILE NOT = "00"
042800         DISPLAY "NO SE PUDO EMITIR EL MOVIMIENTO - ST="
043300     MOVE "A" TO AJU-ESTADO.
043400     PERFORM 4400-ESTAMPAR-DECISION
043500         THRU 4400-ESTAMPAR-DECISION-EXIT.
043510     IF ERROR-MARCA
043520         DISPLAY "*** AJUSTE " AJU-NUMERO " EMITIDO A CliMov.dat "
043530             "CON REFERENCIA " MOV-REFERENCIA
043540         DISPLAY "*** PERO SIGUE PENDIENTE EN CliAjus.dat: NO "
043550             "VOLVER A APROBARLO - AVISAR A SISTEMAS"
043560         GO TO 4200-APROBAR-EXIT
043570     END-IF.
043600     DISPLAY "AJUSTE " AJU-NUMERO " APROBADO Y EMITIDO A "
043700         "CliMov.dat".
043800 4200-APROBAR-EXIT.
044200     MOVE "R" TO AJU-ESTADO.
044300     PERFORM 4400-ESTAMPAR-DECISION
044400         THRU 4400-ESTAMPAR-DECISION-EXIT.
044410     IF ERROR-MARCA
044420         GO TO 4300-RECHAZAR-EXIT
044430     END-IF.
044500     DISPLAY "AJUSTE " AJU-NUMERO " RECHAZADO".
044600 4300-RECHAZAR-EXIT.
044700     EXIT.
044800
044810******************************************************************
044820* 4400-ESTAMPAR-DECISION - Una marca que no se pudo grabar corta
044830*                          la revision y la sesion (RC=16): el
044840*                          ajuste seguiria ofreciendose como
044850*                          pendiente con su movimiento ya emitido.
044860******************************************************************
044900 4400-ESTAMPAR-DECISION.
045000     ACCEPT DL250-FECHA-ACTUAL FROM DATE YYYYMMDD.
045100     ACCEPT DL250-HORA-ACTUAL FROM TIME.
045400     MOVE DL250-USUARIO-FIRMADO TO AJU-USUARIO-DECISION.
045500     REWRITE REG-AJUSTE.
045600     IF ST-AJUSTES NOT = "00"
045700         DISPLAY "NO SE PUDO MARCAR EL AJUSTE - ST="
045800             ST-AJUSTES
045850         MOVE "S" TO DL250-SW-ERROR-MARCA
045870         MOVE "S" TO DL250-SW-FIN-ARCHIVO
045900     END-IF.
046000 4400-ESTAMPAR-DECISION-EXIT.
046100     EXIT.
