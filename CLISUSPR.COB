000900*             SUSP-MOTIVO, deja que el operador corrija el campo
001000*             rechazado, vuelve a pasar el registro por las
001100*             mismas validaciones de VALIDAR-CLIENTE de "Inicio"
001200*             (CLI-CATEGORIA, CLI-DIRPOST y CLI-RFC), lo da de
001250*             alta en CLIENTES y marca la entrada de suspenso
001300*             como procesada, para saber cuantos clientes
001400*             siguen atorados y desde cuando.
001600*
001700* MODIFICATION HISTORY:
001800*   21/08/2026  RE   VERSION INICIAL.
002460*   02/09/2026  RE   FIRMA DE OPERADOR (CLISIGN): EL REPROCESO
002470*                    ES SOLO PARA SUPERVISORES Y EL FIRMADO SE
002480*                    ESTAMPA EN CLI-ULT-USUARIO.
002482*   15/10/2026  RE   RFC DEL CLIENTE: SE MUESTRA, SE CORRIGE
002484*                    (CAMPO 8) Y SE REVALIDA CON CLIRFC. LA
002486*                    ENTRADA CRECE A 341 (SUSP-RFC Y
002488*                    SUSP-FORMATO); LAS VIEJAS SE COMPLETAN AL
002490*                    COMPACTAR.
002492*   15/10/2026  RE   HISTORIA DE TARJETAS CliTarH.dat: NO SE
002494*                    LIBERA UN CLIENTE CON UNA TARJETA YA
002496*                    EMITIDA O BLOQUEADA, Y LA TARJETA VIGENTE
002497*                    DE UN CLIENTE EXISTENTE SE CONSERVA (SOLO
002498*                    SE CAMBIA POR EVENTO DE TARJETA EN INICIO).
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. CLISUSPR.
005400          RECORD KEY IS CP-CODIGO
005500          STATUS ST-CPREF.
005600
005610     SELECT OPTIONAL TARJHIS ASSIGN TO "./CliTarH.dat"
005620          ORGANIZATION INDEXED
005630          ACCESS MODE DYNAMIC
005640          RECORD KEY IS TAH-TARJETA
005650          ALTERNATE KEY TAH-CLI-ID WITH DUPLICATES
005660          STATUS ST-TARJHIS.
005670
005700 DATA DIVISION.
005800 FILE SECTION.
005900
006600 COPY CLISUSP.
006700
006800 FD  SUSPWK.
006900 01  REG-SUSPWK               PIC X(341).
007000
007100 FD  CPREF.
007200
007300 COPY CLICP.
007400
007410 FD  TARJHIS.
007420
007430 COPY CLITARH.
007440
007500 WORKING-STORAGE SECTION.
007600
007700 77  ST-FILE                  PIC XX.
007800 77  ST-SUSPENSO              PIC XX.
007900 77  ST-SUSPWK                PIC XX.
008000 77  ST-CPREF                 PIC XX.
008050 77  ST-TARJHIS               PIC XX.
008060 77  DL650-SW-TARJHIS         PIC X VALUE "N".
008070     88 TARJHIS-DISPONIBLE    VALUE "S".
008080 77  DL650-TARJETA-EXISTENTE  PIC X(50).
008100 77  DL650-SW-CATALOGO        PIC X VALUE "N".
008200     88 CATALOGO-CP-DISPONIBLE VALUE "S".
008300 77  DL650-SW-GRABADO         PIC X.
011970     88 SUPERVISOR-FIRMADO    VALUE "S".
011980 77  DL650-FIRMA-RESULTADO    PIC X VALUE "N".
011990     88 FIRMA-OK              VALUE "S".
011992 77  DL650-SW-RFC             PIC X.
011994     88 RFC-VALIDO            VALUE "S".
011996 77  DL650-MOTIVO-RFC         PIC X(40).
012000
012100 PROCEDURE DIVISION.
012200
016500         DISPLAY "AVISO: SIN CATALOGO CliCp.dat - NO SE "
016600             "VALIDA EXISTENCIA DEL CODIGO POSTAL"
016700     END-IF.
016710     MOVE "N" TO DL650-SW-TARJHIS.
016720     OPEN INPUT TARJHIS.
016730     IF ST-TARJHIS = "00"
016740         MOVE "S" TO DL650-SW-TARJHIS
016750     ELSE
016755         IF ST-TARJHIS = "05"
016760             CLOSE TARJHIS
016765         END-IF
016770         DISPLAY "AVISO: SIN CliTarH.dat - NO SE VALIDA LA "
016780             "TARJETA CONTRA SU HISTORIA"
016790     END-IF.
016800     DISPLAY "=============================================".
016900     DISPLAY "   REPROCESO DE SUSPENSO - Suspenso.dat".
017000     DISPLAY "=============================================".
021100     CALL "CLIMASK" USING SUSP-TARJETA DL650-TARJETA-MASCARA.
021200     DISPLAY "TARJETA      : " DL650-TARJETA-MASCARA.
021300     DISPLAY "RAZON SOCIAL : " SUSP-RAZONSOCIAL.
021350     DISPLAY "RFC          : " SUSP-RFC.
021400     DISPLAY "SALDO        : " SUSP-SALDO.
021500     DISPLAY "MOTIVO       : " SUSP-MOTIVO.
021600     DISPLAY "EN SUSPENSO DESDE: " SUSP-FECHA " " SUSP-HORA.
024900     MOVE SUSP-CATEGORIA TO CLI-CATEGORIA.
025000     MOVE SUSP-TARJETA TO CLI-TARJETA.
025100     MOVE SUSP-RAZONSOCIAL TO CLI-RAZONSOCIAL.
025150     MOVE SUSP-RFC TO CLI-RFC.
025200     MOVE SPACES TO CLI_GIT.
025300     MOVE "A" TO CLI-ESTADO.
025400     MOVE "N" TO DL650-SW-FIN-CAMPOS.
032400         GO TO 2250-ACTUALIZAR-EXISTENTE-EXIT
032500     END-IF.
032600     MOVE CLI-ESTADO TO DL650-ESTADO-EXISTENTE.
032610     MOVE CLI-TARJETA TO DL650-TARJETA-EXISTENTE.
032620*    El limite de credito vigente del cliente se conserva: el
032640*    reproceso no debe pisarlo con el default de la categoria.
032660     MOVE "N" TO DL650-SW-LIMITE.
032820     IF LIMITE-VIGENTE
032840         MOVE DL650-LIMITE-EXISTENTE TO CLI-LIMITE-CREDITO
032860     END-IF.
032862*    Con CliTarH.dat la tarjeta vigente solo se reemplaza por un
032864*    evento de tarjeta en "Inicio", que bloquea la anterior.
032866     IF TARJHIS-DISPONIBLE
032868         AND DL650-TARJETA-EXISTENTE NOT = SPACES
032870         AND CLI-TARJETA NOT = DL650-TARJETA-EXISTENTE
032872         DISPLAY "LA TARJETA VIGENTE SE CONSERVA: SE CAMBIA "
032874             "POR EVENTO DE TARJETA EN INICIO"
032876         MOVE DL650-TARJETA-EXISTENTE TO CLI-TARJETA
032878     END-IF.
032900     REWRITE REG-CLIENTES
033000         INVALID KEY
033100             DISPLAY "NO SE PUDO ACTUALIZAR EL CLIENTE - ST="
036600 2300-CORREGIR-CAMPO.
036700     DISPLAY "CAMPO A CORREGIR:".
036800     DISPLAY "  1=NOMBRE 2=DIRECCION 3=COD.POSTAL 4=CATEGORIA".
036900     DISPLAY "  5=TARJETA 6=RAZON SOCIAL 7=SALDO 8=RFC".
036950     DISPLAY "  0=NINGUNO".
037000     DISPLAY "  OPCION: " WITH NO ADVANCING.
037100     ACCEPT DL650-CAMPO FROM CONSOLE.
037200     EVALUATE DL650-CAMPO
039100         WHEN "7"
039200             DISPLAY "SALDO: " WITH NO ADVANCING
039300             ACCEPT CLI-SALDO FROM CONSOLE
039320         WHEN "8"
039340             DISPLAY "RFC: " WITH NO ADVANCING
039360             ACCEPT CLI-RFC FROM CONSOLE
039400         WHEN "0"
039500             MOVE "S" TO DL650-SW-FIN-CAMPOS
039600         WHEN OTHER
040100
040200******************************************************************
040300* 2400-VALIDAR-CLIENTE - Mismos edits que VALIDAR-CLIENTE en
040400*                        "Inicio": CLI-CATEGORIA I/E, CLI-DIRPOST
040500*                        de 5 digitos con extension opcional
040600*                        "-9999" y CLI-RFC (CLIRFC).
040700******************************************************************
040800 2400-VALIDAR-CLIENTE.
040900     MOVE "S" TO DL650-SW-VALIDOS.
043300                     TO DL650-MOTIVO
043400         END-READ
043500     END-IF.
043520     CALL "CLIRFC" USING CLI-CATEGORIA CLI-RFC DL650-SW-RFC
043540         DL650-MOTIVO-RFC.
043560     IF NOT RFC-VALIDO
043570         MOVE "N" TO DL650-SW-VALIDOS
043580         MOVE DL650-MOTIVO-RFC TO DL650-MOTIVO
043590     END-IF.
043592*    Una tarjeta ya en CliTarH.dat solo pasa si es la vigente del
043594*    propio cliente (cambio rechazado de un cliente existente);
043596*    una bloqueada o de otro cliente no se vuelve a entregar.
043597     IF TARJHIS-DISPONIBLE AND CLI-TARJETA NOT = SPACES
043598         MOVE CLI-TARJETA TO TAH-TARJETA
043599         READ TARJHIS
043600             INVALID KEY
043601                 CONTINUE
043602             NOT INVALID KEY
043603                 IF TAH-BLOQUEADA
043604                     MOVE "N" TO DL650-SW-VALIDOS
043605                     MOVE "TARJETA BLOQUEADA EN CliTarH.dat"
043606                         TO DL650-MOTIVO
043607                 ELSE
043608                 IF TAH-CLI-ID NOT = CLI-ID
043609                     MOVE "N" TO DL650-SW-VALIDOS
043610                     MOVE "TARJETA YA EMITIDA EN CliTarH.dat"
043611                         TO DL650-MOTIVO
043612                 END-IF
043613                 END-IF
043614         END-READ
043615     END-IF.
043616 2400-VALIDAR-CLIENTE-EXIT.
043700     EXIT.
043800
043900******************************************************************
044600     IF CATALOGO-CP-DISPONIBLE
044700         CLOSE CPREF
044800     END-IF.
044810     IF TARJHIS-DISPONIBLE
044820         CLOSE TARJHIS
044830     END-IF.
044900     IF COMPACTAR-SUSPENSO
045000         PERFORM 3100-COMPACTAR-SUSPENSO
045100             THRU 3100-COMPACTAR-SUSPENSO-EXIT
047000*                           SuspWk.tmp: aplica las marcas "P"
047100*                           anotadas en DL650-MARCAS y normaliza
047200*                           las entradas viejas (estado en
047300*                           blanco a "N", SUSP-FORMATO en
047350*                           blanco a "2"), para que las proximas
047400*                           sesiones puedan marcarlas en el
047500*                           lugar con REWRITE.
047600******************************************************************
051500         IF SUSP-ESTADO = " "
051600             MOVE "N" TO SUSP-ESTADO
051700         END-IF
051720         IF SUSP-FORMATO = " "
051740             MOVE "2" TO SUSP-FORMATO
051760         END-IF
051800         PERFORM 3115-APLICAR-MARCA
051900             THRU 3115-APLICAR-MARCA-EXIT
052000             VARYING DL650-IDX FROM 1 BY 1
