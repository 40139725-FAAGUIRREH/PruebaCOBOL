               RECORD KEY IS OPE-USUARIO
               STATUS ST-OPERADORES.

          SELECT OPTIONAL CUENTAS ASSIGN TO "./CliCta.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CTA-NUMERO
               ALTERNATE KEY CTA-TARJETA WITH DUPLICATES
               STATUS ST-CUENTAS.

          SELECT OPTIONAL COBRANZAS ASSIGN TO "./CliCobr.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS COB-CLI-ID
               STATUS ST-COBRANZAS.

          SELECT OPTIONAL COBHIS ASSIGN TO "./CliCobH.dat"
               ORGANIZATION LINE SEQUENTIAL
               STATUS ST-COBHIS.

          SELECT OPTIONAL ORDENES ASSIGN TO "./CliOrd.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ORD-NUMERO
               ALTERNATE KEY ORD-CLI-ID WITH DUPLICATES
               STATUS ST-ORDENES.

          SELECT OPTIONAL TARJHIS ASSIGN TO "./CliTarH.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TAH-TARJETA
               ALTERNATE KEY TAH-CLI-ID WITH DUPLICATES
               STATUS ST-TARJHIS.

       DATA DIVISION.
       FILE SECTION.


       COPY CLIOPER.

       FD  CUENTAS.

       COPY CLICTA.

       FD  COBRANZAS.

       COPY CLICOB.

       FD  COBHIS.

       COPY CLICOBH.

       FD  ORDENES.

       COPY CLIORD.

       FD  TARJHIS.

       COPY CLITARH.

       WORKING-STORAGE SECTION.

       01  ST-FILE                 PIC XX.
       01  SW-DATOS-VALIDOS         PIC X.
           88  DATOS-VALIDOS        VALUE "S".
       01  MOTIVO-RECHAZO        PIC X(40).
       01  SW-RFC-VALIDO            PIC X.
           88  RFC-VALIDO           VALUE "S".
       01  MOTIVO-RFC            PIC X(40).
       01  FECHA-ACTUAL          PIC 9(8).
       01  HORA-ACTUAL           PIC 9(8).

       01  SW-FUSION-OK             PIC X.
           88  FUSION-PREPARADA     VALUE "S".

       01  ST-CUENTAS               PIC XX.
       01  SW-CUENTAS               PIC X VALUE "N".
           88  CUENTAS-DISPONIBLES  VALUE "S".
       01  OPCION-CTA            PIC X.
       01  SW-FIN-MENU-CTA          PIC X VALUE "N".
           88  FIN-MENU-CTA         VALUE "S".
       01  SW-FIN-CUENTAS           PIC X.
           88  FIN-CUENTAS          VALUE "S".
       01  SW-TIENE-CUENTAS         PIC X.
           88  TIENE-CUENTAS        VALUE "S".
       01  CUENTA-ULTIMA-SEC     PIC 9(03).
       01  CUENTA-BUSCADA        PIC 9(03).
       01  SALDO-ANTES           PIC S9(9)V9(3).

       01  ST-COBRANZAS             PIC XX.
       01  ST-COBHIS                PIC XX.
       01  SW-EXISTE-COBRANZA       PIC X.
           88  EXISTE-COBRANZA      VALUE "S".
       01  PROMESA-ENTRADA       PIC X(08).
       01  PROMESA-FECHA         PIC 9(08).

       01  ST-ORDENES               PIC XX.
       01  OPCION-ORD            PIC X.
       01  SW-FIN-MENU-ORD          PIC X VALUE "N".
           88  FIN-MENU-ORD         VALUE "S".
       01  SW-FIN-ORDENES           PIC X.
           88  FIN-ORDENES          VALUE "S".
       01  SW-ORDEN-VALIDA          PIC X.
           88  ORDEN-VALIDA         VALUE "S".
       01  ORDEN-ULTIMA          PIC 9(06).
       01  ORDEN-BUSCADA         PIC 9(06).
       01  ORDEN-IMPORTE-ENT     PIC X(14).
       01  ORDEN-CUENTA-ENT      PIC X(03).
       01  ORDEN-INICIO-ENT      PIC X(08).
       01  ORDEN-FIN-ENT         PIC X(08).
       01  ORDEN-CUOTAS-ENT      PIC X(04).

       01  ST-TARJHIS               PIC XX.
       01  SW-TARJHIS               PIC X VALUE "N".
           88  TARJHIS-DISPONIBLE   VALUE "S".
       01  SW-FIN-TARJHIS           PIC X.
           88  FIN-TARJHIS          VALUE "S".
       01  SW-EXISTE-TARJHIS        PIC X.
           88  EXISTE-TARJHIS       VALUE "S".
       01  SW-TARJETA-VALIDA        PIC X.
           88  TARJETA-VALIDA       VALUE "S".
       01  SW-HUBO-COINCIDENCIA     PIC X.
           88  HUBO-COINCIDENCIA    VALUE "S".
       01  OPCION-TARJ           PIC X.
       01  MOTIVO-EVENTO         PIC X.
           88  EVENTO-BLOQUEO       VALUES "P" "R".
           88  EVENTO-REEMPLAZO     VALUES "S" "V".
       01  OBSERVACION-EVENTO    PIC X(40).
       01  TARJETA-ANTERIOR      PIC X(50).
       01  TARJETA-NUEVA         PIC X(50).
       01  TARJETA-CUENTA        PIC X(50).
       01  SW-CUENTA-VALIDA         PIC X.
           88  CUENTA-VALIDA        VALUE "S".
       01  MOTIVO-TARJETA-TEXTO  PIC X(10).

       01  LIMITE-ENTRADA        PIC X(14).
       01  LIMITE-DEF-INDIVIDUO  PIC 9(9)V9(3) VALUE 5000.
       01  LIMITE-DEF-EMPRESA    PIC 9(9)V9(3) VALUE 50000.
               END-IF
               CLOSE CKPT
           END-IF.
      ******************************************************************
      * Cuentas de los clientes (CliCta.dat): sin el archivo el
      * mantenimiento de clientes sigue, pero no se abren ni cierran
      * cuentas y cada cliente queda solo con su principal implicita.
      ******************************************************************
           MOVE "N" TO SW-CUENTAS.
           OPEN I-O CUENTAS.
           IF ST-CUENTAS = "00" OR ST-CUENTAS = "05"
               MOVE "S" TO SW-CUENTAS
           ELSE
               DISPLAY "AVISO: SIN CliCta.dat - ST=" ST-CUENTAS
                   " - NO HAY MANTENIMIENTO DE CUENTAS"
           END-IF.
      ******************************************************************
      * Historia de tarjetas (CliTarH.dat): sin el archivo no hay
      * eventos de tarjeta, la busqueda por tarjeta ve solo las
      * vigentes y la tarjeta se sigue cambiando en el cambio de datos.
      ******************************************************************
           MOVE "N" TO SW-TARJHIS.
           OPEN I-O TARJHIS.
           IF ST-TARJHIS = "00" OR ST-TARJHIS = "05"
               MOVE "S" TO SW-TARJHIS
           ELSE
               DISPLAY "AVISO: SIN CliTarH.dat - ST=" ST-TARJHIS
                   " - NO HAY EVENTOS DE TARJETA"
           END-IF.
       ABRIR-ARCHIVOS-EXIT.
           EXIT.

           IF CATALOGO-CP-DISPONIBLE
               CLOSE CPREF
           END-IF.
           IF CUENTAS-DISPONIBLES
               CLOSE CUENTAS
           END-IF.
           IF TARJHIS-DISPONIBLE
               CLOSE TARJHIS
           END-IF.

      ******************************************************************
      * Firma de operador contra CliOper.dat (via CLISIGN): sin firma
           DISPLAY "  0. BUSCAR CLIENTES POR TARJETA".
           DISPLAY "  A. MANTENIMIENTO DE OPERADORES (SUPERVISOR)".
           DISPLAY "  B. FUSION DE CLIENTES DUPLICADOS (SUPERVISOR)".
           DISPLAY "  C. CUENTAS DEL CLIENTE (APERTURA/CIERRE)".
           DISPLAY "  D. PROMESA DE PAGO (COBRANZAS)".
           DISPLAY "  E. ORDENES PERMANENTES DEL CLIENTE".
           DISPLAY "  F. TARJETA: PERDIDA/ROBO/REPOSICION/RENOVACION".
           DISPLAY "  OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION FROM CONSOLE.
           EVALUATE OPCION
                   ELSE
                       DISPLAY "OPCION RESERVADA AL SUPERVISOR"
                   END-IF
               WHEN "C"
               WHEN "c"
                   PERFORM MANTENER-CUENTAS
               WHEN "D"
               WHEN "d"
                   PERFORM REGISTRAR-PROMESA
               WHEN "E"
               WHEN "e"
                   PERFORM MANTENER-ORDENES
               WHEN "F"
               WHEN "f"
                   PERFORM EVENTO-TARJETA
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

           READ CLIENTES
               INVALID KEY
                   PERFORM CAPTURAR-DATOS-CLIENTE
                   MOVE SPACES TO TARJETA-ANTERIOR
                   PERFORM VALIDAR-CLIENTE
                   IF DATOS-VALIDOS
                       MOVE "A" TO CLI-ESTADO
                               MOVE SPACES TO IMAGEN-ANTES
                               MOVE "A" TO OPERACION-JORNAL
                               PERFORM GRABAR-JORNAL
                               PERFORM REGISTRAR-TARJETA-EMITIDA
                       END-WRITE
                   ELSE
                       PERFORM ENVIAR-A-SUSPENSO
                   DISPLAY "CLIENTE NO EXISTE"
               NOT INVALID KEY
                   MOVE REG-CLIENTES TO IMAGEN-ANTES
                   MOVE CLI-SALDO TO SALDO-ANTES
                   MOVE CLI-TARJETA TO TARJETA-ANTERIOR
                   PERFORM CAPTURAR-DATOS-CLIENTE
                   PERFORM CONSERVAR-SALDO-CUENTAS
                   PERFORM CONSERVAR-TARJETA
                   PERFORM VALIDAR-CLIENTE
                   IF DATOS-VALIDOS
                       PERFORM ESTAMPAR-AUDITORIA
                           NOT INVALID KEY
                               MOVE "C" TO OPERACION-JORNAL
                               PERFORM GRABAR-JORNAL
                               PERFORM SINCRONIZAR-PRINCIPAL
                               IF TARJETA-ANTERIOR = SPACES
                                   PERFORM REGISTRAR-TARJETA-EMITIDA
                               END-IF
                       END-REWRITE
                   ELSE
                       PERFORM ENVIAR-A-SUSPENSO
      ******************************************************************
      * Valida CLI-DIRPOST (5 digitos, con extension opcional
      * "-9999"), que el codigo postal exista en el catalogo
      * CliCp.dat cuando este disponible, CLI-CATEGORIA
      * (I=Individuo, E=Empresa) y CLI-RFC (formato por categoria y
      * digito verificador, en la subrutina comun CLIRFC) antes de
      * dejar que el dato entre a Hola.dat.
      ******************************************************************
       VALIDAR-CLIENTE.
           MOVE "S" TO SW-DATOS-VALIDOS.
                           TO MOTIVO-RECHAZO
               END-READ
           END-IF.
           CALL "CLIRFC" USING CLI-CATEGORIA CLI-RFC SW-RFC-VALIDO
               MOTIVO-RFC.
           IF NOT RFC-VALIDO
               MOVE "N" TO SW-DATOS-VALIDOS
               MOVE MOTIVO-RFC TO MOTIVO-RECHAZO
           END-IF.
           PERFORM VALIDAR-TARJETA-HISTORIAL.
           IF NOT DATOS-VALIDOS
               DISPLAY "RECHAZADO: " MOTIVO-RECHAZO
           END-IF.

      ******************************************************************
      * Una tarjeta nueva o cambiada (distinta de TARJETA-ANTERIOR, en
      * blanco para un alta) no puede estar ya en CliTarH.dat: una
      * bloqueada por perdida o robo no vuelve a entregarse, ni al
      * mismo cliente ni a otro.
      ******************************************************************
       VALIDAR-TARJETA-HISTORIAL.
           IF TARJHIS-DISPONIBLE AND CLI-TARJETA NOT = SPACES
               AND CLI-TARJETA NOT = TARJETA-ANTERIOR
               MOVE CLI-TARJETA TO TAH-TARJETA
               READ TARJHIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO SW-DATOS-VALIDOS
                       IF TAH-BLOQUEADA
                           MOVE "TARJETA BLOQUEADA EN CliTarH.dat"
                               TO MOTIVO-RECHAZO
                       ELSE
                           MOVE "TARJETA YA EMITIDA EN CliTarH.dat"
                               TO MOTIVO-RECHAZO
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * Envia a Suspenso.dat un registro que no paso la validacion,
      * en vez de dejarlo caer directo a Hola.dat.
           MOVE CLI-CATEGORIA TO SUSP-CATEGORIA.
           MOVE CLI-TARJETA TO SUSP-TARJETA.
           MOVE CLI-RAZONSOCIAL TO SUSP-RAZONSOCIAL.
           MOVE CLI-RFC TO SUSP-RFC.
           MOVE "2" TO SUSP-FORMATO.
           MOVE MOTIVO-RECHAZO TO SUSP-MOTIVO.
           ACCEPT FECHA-ACTUAL FROM DATE YYYYMMDD.
           ACCEPT HORA-ACTUAL FROM TIME.
       MARCAR-BAJA-CLIENTE.
           IF ESTADO-CESADO
               DISPLAY "EL CLIENTE YA ESTA CESADO"
           ELSE
           IF ESTADO-CASTIGADO
               DISPLAY "CLIENTE CASTIGADO: SE MANTIENE PARA RECUPEROS"
           ELSE
               MOVE REG-CLIENTES TO IMAGEN-ANTES
               MOVE "B" TO OPERACION-JORNAL
                   WHEN OTHER
                       DISPLAY "BAJA CANCELADA"
               END-EVALUATE
           END-IF
           END-IF.

       REACTIVAR-CLIENTE.
               NOT INVALID KEY
                   IF ESTADO-ACTIVO
                       DISPLAY "EL CLIENTE YA ESTA ACTIVO"
                   ELSE
                   IF ESTADO-CASTIGADO
                       DISPLAY "CLIENTE CASTIGADO: NO SE REACTIVA"
                   ELSE
                       MOVE REG-CLIENTES TO IMAGEN-ANTES
                       MOVE "R" TO OPERACION-JORNAL
                       MOVE "A" TO CLI-ESTADO
                       PERFORM GRABAR-CAMBIO-ESTADO
                   END-IF
                   END-IF
           END-READ.

       GRABAR-CAMBIO-ESTADO.
           CALL "CLIMASK" USING CLI-TARJETA TARJETA-MASCARA.
           DISPLAY "TARJETA       : " TARJETA-MASCARA.
           DISPLAY "RAZON SOCIAL  : " CLI-RAZONSOCIAL.
           IF CLI-RFC = SPACES
               DISPLAY "RFC           : (SIN CAPTURAR)"
           ELSE
               DISPLAY "RFC           : " CLI-RFC
           END-IF.
           DISPLAY "ESTADO        : " CLI-ESTADO.
           DISPLAY "SALDO         : " CLI-SALDO.
           IF CLI-LIMITE-CREDITO IS NUMERIC
           DISPLAY "ULT. CAMBIO   : " CLI-ULT-FECHA-CAMBIO
               " " CLI-ULT-HORA-CAMBIO.
           DISPLAY "ULT. USUARIO  : " CLI-ULT-USUARIO.
           IF CUENTAS-DISPONIBLES
               DISPLAY "CUENTAS       :"
               PERFORM LISTAR-CUENTAS
           END-IF.

      ******************************************************************
      * Busqueda de clientes por las claves alternas: se posiciona
               IF BUSQUEDA-LARGO > 50
                   MOVE 50 TO BUSQUEDA-LARGO
               END-IF
               MOVE "N" TO SW-HUBO-COINCIDENCIA
               MOVE BUSQUEDA-ENTRADA(1:50) TO CLI-TARJETA
               START CLIENTES KEY IS NOT LESS THAN CLI-TARJETA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM HOJEAR-BUSQUEDA
                       IF BUSQUEDA-TOTAL > 0
                           MOVE "S" TO SW-HUBO-COINCIDENCIA
                       END-IF
               END-START
               IF TARJHIS-DISPONIBLE
                   PERFORM HOJEAR-BLOQUEADAS
               END-IF
               IF HUBO-COINCIDENCIA
                   PERFORM OFRECER-CONSULTA
               ELSE
                   DISPLAY "SIN COINCIDENCIAS"
               END-IF
           END-IF.

      ******************************************************************
      * Segunda pasada de la busqueda por tarjeta sobre CliTarH.dat:
      * encuentra al cliente por una tarjeta anterior ya bloqueada
      * (perdida, robada o reemplazada) y la muestra como tal.
      ******************************************************************
       HOJEAR-BLOQUEADAS.
           MOVE "N" TO SW-FIN-BUSQUEDA.
           MOVE ZERO TO BUSQUEDA-TOTAL.
           MOVE BUSQUEDA-ENTRADA(1:50) TO TAH-TARJETA.
           START TARJHIS KEY IS NOT LESS THAN TAH-TARJETA
               INVALID KEY
                   MOVE "S" TO SW-FIN-BUSQUEDA
           END-START.
           PERFORM HOJEAR-PAGINA-BLOQUEADAS UNTIL FIN-BUSQUEDA.
           IF BUSQUEDA-TOTAL > 0
               DISPLAY "TARJETAS BLOQUEADAS MOSTRADAS: " BUSQUEDA-TOTAL
               MOVE "S" TO SW-HUBO-COINCIDENCIA
           END-IF.

       HOJEAR-PAGINA-BLOQUEADAS.
           MOVE ZERO TO BUSQUEDA-CONTADOR.
           PERFORM LEER-LINEA-BLOQUEADA
               UNTIL FIN-BUSQUEDA
                   OR BUSQUEDA-CONTADOR >= PAGINA-TAMANO.
           IF NOT FIN-BUSQUEDA
               DISPLAY "MAS COINCIDENCIAS (S/N): " WITH NO ADVANCING
               ACCEPT RESPUESTA-PAGINA FROM CONSOLE
               IF RESPUESTA-PAGINA NOT = "S"
                   AND RESPUESTA-PAGINA NOT = "s"
                   MOVE "S" TO SW-FIN-BUSQUEDA
               END-IF
           END-IF.

       LEER-LINEA-BLOQUEADA.
           READ TARJHIS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-BUSQUEDA
           END-READ.
           IF NOT FIN-BUSQUEDA
               IF TAH-TARJETA(1:BUSQUEDA-LARGO) =
                   BUSQUEDA-ENTRADA(1:BUSQUEDA-LARGO)
                   IF TAH-BLOQUEADA
                       PERFORM MOSTRAR-LINEA-BLOQUEADA
                   END-IF
               ELSE
                   MOVE "S" TO SW-FIN-BUSQUEDA
               END-IF
           END-IF.

       MOSTRAR-LINEA-BLOQUEADA.
           IF BUSQUEDA-TOTAL = 0
               DISPLAY "TARJETAS ANTERIORES:"
           END-IF.
           CALL "CLIMASK" USING TAH-TARJETA TARJETA-MASCARA.
           PERFORM DESCRIBIR-MOTIVO-TARJETA.
           DISPLAY TAH-CLI-ID " " TARJETA-MASCARA(1:20)
               " BLOQUEADA " TAH-FECHA-BLOQUEO " " MOTIVO-TARJETA-TEXTO.
           ADD 1 TO BUSQUEDA-CONTADOR.
           ADD 1 TO BUSQUEDA-TOTAL.

      ******************************************************************
      * Largo util de lo tecleado (sin espacios a la derecha), para
      * comparar solo el prefijo contra la clave.
           IF ST-OK
               MOVE "C" TO OPERACION-JORNAL
               PERFORM GRABAR-JORNAL
               PERFORM FUSION-CUENTA-SOBREVIVIENTE
               PERFORM FUSION-CESAR-PERDEDOR
           ELSE
               DISPLAY "FUSION CANCELADA - NADA SE TOCO"
           IF ST-OK
               MOVE "B" TO OPERACION-JORNAL
               PERFORM GRABAR-JORNAL
               PERFORM FUSION-CERRAR-CUENTAS-PERDEDOR
               DISPLAY "FUSION COMPLETA: " ID-PERDEDOR
                   " CESADO, SALDO TRANSFERIDO A " ID-SOBREVIVIENTE
           ELSE
               DISPLAY "*** CORREGIR CON CLIAJUST / BAJA MANUAL ***"
           END-IF.

      ******************************************************************
      * Si el sobreviviente ya lleva sus saldos por cuenta, lo que
      * trae el perdedor entra a su cuenta principal 001, para que
      * CLI-SALDO siga siendo la suma de sus cuentas.
      ******************************************************************
       FUSION-CUENTA-SOBREVIVIENTE.
           IF CUENTAS-DISPONIBLES
               MOVE ID-SOBREVIVIENTE TO CTA-CLI-ID
               MOVE 1 TO CTA-SECUENCIA
               READ CUENTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD SALDO-PERDEDOR TO CTA-SALDO
                       PERFORM ESTAMPAR-AUDITORIA-CUENTA
                       REWRITE REG-CUENTA
                           INVALID KEY
                               DISPLAY "AVISO: NO SE ACREDITO LA "
                                   "CUENTA 001 DEL SOBREVIVIENTE - ST="
                                   ST-CUENTAS
                       END-REWRITE
               END-READ
           END-IF.

      ******************************************************************
      * Las cuentas del perdedor quedan cerradas y en cero: su saldo
      * ya paso al sobreviviente junto con CLI-SALDO.
      ******************************************************************
       FUSION-CERRAR-CUENTAS-PERDEDOR.
           IF CUENTAS-DISPONIBLES
               MOVE "N" TO SW-FIN-CUENTAS
               MOVE ID-PERDEDOR TO CTA-CLI-ID
               MOVE ZERO TO CTA-SECUENCIA
               START CUENTAS KEY IS NOT LESS THAN CTA-NUMERO
                   INVALID KEY
                       MOVE "S" TO SW-FIN-CUENTAS
               END-START
               PERFORM CERRAR-CUENTA-PERDEDOR UNTIL FIN-CUENTAS
           END-IF.

       CERRAR-CUENTA-PERDEDOR.
           READ CUENTAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-CUENTAS
           END-READ.
           IF NOT FIN-CUENTAS
               IF CTA-CLI-ID NOT = ID-PERDEDOR
                   MOVE "S" TO SW-FIN-CUENTAS
               ELSE
                   MOVE ZERO TO CTA-SALDO
                   IF NOT CTA-CERRADA
                       MOVE "C" TO CTA-ESTADO
                       ACCEPT CTA-FECHA-CIERRE FROM DATE YYYYMMDD
                   END-IF
                   PERFORM ESTAMPAR-AUDITORIA-CUENTA
                   REWRITE REG-CUENTA
                       INVALID KEY
                           DISPLAY "AVISO: NO SE CERRO LA CUENTA "
                               CTA-SECUENCIA " DEL PERDEDOR"
                   END-REWRITE
               END-IF
           END-IF.

      ******************************************************************
      * Cuentas del cliente (CliCta.dat): se listan con la tarjeta
      * enmascarada y se abre o cierra una cuenta. La principal 001
      * lleva la tarjeta y el limite del propio cliente y no se
      * cierra; antes de abrir la primera cuenta adicional se graba
      * la 001 con todo CLI-SALDO, y de ahi en adelante CLI-SALDO es
      * la suma de las cuentas. Solo se cierra una cuenta en cero.
      ******************************************************************
       MANTENER-CUENTAS.
           IF NOT CUENTAS-DISPONIBLES
               DISPLAY "CliCta.dat NO DISPONIBLE - SIN CUENTAS"
           ELSE
               DISPLAY "CLI-ID: " WITH NO ADVANCING
               ACCEPT ID-BUSCADO FROM CONSOLE
               MOVE ID-BUSCADO TO CLI-ID
               READ CLIENTES
                   INVALID KEY
                       DISPLAY "CLIENTE NO EXISTE"
                   NOT INVALID KEY
                       MOVE "N" TO SW-FIN-MENU-CTA
                       PERFORM MENU-CUENTAS UNTIL FIN-MENU-CTA
               END-READ
           END-IF.

       MENU-CUENTAS.
           DISPLAY "---------------------------------------------".
           DISPLAY "   CUENTAS DEL CLIENTE " CLI-ID " "
               CLI-NOMBRE(1:30).
           PERFORM LISTAR-CUENTAS.
           DISPLAY "  1. ABRIR CUENTA  2. CERRAR CUENTA  3. REGRESAR".
           DISPLAY "  OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION-CTA FROM CONSOLE.
           EVALUATE OPCION-CTA
               WHEN "1" PERFORM ABRIR-CUENTA
               WHEN "2" PERFORM CERRAR-CUENTA
               WHEN "3" MOVE "S" TO SW-FIN-MENU-CTA
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      ******************************************************************
      * Lista las cuentas de CLI-ID y deja en CUENTA-ULTIMA-SEC la
      * ultima secuencia usada (las cerradas cuentan: un numero de
      * cuenta no se reutiliza). Sin registros de cuenta el cliente
      * tiene solo su principal implicita, con todo CLI-SALDO.
      ******************************************************************
       LISTAR-CUENTAS.
           MOVE "N" TO SW-TIENE-CUENTAS.
           MOVE ZERO TO CUENTA-ULTIMA-SEC.
           MOVE "N" TO SW-FIN-CUENTAS.
           MOVE CLI-ID TO CTA-CLI-ID.
           MOVE ZERO TO CTA-SECUENCIA.
           START CUENTAS KEY IS NOT LESS THAN CTA-NUMERO
               INVALID KEY
                   MOVE "S" TO SW-FIN-CUENTAS
           END-START.
           PERFORM LEER-CUENTA-CLIENTE UNTIL FIN-CUENTAS.
           IF NOT TIENE-CUENTAS
               CALL "CLIMASK" USING CLI-TARJETA TARJETA-MASCARA
               DISPLAY "  001 " TARJETA-MASCARA(1:20) " " CLI-SALDO
                   " A (PRINCIPAL)"
           END-IF.

       LEER-CUENTA-CLIENTE.
           READ CUENTAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-CUENTAS
           END-READ.
           IF NOT FIN-CUENTAS
               IF CTA-CLI-ID NOT = CLI-ID
                   MOVE "S" TO SW-FIN-CUENTAS
               ELSE
                   MOVE "S" TO SW-TIENE-CUENTAS
                   MOVE CTA-SECUENCIA TO CUENTA-ULTIMA-SEC
                   CALL "CLIMASK" USING CTA-TARJETA TARJETA-MASCARA
                   DISPLAY "  " CTA-SECUENCIA " "
                       TARJETA-MASCARA(1:20) " " CTA-SALDO " "
                       CTA-ESTADO
               END-IF
           END-IF.

       ABRIR-CUENTA.
           IF NOT ESTADO-ACTIVO
               DISPLAY "SOLO UN CLIENTE ACTIVO PUEDE ABRIR CUENTAS"
           ELSE
           IF CUENTA-ULTIMA-SEC >= 999
               DISPLAY "NUMERACION DE CUENTAS AGOTADA"
           ELSE
               IF NOT TIENE-CUENTAS
                   PERFORM CREAR-CUENTA-PRINCIPAL
               END-IF
               IF TIENE-CUENTAS
                   PERFORM CAPTURAR-CUENTA-NUEVA
               END-IF
           END-IF
           END-IF.

       CREAR-CUENTA-PRINCIPAL.
           MOVE SPACES TO REG-CUENTA.
           MOVE CLI-ID TO CTA-CLI-ID.
           MOVE 1 TO CTA-SECUENCIA.
           MOVE CLI-TARJETA TO CTA-TARJETA.
           MOVE CLI-SALDO TO CTA-SALDO.
           IF CLI-LIMITE-CREDITO IS NUMERIC
               MOVE CLI-LIMITE-CREDITO TO CTA-LIMITE-CREDITO
           END-IF.
           ACCEPT CTA-FECHA-APERTURA FROM DATE YYYYMMDD.
           MOVE ZERO TO CTA-FECHA-CIERRE.
           MOVE "A" TO CTA-ESTADO.
           PERFORM ESTAMPAR-AUDITORIA-CUENTA.
           WRITE REG-CUENTA
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA CUENTA PRINCIPAL - ST="
                       ST-CUENTAS
               NOT INVALID KEY
                   MOVE "S" TO SW-TIENE-CUENTAS
                   MOVE 1 TO CUENTA-ULTIMA-SEC
           END-WRITE.

      ******************************************************************
      * Cuenta adicional: lleva su propia tarjeta, que no puede estar
      * en blanco, vigente en otro cliente o en otra cuenta, ni haber
      * sido emitida antes (CliTarH.dat). Las busquedas por clave
      * alterna pisan REG-CLIENTES y REG-CUENTA, por eso el registro
      * de la cuenta se arma despues de validar.
      ******************************************************************
       CAPTURAR-CUENTA-NUEVA.
           DISPLAY "TARJETA DE LA CUENTA: " WITH NO ADVANCING.
           ACCEPT TARJETA-CUENTA FROM CONSOLE.
           DISPLAY "LIMITE DE CREDITO (VACIO=DEFAULT CATEGORIA): "
               WITH NO ADVANCING.
           ACCEPT LIMITE-ENTRADA FROM CONSOLE.
           PERFORM VALIDAR-CUENTA-NUEVA.
           IF CUENTA-VALIDA
               PERFORM GRABAR-CUENTA-NUEVA
           ELSE
               DISPLAY "CUENTA NO ABIERTA"
           END-IF.

       VALIDAR-CUENTA-NUEVA.
           MOVE "S" TO SW-CUENTA-VALIDA.
           IF LIMITE-ENTRADA NOT = SPACES
               IF FUNCTION TEST-NUMVAL(LIMITE-ENTRADA) NOT = 0
                   DISPLAY "LIMITE DE CREDITO INVALIDO"
                   MOVE "N" TO SW-CUENTA-VALIDA
               ELSE
               IF FUNCTION NUMVAL(LIMITE-ENTRADA) < ZERO
                   DISPLAY "EL LIMITE DE CREDITO NO PUEDE SER NEGATIVO"
                   MOVE "N" TO SW-CUENTA-VALIDA
               END-IF
               END-IF
           END-IF.
           IF TARJETA-CUENTA = SPACES
               DISPLAY "FALTA LA TARJETA DE LA CUENTA"
               MOVE "N" TO SW-CUENTA-VALIDA
           END-IF.
           IF CUENTA-VALIDA AND TARJHIS-DISPONIBLE
               MOVE TARJETA-CUENTA TO TAH-TARJETA
               READ TARJHIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "TARJETA YA EMITIDA AL CLIENTE "
                           TAH-CLI-ID
                       MOVE "N" TO SW-CUENTA-VALIDA
               END-READ
           END-IF.
           IF CUENTA-VALIDA
               MOVE REG-CLIENTES TO IMAGEN-ANTES
               MOVE TARJETA-CUENTA TO CLI-TARJETA
               READ CLIENTES KEY IS CLI-TARJETA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "TARJETA VIGENTE EN EL CLIENTE "
                           CLI-ID
                       MOVE "N" TO SW-CUENTA-VALIDA
               END-READ
               MOVE IMAGEN-ANTES TO REG-CLIENTES
           END-IF.
           IF CUENTA-VALIDA
               MOVE TARJETA-CUENTA TO CTA-TARJETA
               READ CUENTAS KEY IS CTA-TARJETA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "TARJETA YA ASIGNADA A LA CUENTA "
                           CTA-CLI-ID "-" CTA-SECUENCIA
                       MOVE "N" TO SW-CUENTA-VALIDA
               END-READ
           END-IF.

       GRABAR-CUENTA-NUEVA.
           MOVE SPACES TO REG-CUENTA.
           MOVE CLI-ID TO CTA-CLI-ID.
           COMPUTE CTA-SECUENCIA = CUENTA-ULTIMA-SEC + 1.
           MOVE TARJETA-CUENTA TO CTA-TARJETA.
           IF LIMITE-ENTRADA = SPACES
               IF CATEGORIA-EMPRESA
                   MOVE LIMITE-DEF-EMPRESA TO CTA-LIMITE-CREDITO
               ELSE
                   MOVE LIMITE-DEF-INDIVIDUO TO CTA-LIMITE-CREDITO
               END-IF
           ELSE
               COMPUTE CTA-LIMITE-CREDITO =
                   FUNCTION NUMVAL(LIMITE-ENTRADA)
           END-IF.
           MOVE ZERO TO CTA-SALDO.
           ACCEPT CTA-FECHA-APERTURA FROM DATE YYYYMMDD.
           MOVE ZERO TO CTA-FECHA-CIERRE.
           MOVE "A" TO CTA-ESTADO.
           PERFORM ESTAMPAR-AUDITORIA-CUENTA.
           WRITE REG-CUENTA
               INVALID KEY
                   DISPLAY "NO SE PUDO ABRIR LA CUENTA - ST="
                       ST-CUENTAS
               NOT INVALID KEY
                   DISPLAY "CUENTA " CTA-SECUENCIA " ABIERTA"
                   PERFORM REGISTRAR-TARJETA-CUENTA
           END-WRITE.

       REGISTRAR-TARJETA-CUENTA.
           IF TARJHIS-DISPONIBLE
               MOVE SPACES TO REG-TARJETA-HIS
               MOVE CTA-TARJETA TO TAH-TARJETA
               MOVE CLI-ID TO TAH-CLI-ID
               MOVE "A" TO TAH-ESTADO
               ACCEPT TAH-FECHA-EMISION FROM DATE YYYYMMDD
               MOVE USUARIO-FIRMADO TO TAH-USUARIO-EMISION
               MOVE ZERO TO TAH-FECHA-BLOQUEO
               MOVE ZERO TO TAH-HORA-BLOQUEO
               MOVE ZERO TO TAH-FECHA-ENVIO
               WRITE REG-TARJETA-HIS
                   INVALID KEY
                       DISPLAY "AVISO: TARJETA YA REGISTRADA EN "
                           "CliTarH.dat - CLI-ID " CLI-ID
               END-WRITE
           END-IF.

       CERRAR-CUENTA.
           DISPLAY "CUENTA A CERRAR: " WITH NO ADVANCING.
           ACCEPT CUENTA-BUSCADA FROM CONSOLE.
           IF CUENTA-BUSCADA = 1
               DISPLAY "LA CUENTA PRINCIPAL 001 NO SE CIERRA"
           ELSE
               MOVE CLI-ID TO CTA-CLI-ID
               MOVE CUENTA-BUSCADA TO CTA-SECUENCIA
               READ CUENTAS
                   INVALID KEY
                       DISPLAY "LA CUENTA NO EXISTE"
                   NOT INVALID KEY
                       PERFORM MARCAR-CIERRE-CUENTA
               END-READ
           END-IF.

       MARCAR-CIERRE-CUENTA.
           IF CTA-CERRADA
               DISPLAY "LA CUENTA YA ESTA CERRADA"
           ELSE
           IF CTA-SALDO NOT = ZERO
               DISPLAY "LA CUENTA TIENE SALDO " CTA-SALDO
                   " - NO SE CIERRA"
           ELSE
               DISPLAY "CONFIRMA CIERRE DE LA CUENTA " CTA-SECUENCIA
                   " (S/N): " WITH NO ADVANCING
               ACCEPT CONFIRMA FROM CONSOLE
               IF CONFIRMA = "S" OR CONFIRMA = "s"
                   MOVE "C" TO CTA-ESTADO
                   ACCEPT CTA-FECHA-CIERRE FROM DATE YYYYMMDD
                   PERFORM ESTAMPAR-AUDITORIA-CUENTA
                   REWRITE REG-CUENTA
                       INVALID KEY
                           DISPLAY "NO SE PUDO CERRAR LA CUENTA - ST="
                               ST-CUENTAS
                       NOT INVALID KEY
                           DISPLAY "CUENTA " CTA-SECUENCIA " CERRADA"
                   END-REWRITE
               ELSE
                   DISPLAY "CIERRE CANCELADO"
               END-IF
           END-IF
           END-IF.

       ESTAMPAR-AUDITORIA-CUENTA.
           ACCEPT CTA-ULT-FECHA-CAMBIO FROM DATE YYYYMMDD.
           ACCEPT CTA-ULT-HORA-CAMBIO FROM TIME.
           MOVE USUARIO-FIRMADO TO CTA-ULT-USUARIO.

      ******************************************************************
      * Un cliente que ya lleva cuentas no cambia CLI-SALDO desde el
      * cambio de datos: el saldo es la suma de sus cuentas y se
      * mueve por CLIPOST (ajustes via CLIAJUST). La tarjeta y el
      * limite del cliente se llevan a su cuenta principal.
      ******************************************************************
       CONSERVAR-SALDO-CUENTAS.
           IF CUENTAS-DISPONIBLES
               MOVE CLI-ID TO CTA-CLI-ID
               MOVE 1 TO CTA-SECUENCIA
               READ CUENTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLI-SALDO NOT = SALDO-ANTES
                           DISPLAY "CLIENTE CON CUENTAS: EL SALDO NO "
                               "SE CAMBIA AQUI (QUEDA " SALDO-ANTES ")"
                           MOVE SALDO-ANTES TO CLI-SALDO
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * Con CliTarH.dat la tarjeta vigente solo se reemplaza por un
      * evento de tarjeta, que deja bloqueada la anterior. Un cliente
      * sin tarjeta si puede recibir la primera en el cambio.
      ******************************************************************
       CONSERVAR-TARJETA.
           IF TARJHIS-DISPONIBLE AND TARJETA-ANTERIOR NOT = SPACES
               IF CLI-TARJETA NOT = TARJETA-ANTERIOR
                   DISPLAY "LA TARJETA SE CAMBIA POR LA OPCION F "
                       "(EVENTO DE TARJETA)"
                   MOVE TARJETA-ANTERIOR TO CLI-TARJETA
               END-IF
           END-IF.

       SINCRONIZAR-PRINCIPAL.
           IF CUENTAS-DISPONIBLES
               MOVE CLI-ID TO CTA-CLI-ID
               MOVE 1 TO CTA-SECUENCIA
               READ CUENTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-TARJETA TO CTA-TARJETA
                       IF CLI-LIMITE-CREDITO IS NUMERIC
                           MOVE CLI-LIMITE-CREDITO
                               TO CTA-LIMITE-CREDITO
                       END-IF
                       PERFORM ESTAMPAR-AUDITORIA-CUENTA
                       REWRITE REG-CUENTA
                           INVALID KEY
                               DISPLAY "AVISO: NO SE ACTUALIZO LA "
                                   "CUENTA 001 - ST=" ST-CUENTAS
                       END-REWRITE
               END-READ
           END-IF.

      ******************************************************************
      * Promesa de pago de un cliente sobregirado: se muestra el
      * estado de su ciclo de cobranza (CliCobr.dat) y se captura la
      * fecha prometida. Hasta esa fecha CLICOBR no le emite avisos;
      * pasada la fecha sin pago el ciclo sigue donde estaba. Cada
      * promesa queda en la historia de cobranza CliCobH.dat con el
      * operador firmado. El archivo se abre solo para esta opcion.
      ******************************************************************
       REGISTRAR-PROMESA.
           DISPLAY "CLI-ID: " WITH NO ADVANCING.
           ACCEPT ID-BUSCADO FROM CONSOLE.
           MOVE ID-BUSCADO TO CLI-ID.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NO EXISTE"
               NOT INVALID KEY
                   IF CLI-SALDO NOT < ZERO
                       DISPLAY "CLIENTE SIN SOBREGIRO - NO HAY "
                           "COBRANZA EN CURSO"
                   ELSE
                   IF NOT ESTADO-ACTIVO
                       DISPLAY "CLIENTE NO ACTIVO - NO RECIBE AVISOS"
                   ELSE
                       PERFORM CAPTURAR-PROMESA
                   END-IF
                   END-IF
           END-READ.

       CAPTURAR-PROMESA.
           OPEN I-O COBRANZAS.
           IF ST-COBRANZAS NOT = "00" AND ST-COBRANZAS NOT = "05"
               DISPLAY "NO SE PUDO ABRIR CliCobr.dat - ST="
                   ST-COBRANZAS
           ELSE
               MOVE "N" TO SW-EXISTE-COBRANZA
               MOVE CLI-ID TO COB-CLI-ID
               READ COBRANZAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO SW-EXISTE-COBRANZA
               END-READ
               PERFORM MOSTRAR-COBRANZA
               DISPLAY "FECHA PROMETIDA (AAAAMMDD, VACIO=CANCELAR): "
                   WITH NO ADVANCING
               ACCEPT PROMESA-ENTRADA FROM CONSOLE
               ACCEPT FECHA-ACTUAL FROM DATE YYYYMMDD
               IF PROMESA-ENTRADA = SPACES
                   DISPLAY "PROMESA NO REGISTRADA"
               ELSE
               IF PROMESA-ENTRADA IS NOT NUMERIC
                   DISPLAY "FECHA INVALIDA - DEBE SER AAAAMMDD"
               ELSE
                   MOVE PROMESA-ENTRADA TO PROMESA-FECHA
                   IF FUNCTION TEST-DATE-YYYYMMDD(PROMESA-FECHA)
                       NOT = 0
                       DISPLAY "FECHA INVALIDA - DEBE SER AAAAMMDD"
                   ELSE
                   IF PROMESA-FECHA NOT > FECHA-ACTUAL
                       DISPLAY "LA PROMESA DEBE SER A FECHA FUTURA"
                   ELSE
                       PERFORM GRABAR-PROMESA
                   END-IF
                   END-IF
               END-IF
               END-IF
               CLOSE COBRANZAS
           END-IF.

       MOSTRAR-COBRANZA.
           DISPLAY "CLIENTE       : " CLI-ID " " CLI-NOMBRE(1:30).
           DISPLAY "SALDO         : " CLI-SALDO.
           IF EXISTE-COBRANZA AND COB-EN-CICLO
               DISPLAY "EN SOBREGIRO  : " COB-FECHA-SOBREGIRO
               DISPLAY "ULTIMO AVISO  : NIVEL " COB-NIVEL " EL "
                   COB-FECHA-ULT-AVISO
               DISPLAY "PROMESA       : " COB-FECHA-PROMESA " "
                   COB-USUARIO-PROMESA
           ELSE
               DISPLAY "SIN AVISOS DE COBRANZA EN EL CICLO ACTUAL"
           END-IF.

      ******************************************************************
      * Un cliente sin ciclo abierto (sobregirado antes de que el
      * posteo llevara el ciclo, o con el ciclo cerrado) lo abre
      * aqui sin fecha de sobregiro; CLICOBR la fija en su pasada.
      ******************************************************************
       GRABAR-PROMESA.
           IF NOT EXISTE-COBRANZA
               MOVE SPACES TO REG-COBRANZA
               MOVE CLI-ID TO COB-CLI-ID
               MOVE ZERO TO COB-FECHA-REINICIO
           END-IF.
           IF NOT EXISTE-COBRANZA OR NOT COB-EN-CICLO
               MOVE "A" TO COB-ESTADO
               MOVE ZERO TO COB-NIVEL COB-FECHA-SOBREGIRO
                   COB-FECHA-ULT-AVISO COB-SALDO-ULT-AVISO
                   COB-CTA-AVISOS
           END-IF.
           MOVE PROMESA-FECHA TO COB-FECHA-PROMESA.
           MOVE USUARIO-FIRMADO TO COB-USUARIO-PROMESA.
           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE FECHA-ACTUAL TO COB-ULT-FECHA-CAMBIO.
           MOVE HORA-ACTUAL TO COB-ULT-HORA-CAMBIO.
           MOVE USUARIO-FIRMADO TO COB-ULT-USUARIO.
           IF EXISTE-COBRANZA
               REWRITE REG-COBRANZA
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LA PROMESA - ST="
                           ST-COBRANZAS
                   NOT INVALID KEY
                       PERFORM REGISTRAR-EVENTO-PROMESA
               END-REWRITE
           ELSE
               WRITE REG-COBRANZA
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LA PROMESA - ST="
                           ST-COBRANZAS
                   NOT INVALID KEY
                       PERFORM REGISTRAR-EVENTO-PROMESA
               END-WRITE
           END-IF.

       REGISTRAR-EVENTO-PROMESA.
           DISPLAY "PROMESA REGISTRADA HASTA " COB-FECHA-PROMESA
               " - SIN AVISOS HASTA ESA FECHA".
           MOVE CLI-ID TO CBH-CLI-ID.
           MOVE FECHA-ACTUAL TO CBH-FECHA.
           MOVE HORA-ACTUAL TO CBH-HORA.
           MOVE "PP" TO CBH-EVENTO.
           MOVE COB-NIVEL TO CBH-NIVEL.
           MOVE CLI-SALDO TO CBH-SALDO.
           MOVE COB-FECHA-PROMESA TO CBH-FECHA-PROMESA.
           MOVE "INICIO" TO CBH-PROGRAMA.
           MOVE USUARIO-FIRMADO TO CBH-USUARIO.
           MOVE SPACES TO CBH-REFERENCIA.
           OPEN EXTEND COBHIS.
           IF ST-COBHIS = "35"
               OPEN OUTPUT COBHIS
           END-IF.
           IF ST-COBHIS = "00" OR ST-COBHIS = "05"
               WRITE REG-COBHIS
               CLOSE COBHIS
           ELSE
               DISPLAY "AVISO: PROMESA SIN HISTORIA EN CliCobH.dat "
                   "- ST=" ST-COBHIS
           END-IF.

      ******************************************************************
      * Ordenes permanentes del cliente (CliOrd.dat): cargos o abonos
      * que CLIORDEN genera solos en CliMov.dat en cada vencimiento.
      * Se listan las del cliente, se da de alta una nueva (solo a un
      * cliente activo) o se cancela una activa; una orden cancelada
      * o terminada no se reactiva, se captura otra. El archivo se
      * abre solo para esta opcion.
      ******************************************************************
       MANTENER-ORDENES.
           DISPLAY "CLI-ID: " WITH NO ADVANCING.
           ACCEPT ID-BUSCADO FROM CONSOLE.
           MOVE ID-BUSCADO TO CLI-ID.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NO EXISTE"
               NOT INVALID KEY
                   OPEN I-O ORDENES
                   IF ST-ORDENES NOT = "00" AND ST-ORDENES NOT = "05"
                       DISPLAY "NO SE PUDO ABRIR CliOrd.dat - ST="
                           ST-ORDENES
                   ELSE
                       MOVE "N" TO SW-FIN-MENU-ORD
                       PERFORM MENU-ORDENES UNTIL FIN-MENU-ORD
                       CLOSE ORDENES
                   END-IF
           END-READ.

       MENU-ORDENES.
           DISPLAY "---------------------------------------------".
           DISPLAY "   ORDENES PERMANENTES DEL CLIENTE " CLI-ID " "
               CLI-NOMBRE(1:30).
           PERFORM LISTAR-ORDENES.
           DISPLAY "  1. ALTA DE ORDEN  2. CANCELAR ORDEN  3. REGRESAR".
           DISPLAY "  OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION-ORD FROM CONSOLE.
           EVALUATE OPCION-ORD
               WHEN "1" PERFORM ALTA-ORDEN
               WHEN "2" PERFORM CANCELAR-ORDEN
               WHEN "3" MOVE "S" TO SW-FIN-MENU-ORD
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       LISTAR-ORDENES.
           MOVE "N" TO SW-FIN-ORDENES.
           MOVE CLI-ID TO ORD-CLI-ID.
           START ORDENES KEY IS NOT LESS THAN ORD-CLI-ID
               INVALID KEY
                   MOVE "S" TO SW-FIN-ORDENES
           END-START.
           PERFORM LEER-ORDEN-CLIENTE UNTIL FIN-ORDENES.

       LEER-ORDEN-CLIENTE.
           READ ORDENES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ORDENES
           END-READ.
           IF NOT FIN-ORDENES
               IF ORD-CLI-ID NOT = CLI-ID
                   MOVE "S" TO SW-FIN-ORDENES
               ELSE
                   DISPLAY "  " ORD-NUMERO " " ORD-TIPO " "
                       ORD-IMPORTE " " ORD-ORIGEN " CTA " ORD-CUENTA
                       " " ORD-FRECUENCIA " PROX " ORD-PROX-VENCIMIENTO
                       " CUOTAS " ORD-CUOTAS-GENERADAS "/" ORD-CUOTAS
                       " " ORD-ESTADO
               END-IF
           END-IF.

      ******************************************************************
      * El numero de orden es el siguiente al mayor de CliOrd.dat: es
      * parte de la MOV-REFERENCIA de los movimientos generados, asi
      * que un numero no se reutiliza.
      ******************************************************************
       ALTA-ORDEN.
           IF NOT ESTADO-ACTIVO
               DISPLAY "SOLO UN CLIENTE ACTIVO PUEDE TENER ORDENES"
           ELSE
               PERFORM BUSCAR-ULTIMA-ORDEN
               IF ORDEN-ULTIMA >= 999999
                   DISPLAY "NUMERACION DE ORDENES AGOTADA"
               ELSE
                   PERFORM CAPTURAR-ORDEN
                   IF ORDEN-VALIDA
                       PERFORM GRABAR-ORDEN-NUEVA
                   ELSE
                       DISPLAY "ORDEN NO GRABADA: " MOTIVO-RECHAZO
                   END-IF
               END-IF
           END-IF.

       BUSCAR-ULTIMA-ORDEN.
           MOVE ZERO TO ORDEN-ULTIMA.
           MOVE "N" TO SW-FIN-ORDENES.
           MOVE ZERO TO ORD-NUMERO.
           START ORDENES KEY IS NOT LESS THAN ORD-NUMERO
               INVALID KEY
                   MOVE "S" TO SW-FIN-ORDENES
           END-START.
           PERFORM LEER-NUMERO-ORDEN UNTIL FIN-ORDENES.

       LEER-NUMERO-ORDEN.
           READ ORDENES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ORDENES
           END-READ.
           IF NOT FIN-ORDENES
               MOVE ORD-NUMERO TO ORDEN-ULTIMA
           END-IF.

       CAPTURAR-ORDEN.
           MOVE "S" TO SW-ORDEN-VALIDA.
           MOVE SPACES TO MOTIVO-RECHAZO.
           MOVE SPACES TO REG-ORDEN.
           COMPUTE ORD-NUMERO = ORDEN-ULTIMA + 1.
           MOVE CLI-ID TO ORD-CLI-ID.
           DISPLAY "CUENTA (VACIO=001): " WITH NO ADVANCING.
           ACCEPT ORDEN-CUENTA-ENT FROM CONSOLE.
           DISPLAY "TIPO (D=CARGO C=ABONO): " WITH NO ADVANCING.
           ACCEPT ORD-TIPO FROM CONSOLE.
           DISPLAY "IMPORTE: " WITH NO ADVANCING.
           ACCEPT ORDEN-IMPORTE-ENT FROM CONSOLE.
           DISPLAY "CODIGO DE ORIGEN (VACIO=ORDEN): " WITH NO ADVANCING.
           ACCEPT ORD-ORIGEN FROM CONSOLE.
           DISPLAY "FRECUENCIA (S=SEMANAL Q=QUINCENAL M=MENSUAL "
               "T=TRIMESTRAL A=ANUAL): " WITH NO ADVANCING.
           ACCEPT ORD-FRECUENCIA FROM CONSOLE.
           DISPLAY "PRIMER VENCIMIENTO (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT ORDEN-INICIO-ENT FROM CONSOLE.
           DISPLAY "FECHA FIN (AAAAMMDD, VACIO=SIN FECHA): "
               WITH NO ADVANCING.
           ACCEPT ORDEN-FIN-ENT FROM CONSOLE.
           DISPLAY "NUMERO DE CUOTAS (VACIO=SIN LIMITE): "
               WITH NO ADVANCING.
           ACCEPT ORDEN-CUOTAS-ENT FROM CONSOLE.
           IF ORD-ORIGEN = SPACES
               MOVE "ORDEN" TO ORD-ORIGEN
           END-IF.
           PERFORM VALIDAR-ORDEN-CUENTA.
           IF ORDEN-VALIDA
               PERFORM VALIDAR-ORDEN-DATOS
           END-IF.
           IF ORDEN-VALIDA
               PERFORM VALIDAR-ORDEN-FECHAS
           END-IF.

      ******************************************************************
      * La cuenta tiene que ser del cliente y estar abierta; sin
      * CliCta.dat solo existe la principal 001.
      ******************************************************************
       VALIDAR-ORDEN-CUENTA.
           IF ORDEN-CUENTA-ENT = SPACES
               MOVE 1 TO ORD-CUENTA
           ELSE
           IF FUNCTION TEST-NUMVAL(ORDEN-CUENTA-ENT) NOT = 0
               MOVE "N" TO SW-ORDEN-VALIDA
               MOVE "CUENTA INVALIDA" TO MOTIVO-RECHAZO
           ELSE
               COMPUTE ORD-CUENTA = FUNCTION NUMVAL(ORDEN-CUENTA-ENT)
           END-IF
           END-IF.
           IF ORDEN-VALIDA AND ORD-CUENTA NOT = 1
               IF NOT CUENTAS-DISPONIBLES
                   MOVE "N" TO SW-ORDEN-VALIDA
                   MOVE "SIN CliCta.dat SOLO HAY CUENTA 001"
                       TO MOTIVO-RECHAZO
               ELSE
                   MOVE CLI-ID TO CTA-CLI-ID
                   MOVE ORD-CUENTA TO CTA-SECUENCIA
                   READ CUENTAS
                       INVALID KEY
                           MOVE "N" TO SW-ORDEN-VALIDA
                           MOVE "LA CUENTA NO EXISTE" TO MOTIVO-RECHAZO
                       NOT INVALID KEY
                           IF CTA-CERRADA
                               MOVE "N" TO SW-ORDEN-VALIDA
                               MOVE "LA CUENTA ESTA CERRADA"
                                   TO MOTIVO-RECHAZO
                           END-IF
                   END-READ
               END-IF
           END-IF.

       VALIDAR-ORDEN-DATOS.
           IF NOT ORD-TIPO-VALIDO
               MOVE "N" TO SW-ORDEN-VALIDA
               MOVE "TIPO DEBE SER D O C" TO MOTIVO-RECHAZO
           ELSE
           IF FUNCTION TEST-NUMVAL(ORDEN-IMPORTE-ENT) NOT = 0
               MOVE "N" TO SW-ORDEN-VALIDA
               MOVE "IMPORTE INVALIDO" TO MOTIVO-RECHAZO
           ELSE
               COMPUTE ORD-IMPORTE = FUNCTION NUMVAL(ORDEN-IMPORTE-ENT)
               IF ORD-IMPORTE NOT > ZERO
                   MOVE "N" TO SW-ORDEN-VALIDA
                   MOVE "EL IMPORTE DEBE SER MAYOR QUE CERO"
                       TO MOTIVO-RECHAZO
               ELSE
               IF NOT ORD-FRECUENCIA-VALIDA
                   MOVE "N" TO SW-ORDEN-VALIDA
                   MOVE "FRECUENCIA INVALIDA" TO MOTIVO-RECHAZO
               END-IF
               END-IF
           END-IF
           END-IF.

      ******************************************************************
      * El primer vencimiento no puede ser anterior a hoy (CLIORDEN
      * generaria de golpe todo lo atrasado); la fecha fin, si la hay,
      * no puede ser anterior al primer vencimiento.
      ******************************************************************
       VALIDAR-ORDEN-FECHAS.
           ACCEPT FECHA-ACTUAL FROM DATE YYYYMMDD.
           IF ORDEN-INICIO-ENT IS NOT NUMERIC
               MOVE "N" TO SW-ORDEN-VALIDA
               MOVE "PRIMER VENCIMIENTO DEBE SER AAAAMMDD"
                   TO MOTIVO-RECHAZO
           ELSE
               MOVE ORDEN-INICIO-ENT TO ORD-FECHA-INICIO
               IF FUNCTION TEST-DATE-YYYYMMDD(ORD-FECHA-INICIO)
                   NOT = 0
                   MOVE "N" TO SW-ORDEN-VALIDA
                   MOVE "PRIMER VENCIMIENTO DEBE SER AAAAMMDD"
                       TO MOTIVO-RECHAZO
               ELSE
               IF ORD-FECHA-INICIO < FECHA-ACTUAL
                   MOVE "N" TO SW-ORDEN-VALIDA
                   MOVE "EL PRIMER VENCIMIENTO YA PASO"
                       TO MOTIVO-RECHAZO
               END-IF
               END-IF
           END-IF.
           IF ORDEN-VALIDA
               IF ORDEN-FIN-ENT = SPACES
                   MOVE ZERO TO ORD-FECHA-FIN
               ELSE
               IF ORDEN-FIN-ENT IS NOT NUMERIC
                   MOVE "N" TO SW-ORDEN-VALIDA
                   MOVE "FECHA FIN DEBE SER AAAAMMDD" TO MOTIVO-RECHAZO
               ELSE
                   MOVE ORDEN-FIN-ENT TO ORD-FECHA-FIN
                   IF FUNCTION TEST-DATE-YYYYMMDD(ORD-FECHA-FIN)
                       NOT = 0
                       MOVE "N" TO SW-ORDEN-VALIDA
                       MOVE "FECHA FIN DEBE SER AAAAMMDD"
                           TO MOTIVO-RECHAZO
                   ELSE
                   IF ORD-FECHA-FIN < ORD-FECHA-INICIO
                       MOVE "N" TO SW-ORDEN-VALIDA
                       MOVE "FECHA FIN ANTERIOR AL PRIMER VENCIMIENTO"
                           TO MOTIVO-RECHAZO
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.
           IF ORDEN-VALIDA
               IF ORDEN-CUOTAS-ENT = SPACES
                   MOVE ZERO TO ORD-CUOTAS
               ELSE
               IF FUNCTION TEST-NUMVAL(ORDEN-CUOTAS-ENT) NOT = 0
                   MOVE "N" TO SW-ORDEN-VALIDA
                   MOVE "NUMERO DE CUOTAS INVALIDO" TO MOTIVO-RECHAZO
               ELSE
                   COMPUTE ORD-CUOTAS =
                       FUNCTION NUMVAL(ORDEN-CUOTAS-ENT)
               END-IF
               END-IF
           END-IF.

       GRABAR-ORDEN-NUEVA.
           MOVE ZERO TO ORD-OCURRENCIAS ORD-CUOTAS-GENERADAS
               ORD-ULT-GENERACION ORD-FECHA-BAJA.
           MOVE SPACES TO ORD-ULT-REFERENCIA.
           MOVE ORD-FECHA-INICIO TO ORD-PROX-VENCIMIENTO.
           MOVE FECHA-ACTUAL TO ORD-FECHA-ALTA.
           MOVE "A" TO ORD-ESTADO.
           PERFORM ESTAMPAR-AUDITORIA-ORDEN.
           WRITE REG-ORDEN
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA ORDEN - ST="
                       ST-ORDENES
               NOT INVALID KEY
                   DISPLAY "ORDEN " ORD-NUMERO " GRABADA - PRIMER "
                       "VENCIMIENTO " ORD-PROX-VENCIMIENTO
           END-WRITE.

       CANCELAR-ORDEN.
           DISPLAY "ORDEN A CANCELAR: " WITH NO ADVANCING.
           ACCEPT ORDEN-BUSCADA FROM CONSOLE.
           MOVE ORDEN-BUSCADA TO ORD-NUMERO.
           READ ORDENES
               INVALID KEY
                   DISPLAY "LA ORDEN NO EXISTE"
               NOT INVALID KEY
                   IF ORD-CLI-ID NOT = CLI-ID
                       DISPLAY "LA ORDEN NO ES DE ESTE CLIENTE"
                   ELSE
                   IF NOT ORD-ACTIVA
                       DISPLAY "LA ORDEN NO ESTA ACTIVA"
                   ELSE
                       PERFORM MARCAR-CANCELACION-ORDEN
                   END-IF
                   END-IF
           END-READ.

       MARCAR-CANCELACION-ORDEN.
           DISPLAY "CONFIRMA CANCELACION DE LA ORDEN " ORD-NUMERO
               " (S/N): " WITH NO ADVANCING.
           ACCEPT CONFIRMA FROM CONSOLE.
           IF CONFIRMA = "S" OR CONFIRMA = "s"
               MOVE "C" TO ORD-ESTADO
               ACCEPT ORD-FECHA-BAJA FROM DATE YYYYMMDD
               PERFORM ESTAMPAR-AUDITORIA-ORDEN
               REWRITE REG-ORDEN
                   INVALID KEY
                       DISPLAY "NO SE PUDO CANCELAR LA ORDEN - ST="
                           ST-ORDENES
                   NOT INVALID KEY
                       DISPLAY "ORDEN " ORD-NUMERO " CANCELADA"
               END-REWRITE
           ELSE
               DISPLAY "CANCELACION NO REALIZADA"
           END-IF.

       ESTAMPAR-AUDITORIA-ORDEN.
           ACCEPT ORD-ULT-FECHA-CAMBIO FROM DATE YYYYMMDD.
           ACCEPT ORD-ULT-HORA-CAMBIO FROM TIME.
           MOVE USUARIO-FIRMADO TO ORD-ULT-USUARIO.

      ******************************************************************
      * Eventos de tarjeta: perdida, robo, reposicion y renovacion.
      * La tarjeta vigente queda bloqueada en CliTarH.dat con fecha,
      * motivo y la tarjeta que la reemplaza, y la nueva pasa a
      * CLI-TARJETA (y a la cuenta principal). Perdida y robo pueden
      * ser solo bloqueo, sin tarjeta nueva; reposicion y renovacion
      * piden siempre la nueva y solo para un cliente activo. CLIBLOQ
      * lleva los bloqueos del dia al procesador de tarjetas.
      * Los eventos son solo sobre la tarjeta principal: la de una
      * cuenta adicional queda registrada en CliTarH.dat al abrir la
      * cuenta (no se vuelve a emitir), pero no se bloquea ni se
      * repone desde aqui.
      ******************************************************************
       EVENTO-TARJETA.
           IF NOT TARJHIS-DISPONIBLE
               DISPLAY "SIN CliTarH.dat NO HAY EVENTOS DE TARJETA"
           ELSE
               DISPLAY "CLI-ID: " WITH NO ADVANCING
               ACCEPT ID-BUSCADO FROM CONSOLE
               MOVE ID-BUSCADO TO CLI-ID
               READ CLIENTES
                   INVALID KEY
                       DISPLAY "CLIENTE NO EXISTE"
                   NOT INVALID KEY
                       IF CLI-TARJETA = SPACES
                           DISPLAY "EL CLIENTE NO TIENE TARJETA VIGENTE"
                       ELSE
                           PERFORM MENU-EVENTO-TARJETA
                       END-IF
               END-READ
           END-IF.

       MENU-EVENTO-TARJETA.
           DISPLAY "CLIENTE " CLI-ID " " CLI-NOMBRE(1:30) " "
               CLI-ESTADO.
           CALL "CLIMASK" USING CLI-TARJETA TARJETA-MASCARA.
           DISPLAY "TARJETA VIGENTE: " TARJETA-MASCARA(1:20).
           PERFORM LISTAR-HISTORIAL-TARJETAS.
           DISPLAY "  1. PERDIDA 2. ROBO 3. REPOSICION 4. RENOVACION".
           DISPLAY "  5. REGRESAR".
           DISPLAY "  OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION-TARJ FROM CONSOLE.
           EVALUATE OPCION-TARJ
               WHEN "1" MOVE "P" TO MOTIVO-EVENTO
               WHEN "2" MOVE "R" TO MOTIVO-EVENTO
               WHEN "3" MOVE "S" TO MOTIVO-EVENTO
               WHEN "4" MOVE "V" TO MOTIVO-EVENTO
               WHEN "5" MOVE SPACE TO MOTIVO-EVENTO
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
                   MOVE SPACE TO MOTIVO-EVENTO
           END-EVALUATE.
           IF MOTIVO-EVENTO NOT = SPACE
               IF EVENTO-REEMPLAZO AND NOT ESTADO-ACTIVO
                   DISPLAY "SOLO UN CLIENTE ACTIVO RECIBE TARJETA NUEVA"
               ELSE
                   PERFORM CAPTURAR-EVENTO-TARJETA
               END-IF
           END-IF.

      ******************************************************************
      * Todas las tarjetas que tuvo el cliente, por la clave alterna
      * TAH-CLI-ID; el numero siempre enmascarado.
      ******************************************************************
       LISTAR-HISTORIAL-TARJETAS.
           MOVE CLI-ID TO TAH-CLI-ID.
           MOVE "N" TO SW-FIN-TARJHIS.
           START TARJHIS KEY IS NOT LESS THAN TAH-CLI-ID
               INVALID KEY
                   MOVE "S" TO SW-FIN-TARJHIS
           END-START.
           IF NOT FIN-TARJHIS
               DISPLAY "HISTORIA DE TARJETAS:"
               DISPLAY "  TARJETA              EST EMISION  BLOQUEO  "
                   "MOTIVO"
           END-IF.
           PERFORM LEER-HISTORIAL-TARJETA UNTIL FIN-TARJHIS.

       LEER-HISTORIAL-TARJETA.
           READ TARJHIS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-TARJHIS
           END-READ.
           IF NOT FIN-TARJHIS
               IF TAH-CLI-ID NOT = CLI-ID
                   MOVE "S" TO SW-FIN-TARJHIS
               ELSE
                   CALL "CLIMASK" USING TAH-TARJETA TARJETA-MASCARA
                   PERFORM DESCRIBIR-MOTIVO-TARJETA
                   DISPLAY "  " TARJETA-MASCARA(1:20) " " TAH-ESTADO
                       "   " TAH-FECHA-EMISION " " TAH-FECHA-BLOQUEO
                       " " MOTIVO-TARJETA-TEXTO
               END-IF
           END-IF.

       DESCRIBIR-MOTIVO-TARJETA.
           EVALUATE TRUE
               WHEN TAH-POR-PERDIDA
                   MOVE "PERDIDA" TO MOTIVO-TARJETA-TEXTO
               WHEN TAH-POR-ROBO
                   MOVE "ROBO" TO MOTIVO-TARJETA-TEXTO
               WHEN TAH-POR-REPOSICION
                   MOVE "REPOSICION" TO MOTIVO-TARJETA-TEXTO
               WHEN TAH-POR-RENOVACION
                   MOVE "RENOVACION" TO MOTIVO-TARJETA-TEXTO
               WHEN OTHER
                   MOVE SPACES TO MOTIVO-TARJETA-TEXTO
           END-EVALUATE.

       CAPTURAR-EVENTO-TARJETA.
           DISPLAY "OBSERVACION: " WITH NO ADVANCING.
           ACCEPT OBSERVACION-EVENTO FROM CONSOLE.
           IF EVENTO-BLOQUEO
               DISPLAY "TARJETA NUEVA (VACIO = SOLO BLOQUEO): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "TARJETA NUEVA: " WITH NO ADVANCING
           END-IF.
           ACCEPT TARJETA-NUEVA FROM CONSOLE.
           PERFORM VALIDAR-TARJETA-NUEVA.
           IF TARJETA-VALIDA
               CALL "CLIMASK" USING CLI-TARJETA TARJETA-MASCARA
               DISPLAY "CONFIRMA BLOQUEO DE LA TARJETA "
                   TARJETA-MASCARA(1:20) " (S/N): " WITH NO ADVANCING
               ACCEPT CONFIRMA FROM CONSOLE
               IF CONFIRMA = "S" OR CONFIRMA = "s"
                   PERFORM APLICAR-EVENTO-TARJETA
               ELSE
                   DISPLAY "EVENTO NO REALIZADO"
               END-IF
           END-IF.

      ******************************************************************
      * La tarjeta nueva no puede haber sido emitida antes (a este o
      * a otro cliente) ni estar vigente en otro cliente. La busqueda
      * por la clave alterna CLI-TARJETA pisa REG-CLIENTES, por eso
      * se guarda y se repone el registro del cliente.
      ******************************************************************
       VALIDAR-TARJETA-NUEVA.
           MOVE "S" TO SW-TARJETA-VALIDA.
           IF TARJETA-NUEVA = SPACES
               IF EVENTO-REEMPLAZO
                   DISPLAY "FALTA LA TARJETA NUEVA"
                   MOVE "N" TO SW-TARJETA-VALIDA
               END-IF
           ELSE
           IF NOT ESTADO-ACTIVO
               DISPLAY "CLIENTE NO ACTIVO: SOLO SE BLOQUEA LA TARJETA"
               MOVE "N" TO SW-TARJETA-VALIDA
           ELSE
           IF TARJETA-NUEVA = CLI-TARJETA
               DISPLAY "LA TARJETA NUEVA ES LA MISMA QUE LA VIGENTE"
               MOVE "N" TO SW-TARJETA-VALIDA
           ELSE
               MOVE TARJETA-NUEVA TO TAH-TARJETA
               READ TARJHIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "TARJETA YA EMITIDA AL CLIENTE "
                           TAH-CLI-ID
                       MOVE "N" TO SW-TARJETA-VALIDA
               END-READ
               IF TARJETA-VALIDA
                   MOVE REG-CLIENTES TO IMAGEN-ANTES
                   MOVE TARJETA-NUEVA TO CLI-TARJETA
                   READ CLIENTES KEY IS CLI-TARJETA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DISPLAY "TARJETA VIGENTE EN EL CLIENTE "
                               CLI-ID
                           MOVE "N" TO SW-TARJETA-VALIDA
                   END-READ
                   MOVE IMAGEN-ANTES TO REG-CLIENTES
               END-IF
           END-IF
           END-IF
           END-IF.

       APLICAR-EVENTO-TARJETA.
           MOVE REG-CLIENTES TO IMAGEN-ANTES.
           MOVE CLI-TARJETA TO TARJETA-ANTERIOR.
           MOVE TARJETA-NUEVA TO CLI-TARJETA.
           PERFORM ESTAMPAR-AUDITORIA.
           REWRITE REG-CLIENTES
               INVALID KEY
                   PERFORM MOSTRAR-ERROR-CAMBIO
               NOT INVALID KEY
                   MOVE "C" TO OPERACION-JORNAL
                   PERFORM GRABAR-JORNAL
                   PERFORM SINCRONIZAR-PRINCIPAL
                   PERFORM BLOQUEAR-TARJETA-ANTERIOR
                   PERFORM REGISTRAR-TARJETA-EMITIDA
                   CALL "CLIMASK" USING TARJETA-ANTERIOR
                       TARJETA-MASCARA
                   DISPLAY "TARJETA " TARJETA-MASCARA(1:20)
                       " BLOQUEADA"
                   IF CLI-TARJETA NOT = SPACES
                       CALL "CLIMASK" USING CLI-TARJETA TARJETA-MASCARA
                       DISPLAY "TARJETA NUEVA " TARJETA-MASCARA(1:20)
                           " EMITIDA"
                   END-IF
           END-REWRITE.

      ******************************************************************
      * Una tarjeta emitida antes de existir CliTarH.dat no tiene
      * registro: se crea ya bloqueado y sin fecha de emision.
      ******************************************************************
       BLOQUEAR-TARJETA-ANTERIOR.
           MOVE TARJETA-ANTERIOR TO TAH-TARJETA.
           READ TARJHIS
               INVALID KEY
                   MOVE "N" TO SW-EXISTE-TARJHIS
                   MOVE SPACES TO REG-TARJETA-HIS
                   MOVE TARJETA-ANTERIOR TO TAH-TARJETA
                   MOVE ZERO TO TAH-FECHA-EMISION
               NOT INVALID KEY
                   MOVE "S" TO SW-EXISTE-TARJHIS
           END-READ.
           MOVE CLI-ID TO TAH-CLI-ID.
           MOVE "B" TO TAH-ESTADO.
           ACCEPT TAH-FECHA-BLOQUEO FROM DATE YYYYMMDD.
           ACCEPT TAH-HORA-BLOQUEO FROM TIME.
           MOVE USUARIO-FIRMADO TO TAH-USUARIO-BLOQUEO.
           MOVE MOTIVO-EVENTO TO TAH-MOTIVO.
           MOVE OBSERVACION-EVENTO TO TAH-OBSERVACION.
           MOVE TARJETA-NUEVA TO TAH-TARJETA-NUEVA.
           MOVE ZERO TO TAH-FECHA-ENVIO.
           IF EXISTE-TARJHIS
               REWRITE REG-TARJETA-HIS
                   INVALID KEY
                       DISPLAY "AVISO: BLOQUEO NO GRABADO EN "
                           "CliTarH.dat - ST=" ST-TARJHIS
               END-REWRITE
           ELSE
               WRITE REG-TARJETA-HIS
                   INVALID KEY
                       DISPLAY "AVISO: BLOQUEO NO GRABADO EN "
                           "CliTarH.dat - ST=" ST-TARJHIS
               END-WRITE
           END-IF.

      ******************************************************************
      * Alta en CliTarH.dat de la tarjeta que el cliente acaba de
      * recibir (alta, carga masiva, primera tarjeta en un cambio o
      * evento de tarjeta). Una tarjeta ya registrada solo se avisa.
      ******************************************************************
       REGISTRAR-TARJETA-EMITIDA.
           IF TARJHIS-DISPONIBLE AND CLI-TARJETA NOT = SPACES
               MOVE SPACES TO REG-TARJETA-HIS
               MOVE CLI-TARJETA TO TAH-TARJETA
               MOVE CLI-ID TO TAH-CLI-ID
               MOVE "A" TO TAH-ESTADO
               ACCEPT TAH-FECHA-EMISION FROM DATE YYYYMMDD
               MOVE USUARIO-FIRMADO TO TAH-USUARIO-EMISION
               MOVE ZERO TO TAH-FECHA-BLOQUEO
               MOVE ZERO TO TAH-HORA-BLOQUEO
               MOVE ZERO TO TAH-FECHA-ENVIO
               WRITE REG-TARJETA-HIS
                   INVALID KEY
                       DISPLAY "AVISO: TARJETA YA REGISTRADA EN "
                           "CliTarH.dat - CLI-ID " CLI-ID
               END-WRITE
           END-IF.

      ******************************************************************
      * Mantenimiento del maestro de operadores CliOper.dat (solo
      * supervisores): alta, cambio, baja logica y consulta. La baja
           ACCEPT CLI-TARJETA FROM CONSOLE.
           DISPLAY "RAZON SOCIAL: " WITH NO ADVANCING.
           ACCEPT CLI-RAZONSOCIAL FROM CONSOLE.
           DISPLAY "RFC (12 EMPRESA / 13 INDIVIDUO): "
               WITH NO ADVANCING.
           ACCEPT CLI-RFC FROM CONSOLE.
           DISPLAY "SALDO INICIAL: " WITH NO ADVANCING.
           ACCEPT CLI-SALDO FROM CONSOLE.
           DISPLAY "LIMITE DE CREDITO (VACIO=DEFAULT CATEGORIA): "
               MOVE CARGA-CLI-TARJETA TO CLI-TARJETA
               MOVE CARGA-CLI-RAZONSOCIAL TO CLI-RAZONSOCIAL
               MOVE CARGA-CLI-SALDO TO CLI-SALDO
               MOVE CARGA-CLI-RFC TO CLI-RFC
      *        El feed de carga no trae limite de credito: se aplica
      *        el default de la categoria.
               PERFORM APLICAR-LIMITE-DEFAULT
               MOVE SPACES TO TARJETA-ANTERIOR
               PERFORM VALIDAR-CLIENTE
               IF DATOS-VALIDOS
                   MOVE "A" TO CLI-ESTADO
                           MOVE SPACES TO IMAGEN-ANTES
                           MOVE "A" TO OPERACION-JORNAL
                           PERFORM GRABAR-JORNAL
                           PERFORM REGISTRAR-TARJETA-EMITIDA
                   END-WRITE
               ELSE
                   PERFORM ENVIAR-A-SUSPENSO
