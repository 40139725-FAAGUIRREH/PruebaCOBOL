002120*   02/09/2026  RE   SECUENCIA DE REFERENCIA A 6 DIGITOS CON
002140*                    TOPE DURO (RC=99) PARA NUNCA REPETIR
002160*                    REFERENCIAS DENTRO DE UNA CORRIDA.
002170*   15/10/2026  RE   EL CARGO SE CALCULA SOBRE CLI-SALDO (TOTAL DE
002180*                    LAS CUENTAS) Y VA A LA CUENTA PRINCIPAL.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. CLIINTER.
026100     MOVE DL350-CARGO TO MOV-IMPORTE.
026200     MOVE "INTERES" TO MOV-ORIGEN.
026300     MOVE DL350-REFERENCIA TO MOV-REFERENCIA.
026310*    El sobregiro es del cliente: el cargo va a la cuenta
026320*    principal 001.
026330     MOVE 1 TO MOV-CUENTA.
026400     WRITE REG-MOV.
026500     IF ST-MOVFILE NOT = "00"
026600         DISPLAY "CLIINTER: ERROR ESCRIBIENDO CLIMOV.DAT - ST="
