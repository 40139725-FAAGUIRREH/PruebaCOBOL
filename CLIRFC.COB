000100******************************************************************
000200* PROGRAM-ID: CLIRFC
000300* AUTHOR:     R. ESPINOZA - SISTEMAS ADMINISTRATIVOS
000400* INSTALLATION: DEPTO. DE SISTEMAS
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:    Subrutina comun de validacion de CLI-RFC. Recibe
000800*             la categoria y el RFC del cliente y devuelve si es
000900*             valido y, si no, el motivo para Suspenso.dat. Las
001000*             empresas (E) llevan RFC de 12 posiciones (3 letras,
001100*             fecha AAMMDD y homoclave de 3); los individuos (I)
001200*             de 13 (4 letras, fecha y homoclave). La ultima
001300*             posicion es el digito verificador modulo 11. El RFC
001400*             vuelve convertido a mayusculas. En blanco se acepta
001500*             (clientes anteriores al campo); una categoria que
001600*             no es I ni E la rechaza quien llama. La usan
001700*             VALIDAR-CLIENTE y la carga masiva de "Inicio" y
001800*             CLISUSPR, para que los tres apliquen la misma
001900*             regla.
002000*
002100* MODIFICATION HISTORY:
002200*   15/10/2026  RE   VERSION INICIAL.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. CLIRFC.
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SPECIAL-NAMES.
002900     CLASS RFC-LETRA IS "A" THRU "Z" "&"
003000     CLASS RFC-ALFANUM IS "A" THRU "Z" "0" THRU "9".
003100 DATA DIVISION.
003200 WORKING-STORAGE SECTION.
003300
003400 77  RFC-POS                  PIC 9(02) COMP.
003500 77  RFC-VALOR                PIC 9(02) COMP.
003600 77  RFC-SUMA                 PIC 9(05) COMP.
003700 77  RFC-COCIENTE             PIC 9(05) COMP.
003800 77  RFC-RESIDUO              PIC 9(02) COMP.
003900 77  RFC-DIGITO-NUM           PIC 9(02).
004000 77  RFC-DIGITO               PIC X.
004100
004200* Valor de cada caracter para el digito verificador: su
004300* posicion en la tabla menos uno (el espacio vale 37).
004400 77  RFC-TABLA                PIC X(38)
004500     VALUE "0123456789ABCDEFGHIJKLMN&OPQRSTUVWXYZ ".
004600
004700* RFC en forma de 13 posiciones: el de empresa lleva un espacio
004800* al frente, asi la fecha y el digito quedan en el mismo lugar.
004900 01  RFC-TRABAJO              PIC X(13).
005000 01  RFC-TRABAJO-R REDEFINES RFC-TRABAJO.
005100     05 RFC-CARACTER          PIC X OCCURS 13 TIMES.
005200 01  RFC-TRABAJO-F REDEFINES RFC-TRABAJO.
005300     05 FILLER                PIC X(04).
005400     05 RFC-FEC-ANIO          PIC 9(02).
005500     05 RFC-FEC-MES           PIC 9(02).
005600     05 RFC-FEC-DIA           PIC 9(02).
005700     05 FILLER                PIC X(03).
005800
005900 01  RFC-DIAS-MES-VAL.
006000     05 FILLER                PIC X(24)
006100        VALUE "312931303130313130313031".
006200 01  RFC-DIAS-MES-R REDEFINES RFC-DIAS-MES-VAL.
006300     05 RFC-DIAS-MES          PIC 9(02) OCCURS 12 TIMES.
006400
006500 LINKAGE SECTION.
006600
006700 01  RFC-CATEGORIA            PIC X.
006800     88 RFC-EMPRESA           VALUE "E".
006900     88 RFC-INDIVIDUO         VALUE "I".
007000 01  RFC-NUMERO               PIC X(13).
007100 01  RFC-RESULTADO            PIC X.
007200     88 RFC-VALIDO            VALUE "S".
007300 01  RFC-MOTIVO               PIC X(40).
007400
007500 PROCEDURE DIVISION USING RFC-CATEGORIA RFC-NUMERO
007600     RFC-RESULTADO RFC-MOTIVO.
007700
007800 0000-MAINLINE.
007900     MOVE "S" TO RFC-RESULTADO.
008000     MOVE SPACES TO RFC-MOTIVO.
008100     INSPECT RFC-NUMERO CONVERTING
008200         "abcdefghijklmnopqrstuvwxyz"
008300         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
008400     IF RFC-NUMERO = SPACES
008500         GO TO 0000-SALIR
008600     END-IF.
008700     IF RFC-EMPRESA
008800         PERFORM 1000-FORMATO-EMPRESA
008900             THRU 1000-FORMATO-EMPRESA-EXIT
009000     ELSE
009100     IF RFC-INDIVIDUO
009200         PERFORM 1100-FORMATO-INDIVIDUO
009300             THRU 1100-FORMATO-INDIVIDUO-EXIT
009400     ELSE
009500         GO TO 0000-SALIR
009600     END-IF
009700     END-IF.
009800     IF NOT RFC-VALIDO
009900         GO TO 0000-SALIR
010000     END-IF.
010100     PERFORM 2000-VALIDAR-FECHA THRU 2000-VALIDAR-FECHA-EXIT.
010200     IF NOT RFC-VALIDO
010300         GO TO 0000-SALIR
010400     END-IF.
010500     PERFORM 3000-VALIDAR-DIGITO THRU 3000-VALIDAR-DIGITO-EXIT.
010600 0000-SALIR.
010700     GOBACK.
010800
010900******************************************************************
011000* 1000-FORMATO-EMPRESA - 3 letras, 6 digitos, homoclave de 3 y
011100*                        la posicion 13 en blanco.
011200******************************************************************
011300 1000-FORMATO-EMPRESA.
011400     IF RFC-NUMERO(1:3) IS NOT RFC-LETRA
011500         OR RFC-NUMERO(4:6) IS NOT NUMERIC
011600         OR RFC-NUMERO(10:3) IS NOT RFC-ALFANUM
011700         OR RFC-NUMERO(13:1) NOT = SPACE
011800         MOVE "N" TO RFC-RESULTADO
011900         MOVE "RFC CON FORMATO INVALIDO PARA EMPRESA"
012000             TO RFC-MOTIVO
012100         GO TO 1000-FORMATO-EMPRESA-EXIT
012200     END-IF.
012300     MOVE SPACE TO RFC-TRABAJO(1:1).
012400     MOVE RFC-NUMERO(1:12) TO RFC-TRABAJO(2:12).
012500 1000-FORMATO-EMPRESA-EXIT.
012600     EXIT.
012700
012800******************************************************************
012900* 1100-FORMATO-INDIVIDUO - 4 letras, 6 digitos y homoclave de 3.
013000******************************************************************
013100 1100-FORMATO-INDIVIDUO.
013200     IF RFC-NUMERO(1:4) IS NOT RFC-LETRA
013300         OR RFC-NUMERO(5:6) IS NOT NUMERIC
013400         OR RFC-NUMERO(11:3) IS NOT RFC-ALFANUM
013500         MOVE "N" TO RFC-RESULTADO
013600         MOVE "RFC CON FORMATO INVALIDO PARA INDIVIDUO"
013700             TO RFC-MOTIVO
013800         GO TO 1100-FORMATO-INDIVIDUO-EXIT
013900     END-IF.
014000     MOVE RFC-NUMERO TO RFC-TRABAJO.
014100 1100-FORMATO-INDIVIDUO-EXIT.
014200     EXIT.
014300
014400******************************************************************
014500* 2000-VALIDAR-FECHA - La fecha AAMMDD (constitucion o
014600*                      nacimiento) debe ser una fecha posible;
014700*                      el 29 de febrero se acepta en cualquier
014800*                      anio, el siglo no se conoce.
014900******************************************************************
015000 2000-VALIDAR-FECHA.
015100     IF RFC-FEC-MES < 1 OR RFC-FEC-MES > 12
015200         MOVE "N" TO RFC-RESULTADO
015300         MOVE "RFC CON FECHA INVALIDA" TO RFC-MOTIVO
015400         GO TO 2000-VALIDAR-FECHA-EXIT
015500     END-IF.
015600     IF RFC-FEC-DIA < 1
015700         OR RFC-FEC-DIA > RFC-DIAS-MES(RFC-FEC-MES)
015800         MOVE "N" TO RFC-RESULTADO
015900         MOVE "RFC CON FECHA INVALIDA" TO RFC-MOTIVO
016000     END-IF.
016100 2000-VALIDAR-FECHA-EXIT.
016200     EXIT.
016300
016400******************************************************************
016500* 3000-VALIDAR-DIGITO - Suma de las 12 primeras posiciones por
016600*                       pesos 13 a 2, modulo 11: el digito es 11
016700*                       menos el residuo ("0" si da 11, "A" si
016800*                       da 10).
016900******************************************************************
017000 3000-VALIDAR-DIGITO.
017100     MOVE ZERO TO RFC-SUMA.
017200     PERFORM 3100-SUMAR-POSICION THRU 3100-SUMAR-POSICION-EXIT
017300         VARYING RFC-POS FROM 1 BY 1 UNTIL RFC-POS > 12.
017400     DIVIDE RFC-SUMA BY 11 GIVING RFC-COCIENTE
017500         REMAINDER RFC-RESIDUO.
017600     COMPUTE RFC-DIGITO-NUM = 11 - RFC-RESIDUO.
017700     IF RFC-DIGITO-NUM = 11
017800         MOVE "0" TO RFC-DIGITO
017900     ELSE
018000     IF RFC-DIGITO-NUM = 10
018100         MOVE "A" TO RFC-DIGITO
018200     ELSE
018300         MOVE RFC-DIGITO-NUM(2:1) TO RFC-DIGITO
018400     END-IF
018500     END-IF.
018600     IF RFC-CARACTER(13) NOT = RFC-DIGITO
018700         MOVE "N" TO RFC-RESULTADO
018800         MOVE "RFC CON DIGITO VERIFICADOR INVALIDO"
018900             TO RFC-MOTIVO
019000     END-IF.
019100 3000-VALIDAR-DIGITO-EXIT.
019200     EXIT.
019300
019400 3100-SUMAR-POSICION.
019500     MOVE ZERO TO RFC-VALOR.
019600     INSPECT RFC-TABLA TALLYING RFC-VALOR
019700         FOR CHARACTERS BEFORE INITIAL RFC-CARACTER(RFC-POS).
019800     COMPUTE RFC-SUMA = RFC-SUMA + RFC-VALOR * (14 - RFC-POS).
019900 3100-SUMAR-POSICION-EXIT.
020000     EXIT.
020100
020200 END PROGRAM CLIRFC.
