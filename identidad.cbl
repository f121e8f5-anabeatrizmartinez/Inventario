       IDENTIFICATION DIVISION.
       PROGRAM-ID. Identidad INITIAL.

       *>RUTINA UNICA DE VALIDACION DE CEDULAS Y RIF. LA LLAMAN CON
       *>CALL "Identidad" USUARIOS.CBL, PROVEEDORES.CBL, PRESTAMOS.CBL,
       *>IMPORTAR.CBL Y DUPLICADOS.CBL, DE MODO QUE TODOS ACEPTEN LO
       *>MISMO Y GUARDEN LA MISMA FORMA NORMAL:
       *>  CEDULA (TIPO "C"): PREFIJO V O E (SI NO SE ESCRIBE SE
       *>    ASUME V) Y DE 5 A 8 DIGITOS SIN CEROS A LA IZQUIERDA.
       *>    "V-12.345.678", "v12345678" Y "12345678" QUEDAN TODAS
       *>    COMO "V12345678".
       *>  RIF (TIPO "R"): PREFIJO V, E, J, G O P OBLIGATORIO, 8
       *>    DIGITOS Y EL DIGITO VERIFICADOR DEL SENIAT. UN RIF
       *>    ESCRITO CON MENOS DIGITOS SE RELLENA CON CEROS SOLO SI
       *>    EL VERIFICADOR VIENE SEPARADO POR GUION ("J-1234567-8").
       *>    "J-12345678-9" QUEDA COMO "J123456789".
       *>AL ESCRIBIRLOS SE ACEPTAN GUIONES, PUNTOS Y ESPACIOS, QUE SE
       *>DESCARTAN. LS-DOC-RESULTADO VUELVE EN 0 SI ES VALIDO; SI NO,
       *>LS-DOC-MENSAJE TRAE EL MOTIVO PARA MOSTRARLO AL OPERADOR O
       *>PARA EL ARCHIVO DE RECHAZOS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-POS PIC 9(2).
       77 WS-CARACTER PIC X(1).
       77 WS-PREFIJO PIC X(1).
       77 WS-DIGITOS PIC X(15).
       77 WS-CANT-DIGITOS PIC 9(2).
       *>CUANTOS DIGITOS SE HABIAN LEIDO AL ENCONTRAR EL ULTIMO
       *>GUION: SI ES UNO MENOS QUE EL TOTAL, EL GUION SEPARA EL
       *>DIGITO VERIFICADOR DEL RIF.
       77 WS-DIGITOS-AL-GUION PIC 9(2).
       77 WS-PRIMER-SIGNIF PIC 9(2).
       77 WS-CANT-SIGNIF PIC 9(2).

       *>CUERPO DEL RIF (8 DIGITOS) Y LOS PESOS DEL SENIAT PARA EL
       *>DIGITO VERIFICADOR. EL PREFIJO PESA 4 Y VALE V=1, E=2, J=3,
       *>P=4, G=5.
       01 WS-CUERPO-RIF PIC 9(8).
       01 WS-CUERPO-RIF-R REDEFINES WS-CUERPO-RIF.
           05 WS-CUERPO-DIG PIC 9(1) OCCURS 8.
       01 WS-PESOS-RIF.
           05 FILLER PIC 9(1) VALUE 3.
           05 FILLER PIC 9(1) VALUE 2.
           05 FILLER PIC 9(1) VALUE 7.
           05 FILLER PIC 9(1) VALUE 6.
           05 FILLER PIC 9(1) VALUE 5.
           05 FILLER PIC 9(1) VALUE 4.
           05 FILLER PIC 9(1) VALUE 3.
           05 FILLER PIC 9(1) VALUE 2.
       01 WS-PESOS-RIF-R REDEFINES WS-PESOS-RIF.
           05 WS-PESO PIC 9(1) OCCURS 8.
       77 WS-IDX-RIF PIC 9(2).
       77 WS-VALOR-PREFIJO PIC 9(1).
       77 WS-VERIFICADOR PIC 9(1).
       77 WS-VERIF-CALCULADO PIC 9(2).
       77 WS-SUMA-RIF PIC 9(4).
       77 WS-COCIENTE-RIF PIC 9(4).
       77 WS-RESTO-RIF PIC 9(2).

       LINKAGE SECTION.
       *>"C" PARA CEDULA DE UNA PERSONA, "R" PARA RIF.
       01 LS-DOC-TIPO PIC X(1).
       *>TAL COMO LO ESCRIBIO EL OPERADOR O VINO EN LA FILA.
       01 LS-DOC-ENTRADA PIC X(15).
       *>FORMA NORMAL, LA QUE SE GUARDA Y SE BUSCA.
       01 LS-DOC-NORMAL PIC X(11).
       *>0 VALIDO, 1 PREFIJO, 2 CANTIDAD DE DIGITOS, 3 DIGITO
       *>VERIFICADOR, 4 CARACTERES NO VALIDOS.
       01 LS-DOC-RESULTADO PIC 9(1).
       01 LS-DOC-MENSAJE PIC X(50).

       PROCEDURE DIVISION USING LS-DOC-TIPO LS-DOC-ENTRADA
           LS-DOC-NORMAL LS-DOC-RESULTADO LS-DOC-MENSAJE.
       MAIN SECTION.
       PROGRAM-BEGIN.
       MOVE SPACES TO LS-DOC-NORMAL.
       MOVE SPACES TO LS-DOC-MENSAJE.
       MOVE 0 TO LS-DOC-RESULTADO.
       MOVE SPACE TO WS-PREFIJO.
       MOVE SPACES TO WS-DIGITOS.
       MOVE 0 TO WS-CANT-DIGITOS.
       MOVE 0 TO WS-DIGITOS-AL-GUION.
       PERFORM REVISAR-CARACTER
           VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 15.
       IF LS-DOC-RESULTADO = 0 AND WS-CANT-DIGITOS = 0
           MOVE 2 TO LS-DOC-RESULTADO
           MOVE "no tiene digitos" TO LS-DOC-MENSAJE.
       IF LS-DOC-RESULTADO = 0
           IF LS-DOC-TIPO = "R"
               PERFORM VALIDAR-RIF
           ELSE
               PERFORM VALIDAR-CEDULA.

       PERFORM FIN-PROGRAMA.

       *>RUTINAS.
       *>SEPARA EL PREFIJO Y LOS DIGITOS, DESCARTANDO GUIONES,
       *>PUNTOS Y ESPACIOS. LA LETRA SOLO PUEDE IR AL PRINCIPIO.
       REVISAR-CARACTER.
       MOVE LS-DOC-ENTRADA(WS-POS:1) TO WS-CARACTER.
       INSPECT WS-CARACTER CONVERTING "vejgp" TO "VEJGP".
       IF LS-DOC-RESULTADO = 0
           IF WS-CARACTER NUMERIC
               ADD 1 TO WS-CANT-DIGITOS
               MOVE WS-CARACTER TO WS-DIGITOS(WS-CANT-DIGITOS:1)
           ELSE
           IF WS-CARACTER = "-"
               MOVE WS-CANT-DIGITOS TO WS-DIGITOS-AL-GUION
           ELSE
           IF WS-CARACTER = "." OR WS-CARACTER = SPACE
               NEXT SENTENCE
           ELSE
           IF WS-CARACTER = "V" OR WS-CARACTER = "E"
               OR WS-CARACTER = "J" OR WS-CARACTER = "G"
               OR WS-CARACTER = "P"
               IF WS-PREFIJO = SPACE AND WS-CANT-DIGITOS = 0
                   MOVE WS-CARACTER TO WS-PREFIJO
               ELSE
                   MOVE 4 TO LS-DOC-RESULTADO
                   MOVE "la letra solo puede ir al principio"
                       TO LS-DOC-MENSAJE
               END-IF
           ELSE
               MOVE 4 TO LS-DOC-RESULTADO
               MOVE "tiene caracteres no validos" TO LS-DOC-MENSAJE.

       VALIDAR-CEDULA.
       IF WS-PREFIJO = SPACE
           MOVE "V" TO WS-PREFIJO.
       IF WS-PREFIJO NOT = "V" AND WS-PREFIJO NOT = "E"
           MOVE 1 TO LS-DOC-RESULTADO
           MOVE "la cedula debe empezar por V o E" TO LS-DOC-MENSAJE
       ELSE
           PERFORM QUITAR-CEROS
           IF WS-CANT-SIGNIF < 5 OR WS-CANT-SIGNIF > 8
               MOVE 2 TO LS-DOC-RESULTADO
               MOVE "la cedula lleva de 5 a 8 digitos"
                   TO LS-DOC-MENSAJE
           ELSE
               STRING WS-PREFIJO
                   WS-DIGITOS(WS-PRIMER-SIGNIF:WS-CANT-SIGNIF)
                   DELIMITED BY SIZE INTO LS-DOC-NORMAL.

       *>UBICA EL PRIMER DIGITO DISTINTO DE CERO (EL ULTIMO SE
       *>CONSERVA AUNQUE SEA CERO) Y CUENTA LOS QUE QUEDAN.
       QUITAR-CEROS.
       MOVE 1 TO WS-PRIMER-SIGNIF.
       PERFORM SALTAR-CERO
           UNTIL WS-PRIMER-SIGNIF = WS-CANT-DIGITOS
           OR WS-DIGITOS(WS-PRIMER-SIGNIF:1) NOT = "0".
       COMPUTE WS-CANT-SIGNIF =
           WS-CANT-DIGITOS - WS-PRIMER-SIGNIF + 1.

       SALTAR-CERO.
       ADD 1 TO WS-PRIMER-SIGNIF.

       VALIDAR-RIF.
       IF WS-PREFIJO = SPACE
           MOVE 1 TO LS-DOC-RESULTADO
           MOVE "el RIF debe empezar por V, E, J, G o P"
               TO LS-DOC-MENSAJE
       ELSE
           IF WS-CANT-DIGITOS NOT = 9
               AND (WS-CANT-DIGITOS < 6 OR WS-CANT-DIGITOS > 9
                   OR WS-DIGITOS-AL-GUION NOT = WS-CANT-DIGITOS - 1)
               MOVE 2 TO LS-DOC-RESULTADO
               MOVE "el RIF lleva 8 digitos y el verificador"
                   TO LS-DOC-MENSAJE.
       IF LS-DOC-RESULTADO = 0
           MOVE WS-DIGITOS(1:WS-CANT-DIGITOS - 1) TO WS-CUERPO-RIF
           MOVE WS-DIGITOS(WS-CANT-DIGITOS:1) TO WS-VERIFICADOR
           PERFORM CALCULAR-VERIFICADOR
           IF WS-VERIF-CALCULADO NOT = WS-VERIFICADOR
               MOVE 3 TO LS-DOC-RESULTADO
               MOVE "el digito verificador del RIF no coincide"
                   TO LS-DOC-MENSAJE
           ELSE
               STRING WS-PREFIJO WS-CUERPO-RIF WS-VERIFICADOR
                   DELIMITED BY SIZE INTO LS-DOC-NORMAL.

       *>MODULO 11 DEL SENIAT: SE SUMAN EL VALOR DEL PREFIJO POR 4 Y
       *>CADA DIGITO DEL CUERPO POR SU PESO; EL VERIFICADOR ES 11
       *>MENOS EL RESTO DE DIVIDIR ENTRE 11, Y 0 SI DA 10 U 11.
       CALCULAR-VERIFICADOR.
       EVALUATE WS-PREFIJO
       WHEN "V"
           MOVE 1 TO WS-VALOR-PREFIJO
       WHEN "E"
           MOVE 2 TO WS-VALOR-PREFIJO
       WHEN "J"
           MOVE 3 TO WS-VALOR-PREFIJO
       WHEN "P"
           MOVE 4 TO WS-VALOR-PREFIJO
       WHEN OTHER
           MOVE 5 TO WS-VALOR-PREFIJO
       END-EVALUATE.
       COMPUTE WS-SUMA-RIF = WS-VALOR-PREFIJO * 4.
       PERFORM SUMAR-DIGITO-RIF
           VARYING WS-IDX-RIF FROM 1 BY 1 UNTIL WS-IDX-RIF > 8.
       DIVIDE WS-SUMA-RIF BY 11 GIVING WS-COCIENTE-RIF
           REMAINDER WS-RESTO-RIF.
       COMPUTE WS-VERIF-CALCULADO = 11 - WS-RESTO-RIF.
       IF WS-VERIF-CALCULADO > 9
           MOVE 0 TO WS-VERIF-CALCULADO.

       SUMAR-DIGITO-RIF.
       COMPUTE WS-SUMA-RIF = WS-SUMA-RIF
           + WS-CUERPO-DIG(WS-IDX-RIF) * WS-PESO(WS-IDX-RIF).

       FIN-PROGRAMA.
       EXIT PROGRAM.
