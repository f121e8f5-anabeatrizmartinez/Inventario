       IDENTIFICATION DIVISION.
       PROGRAM-ID. Huella INITIAL.

       *>RUTINA UNICA QUE SACA LA HUELLA DE UNA ENTRADA DE AUDITORIA
       *>PARA EL SELLO DIARIO. LA LLAMAN CON CALL "Huella" CIERRE.CBL,
       *>AL SELLAR EL DIA, Y VERIFICAR.CBL, AL RECALCULARLO, DE MODO
       *>QUE LOS DOS SAQUEN EXACTAMENTE LA MISMA CUENTA.
       *>CADA CARACTER VALE SU LUGAR EN WS-ALFABETO (EL ESPACIO VALE
       *>0 Y UNO QUE NO ESTE EN LA TABLA VALE 99) Y SE MULTIPLICA POR
       *>SU POSICION EN EL REGISTRO, ASI QUE CAMBIAR, QUITAR O
       *>INTERCAMBIAR CUALQUIER CARACTER CAMBIA LA HUELLA. LOS TRAMOS
       *>EN BLANCO NO SUMAN NADA Y SE SALTAN DE UNA VEZ.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       *>LAS LETRAS CON ACENTO Y LA Ñ OCUPAN DOS BYTES CADA UNA, Y
       *>CADA BYTE SE BUSCA POR SEPARADO.
       01 WS-ALFABETO.
           05 FILLER PIC X(36) VALUE
               "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05 FILLER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
           05 FILLER PIC X(22) VALUE ".,:;-_/()#%&*+=<>?!'@$".
           05 FILLER PIC X(14) VALUE "ñÑáéíóú".
       01 WS-ALFABETO-R REDEFINES WS-ALFABETO.
           05 WS-LETRA PIC X(1) OCCURS 98.
       77 WS-LARGO-ALFABETO PIC 9(2) VALUE 98.

       *>EL REGISTRO SE RECORRE EN TRAMOS DE 26 CARACTERES.
       01 WS-TRAMO PIC X(26).
       77 WS-INICIO-TRAMO PIC 9(3).
       77 WS-POS PIC 9(3).
       77 WS-FIN-TRAMO PIC 9(3).
       77 WS-IDX-LETRA PIC 9(2).
       77 WS-VALOR-LETRA PIC 9(2).
       77 WS-CARACTER PIC X(1).

       LINKAGE SECTION.
       *>LA ENTRADA COMPLETA, TAL COMO ESTA GRABADA (AUDITORIA-REGISTRO
       *>O ARCHIVO-AUDITORIA-REGISTRO, QUE TIENEN EL MISMO LARGO).
       01 LS-HUE-REGISTRO PIC X(676).
       01 LS-HUE-VALOR PIC 9(9).

       PROCEDURE DIVISION USING LS-HUE-REGISTRO LS-HUE-VALOR.
       MAIN SECTION.
       PROGRAM-BEGIN.
       MOVE 0 TO LS-HUE-VALOR.
       PERFORM SUMAR-TRAMO
           VARYING WS-INICIO-TRAMO FROM 1 BY 26
           UNTIL WS-INICIO-TRAMO > 676.
       PERFORM FIN-PROGRAMA.

       SUMAR-TRAMO.
       MOVE LS-HUE-REGISTRO(WS-INICIO-TRAMO:26) TO WS-TRAMO.
       IF WS-TRAMO NOT = SPACES
           COMPUTE WS-FIN-TRAMO = WS-INICIO-TRAMO + 25
           PERFORM SUMAR-CARACTER
               VARYING WS-POS FROM WS-INICIO-TRAMO BY 1
               UNTIL WS-POS > WS-FIN-TRAMO.

       SUMAR-CARACTER.
       MOVE LS-HUE-REGISTRO(WS-POS:1) TO WS-CARACTER.
       IF WS-CARACTER NOT = SPACE
           MOVE 99 TO WS-VALOR-LETRA
           MOVE 1 TO WS-IDX-LETRA
           PERFORM BUSCAR-LETRA
               UNTIL WS-IDX-LETRA > WS-LARGO-ALFABETO
           COMPUTE LS-HUE-VALOR = LS-HUE-VALOR
               + WS-VALOR-LETRA * WS-POS.

       BUSCAR-LETRA.
       IF WS-LETRA(WS-IDX-LETRA) = WS-CARACTER
           MOVE WS-IDX-LETRA TO WS-VALOR-LETRA
           MOVE WS-LARGO-ALFABETO TO WS-IDX-LETRA.
       ADD 1 TO WS-IDX-LETRA.

       FIN-PROGRAMA.
       EXIT PROGRAM.
