       IDENTIFICATION DIVISION.
       PROGRAM-ID. Errores INITIAL.

       *>RUTINA UNICA QUE ANOTA LOS ERRORES DE ARCHIVO EN ERRORES.DAT.
       *>LA LLAMAN CON CALL "Errores" LAS DECLARATIVAS DE CADA
       *>PROGRAMA CUANDO UNA APERTURA, LECTURA, GRABACION, REGRABACION
       *>O BORRADO SOBRE UN ARCHIVO DE DATOS TERMINA MAL Y LA
       *>INSTRUCCION NO TRAE SU PROPIO INVALID KEY O AT END (ESOS
       *>CASOS LOS ATIENDE CADA PROGRAMA Y NO LLEGAN AQUI), Y TAMBIEN
       *>CUANDO FALTA UN ARCHIVO MAESTRO AL ABRIRLO. UNA LLAVE
       *>INEXISTENTE O REPETIDA SE ANOTA Y EL PROGRAMA SIGUE; CUALQUIER
       *>OTRA FALLA (ARCHIVO FALTANTE, BLOQUEADO, DAÑADO, SIN ABRIR,
       *>ETC.) SE ANOTA Y EL PROGRAMA NO SIGUE CON LA OPERACION. AVISA
       *>EN PANTALLA Y DEJA LA CONSTANCIA; EL MENU AVISA AL INICIAR
       *>SESION SI HAY ERRORES NUEVOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL ERRORES-ARCHIVO
       ASSIGN TO WS-ERRORES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ERR-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ERRORES.

       DATA DIVISION.
       FILE SECTION.
       FD ERRORES-ARCHIVO.
           01 ERRORES-REGISTRO.
               05 ERR-LLAVE. *>VARIOS ERRORES PUEDEN OCURRIR EN LA
                             *>MISMA CENTESIMA DE SEGUNDO.
                   10 ERR-FECHA      PIC 9(8).
                   10 ERR-HORA       PIC 9(8).
                   10 ERR-SECUENCIA  PIC 9(2).
               05 ERR-PROGRAMA   PIC X(15).
               05 ERR-PARRAFO    PIC X(40).
               05 ERR-ARCHIVO    PIC X(30).
               05 ERR-OPERACION  PIC X(8). *>OPEN/READ/WRITE/REWRITE/
                                           *>DELETE/START.
               05 ERR-ESTADO     PIC X(2). *>FILE STATUS DEVUELTO.
               05 ERR-LLAVE-REG  PIC X(60). *>LLAVE DEL REGISTRO EN
                                            *>CURSO AL FALLAR.
               05 ERR-OPERADOR   PIC X(10).

       WORKING-STORAGE SECTION.
       77 WS-FS-ERRORES PIC X(2).
       *>ERRORES.DAT VA EN EL DIRECTORIO DE DATOS DE LA SESION DEL
       *>PROGRAMA QUE FALLO (EL REAL O EL DE PRACTICA).
       77 WS-ERRORES-RUTA PIC X(80).

       LINKAGE SECTION.
       *>LO ARMA LA DECLARATIVA DEL PROGRAMA QUE FALLO.
       01 LS-ERR-DATOS.
           05 LS-ERR-PROGRAMA  PIC X(15).
           05 LS-ERR-DONDE.
               10 LS-ERR-OPERACION PIC X(8).
               10 LS-ERR-PARRAFO   PIC X(40).
           05 LS-ERR-ARCHIVO   PIC X(30).
           05 LS-ERR-ESTADO    PIC X(2).
           05 LS-ERR-LLAVE     PIC X(60).
           05 LS-ERR-OPERADOR  PIC X(10).
           05 LS-ERR-DIRECTORIO PIC X(40).

       PROCEDURE DIVISION USING LS-ERR-DATOS.
       MAIN SECTION.
       PROGRAM-BEGIN.
       DISPLAY " ".
       DISPLAY "*** Error de archivo: " LS-ERR-ARCHIVO.
       DISPLAY "    Estado " LS-ERR-ESTADO " al hacer " LS-ERR-OPERACION
           " en " LS-ERR-PROGRAMA " (" LS-ERR-PARRAFO ")".
       MOVE SPACES TO WS-ERRORES-RUTA.
       STRING LS-ERR-DIRECTORIO DELIMITED BY SPACE
           "errores.dat" DELIMITED BY SIZE INTO WS-ERRORES-RUTA.
       OPEN I-O ERRORES-ARCHIVO.
       IF WS-FS-ERRORES NOT = "00" AND WS-FS-ERRORES NOT = "05"
           DISPLAY "    Tampoco se pudo anotar en errores.dat (estado "
               WS-FS-ERRORES "); avise al supervisor."
           PERFORM FIN-PROGRAMA.
       ACCEPT ERR-FECHA FROM DATE YYYYMMDD.
       ACCEPT ERR-HORA FROM TIME.
       MOVE 0 TO ERR-SECUENCIA.
       MOVE LS-ERR-PROGRAMA TO ERR-PROGRAMA.
       MOVE LS-ERR-PARRAFO TO ERR-PARRAFO.
       MOVE LS-ERR-ARCHIVO TO ERR-ARCHIVO.
       MOVE LS-ERR-OPERACION TO ERR-OPERACION.
       MOVE LS-ERR-ESTADO TO ERR-ESTADO.
       MOVE LS-ERR-LLAVE TO ERR-LLAVE-REG.
       MOVE LS-ERR-OPERADOR TO ERR-OPERADOR.
       PERFORM ESCRIBIR-ERROR.
       CLOSE ERRORES-ARCHIVO.
       DISPLAY "    Quedo anotado en errores.dat; avise al supervisor.".
       PERFORM FIN-PROGRAMA.

       *>SI DOS ERRORES CAEN EN LA MISMA CENTESIMA DE SEGUNDO SE
       *>AVANZA LA SECUENCIA, IGUAL QUE ESCRIBIR-AUDITORIA EN LOS
       *>DEMAS PROGRAMAS.
       ESCRIBIR-ERROR.
       WRITE ERRORES-REGISTRO
           INVALID KEY
               ADD 1 TO ERR-SECUENCIA
               PERFORM ESCRIBIR-ERROR
       END-WRITE.

       FIN-PROGRAMA.
       EXIT PROGRAM.
