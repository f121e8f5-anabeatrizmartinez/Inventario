       IDENTIFICATION DIVISION.
       PROGRAM-ID. Aliados INITIAL.

       *>RUTINA UNICA DE CONSULTA DE LAS LISTAS DE SANCIONADOS QUE
       *>MANDAN LOS CLUBES ALIADOS (VER SANCIONES.CBL). LA LLAMAN CON
       *>CALL "Aliados" USUARIOS.CBL AL INSCRIBIR UN SOCIO Y
       *>PRESTAMOS.CBL AL ENTREGAR EQUIPO: SI LA CEDULA FIGURA EN LA
       *>LISTA Vigente DE ALGUN CLUB, MUESTRA UN AVISO POR CADA
       *>SANCION Y DEVUELVE CUANTAS HAY. SOLO AVISA; LA DECISION ES
       *>DEL OPERADOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       *>COPIA DEL ARCHIVO DE SANCIONES IMPORTADAS (VER
       *>SANCIONES.CBL), LEIDO POR SU LLAVE ALTERNA DE CEDULA.
       SELECT OPTIONAL SANCIONES-ALIADOS-ARCHIVO
       ASSIGN TO WS-SANCIONES-ALIADOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS SAN-LLAVE
       ALTERNATE RECORD KEY IS SAN-CEDULA WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-SANCIONES-ALIADOS.

       DATA DIVISION.
       FILE SECTION.
       FD SANCIONES-ALIADOS-ARCHIVO.
           01 SANCIONES-ALIADOS-REGISTRO.
               05 SAN-LLAVE.
                   10 SAN-CLUB    PIC 9(6).
                   10 SAN-CEDULA  PIC X(11).
                   10 SAN-MOTIVO  PIC X(2). *>SU SUSPENDIDO,
                                            *>MU MULTAS SIN PAGAR.
               05 SAN-FECHA       PIC 9(8).
               05 SAN-ESTADO      PIC X(8). *>Vigente/Vencida.
               05 SAN-FECHA-ALTA  PIC 9(8).
               05 SAN-FECHA-BAJA  PIC 9(8).
               05 SAN-CORRIDA     PIC 9(16).
               05 SAN-OPERADOR    PIC X(10).

       WORKING-STORAGE SECTION.
       77 WS-LEE-SANCION PIC 9(1).
       77 WS-MOTIVO-DESCRIPCION PIC X(25).

       *>DATOS DEL ERROR DE ARCHIVO QUE SE ANOTA EN ERRORES.DAT
       *>(VER ERRORES.CBL). ANTES DE CADA OPERACION SOBRE UN
       *>ARCHIVO DE DATOS SE DEJA EN WS-ERR-DONDE LA OPERACION Y EL
       *>PARRAFO; SI FALLA, LAS DECLARATIVAS COMPLETAN EL RESTO.
       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Aliados".
           05 WS-ERR-DONDE.
               10 WS-ERR-OPERACION PIC X(8).
               10 WS-ERR-PARRAFO   PIC X(40).
           05 WS-ERR-ARCHIVO   PIC X(30).
           05 WS-ERR-ESTADO    PIC X(2).
           05 WS-ERR-LLAVE     PIC X(60).
           05 WS-ERR-OPERADOR  PIC X(10).
           05 WS-ERR-DIRECTORIO PIC X(40).
       77 WS-ERR-HUBO PIC 9(1) VALUE 0. *>1 SI SE ANOTO ALGUN ERROR.
       *>ESTADO DEVUELTO POR CADA ARCHIVO DE DATOS.
       77 WS-FS-SANCIONES-ALIADOS PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA SESION
       *>DEL PROGRAMA QUE LLAMA.
       77 WS-SANCIONES-ALIADOS-RUTA PIC X(80).

       LINKAGE SECTION.
       *>LO ARMA EL PROGRAMA QUE LLAMA; LA CANTIDAD LA DEVUELVE ESTA
       *>RUTINA.
       01 LS-ALI-DATOS.
           05 LS-ALI-CEDULA     PIC X(11).
           05 LS-ALI-OPERADOR   PIC X(10).
           05 LS-ALI-DIRECTORIO PIC X(40).
           05 LS-ALI-CANTIDAD   PIC 9(3). *>SANCIONES Vigente.

       PROCEDURE DIVISION USING LS-ALI-DATOS.
       DECLARATIVES.
       *>CUALQUIER FALLA SOBRE UN ARCHIVO DE DATOS QUE EL PROPIO
       *>PARRAFO NO ATIENDA (INVALID KEY, AT END) SE ANOTA EN
       *>ERRORES.DAT CON LA LLAVE DEL REGISTRO EN CURSO.
       ERROR-SANCIONES-ALIADOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON SANCIONES-ALIADOS-ARCHIVO.
       ERROR-SANCIONES-ALIADOS-ANOTAR.
       MOVE "sanciones_aliados.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-SANCIONES-ALIADOS TO WS-ERR-ESTADO.
       MOVE SAN-LLAVE TO WS-ERR-LLAVE.
       *>LA ULTIMA SECCION SIGUE DIRECTO EN ESTE PARRAFO.
       ANOTAR-ERROR-ARCHIVO.
       MOVE LS-ALI-OPERADOR TO WS-ERR-OPERADOR.
       MOVE LS-ALI-DIRECTORIO TO WS-ERR-DIRECTORIO.
       CALL "Errores" USING WS-ERR-DATOS.
       MOVE 1 TO WS-ERR-HUBO.
       *>UNA LLAVE INEXISTENTE O REPETIDA SIN INVALID KEY SE ANOTA
       *>Y SE SIGUE; CUALQUIER OTRA FALLA (ARCHIVO BLOQUEADO,
       *>DAÑADO O SIN ABRIR) NO DEJA SEGUIR. LA CONSULTA ES SOLO UN
       *>AVISO, ASI QUE EL PROGRAMA QUE LLAMA CONTINUA.
       IF WS-ERR-ESTADO(1:1) NOT = "2"
           DISPLAY "No se pudo consultar las listas de los clubes "
               "aliados."
           EXIT PROGRAM.
       END DECLARATIVES.

       MAIN SECTION.
       PROGRAM-BEGIN.
       PERFORM ARMAR-RUTAS.
       MOVE 0 TO LS-ALI-CANTIDAD.
       MOVE "OPEN    PROGRAM-BEGIN" TO WS-ERR-DONDE
       OPEN INPUT SANCIONES-ALIADOS-ARCHIVO.
       MOVE LS-ALI-CEDULA TO SAN-CEDULA.
       MOVE "START   PROGRAM-BEGIN" TO WS-ERR-DONDE
       START SANCIONES-ALIADOS-ARCHIVO KEY IS EQUAL TO SAN-CEDULA
           INVALID KEY     MOVE 1 TO WS-LEE-SANCION
           NOT INVALID KEY MOVE 0 TO WS-LEE-SANCION.
       IF WS-LEE-SANCION = 0
           PERFORM LEER-SIGUIENTE-SANCION
           PERFORM REVISAR-SANCION UNTIL WS-LEE-SANCION = 1.
       CLOSE SANCIONES-ALIADOS-ARCHIVO.
       PERFORM FIN-PROGRAMA.

       LEER-SIGUIENTE-SANCION.
       MOVE "READ    LEER-SIGUIENTE-SANCION" TO WS-ERR-DONDE
       READ SANCIONES-ALIADOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-SANCION.
       IF WS-LEE-SANCION = 0
           IF SAN-CEDULA NOT = LS-ALI-CEDULA
               MOVE 1 TO WS-LEE-SANCION.

       *>LAS SANCIONES Vencida (EL CLUB YA NO LAS LISTA) NO AVISAN.
       REVISAR-SANCION.
       IF SAN-ESTADO = "Vigente"
           ADD 1 TO LS-ALI-CANTIDAD
           IF LS-ALI-CANTIDAD = 1
               DISPLAY " "
               DISPLAY "*** Aviso: esta cedula figura en la lista de "
                   "sancionados de un club aliado ***"
           END-IF
           PERFORM DESCRIBIR-MOTIVO
           DISPLAY "  Club " SAN-CLUB ": " WS-MOTIVO-DESCRIPCION
               " desde " SAN-FECHA
       END-IF.
       PERFORM LEER-SIGUIENTE-SANCION.

       DESCRIBIR-MOTIVO.
       EVALUATE SAN-MOTIVO
       WHEN "SU"
           MOVE "socio suspendido" TO WS-MOTIVO-DESCRIPCION
       WHEN "MU"
           MOVE "multas sin pagar" TO WS-MOTIVO-DESCRIPCION
       WHEN OTHER
           MOVE SPACES TO WS-MOTIVO-DESCRIPCION
           STRING "motivo " SAN-MOTIVO
               DELIMITED BY SIZE INTO WS-MOTIVO-DESCRIPCION
       END-EVALUATE.

       *>TODOS LOS ARCHIVOS VAN EN EL DIRECTORIO DE DATOS DE LA
       *>SESION DEL PROGRAMA QUE LLAMA (EL REAL O EL DE PRACTICA).
       ARMAR-RUTAS.
       MOVE SPACES TO WS-SANCIONES-ALIADOS-RUTA.
       STRING LS-ALI-DIRECTORIO DELIMITED BY SPACE
           "sanciones_aliados.dat" DELIMITED BY SIZE
           INTO WS-SANCIONES-ALIADOS-RUTA.

       FIN-PROGRAMA.
       EXIT PROGRAM.
