       *>ARCHIVO VIEJO POR SU CONVERTIDO Y RESGUARDA EL VIEJO.
       *>REGLA DE SIGLO: AÑOS 70-99 SON 19xx, AÑOS 00-69 SON 20xx.
       SELECT OPTIONAL INSTRUMENTOS-V-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-V-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-V
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS-V.

       SELECT OPTIONAL INSTRUMENTOS-N-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-N-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-N
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS-N.

       SELECT OPTIONAL ADQUISICIONES-V-ARCHIVO
       ASSIGN TO WS-ADQUISICIONES-V-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-ADQ-V
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-ADQ-V WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ADQUISICIONES-V.

       SELECT OPTIONAL ADQUISICIONES-N-ARCHIVO
       ASSIGN TO WS-ADQUISICIONES-N-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-ADQ-N
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-ADQ-N WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ADQUISICIONES-N.

       *>EL REGISTRO DE USUARIOS CRECIO CON LAS FECHAS DE VIGENCIA
       *>DE LA MEMBRESIA, ASI QUE EL ARCHIVO VIEJO TAMBIEN SE
       *>RECONSTRUYE; LAS FECHAS NUEVAS QUEDAN EN CERO HASTA QUE SE
       *>CARGUEN DESDE USUARIOS.CBL.
       SELECT OPTIONAL USUARIOS-V-ARCHIVO
       ASSIGN TO WS-USUARIOS-V-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO-V
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS-V.

       SELECT OPTIONAL USUARIOS-N-ARCHIVO
       ASSIGN TO WS-USUARIOS-N-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO-N
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS-N.

       SELECT OPTIONAL MULTAS-V-ARCHIVO
       ASSIGN TO WS-MULTAS-V-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS MUL-LLAVE-V
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-MUL-V WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-MULTAS-V.

       SELECT OPTIONAL MULTAS-N-ARCHIVO
       ASSIGN TO WS-MULTAS-N-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS MUL-LLAVE-N
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-MUL-N WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-MULTAS-N.

       SELECT OPTIONAL AUDITORIA-V-ARCHIVO
       ASSIGN TO WS-AUDITORIA-V-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE-V
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA-V.

       SELECT OPTIONAL AUDITORIA-N-ARCHIVO
       ASSIGN TO WS-AUDITORIA-N-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE-N
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA-N.

       SELECT OPTIONAL HISTORIAL-V-ARCHIVO
       ASSIGN TO WS-HISTORIAL-V-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS HIST-LLAVE-V
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-HIST-V WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-HISTORIAL-V.

       SELECT OPTIONAL HISTORIAL-N-ARCHIVO
       ASSIGN TO WS-HISTORIAL-N-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS HIST-LLAVE-N
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-HIST-N WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-HISTORIAL-N.

       SELECT OPTIONAL RESERVAS-V-ARCHIVO
       ASSIGN TO WS-RESERVAS-V-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS RES-LLAVE-V
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-RES-V WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-RESERVAS-V.

       SELECT OPTIONAL RESERVAS-N-ARCHIVO
       ASSIGN TO WS-RESERVAS-N-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS RES-LLAVE-N
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-RES-N WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-RESERVAS-N.

       SELECT OPTIONAL PAGOS-V-ARCHIVO
       ASSIGN TO WS-PAGOS-V-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PAGO-LLAVE-V
       ALTERNATE RECORD KEY IS MUL-LLAVE-PAGO-V WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PAGOS-V.

       SELECT OPTIONAL PAGOS-N-ARCHIVO
       ASSIGN TO WS-PAGOS-N-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PAGO-LLAVE-N
       ALTERNATE RECORD KEY IS MUL-LLAVE-PAGO-N WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PAGOS-N.

       SELECT OPTIONAL REPARACIONES-V-ARCHIVO
       ASSIGN TO WS-REPARACIONES-V-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS REP-LLAVE-V
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-REP-V WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-REPARACIONES-V.

       SELECT OPTIONAL REPARACIONES-N-ARCHIVO
       ASSIGN TO WS-REPARACIONES-N-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS REP-LLAVE-N
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-REP-N WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-REPARACIONES-N.

       *>PRESTAMOS.DAT CAMBIA DE TRAZADO POR COMPLETO: LA FECHA DEL
       *>PRESTAMO (TEXTO DE 40 DENTRO DE LA LLAVE) PASA A AAAAMMDD
       *>REAL DE 6, Y LA FECHA Y HORA DE DEVOLUCION TOMAN ANCHOS
       *>HONESTOS, ASI QUE TAMBIEN SE RECONSTRUYE APARTE.
       SELECT OPTIONAL PRESTAMOS-V-ARCHIVO
       ASSIGN TO WS-PRESTAMOS-V-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-LLAVE-V
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-PR-V WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PRESTAMOS-V.

       *>EL ARCHIVO CONVERTIDO SE CREA YA CON LA LLAVE ALTERNA DE
       *>INSTRUMENTO, ASI QUE ESTA CORRIDA TAMBIEN SIRVE COMO LA
       *>REORGANIZACION QUE AGREGA ESE INDICE AL ARCHIVO VIEJO.
       SELECT OPTIONAL PRESTAMOS-N-ARCHIVO
       ASSIGN TO WS-PRESTAMOS-N-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-LLAVE-N
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-PR-N WITH DUPLICATES
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-PR-N WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PRESTAMOS-N.

       *>GUARDA EN QUE ARCHIVO Y EN QUE REGISTRO SE QUEDO LA
       *>CONVERSION, IGUAL QUE CHECKPOINT_CIERRE.DAT EN CIERRE.CBL:
       *>CUANTOS REGISTROS CONVIRTIO CADA ARCHIVO, PARA QUE EL
       *>REEMPLAZO VERIFICADO COMPARE CONTEOS ANTES DE TOCAR NADA.
       SELECT OPTIONAL CHECKPOINT-CONV-ARCHIVO
       ASSIGN TO WS-CHECKPOINT-CONV-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CHK-CONV-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CHECKPOINT-CONV.

       DATA DIVISION.
       FILE SECTION.
       77 WS-IDX-SWAP PIC 9(2).
       77 WS-SWAP-OK PIC 9(5).
       77 WS-SWAP-MAL PIC 9(5).
       77 WS-NOMBRE-VIVO PIC X(80).
       77 WS-NOMBRE-CONV PIC X(80).
       77 WS-NOMBRE-RESG PIC X(80).

       01 WS-TABLA-SWAP.
           05 FILLER PIC X(30) VALUE "instrumentos.dat".
       01 WS-TABLA-CONV-R REDEFINES WS-TABLA-CONV.
           05 WS-NOMBRE-CONVERTIDO OCCURS 10 PIC X(34).

       *>DATOS DEL ERROR DE ARCHIVO QUE SE ANOTA EN ERRORES.DAT
       *>(VER ERRORES.CBL). ANTES DE CADA OPERACION SOBRE UN
       *>ARCHIVO DE DATOS SE DEJA EN WS-ERR-DONDE LA OPERACION Y EL
       *>PARRAFO; SI FALLA, LAS DECLARATIVAS COMPLETAN EL RESTO.
       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Convertir".
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
       77 WS-FS-INSTRUMENTOS-V PIC X(2).
       77 WS-FS-INSTRUMENTOS-N PIC X(2).
       77 WS-FS-ADQUISICIONES-V PIC X(2).
       77 WS-FS-ADQUISICIONES-N PIC X(2).
       77 WS-FS-USUARIOS-V PIC X(2).
       77 WS-FS-USUARIOS-N PIC X(2).
       77 WS-FS-MULTAS-V PIC X(2).
       77 WS-FS-MULTAS-N PIC X(2).
       77 WS-FS-AUDITORIA-V PIC X(2).
       77 WS-FS-AUDITORIA-N PIC X(2).
       77 WS-FS-HISTORIAL-V PIC X(2).
       77 WS-FS-HISTORIAL-N PIC X(2).
       77 WS-FS-RESERVAS-V PIC X(2).
       77 WS-FS-RESERVAS-N PIC X(2).
       77 WS-FS-PAGOS-V PIC X(2).
       77 WS-FS-PAGOS-N PIC X(2).
       77 WS-FS-REPARACIONES-V PIC X(2).
       77 WS-FS-REPARACIONES-N PIC X(2).
       77 WS-FS-PRESTAMOS-V PIC X(2).
       77 WS-FS-PRESTAMOS-N PIC X(2).
       77 WS-FS-CHECKPOINT-CONV PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-INSTRUMENTOS-V-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-N-RUTA PIC X(80).
       77 WS-ADQUISICIONES-V-RUTA PIC X(80).
       77 WS-ADQUISICIONES-N-RUTA PIC X(80).
       77 WS-USUARIOS-V-RUTA PIC X(80).
       77 WS-USUARIOS-N-RUTA PIC X(80).
       77 WS-MULTAS-V-RUTA PIC X(80).
       77 WS-MULTAS-N-RUTA PIC X(80).
       77 WS-AUDITORIA-V-RUTA PIC X(80).
       77 WS-AUDITORIA-N-RUTA PIC X(80).
       77 WS-HISTORIAL-V-RUTA PIC X(80).
       77 WS-HISTORIAL-N-RUTA PIC X(80).
       77 WS-RESERVAS-V-RUTA PIC X(80).
       77 WS-RESERVAS-N-RUTA PIC X(80).
       77 WS-PAGOS-V-RUTA PIC X(80).
       77 WS-PAGOS-N-RUTA PIC X(80).
       77 WS-REPARACIONES-V-RUTA PIC X(80).
       77 WS-REPARACIONES-N-RUTA PIC X(80).
       77 WS-PRESTAMOS-V-RUTA PIC X(80).
       77 WS-PRESTAMOS-N-RUTA PIC X(80).
       77 WS-CHECKPOINT-CONV-RUTA PIC X(80).

       LINKAGE SECTION.
       01 LS-CONECTAR PIC X(10).
       *>ROL DEL OPERADOR CONECTADO (VER OPERADORES.DAT EN MENU.CBL).
       01 LS-ROL PIC X(12).
       *>MODO Y DIRECTORIO DE DATOS DE LA SESION (VER
       *>DIRECTORIOS.TXT EN MENU.CBL).
       01 LS-SESION.
           05 LS-MODO-SESION         PIC X(1). *>R REAL, P PRACTICA.
           05 LS-DIRECTORIO          PIC X(40).
           05 LS-DIRECTORIO-PRACTICA PIC X(40).

       *>CONECTO CON EL MENU.
       PROCEDURE DIVISION USING LS-CONECTAR LS-ROL LS-SESION.
       DECLARATIVES.
       *>CUALQUIER FALLA SOBRE UN ARCHIVO DE DATOS QUE EL PROPIO
       *>PARRAFO NO ATIENDA (INVALID KEY, AT END) SE ANOTA EN
       *>ERRORES.DAT CON LA LLAVE DEL REGISTRO EN CURSO.
       ERROR-INSTRUMENTOS-V SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSTRUMENTOS-V-ARCHIVO.
       ERROR-INSTRUMENTOS-V-ANOTAR.
       MOVE "instrumentos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS-V TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-V TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INSTRUMENTOS-N SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSTRUMENTOS-N-ARCHIVO.
       ERROR-INSTRUMENTOS-N-ANOTAR.
       MOVE "convertido_instrumentos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS-N TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-N TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ADQUISICIONES-V SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON ADQUISICIONES-V-ARCHIVO.
       ERROR-ADQUISICIONES-V-ANOTAR.
       MOVE "adquisiciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ADQUISICIONES-V TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-ADQ-V TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ADQUISICIONES-N SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON ADQUISICIONES-N-ARCHIVO.
       ERROR-ADQUISICIONES-N-ANOTAR.
       MOVE "convertido_adquisiciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ADQUISICIONES-N TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-ADQ-N TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-USUARIOS-V SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USUARIOS-V-ARCHIVO.
       ERROR-USUARIOS-V-ANOTAR.
       MOVE "usuarios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS-V TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO-V TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-USUARIOS-N SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USUARIOS-N-ARCHIVO.
       ERROR-USUARIOS-N-ANOTAR.
       MOVE "convertido_usuarios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS-N TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO-N TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-MULTAS-V SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MULTAS-V-ARCHIVO.
       ERROR-MULTAS-V-ANOTAR.
       MOVE "multas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-MULTAS-V TO WS-ERR-ESTADO.
       MOVE MUL-LLAVE-V TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-MULTAS-N SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MULTAS-N-ARCHIVO.
       ERROR-MULTAS-N-ANOTAR.
       MOVE "convertido_multas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-MULTAS-N TO WS-ERR-ESTADO.
       MOVE MUL-LLAVE-N TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-AUDITORIA-V SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AUDITORIA-V-ARCHIVO.
       ERROR-AUDITORIA-V-ANOTAR.
       MOVE "auditoria.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-AUDITORIA-V TO WS-ERR-ESTADO.
       MOVE AUD-LLAVE-V TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-AUDITORIA-N SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AUDITORIA-N-ARCHIVO.
       ERROR-AUDITORIA-N-ANOTAR.
       MOVE "convertido_auditoria.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-AUDITORIA-N TO WS-ERR-ESTADO.
       MOVE AUD-LLAVE-N TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-HISTORIAL-V SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON HISTORIAL-V-ARCHIVO.
       ERROR-HISTORIAL-V-ANOTAR.
       MOVE "instrumentos_historial.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-HISTORIAL-V TO WS-ERR-ESTADO.
       MOVE HIST-LLAVE-V TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-HISTORIAL-N SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON HISTORIAL-N-ARCHIVO.
       ERROR-HISTORIAL-N-ANOTAR.
       MOVE "convertido_instrumentos_hist.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-HISTORIAL-N TO WS-ERR-ESTADO.
       MOVE HIST-LLAVE-N TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-RESERVAS-V SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RESERVAS-V-ARCHIVO.
       ERROR-RESERVAS-V-ANOTAR.
       MOVE "reservas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-RESERVAS-V TO WS-ERR-ESTADO.
       MOVE RES-LLAVE-V TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-RESERVAS-N SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RESERVAS-N-ARCHIVO.
       ERROR-RESERVAS-N-ANOTAR.
       MOVE "convertido_reservas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-RESERVAS-N TO WS-ERR-ESTADO.
       MOVE RES-LLAVE-N TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PAGOS-V SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAGOS-V-ARCHIVO.
       ERROR-PAGOS-V-ANOTAR.
       MOVE "pagos_multas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PAGOS-V TO WS-ERR-ESTADO.
       MOVE PAGO-LLAVE-V TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PAGOS-N SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAGOS-N-ARCHIVO.
       ERROR-PAGOS-N-ANOTAR.
       MOVE "convertido_pagos_multas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PAGOS-N TO WS-ERR-ESTADO.
       MOVE PAGO-LLAVE-N TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-REPARACIONES-V SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REPARACIONES-V-ARCHIVO.
       ERROR-REPARACIONES-V-ANOTAR.
       MOVE "reparaciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-REPARACIONES-V TO WS-ERR-ESTADO.
       MOVE REP-LLAVE-V TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-REPARACIONES-N SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REPARACIONES-N-ARCHIVO.
       ERROR-REPARACIONES-N-ANOTAR.
       MOVE "convertido_reparaciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-REPARACIONES-N TO WS-ERR-ESTADO.
       MOVE REP-LLAVE-N TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PRESTAMOS-V SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PRESTAMOS-V-ARCHIVO.
       ERROR-PRESTAMOS-V-ANOTAR.
       MOVE "prestamos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PRESTAMOS-V TO WS-ERR-ESTADO.
       MOVE PRE-LLAVE-V TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PRESTAMOS-N SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PRESTAMOS-N-ARCHIVO.
       ERROR-PRESTAMOS-N-ANOTAR.
       MOVE "convertido_prestamos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PRESTAMOS-N TO WS-ERR-ESTADO.
       MOVE PRE-LLAVE-N TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-CHECKPOINT-CONV SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON CHECKPOINT-CONV-ARCHIVO.
       ERROR-CHECKPOINT-CONV-ANOTAR.
       MOVE "checkpoint_conversion.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CHECKPOINT-CONV TO WS-ERR-ESTADO.
       MOVE CHK-CONV-ID TO WS-ERR-LLAVE.
       *>LA ULTIMA SECCION SIGUE DIRECTO EN ESTE PARRAFO.
       ANOTAR-ERROR-ARCHIVO.
       MOVE LS-CONECTAR TO WS-ERR-OPERADOR.
       MOVE LS-DIRECTORIO TO WS-ERR-DIRECTORIO.
       CALL "Errores" USING WS-ERR-DATOS.
       MOVE 1 TO WS-ERR-HUBO.
       *>UNA LLAVE INEXISTENTE O REPETIDA SIN INVALID KEY SE ANOTA
       *>Y SE SIGUE; CUALQUIER OTRA FALLA (ARCHIVO BLOQUEADO,
       *>DAÑADO O SIN ABRIR) NO DEJA SEGUIR.
       IF WS-ERR-ESTADO(1:1) NOT = "2"
           DISPLAY "No se puede seguir con esta operacion."
           EXIT PROGRAM.
       END DECLARATIVES.

       MAIN SECTION.
       *>PROGRAMA PRINCIPAL.
       PROGRAM-BEGIN.
       PERFORM ARMAR-RUTAS.
       DISPLAY " ".
       DISPLAY WS-TITULO.
       DISPLAY " ".
       *>SALTAN Y LA QUE QUEDO A MEDIAS SE REANUDA JUSTO DESPUES DE
       *>SU ULTIMA LLAVE PROCESADA.
       CONVERTIR-TODO.
       MOVE "OPEN    CONVERTIR-TODO" TO WS-ERR-DONDE
       OPEN I-O CHECKPOINT-CONV-ARCHIVO.
       PERFORM VERIFICAR-CHECKPOINT-CONV.
       IF CHK-CONV-FASE > 10

       VERIFICAR-CHECKPOINT-CONV.
       MOVE "CONV" TO CHK-CONV-ID.
       MOVE "READ    VERIFICAR-CHECKPOINT-CONV" TO WS-ERR-DONDE
       READ CHECKPOINT-CONV-ARCHIVO RECORD
           KEY CHK-CONV-ID
               INVALID KEY     MOVE 0 TO WS-HAY-CHK-CONV
               CHK-CONV-TOTAL(3) CHK-CONV-TOTAL(4) CHK-CONV-TOTAL(5)
               CHK-CONV-TOTAL(6) CHK-CONV-TOTAL(7) CHK-CONV-TOTAL(8)
               CHK-CONV-TOTAL(9) CHK-CONV-TOTAL(10)
           MOVE "WRITE   VERIFICAR-CHECKPOINT-CONV" TO WS-ERR-DONDE
           WRITE CHECKPOINT-CONV-REGISTRO.

       AVANZAR-FASE-CONV.
       ADD 1 TO CHK-CONV-FASE.
       MOVE LOW-VALUES TO CHK-CONV-LLAVE.
       MOVE "REWRITE AVANZAR-FASE-CONV" TO WS-ERR-DONDE
       REWRITE CHECKPOINT-CONV-REGISTRO.

       *>APLICA LA REGLA DE SIGLO A WS-FECHA-VIEJA Y DEJA EL RESULTADO

       CONVERTIR-INSTRUMENTOS.
       MOVE 0 TO WS-TOTAL-CONVERTIDO.
       MOVE "OPEN    CONVERTIR-INSTRUMENTOS" TO WS-ERR-DONDE
       OPEN INPUT INSTRUMENTOS-V-ARCHIVO.
       MOVE 0 TO LEE-TODO.
       *>SI LA FASE QUEDO A MEDIAS, SE RETOMA JUSTO DESPUES DE LA
       *>ULTIMA LLAVE YA CONVERTIDA, SOBRE EL MISMO ARCHIVO NUEVO.
       IF CHK-CONV-LLAVE = LOW-VALUES
           MOVE "OPEN    CONVERTIR-INSTRUMENTOS" TO WS-ERR-DONDE
           OPEN OUTPUT INSTRUMENTOS-N-ARCHIVO
           PERFORM LEER-INSTRUMENTO-V
       ELSE
           MOVE "OPEN    CONVERTIR-INSTRUMENTOS" TO WS-ERR-DONDE
           OPEN I-O INSTRUMENTOS-N-ARCHIVO
           MOVE CHK-CONV-TOTAL(1) TO WS-TOTAL-CONVERTIDO
           MOVE CHK-CONV-LLAVE(1:6) TO ID-INSTRUMENTO-V
           MOVE "START   CONVERTIR-INSTRUMENTOS" TO WS-ERR-DONDE
           START INSTRUMENTOS-V-ARCHIVO
               KEY IS GREATER THAN ID-INSTRUMENTO-V
               INVALID KEY     MOVE 1 TO LEE-TODO
           " registros convertidos.".

       LEER-INSTRUMENTO-V.
       MOVE "READ    LEER-INSTRUMENTO-V" TO WS-ERR-DONDE
       READ INSTRUMENTOS-V-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       MOVE SPACES               TO MARCA-N.
       MOVE SPACES               TO MODELO-N.
       MOVE SPACES               TO SERIE-N.
       MOVE "WRITE   PASAR-INSTRUMENTO" TO WS-ERR-DONDE
       WRITE INSTRUMENTOS-N-REGISTRO.
       ADD 1 TO WS-TOTAL-CONVERTIDO.
       *>EL AVANCE SE GUARDA TRAS CADA REGISTRO, PARA QUE UNA CAIDA
       MOVE WS-TOTAL-CONVERTIDO TO CHK-CONV-TOTAL(1).
       MOVE LOW-VALUES TO CHK-CONV-LLAVE.
       MOVE ID-INSTRUMENTO-V TO CHK-CONV-LLAVE(1:6).
       MOVE "REWRITE PASAR-INSTRUMENTO" TO WS-ERR-DONDE
       REWRITE CHECKPOINT-CONV-REGISTRO.
       PERFORM LEER-INSTRUMENTO-V.

       CONVERTIR-ADQUISICIONES.
       MOVE 0 TO WS-TOTAL-CONVERTIDO.
       MOVE "OPEN    CONVERTIR-ADQUISICIONES" TO WS-ERR-DONDE
       OPEN INPUT ADQUISICIONES-V-ARCHIVO.
       MOVE 0 TO LEE-TODO.
       *>SI LA FASE QUEDO A MEDIAS, SE RETOMA JUSTO DESPUES DE LA
       *>ULTIMA LLAVE YA CONVERTIDA, SOBRE EL MISMO ARCHIVO NUEVO.
       IF CHK-CONV-LLAVE = LOW-VALUES
           MOVE "OPEN    CONVERTIR-ADQUISICIONES" TO WS-ERR-DONDE
           OPEN OUTPUT ADQUISICIONES-N-ARCHIVO
           PERFORM LEER-ADQUISICION-V
       ELSE
           MOVE "OPEN    CONVERTIR-ADQUISICIONES" TO WS-ERR-DONDE
           OPEN I-O ADQUISICIONES-N-ARCHIVO
           MOVE CHK-CONV-TOTAL(2) TO WS-TOTAL-CONVERTIDO
           MOVE CHK-CONV-LLAVE(1:6) TO ID-INSTRUMENTO-ADQ-V
           MOVE "START   CONVERTIR-ADQUISICIONES" TO WS-ERR-DONDE
           START ADQUISICIONES-V-ARCHIVO
               KEY IS GREATER THAN ID-INSTRUMENTO-ADQ-V
               INVALID KEY     MOVE 1 TO LEE-TODO
           " registros convertidos.".

       LEER-ADQUISICION-V.
       MOVE "READ    LEER-ADQUISICION-V" TO WS-ERR-DONDE
       READ ADQUISICIONES-V-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       *>PUEDE CARGAR LUEGO DESDE INSTRUMENTOS SI HACE FALTA.
       MOVE 0 TO GARANTIA-FIN-ADQ-N.
       MOVE SPACES TO GARANTIA-NOTA-ADQ-N.
       MOVE "WRITE   PASAR-ADQUISICION" TO WS-ERR-DONDE
       WRITE ADQUISICIONES-N-REGISTRO.
       ADD 1 TO WS-TOTAL-CONVERTIDO.
       *>EL AVANCE SE GUARDA TRAS CADA REGISTRO, PARA QUE UNA CAIDA
       MOVE WS-TOTAL-CONVERTIDO TO CHK-CONV-TOTAL(2).
       MOVE LOW-VALUES TO CHK-CONV-LLAVE.
       MOVE ID-INSTRUMENTO-ADQ-V TO CHK-CONV-LLAVE(1:6).
       MOVE "REWRITE PASAR-ADQUISICION" TO WS-ERR-DONDE
       REWRITE CHECKPOINT-CONV-REGISTRO.
       PERFORM LEER-ADQUISICION-V.

       CONVERTIR-USUARIOS.
       MOVE 0 TO WS-TOTAL-CONVERTIDO.
       MOVE "OPEN    CONVERTIR-USUARIOS" TO WS-ERR-DONDE
       OPEN INPUT USUARIOS-V-ARCHIVO.
       MOVE 0 TO LEE-TODO.
       *>SI LA FASE QUEDO A MEDIAS, SE RETOMA JUSTO DESPUES DE LA
       *>ULTIMA LLAVE YA CONVERTIDA, SOBRE EL MISMO ARCHIVO NUEVO.
       IF CHK-CONV-LLAVE = LOW-VALUES
           MOVE "OPEN    CONVERTIR-USUARIOS" TO WS-ERR-DONDE
           OPEN OUTPUT USUARIOS-N-ARCHIVO
           PERFORM LEER-USUARIO-V
       ELSE
           MOVE "OPEN    CONVERTIR-USUARIOS" TO WS-ERR-DONDE
           OPEN I-O USUARIOS-N-ARCHIVO
           MOVE CHK-CONV-TOTAL(3) TO WS-TOTAL-CONVERTIDO
           MOVE CHK-CONV-LLAVE(1:11) TO CEDULA-USUARIO-V
           MOVE "START   CONVERTIR-USUARIOS" TO WS-ERR-DONDE
           START USUARIOS-V-ARCHIVO
               KEY IS GREATER THAN CEDULA-USUARIO-V
               INVALID KEY     MOVE 1 TO LEE-TODO
           " registros convertidos.".

       LEER-USUARIO-V.
       MOVE "READ    LEER-USUARIO-V" TO WS-ERR-DONDE
       READ USUARIOS-V-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       MOVE 0 TO FECHA-INSCRIPCION-N.
       MOVE 0 TO FECHA-VENCIMIENTO-N.
       MOVE "adulto" TO CATEGORIA-USUARIO-N.
       MOVE "WRITE   PASAR-USUARIO" TO WS-ERR-DONDE
       WRITE USUARIOS-N-REGISTRO.
       ADD 1 TO WS-TOTAL-CONVERTIDO.
       *>EL AVANCE SE GUARDA TRAS CADA REGISTRO, PARA QUE UNA CAIDA
       MOVE WS-TOTAL-CONVERTIDO TO CHK-CONV-TOTAL(3).
       MOVE LOW-VALUES TO CHK-CONV-LLAVE.
       MOVE CEDULA-USUARIO-V TO CHK-CONV-LLAVE(1:11).
       MOVE "REWRITE PASAR-USUARIO" TO WS-ERR-DONDE
       REWRITE CHECKPOINT-CONV-REGISTRO.
       PERFORM LEER-USUARIO-V.

       CONVERTIR-MULTAS.
       MOVE 0 TO WS-TOTAL-CONVERTIDO.
       MOVE "OPEN    CONVERTIR-MULTAS" TO WS-ERR-DONDE
       OPEN INPUT MULTAS-V-ARCHIVO.
       MOVE 0 TO LEE-TODO.
       *>SI LA FASE QUEDO A MEDIAS, SE RETOMA JUSTO DESPUES DE LA
       *>ULTIMA LLAVE YA CONVERTIDA, SOBRE EL MISMO ARCHIVO NUEVO.
       IF CHK-CONV-LLAVE = LOW-VALUES
           MOVE "OPEN    CONVERTIR-MULTAS" TO WS-ERR-DONDE
           OPEN OUTPUT MULTAS-N-ARCHIVO
           PERFORM LEER-MULTA-V
       ELSE
           MOVE "OPEN    CONVERTIR-MULTAS" TO WS-ERR-DONDE
           OPEN I-O MULTAS-N-ARCHIVO
           MOVE CHK-CONV-TOTAL(4) TO WS-TOTAL-CONVERTIDO
           MOVE CHK-CONV-LLAVE(1:25) TO MUL-LLAVE-V
           MOVE "START   CONVERTIR-MULTAS" TO WS-ERR-DONDE
           START MULTAS-V-ARCHIVO
               KEY IS GREATER THAN MUL-LLAVE-V
               INVALID KEY     MOVE 1 TO LEE-TODO
           " registros convertidos.".

       LEER-MULTA-V.
       MOVE "READ    LEER-MULTA-V" TO WS-ERR-DONDE
       READ MULTAS-V-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       MOVE MOTIVO-MULTA-V       TO MOTIVO-MULTA-N.
       MOVE MONTO-MULTA-V        TO MONTO-MULTA-N.
       MOVE STATUS-MULTA-V       TO STATUS-MULTA-N.
       MOVE "WRITE   PASAR-MULTA" TO WS-ERR-DONDE
       WRITE MULTAS-N-REGISTRO.
       ADD 1 TO WS-TOTAL-CONVERTIDO.
       *>EL AVANCE SE GUARDA TRAS CADA REGISTRO, PARA QUE UNA CAIDA
       MOVE WS-TOTAL-CONVERTIDO TO CHK-CONV-TOTAL(4).
       MOVE LOW-VALUES TO CHK-CONV-LLAVE.
       MOVE MUL-LLAVE-V TO CHK-CONV-LLAVE(1:25).
       MOVE "REWRITE PASAR-MULTA" TO WS-ERR-DONDE
       REWRITE CHECKPOINT-CONV-REGISTRO.
       PERFORM LEER-MULTA-V.

       CONVERTIR-AUDITORIA.
       MOVE 0 TO WS-TOTAL-CONVERTIDO.
       MOVE "OPEN    CONVERTIR-AUDITORIA" TO WS-ERR-DONDE
       OPEN INPUT AUDITORIA-V-ARCHIVO.
       MOVE 0 TO LEE-TODO.
       *>SI LA FASE QUEDO A MEDIAS, SE RETOMA JUSTO DESPUES DE LA
       *>ULTIMA LLAVE YA CONVERTIDA, SOBRE EL MISMO ARCHIVO NUEVO.
       IF CHK-CONV-LLAVE = LOW-VALUES
           MOVE "OPEN    CONVERTIR-AUDITORIA" TO WS-ERR-DONDE
           OPEN OUTPUT AUDITORIA-N-ARCHIVO
           PERFORM LEER-AUDITORIA-V
       ELSE
           MOVE "OPEN    CONVERTIR-AUDITORIA" TO WS-ERR-DONDE
           OPEN I-O AUDITORIA-N-ARCHIVO
           MOVE CHK-CONV-TOTAL(5) TO WS-TOTAL-CONVERTIDO
           MOVE CHK-CONV-LLAVE(1:14) TO AUD-LLAVE-V
           MOVE "START   CONVERTIR-AUDITORIA" TO WS-ERR-DONDE
           START AUDITORIA-V-ARCHIVO
               KEY IS GREATER THAN AUD-LLAVE-V
               INVALID KEY     MOVE 1 TO LEE-TODO
           " registros convertidos.".

       LEER-AUDITORIA-V.
       MOVE "READ    LEER-AUDITORIA-V" TO WS-ERR-DONDE
       READ AUDITORIA-V-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       MOVE AUD-LLAVE-REGISTRO-V TO AUD-LLAVE-REGISTRO-N.
       MOVE SPACES               TO AUD-ANTES-N.
       MOVE SPACES               TO AUD-DESPUES-N.
       MOVE "WRITE   PASAR-AUDITORIA" TO WS-ERR-DONDE
       WRITE AUDITORIA-N-REGISTRO.
       ADD 1 TO WS-TOTAL-CONVERTIDO.
       *>EL AVANCE SE GUARDA TRAS CADA REGISTRO, PARA QUE UNA CAIDA
       MOVE WS-TOTAL-CONVERTIDO TO CHK-CONV-TOTAL(5).
       MOVE LOW-VALUES TO CHK-CONV-LLAVE.
       MOVE AUD-LLAVE-V TO CHK-CONV-LLAVE(1:14).
       MOVE "REWRITE PASAR-AUDITORIA" TO WS-ERR-DONDE
       REWRITE CHECKPOINT-CONV-REGISTRO.
       PERFORM LEER-AUDITORIA-V.

       CONVERTIR-HISTORIAL.
       MOVE 0 TO WS-TOTAL-CONVERTIDO.
       MOVE "OPEN    CONVERTIR-HISTORIAL" TO WS-ERR-DONDE
       OPEN INPUT HISTORIAL-V-ARCHIVO.
       MOVE 0 TO LEE-TODO.
       *>SI LA FASE QUEDO A MEDIAS, SE RETOMA JUSTO DESPUES DE LA
       *>ULTIMA LLAVE YA CONVERTIDA, SOBRE EL MISMO ARCHIVO NUEVO.
       IF CHK-CONV-LLAVE = LOW-VALUES
           MOVE "OPEN    CONVERTIR-HISTORIAL" TO WS-ERR-DONDE
           OPEN OUTPUT HISTORIAL-N-ARCHIVO
           PERFORM LEER-HISTORIAL-V
       ELSE
           MOVE "OPEN    CONVERTIR-HISTORIAL" TO WS-ERR-DONDE
           OPEN I-O HISTORIAL-N-ARCHIVO
           MOVE CHK-CONV-TOTAL(6) TO WS-TOTAL-CONVERTIDO
           MOVE CHK-CONV-LLAVE(1:21) TO HIST-LLAVE-V
           MOVE "START   CONVERTIR-HISTORIAL" TO WS-ERR-DONDE
           START HISTORIAL-V-ARCHIVO
               KEY IS GREATER THAN HIST-LLAVE-V
               INVALID KEY     MOVE 1 TO LEE-TODO
           " registros convertidos.".

       LEER-HISTORIAL-V.
       MOVE "READ    LEER-HISTORIAL-V" TO WS-ERR-DONDE
       READ HISTORIAL-V-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       MOVE HORA-STATUS-HIST-V        TO HORA-STATUS-HIST-N.
       MOVE STATUS-INSTRUMENTO-HIST-V TO STATUS-INSTRUMENTO-HIST-N.
       MOVE SPACES TO GRADO-CONDICION-HIST-N.
       MOVE "WRITE   PASAR-HISTORIAL" TO WS-ERR-DONDE
       WRITE HISTORIAL-N-REGISTRO.
       ADD 1 TO WS-TOTAL-CONVERTIDO.
       *>EL AVANCE SE GUARDA TRAS CADA REGISTRO, PARA QUE UNA CAIDA
       MOVE WS-TOTAL-CONVERTIDO TO CHK-CONV-TOTAL(6).
       MOVE LOW-VALUES TO CHK-CONV-LLAVE.
       MOVE HIST-LLAVE-V TO CHK-CONV-LLAVE(1:21).
       MOVE "REWRITE PASAR-HISTORIAL" TO WS-ERR-DONDE
       REWRITE CHECKPOINT-CONV-REGISTRO.
       PERFORM LEER-HISTORIAL-V.

       CONVERTIR-RESERVAS.
       MOVE 0 TO WS-TOTAL-CONVERTIDO.
       MOVE "OPEN    CONVERTIR-RESERVAS" TO WS-ERR-DONDE
       OPEN INPUT RESERVAS-V-ARCHIVO.
       MOVE 0 TO LEE-TODO.
       *>SI LA FASE QUEDO A MEDIAS, SE RETOMA JUSTO DESPUES DE LA
       *>ULTIMA LLAVE YA CONVERTIDA, SOBRE EL MISMO ARCHIVO NUEVO.
       IF CHK-CONV-LLAVE = LOW-VALUES
           MOVE "OPEN    CONVERTIR-RESERVAS" TO WS-ERR-DONDE
           OPEN OUTPUT RESERVAS-N-ARCHIVO
           PERFORM LEER-RESERVA-V
       ELSE
           MOVE "OPEN    CONVERTIR-RESERVAS" TO WS-ERR-DONDE
           OPEN I-O RESERVAS-N-ARCHIVO
           MOVE CHK-CONV-TOTAL(7) TO WS-TOTAL-CONVERTIDO
           MOVE CHK-CONV-LLAVE(1:21) TO RES-LLAVE-V
           MOVE "START   CONVERTIR-RESERVAS" TO WS-ERR-DONDE
           START RESERVAS-V-ARCHIVO
               KEY IS GREATER THAN RES-LLAVE-V
               INVALID KEY     MOVE 1 TO LEE-TODO
           " registros convertidos.".

       LEER-RESERVA-V.
       MOVE "READ    LEER-RESERVA-V" TO WS-ERR-DONDE
       READ RESERVAS-V-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       MOVE STATUS-RESERVA-V     TO STATUS-RESERVA-N.
       MOVE 0 TO FECHA-USO-DESDE-RES-N.
       MOVE 0 TO FECHA-USO-HASTA-RES-N.
       MOVE "WRITE   PASAR-RESERVA" TO WS-ERR-DONDE
       WRITE RESERVAS-N-REGISTRO.
       ADD 1 TO WS-TOTAL-CONVERTIDO.
       *>EL AVANCE SE GUARDA TRAS CADA REGISTRO, PARA QUE UNA CAIDA
       MOVE WS-TOTAL-CONVERTIDO TO CHK-CONV-TOTAL(7).
       MOVE LOW-VALUES TO CHK-CONV-LLAVE.
       MOVE RES-LLAVE-V TO CHK-CONV-LLAVE(1:21).
       MOVE "REWRITE PASAR-RESERVA" TO WS-ERR-DONDE
       REWRITE CHECKPOINT-CONV-REGISTRO.
       PERFORM LEER-RESERVA-V.

       CONVERTIR-PAGOS.
       MOVE 0 TO WS-TOTAL-CONVERTIDO.
       MOVE "OPEN    CONVERTIR-PAGOS" TO WS-ERR-DONDE
       OPEN INPUT PAGOS-V-ARCHIVO.
       MOVE 0 TO LEE-TODO.
       *>SI LA FASE QUEDO A MEDIAS, SE RETOMA JUSTO DESPUES DE LA
       *>ULTIMA LLAVE YA CONVERTIDA, SOBRE EL MISMO ARCHIVO NUEVO.
       IF CHK-CONV-LLAVE = LOW-VALUES
           MOVE "OPEN    CONVERTIR-PAGOS" TO WS-ERR-DONDE
           OPEN OUTPUT PAGOS-N-ARCHIVO
           PERFORM LEER-PAGO-V
       ELSE
           MOVE "OPEN    CONVERTIR-PAGOS" TO WS-ERR-DONDE
           OPEN I-O PAGOS-N-ARCHIVO
           MOVE CHK-CONV-TOTAL(8) TO WS-TOTAL-CONVERTIDO
           MOVE CHK-CONV-LLAVE(1:8) TO PAGO-LLAVE-V
           MOVE "START   CONVERTIR-PAGOS" TO WS-ERR-DONDE
           START PAGOS-V-ARCHIVO
               KEY IS GREATER THAN PAGO-LLAVE-V
               INVALID KEY     MOVE 1 TO LEE-TODO
           " registros convertidos.".

       LEER-PAGO-V.
       MOVE "READ    LEER-PAGO-V" TO WS-ERR-DONDE
       READ PAGOS-V-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       MOVE WS-FECHA-NUEVA        TO FECHA-PAGO-N.
       MOVE MONTO-PAGO-V          TO MONTO-PAGO-N.
       MOVE "Efectivo"            TO FORMA-PAGO-N.
       MOVE "WRITE   PASAR-PAGO" TO WS-ERR-DONDE
       WRITE PAGOS-N-REGISTRO.
       ADD 1 TO WS-TOTAL-CONVERTIDO.
       *>EL AVANCE SE GUARDA TRAS CADA REGISTRO, PARA QUE UNA CAIDA
       MOVE WS-TOTAL-CONVERTIDO TO CHK-CONV-TOTAL(8).
       MOVE LOW-VALUES TO CHK-CONV-LLAVE.
       MOVE PAGO-LLAVE-V TO CHK-CONV-LLAVE(1:8).
       MOVE "REWRITE PASAR-PAGO" TO WS-ERR-DONDE
       REWRITE CHECKPOINT-CONV-REGISTRO.
       PERFORM LEER-PAGO-V.

       CONVERTIR-REPARACIONES.
       MOVE 0 TO WS-TOTAL-CONVERTIDO.
       MOVE "OPEN    CONVERTIR-REPARACIONES" TO WS-ERR-DONDE
       OPEN INPUT REPARACIONES-V-ARCHIVO.
       MOVE 0 TO LEE-TODO.
       *>SI LA FASE QUEDO A MEDIAS, SE RETOMA JUSTO DESPUES DE LA
       *>ULTIMA LLAVE YA CONVERTIDA, SOBRE EL MISMO ARCHIVO NUEVO.
       IF CHK-CONV-LLAVE = LOW-VALUES
           MOVE "OPEN    CONVERTIR-REPARACIONES" TO WS-ERR-DONDE
           OPEN OUTPUT REPARACIONES-N-ARCHIVO
           PERFORM LEER-REPARACION-V
       ELSE
           MOVE "OPEN    CONVERTIR-REPARACIONES" TO WS-ERR-DONDE
           OPEN I-O REPARACIONES-N-ARCHIVO
           MOVE CHK-CONV-TOTAL(9) TO WS-TOTAL-CONVERTIDO
           MOVE CHK-CONV-LLAVE(1:12) TO REP-LLAVE-V
           MOVE "START   CONVERTIR-REPARACIONES" TO WS-ERR-DONDE
           START REPARACIONES-V-ARCHIVO
               KEY IS GREATER THAN REP-LLAVE-V
               INVALID KEY     MOVE 1 TO LEE-TODO
           " registros convertidos.".

       LEER-REPARACION-V.
       MOVE "READ    LEER-REPARACION-V" TO WS-ERR-DONDE
       READ REPARACIONES-V-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       PERFORM CONVERTIR-FECHA.
       MOVE WS-FECHA-NUEVA       TO FECHA-RETORNO-REP-N.
       MOVE STATUS-ORDEN-REP-V   TO STATUS-ORDEN-REP-N.
       MOVE "WRITE   PASAR-REPARACION" TO WS-ERR-DONDE
       WRITE REPARACIONES-N-REGISTRO.
       ADD 1 TO WS-TOTAL-CONVERTIDO.
       *>EL AVANCE SE GUARDA TRAS CADA REGISTRO, PARA QUE UNA CAIDA
       MOVE WS-TOTAL-CONVERTIDO TO CHK-CONV-TOTAL(9).
       MOVE LOW-VALUES TO CHK-CONV-LLAVE.
       MOVE REP-LLAVE-V TO CHK-CONV-LLAVE(1:12).
       MOVE "REWRITE PASAR-REPARACION" TO WS-ERR-DONDE
       REWRITE CHECKPOINT-CONV-REGISTRO.
       PERFORM LEER-REPARACION-V.

       CONVERTIR-PRESTAMOS.
       MOVE 0 TO WS-TOTAL-CONVERTIDO.
       MOVE "OPEN    CONVERTIR-PRESTAMOS" TO WS-ERR-DONDE
       OPEN INPUT PRESTAMOS-V-ARCHIVO.
       MOVE 0 TO LEE-TODO.
       *>SI LA FASE QUEDO A MEDIAS, SE RETOMA JUSTO DESPUES DE LA
       *>ULTIMA LLAVE YA CONVERTIDA, SOBRE EL MISMO ARCHIVO NUEVO.
       IF CHK-CONV-LLAVE = LOW-VALUES
           MOVE "OPEN    CONVERTIR-PRESTAMOS" TO WS-ERR-DONDE
           OPEN OUTPUT PRESTAMOS-N-ARCHIVO
           PERFORM LEER-PRESTAMO-V
       ELSE
           MOVE "OPEN    CONVERTIR-PRESTAMOS" TO WS-ERR-DONDE
           OPEN I-O PRESTAMOS-N-ARCHIVO
           MOVE CHK-CONV-TOTAL(10) TO WS-TOTAL-CONVERTIDO
           MOVE CHK-CONV-LLAVE(1:62) TO PRE-LLAVE-V
           MOVE "START   CONVERTIR-PRESTAMOS" TO WS-ERR-DONDE
           START PRESTAMOS-V-ARCHIVO
               KEY IS GREATER THAN PRE-LLAVE-V
               INVALID KEY     MOVE 1 TO LEE-TODO
           " registros convertidos.".

       LEER-PRESTAMO-V.
       MOVE "READ    LEER-PRESTAMO-V" TO WS-ERR-DONDE
       READ PRESTAMOS-V-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       MOVE HORA-DEVOLUCION-V(1:9) TO HORA-DEVOLUCION-N.
       MOVE STATUS-INSTRUMENTO-PR-V TO STATUS-INSTRUMENTO-PR-N.
       MOVE STATUS-PRESTAMO-PR-V  TO STATUS-PRESTAMO-PR-N.
       MOVE "WRITE   PASAR-PRESTAMO" TO WS-ERR-DONDE
       WRITE PRESTAMOS-N-REGISTRO.
       ADD 1 TO WS-TOTAL-CONVERTIDO.
       *>EL AVANCE SE GUARDA TRAS CADA REGISTRO, PARA QUE UNA CAIDA
       MOVE WS-TOTAL-CONVERTIDO TO CHK-CONV-TOTAL(10).
       MOVE LOW-VALUES TO CHK-CONV-LLAVE.
       MOVE PRE-LLAVE-V TO CHK-CONV-LLAVE(1:62).
       MOVE "REWRITE PASAR-PRESTAMO" TO WS-ERR-DONDE
       REWRITE CHECKPOINT-CONV-REGISTRO.
       PERFORM LEER-PRESTAMO-V.

       *>LA RUTINA CBL_RENAME_FILE. SI ALGUN CONTEO NO CUADRA, ESE
       *>ARCHIVO NO SE TOCA Y SE AVISA.
       REEMPLAZO-VERIFICADO.
       MOVE "OPEN    REEMPLAZO-VERIFICADO" TO WS-ERR-DONDE
       OPEN I-O CHECKPOINT-CONV-ARCHIVO.
       PERFORM VERIFICAR-CHECKPOINT-CONV.
       IF CHK-CONV-FASE > 10
       DISPLAY " ".
       IF WS-SWAP-MAL = 0
           MOVE 11 TO CHK-CONV-FASE
           MOVE "REWRITE REEMPLAZO-VERIFICADO" TO WS-ERR-DONDE
           REWRITE CHECKPOINT-CONV-REGISTRO
           DISPLAY "Los 10 archivos quedaron reemplazados y los "
           DISPLAY "viejos resguardados como resguardo_*.dat."

       ARMAR-NOMBRES-SWAP.
       MOVE SPACES TO WS-NOMBRE-VIVO.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           WS-NOMBRE-BASE(WS-IDX-SWAP) DELIMITED BY SPACE
           INTO WS-NOMBRE-VIVO.
       MOVE SPACES TO WS-NOMBRE-RESG.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "resguardo_" DELIMITED BY SIZE
           WS-NOMBRE-BASE(WS-IDX-SWAP) DELIMITED BY SPACE
           INTO WS-NOMBRE-RESG.
       MOVE SPACES TO WS-NOMBRE-CONV.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           WS-NOMBRE-CONVERTIDO(WS-IDX-SWAP) DELIMITED BY SPACE
           INTO WS-NOMBRE-CONV.

       MOVE 0 TO LEE-TODO.
       EVALUATE WS-IDX-SWAP
       WHEN 1
           MOVE "OPEN    CONTAR-VIVOS" TO WS-ERR-DONDE
           OPEN INPUT INSTRUMENTOS-V-ARCHIVO
           PERFORM LEER-INSTRUMENTO-V
           PERFORM CONTAR-INSTRUMENTO-VIVO UNTIL LEE-TODO = 1
           CLOSE INSTRUMENTOS-V-ARCHIVO
       WHEN 2
           MOVE "OPEN    CONTAR-VIVOS" TO WS-ERR-DONDE
           OPEN INPUT ADQUISICIONES-V-ARCHIVO
           PERFORM LEER-ADQUISICION-V
           PERFORM CONTAR-ADQUISICION-VIVA UNTIL LEE-TODO = 1
           CLOSE ADQUISICIONES-V-ARCHIVO
       WHEN 3
           MOVE "OPEN    CONTAR-VIVOS" TO WS-ERR-DONDE
           OPEN INPUT USUARIOS-V-ARCHIVO
           PERFORM LEER-USUARIO-V
           PERFORM CONTAR-USUARIO-VIVO UNTIL LEE-TODO = 1
           CLOSE USUARIOS-V-ARCHIVO
       WHEN 4
           MOVE "OPEN    CONTAR-VIVOS" TO WS-ERR-DONDE
           OPEN INPUT MULTAS-V-ARCHIVO
           PERFORM LEER-MULTA-V
           PERFORM CONTAR-MULTA-VIVA UNTIL LEE-TODO = 1
           CLOSE MULTAS-V-ARCHIVO
       WHEN 5
           MOVE "OPEN    CONTAR-VIVOS" TO WS-ERR-DONDE
           OPEN INPUT AUDITORIA-V-ARCHIVO
           PERFORM LEER-AUDITORIA-V
           PERFORM CONTAR-AUDITORIA-VIVA UNTIL LEE-TODO = 1
           CLOSE AUDITORIA-V-ARCHIVO
       WHEN 6
           MOVE "OPEN    CONTAR-VIVOS" TO WS-ERR-DONDE
           OPEN INPUT HISTORIAL-V-ARCHIVO
           PERFORM LEER-HISTORIAL-V
           PERFORM CONTAR-HISTORIAL-VIVO UNTIL LEE-TODO = 1
           CLOSE HISTORIAL-V-ARCHIVO
       WHEN 7
           MOVE "OPEN    CONTAR-VIVOS" TO WS-ERR-DONDE
           OPEN INPUT RESERVAS-V-ARCHIVO
           PERFORM LEER-RESERVA-V
           PERFORM CONTAR-RESERVA-VIVA UNTIL LEE-TODO = 1
           CLOSE RESERVAS-V-ARCHIVO
       WHEN 8
           MOVE "OPEN    CONTAR-VIVOS" TO WS-ERR-DONDE
           OPEN INPUT PAGOS-V-ARCHIVO
           PERFORM LEER-PAGO-V
           PERFORM CONTAR-PAGO-VIVO UNTIL LEE-TODO = 1
           CLOSE PAGOS-V-ARCHIVO
       WHEN 9
           MOVE "OPEN    CONTAR-VIVOS" TO WS-ERR-DONDE
           OPEN INPUT REPARACIONES-V-ARCHIVO
           PERFORM LEER-REPARACION-V
           PERFORM CONTAR-REPARACION-VIVA UNTIL LEE-TODO = 1
           CLOSE REPARACIONES-V-ARCHIVO
       WHEN 10
           MOVE "OPEN    CONTAR-VIVOS" TO WS-ERR-DONDE
           OPEN INPUT PRESTAMOS-V-ARCHIVO
           PERFORM LEER-PRESTAMO-V
           PERFORM CONTAR-PRESTAMO-VIVO UNTIL LEE-TODO = 1
       *>NOMBRE convertido_*.dat Y REPONE EL RESGUARDO COMO ARCHIVO
       *>VIVO, PARA CUANDO ALGO SE DESCUBRE MAL DESPUES DEL CAMBIO.
       REVERTIR-REEMPLAZO.
       MOVE "OPEN    REVERTIR-REEMPLAZO" TO WS-ERR-DONDE
       OPEN I-O CHECKPOINT-CONV-ARCHIVO.
       PERFORM VERIFICAR-CHECKPOINT-CONV.
       IF CHK-CONV-FASE NOT > 10
           " con problemas.".
       IF WS-SWAP-MAL = 0
           MOVE 10 TO CHK-CONV-FASE
           MOVE "REWRITE REVERTIR-REEMPLAZO" TO WS-ERR-DONDE
           REWRITE CHECKPOINT-CONV-REGISTRO.
       CLOSE CHECKPOINT-CONV-ARCHIVO.
       PERFORM PROGRAM-BEGIN.
               DISPLAY WS-NOMBRE-BASE(WS-IDX-SWAP) ": revertido.".


       *>ARMA LA RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE
       *>LA SESION (EL REAL O EL DE PRACTICA, VER MENU.CBL) Y, EN
       *>MODO PRACTICA, LO ADVIERTE EN CADA PANTALLA.
       ARMAR-RUTAS.
       IF LS-MODO-SESION = "P"
           DISPLAY "*** MODO PRACTICA: datos de entrenamiento, "
               "nada de esto es real ***".
       MOVE SPACES TO WS-INSTRUMENTOS-V-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-V-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-N-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "convertido_instrumentos.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-N-RUTA.
       MOVE SPACES TO WS-ADQUISICIONES-V-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "adquisiciones.dat" DELIMITED BY SIZE
           INTO WS-ADQUISICIONES-V-RUTA.
       MOVE SPACES TO WS-ADQUISICIONES-N-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "convertido_adquisiciones.dat" DELIMITED BY SIZE
           INTO WS-ADQUISICIONES-N-RUTA.
       MOVE SPACES TO WS-USUARIOS-V-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios.dat" DELIMITED BY SIZE INTO WS-USUARIOS-V-RUTA.
       MOVE SPACES TO WS-USUARIOS-N-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "convertido_usuarios.dat" DELIMITED BY SIZE
           INTO WS-USUARIOS-N-RUTA.
       MOVE SPACES TO WS-MULTAS-V-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "multas.dat" DELIMITED BY SIZE INTO WS-MULTAS-V-RUTA.
       MOVE SPACES TO WS-MULTAS-N-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "convertido_multas.dat" DELIMITED BY SIZE
           INTO WS-MULTAS-N-RUTA.
       MOVE SPACES TO WS-AUDITORIA-V-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-V-RUTA.
       MOVE SPACES TO WS-AUDITORIA-N-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "convertido_auditoria.dat" DELIMITED BY SIZE
           INTO WS-AUDITORIA-N-RUTA.
       MOVE SPACES TO WS-HISTORIAL-V-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos_historial.dat" DELIMITED BY SIZE
           INTO WS-HISTORIAL-V-RUTA.
       MOVE SPACES TO WS-HISTORIAL-N-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "convertido_instrumentos_hist.dat" DELIMITED BY SIZE
           INTO WS-HISTORIAL-N-RUTA.
       MOVE SPACES TO WS-RESERVAS-V-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reservas.dat" DELIMITED BY SIZE INTO WS-RESERVAS-V-RUTA.
       MOVE SPACES TO WS-RESERVAS-N-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "convertido_reservas.dat" DELIMITED BY SIZE
           INTO WS-RESERVAS-N-RUTA.
       MOVE SPACES TO WS-PAGOS-V-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "pagos_multas.dat" DELIMITED BY SIZE INTO WS-PAGOS-V-RUTA.
       MOVE SPACES TO WS-PAGOS-N-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "convertido_pagos_multas.dat" DELIMITED BY SIZE
           INTO WS-PAGOS-N-RUTA.
       MOVE SPACES TO WS-REPARACIONES-V-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reparaciones.dat" DELIMITED BY SIZE
           INTO WS-REPARACIONES-V-RUTA.
       MOVE SPACES TO WS-REPARACIONES-N-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "convertido_reparaciones.dat" DELIMITED BY SIZE
           INTO WS-REPARACIONES-N-RUTA.
       MOVE SPACES TO WS-PRESTAMOS-V-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "prestamos.dat" DELIMITED BY SIZE INTO WS-PRESTAMOS-V-RUTA.
       MOVE SPACES TO WS-PRESTAMOS-N-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "convertido_prestamos.dat" DELIMITED BY SIZE
           INTO WS-PRESTAMOS-N-RUTA.
       MOVE SPACES TO WS-CHECKPOINT-CONV-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "checkpoint_conversion.dat" DELIMITED BY SIZE
           INTO WS-CHECKPOINT-CONV-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
