       *>TRAZADO ACTUAL; ESTE LOTE ES PARA QUIEN VIENE DE FECHAS DE
       *>OCHO DIGITOS PERO REGISTROS VIEJOS.
       SELECT OPTIONAL REORG-ARCHIVO
       ASSIGN TO WS-REORG-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS REO-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-REORG.

       SELECT OPTIONAL OPERADORES-V-ARCHIVO
       ASSIGN TO WS-OPERADORES-V-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-OPERADOR-V
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-OPERADORES-V.

       SELECT OPTIONAL OPERADORES-N-ARCHIVO
       ASSIGN TO WS-OPERADORES-N-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-OPERADOR-N
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-OPERADORES-N.

       SELECT OPTIONAL POLITICAS-V-ARCHIVO
       ASSIGN TO WS-POLITICAS-V-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-TIPO-POL-V
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-POLITICAS-V.

       SELECT OPTIONAL POLITICAS-N-ARCHIVO
       ASSIGN TO WS-POLITICAS-N-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-TIPO-POL-N
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-POLITICAS-N.

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

       SELECT OPTIONAL ARCHIVO-AUD-V-ARCHIVO
       ASSIGN TO WS-ARCHIVO-AUD-V-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE-ARC-V
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ARCHIVO-AUD-V.

       SELECT OPTIONAL ARCHIVO-AUD-N-ARCHIVO
       ASSIGN TO WS-ARCHIVO-AUD-N-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE-ARC-N
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ARCHIVO-AUD-N.

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

       SELECT OPTIONAL RESERVAS-V-ARCHIVO
       ASSIGN TO WS-RESERVAS-V-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS RES-LLAVE-V
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-RES-V
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-RESERVAS-V.

       SELECT OPTIONAL RESERVAS-N-ARCHIVO
       ASSIGN TO WS-RESERVAS-N-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS RES-LLAVE-N
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-RES-N
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-RESERVAS-N.

       SELECT OPTIONAL PAGOS-MULTAS-V-ARCHIVO
       ASSIGN TO WS-PAGOS-MULTAS-V-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PAGO-LLAVE-V
       ALTERNATE RECORD KEY IS MUL-LLAVE-PAGO-V
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PAGOS-MULTAS-V.

       SELECT OPTIONAL PAGOS-MULTAS-N-ARCHIVO
       ASSIGN TO WS-PAGOS-MULTAS-N-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PAGO-LLAVE-N
       ALTERNATE RECORD KEY IS MUL-LLAVE-PAGO-N
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PAGOS-MULTAS-N.

       SELECT OPTIONAL HISTORIAL-V-ARCHIVO
       ASSIGN TO WS-HISTORIAL-V-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS HIST-LLAVE-V
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-HIST-V
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-HISTORIAL-V.

       SELECT OPTIONAL HISTORIAL-N-ARCHIVO
       ASSIGN TO WS-HISTORIAL-N-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS HIST-LLAVE-N
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-HIST-N
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-HISTORIAL-N.

       DATA DIVISION.
       FILE SECTION.
       *>LA RUTINA CBL_RENAME_FILE DEL RUNTIME, IGUAL QUE EN
       *>CONVERTIR.CBL. EL RESGUARDO ES resguardo2_*.dat PARA NO
       *>PISAR LOS resguardo_*.dat DE LA CONVERSION DE FECHAS.
       77 WS-NOMBRE-VIVO PIC X(80).
       77 WS-NOMBRE-NUEVO PIC X(80).
       77 WS-NOMBRE-RESG PIC X(80).
       01 WS-TABLA-BASE.
           05 FILLER PIC X(30) VALUE "operadores.dat".
           05 FILLER PIC X(30) VALUE "politicas.dat".
       01 WS-TABLA-BASE-R REDEFINES WS-TABLA-BASE.
           05 WS-NOMBRE-BASE OCCURS 9 PIC X(30).

       *>DATOS DEL ERROR DE ARCHIVO QUE SE ANOTA EN ERRORES.DAT
       *>(VER ERRORES.CBL). ANTES DE CADA OPERACION SOBRE UN
       *>ARCHIVO DE DATOS SE DEJA EN WS-ERR-DONDE LA OPERACION Y EL
       *>PARRAFO; SI FALLA, LAS DECLARATIVAS COMPLETAN EL RESTO.
       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Reorganizar".
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
       77 WS-FS-REORG PIC X(2).
       77 WS-FS-OPERADORES-V PIC X(2).
       77 WS-FS-OPERADORES-N PIC X(2).
       77 WS-FS-POLITICAS-V PIC X(2).
       77 WS-FS-POLITICAS-N PIC X(2).
       77 WS-FS-AUDITORIA-V PIC X(2).
       77 WS-FS-AUDITORIA-N PIC X(2).
       77 WS-FS-ARCHIVO-AUD-V PIC X(2).
       77 WS-FS-ARCHIVO-AUD-N PIC X(2).
       77 WS-FS-USUARIOS-V PIC X(2).
       77 WS-FS-USUARIOS-N PIC X(2).
       77 WS-FS-INSTRUMENTOS-V PIC X(2).
       77 WS-FS-INSTRUMENTOS-N PIC X(2).
       77 WS-FS-RESERVAS-V PIC X(2).
       77 WS-FS-RESERVAS-N PIC X(2).
       77 WS-FS-PAGOS-MULTAS-V PIC X(2).
       77 WS-FS-PAGOS-MULTAS-N PIC X(2).
       77 WS-FS-HISTORIAL-V PIC X(2).
       77 WS-FS-HISTORIAL-N PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-REORG-RUTA PIC X(80).
       77 WS-OPERADORES-V-RUTA PIC X(80).
       77 WS-OPERADORES-N-RUTA PIC X(80).
       77 WS-POLITICAS-V-RUTA PIC X(80).
       77 WS-POLITICAS-N-RUTA PIC X(80).
       77 WS-AUDITORIA-V-RUTA PIC X(80).
       77 WS-AUDITORIA-N-RUTA PIC X(80).
       77 WS-ARCHIVO-AUD-V-RUTA PIC X(80).
       77 WS-ARCHIVO-AUD-N-RUTA PIC X(80).
       77 WS-USUARIOS-V-RUTA PIC X(80).
       77 WS-USUARIOS-N-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-V-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-N-RUTA PIC X(80).
       77 WS-RESERVAS-V-RUTA PIC X(80).
       77 WS-RESERVAS-N-RUTA PIC X(80).
       77 WS-PAGOS-MULTAS-V-RUTA PIC X(80).
       77 WS-PAGOS-MULTAS-N-RUTA PIC X(80).
       77 WS-HISTORIAL-V-RUTA PIC X(80).
       77 WS-HISTORIAL-N-RUTA PIC X(80).

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
       ERROR-REORG SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REORG-ARCHIVO.
       ERROR-REORG-ANOTAR.
       MOVE "reorganizacion.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-REORG TO WS-ERR-ESTADO.
       MOVE REO-ID TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-OPERADORES-V SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPERADORES-V-ARCHIVO.
       ERROR-OPERADORES-V-ANOTAR.
       MOVE "operadores.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-OPERADORES-V TO WS-ERR-ESTADO.
       MOVE ID-OPERADOR-V TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-OPERADORES-N SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPERADORES-N-ARCHIVO.
       ERROR-OPERADORES-N-ANOTAR.
       MOVE "nuevo_operadores.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-OPERADORES-N TO WS-ERR-ESTADO.
       MOVE ID-OPERADOR-N TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-POLITICAS-V SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON POLITICAS-V-ARCHIVO.
       ERROR-POLITICAS-V-ANOTAR.
       MOVE "politicas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-POLITICAS-V TO WS-ERR-ESTADO.
       MOVE CODIGO-TIPO-POL-V TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-POLITICAS-N SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON POLITICAS-N-ARCHIVO.
       ERROR-POLITICAS-N-ANOTAR.
       MOVE "nuevo_politicas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-POLITICAS-N TO WS-ERR-ESTADO.
       MOVE CODIGO-TIPO-POL-N TO WS-ERR-LLAVE.
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
       MOVE "nuevo_auditoria.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-AUDITORIA-N TO WS-ERR-ESTADO.
       MOVE AUD-LLAVE-N TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ARCHIVO-AUD-V SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ARCHIVO-AUD-V-ARCHIVO.
       ERROR-ARCHIVO-AUD-V-ANOTAR.
       MOVE "archivo_auditoria.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ARCHIVO-AUD-V TO WS-ERR-ESTADO.
       MOVE AUD-LLAVE-ARC-V TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ARCHIVO-AUD-N SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ARCHIVO-AUD-N-ARCHIVO.
       ERROR-ARCHIVO-AUD-N-ANOTAR.
       MOVE "nuevo_archivo_auditoria.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ARCHIVO-AUD-N TO WS-ERR-ESTADO.
       MOVE AUD-LLAVE-ARC-N TO WS-ERR-LLAVE.
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
       MOVE "nuevo_usuarios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS-N TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO-N TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
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
       MOVE "nuevo_instrumentos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS-N TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-N TO WS-ERR-LLAVE.
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
       MOVE "nuevo_reservas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-RESERVAS-N TO WS-ERR-ESTADO.
       MOVE RES-LLAVE-N TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PAGOS-MULTAS-V SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAGOS-MULTAS-V-ARCHIVO.
       ERROR-PAGOS-MULTAS-V-ANOTAR.
       MOVE "pagos_multas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PAGOS-MULTAS-V TO WS-ERR-ESTADO.
       MOVE PAGO-LLAVE-V TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PAGOS-MULTAS-N SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAGOS-MULTAS-N-ARCHIVO.
       ERROR-PAGOS-MULTAS-N-ANOTAR.
       MOVE "nuevo_pagos_multas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PAGOS-MULTAS-N TO WS-ERR-ESTADO.
       MOVE PAGO-LLAVE-N TO WS-ERR-LLAVE.
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
       MOVE "nuevo_instrumentos_historial.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-HISTORIAL-N TO WS-ERR-ESTADO.
       MOVE HIST-LLAVE-N TO WS-ERR-LLAVE.
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
       *>PROGRAMA PRINCIPAL. SOLO SUPERVISORES: REEMPLAZA LOS
       *>ARCHIVOS MAESTROS COMPLETOS.
       PROGRAM-BEGIN.
       PERFORM ARMAR-RUTAS.
       DISPLAY " ".
       DISPLAY WS-TITULO.
       DISPLAY " ".
       *>PASADA LEERIA LOS ARCHIVOS YA CRECIDOS CON EL TRAZADO
       *>VIEJO Y LOS DAÑARIA.
       REORGANIZAR-TODO.
       MOVE "OPEN    REORGANIZAR-TODO" TO WS-ERR-DONDE
       OPEN I-O REORG-ARCHIVO.
       PERFORM VERIFICAR-MARCA-REORG.
       IF REO-FASE = 1
       DISPLAY " ".
       IF WS-SWAP-MAL = 0
           MOVE 1 TO REO-FASE
           MOVE "REWRITE REORGANIZAR-TODO" TO WS-ERR-DONDE
           REWRITE REORG-REGISTRO
           DISPLAY "Los 9 archivos quedaron con el trazado actual y "
           DISPLAY "los viejos resguardados como resguardo2_*.dat."
       *>FASE 0 (PENDIENTE).
       VERIFICAR-MARCA-REORG.
       MOVE "REO" TO REO-ID.
       MOVE "READ    VERIFICAR-MARCA-REORG" TO WS-ERR-DONDE
       READ REORG-ARCHIVO RECORD
           KEY REO-ID
               INVALID KEY
                   MOVE "REO" TO REO-ID
                   MOVE 0 TO REO-FASE
                   MOVE "WRITE   VERIFICAR-MARCA-REORG" TO WS-ERR-DONDE
                   WRITE REORG-REGISTRO
       END-READ.


       ARMAR-NOMBRES-REORG.
       MOVE SPACES TO WS-NOMBRE-VIVO.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           WS-NOMBRE-BASE(WS-IDX-SWAP) DELIMITED BY SPACE
           INTO WS-NOMBRE-VIVO.
       MOVE SPACES TO WS-NOMBRE-NUEVO.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "nuevo_" DELIMITED BY SIZE
           WS-NOMBRE-BASE(WS-IDX-SWAP) DELIMITED BY SPACE
           INTO WS-NOMBRE-NUEVO.
       MOVE SPACES TO WS-NOMBRE-RESG.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "resguardo2_" DELIMITED BY SIZE
           WS-NOMBRE-BASE(WS-IDX-SWAP) DELIMITED BY SPACE
           INTO WS-NOMBRE-RESG.

       MOVE 0 TO LEE-TODO.
       EVALUATE WS-IDX-SWAP
       WHEN 1
           MOVE "OPEN    COPIAR-ARCHIVO" TO WS-ERR-DONDE
           OPEN INPUT OPERADORES-V-ARCHIVO
           MOVE "OPEN    COPIAR-ARCHIVO" TO WS-ERR-DONDE
           OPEN OUTPUT OPERADORES-N-ARCHIVO
           PERFORM LEER-OPERADOR-V
           PERFORM COPIAR-OPERADOR UNTIL LEE-TODO = 1
           CLOSE OPERADORES-V-ARCHIVO
           CLOSE OPERADORES-N-ARCHIVO
       WHEN 2
           MOVE "OPEN    COPIAR-ARCHIVO" TO WS-ERR-DONDE
           OPEN INPUT POLITICAS-V-ARCHIVO
           MOVE "OPEN    COPIAR-ARCHIVO" TO WS-ERR-DONDE
           OPEN OUTPUT POLITICAS-N-ARCHIVO
           PERFORM LEER-POLITICA-V
           PERFORM COPIAR-POLITICA UNTIL LEE-TODO = 1
           CLOSE POLITICAS-V-ARCHIVO
           CLOSE POLITICAS-N-ARCHIVO
       WHEN 3
           MOVE "OPEN    COPIAR-ARCHIVO" TO WS-ERR-DONDE
           OPEN INPUT AUDITORIA-V-ARCHIVO
           MOVE "OPEN    COPIAR-ARCHIVO" TO WS-ERR-DONDE
           OPEN OUTPUT AUDITORIA-N-ARCHIVO
           PERFORM LEER-AUDITORIA-V
           PERFORM COPIAR-AUDITORIA UNTIL LEE-TODO = 1
           CLOSE AUDITORIA-V-ARCHIVO
           CLOSE AUDITORIA-N-ARCHIVO
       WHEN 4
           MOVE "OPEN    COPIAR-ARCHIVO" TO WS-ERR-DONDE
           OPEN INPUT ARCHIVO-AUD-V-ARCHIVO
           MOVE "OPEN    COPIAR-ARCHIVO" TO WS-ERR-DONDE
           OPEN OUTPUT ARCHIVO-AUD-N-ARCHIVO
           PERFORM LEER-ARCHIVO-AUD-V
           PERFORM COPIAR-ARCHIVO-AUD UNTIL LEE-TODO = 1
           CLOSE ARCHIVO-AUD-V-ARCHIVO
           CLOSE ARCHIVO-AUD-N-ARCHIVO
       WHEN 5
           MOVE "OPEN    COPIAR-ARCHIVO" TO WS-ERR-DONDE
           OPEN INPUT USUARIOS-V-ARCHIVO
           MOVE "OPEN    COPIAR-ARCHIVO" TO WS-ERR-DONDE
           OPEN OUTPUT USUARIOS-N-ARCHIVO
           PERFORM LEER-USUARIO-V
           PERFORM COPIAR-USUARIO UNTIL LEE-TODO = 1
           CLOSE USUARIOS-V-ARCHIVO
           CLOSE USUARIOS-N-ARCHIVO
       WHEN 6
           MOVE "OPEN    COPIAR-ARCHIVO" TO WS-ERR-DONDE
           OPEN INPUT INSTRUMENTOS-V-ARCHIVO
           MOVE "OPEN    COPIAR-ARCHIVO" TO WS-ERR-DONDE
           OPEN OUTPUT INSTRUMENTOS-N-ARCHIVO
           PERFORM LEER-INSTRUMENTO-V
           PERFORM COPIAR-INSTRUMENTO UNTIL LEE-TODO = 1
           CLOSE INSTRUMENTOS-V-ARCHIVO
           CLOSE INSTRUMENTOS-N-ARCHIVO
       WHEN 7
           MOVE "OPEN    COPIAR-ARCHIVO" TO WS-ERR-DONDE
           OPEN INPUT RESERVAS-V-ARCHIVO
           MOVE "OPEN    COPIAR-ARCHIVO" TO WS-ERR-DONDE
           OPEN OUTPUT RESERVAS-N-ARCHIVO
           PERFORM LEER-RESERVA-V
           PERFORM COPIAR-RESERVA UNTIL LEE-TODO = 1
           CLOSE RESERVAS-V-ARCHIVO
           CLOSE RESERVAS-N-ARCHIVO
       WHEN 8
           MOVE "OPEN    COPIAR-ARCHIVO" TO WS-ERR-DONDE
           OPEN INPUT PAGOS-MULTAS-V-ARCHIVO
           MOVE "OPEN    COPIAR-ARCHIVO" TO WS-ERR-DONDE
           OPEN OUTPUT PAGOS-MULTAS-N-ARCHIVO
           PERFORM LEER-PAGO-V
           PERFORM COPIAR-PAGO UNTIL LEE-TODO = 1
           CLOSE PAGOS-MULTAS-V-ARCHIVO
           CLOSE PAGOS-MULTAS-N-ARCHIVO
       WHEN 9
           MOVE "OPEN    COPIAR-ARCHIVO" TO WS-ERR-DONDE
           OPEN INPUT HISTORIAL-V-ARCHIVO
           MOVE "OPEN    COPIAR-ARCHIVO" TO WS-ERR-DONDE
           OPEN OUTPUT HISTORIAL-N-ARCHIVO
           PERFORM LEER-HISTORIAL-V
           PERFORM COPIAR-HISTORIAL UNTIL LEE-TODO = 1
       END-EVALUATE.

       LEER-OPERADOR-V.
       MOVE "READ    LEER-OPERADOR-V" TO WS-ERR-DONDE
       READ OPERADORES-V-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       MOVE ROL-OPERADOR-V    TO ROL-OPERADOR-N.
       MOVE STATUS-OPERADOR-V TO STATUS-OPERADOR-N.
       MOVE 0                 TO FECHA-CLAVE-N.
       MOVE "WRITE   COPIAR-OPERADOR" TO WS-ERR-DONDE
       WRITE OPERADORES-N-REGISTRO.
       ADD 1 TO WS-ESCRITOS.
       PERFORM LEER-OPERADOR-V.

       LEER-POLITICA-V.
       MOVE "READ    LEER-POLITICA-V" TO WS-ERR-DONDE
       READ POLITICAS-V-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       MOVE 0                 TO MANT-MESES-POL-N.
       MOVE 0                 TO TARIFA-ALQ-POL-N.
       MOVE "N"               TO REQ-CERT-POL-N.
       MOVE "WRITE   COPIAR-POLITICA" TO WS-ERR-DONDE
       WRITE POLITICAS-N-REGISTRO.
       ADD 1 TO WS-ESCRITOS.
       PERFORM LEER-POLITICA-V.

       LEER-AUDITORIA-V.
       MOVE "READ    LEER-AUDITORIA-V" TO WS-ERR-DONDE
       READ AUDITORIA-V-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       MOVE AUD-LLAVE-REGISTRO-V TO AUD-LLAVE-REGISTRO-N.
       MOVE AUD-ANTES-V          TO AUD-ANTES-N.
       MOVE AUD-DESPUES-V        TO AUD-DESPUES-N.
       MOVE "WRITE   COPIAR-AUDITORIA" TO WS-ERR-DONDE
       WRITE AUDITORIA-N-REGISTRO.
       ADD 1 TO WS-ESCRITOS.
       PERFORM LEER-AUDITORIA-V.

       LEER-ARCHIVO-AUD-V.
       MOVE "READ    LEER-ARCHIVO-AUD-V" TO WS-ERR-DONDE
       READ ARCHIVO-AUD-V-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       MOVE AUD-LLAVE-REG-ARC-V TO AUD-LLAVE-REG-ARC-N.
       MOVE AUD-ANTES-ARC-V     TO AUD-ANTES-ARC-N.
       MOVE AUD-DESPUES-ARC-V   TO AUD-DESPUES-ARC-N.
       MOVE "WRITE   COPIAR-ARCHIVO-AUD" TO WS-ERR-DONDE
       WRITE ARCHIVO-AUD-N-REGISTRO.
       ADD 1 TO WS-ESCRITOS.
       PERFORM LEER-ARCHIVO-AUD-V.

       LEER-USUARIO-V.
       MOVE "READ    LEER-USUARIO-V" TO WS-ERR-DONDE
       READ USUARIOS-V-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       MOVE FECHA-INSCRIPCION-V TO FECHA-INSCRIPCION-N.
       MOVE FECHA-VENC-MEMB-V   TO FECHA-VENC-MEMB-N.
       MOVE "adulto"            TO CATEGORIA-USUARIO-N.
       MOVE "WRITE   COPIAR-USUARIO" TO WS-ERR-DONDE
       WRITE USUARIOS-N-REGISTRO.
       ADD 1 TO WS-ESCRITOS.
       PERFORM LEER-USUARIO-V.

       LEER-INSTRUMENTO-V.
       MOVE "READ    LEER-INSTRUMENTO-V" TO WS-ERR-DONDE
       READ INSTRUMENTOS-V-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       MOVE SPACES              TO MARCA-N.
       MOVE SPACES              TO MODELO-N.
       MOVE SPACES              TO SERIE-N.
       MOVE "WRITE   COPIAR-INSTRUMENTO" TO WS-ERR-DONDE
       WRITE INSTRUMENTOS-N-REGISTRO.
       ADD 1 TO WS-ESCRITOS.
       PERFORM LEER-INSTRUMENTO-V.

       LEER-RESERVA-V.
       MOVE "READ    LEER-RESERVA-V" TO WS-ERR-DONDE
       READ RESERVAS-V-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       MOVE STATUS-RESERVA-V     TO STATUS-RESERVA-N.
       MOVE 0                    TO FECHA-USO-DESDE-N.
       MOVE 0                    TO FECHA-USO-HASTA-N.
       MOVE "WRITE   COPIAR-RESERVA" TO WS-ERR-DONDE
       WRITE RESERVAS-N-REGISTRO.
       ADD 1 TO WS-ESCRITOS.
       PERFORM LEER-RESERVA-V.

       LEER-PAGO-V.
       MOVE "READ    LEER-PAGO-V" TO WS-ERR-DONDE
       READ PAGOS-MULTAS-V-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       MOVE FECHA-PAGO-V          TO FECHA-PAGO-N.
       MOVE MONTO-PAGO-V          TO MONTO-PAGO-N.
       MOVE "Efectivo"            TO FORMA-PAGO-N.
       MOVE "WRITE   COPIAR-PAGO" TO WS-ERR-DONDE
       WRITE PAGOS-MULTAS-N-REGISTRO.
       ADD 1 TO WS-ESCRITOS.
       PERFORM LEER-PAGO-V.

       LEER-HISTORIAL-V.
       MOVE "READ    LEER-HISTORIAL-V" TO WS-ERR-DONDE
       READ HISTORIAL-V-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       MOVE HORA-STATUS-HIST-V    TO HORA-STATUS-HIST-N.
       MOVE STATUS-INSTR-HIST-V   TO STATUS-INSTR-HIST-N.
       MOVE SPACE                 TO GRADO-CONDICION-N.
       MOVE "WRITE   COPIAR-HISTORIAL" TO WS-ERR-DONDE
       WRITE HISTORIAL-N-REGISTRO.
       ADD 1 TO WS-ESCRITOS.
       PERFORM LEER-HISTORIAL-V.
       *>COMO nuevo_*.dat Y REPONE EL resguardo2_*.dat COMO VIVO,
       *>PARA CUANDO ALGO SE DESCUBRE MAL DESPUES DEL CAMBIO.
       REVERTIR-REORGANIZACION.
       MOVE "OPEN    REVERTIR-REORGANIZACION" TO WS-ERR-DONDE
       OPEN I-O REORG-ARCHIVO.
       PERFORM VERIFICAR-MARCA-REORG.
       IF REO-FASE NOT = 1
           " con problemas.".
       IF WS-SWAP-MAL = 0
           MOVE 0 TO REO-FASE
           MOVE "REWRITE REVERTIR-REORGANIZACION" TO WS-ERR-DONDE
           REWRITE REORG-REGISTRO.
       CLOSE REORG-ARCHIVO.
       PERFORM PROGRAM-BEGIN.
               DISPLAY WS-NOMBRE-BASE(WS-IDX-SWAP) ": revertido.".


       *>ARMA LA RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE
       *>LA SESION (EL REAL O EL DE PRACTICA, VER MENU.CBL) Y, EN
       *>MODO PRACTICA, LO ADVIERTE EN CADA PANTALLA.
       ARMAR-RUTAS.
       IF LS-MODO-SESION = "P"
           DISPLAY "*** MODO PRACTICA: datos de entrenamiento, "
               "nada de esto es real ***".
       MOVE SPACES TO WS-REORG-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reorganizacion.dat" DELIMITED BY SIZE INTO WS-REORG-RUTA.
       MOVE SPACES TO WS-OPERADORES-V-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "operadores.dat" DELIMITED BY SIZE INTO WS-OPERADORES-V-RUTA.
       MOVE SPACES TO WS-OPERADORES-N-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "nuevo_operadores.dat" DELIMITED BY SIZE
           INTO WS-OPERADORES-N-RUTA.
       MOVE SPACES TO WS-POLITICAS-V-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "politicas.dat" DELIMITED BY SIZE INTO WS-POLITICAS-V-RUTA.
       MOVE SPACES TO WS-POLITICAS-N-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "nuevo_politicas.dat" DELIMITED BY SIZE
           INTO WS-POLITICAS-N-RUTA.
       MOVE SPACES TO WS-AUDITORIA-V-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-V-RUTA.
       MOVE SPACES TO WS-AUDITORIA-N-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "nuevo_auditoria.dat" DELIMITED BY SIZE
           INTO WS-AUDITORIA-N-RUTA.
       MOVE SPACES TO WS-ARCHIVO-AUD-V-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "archivo_auditoria.dat" DELIMITED BY SIZE
           INTO WS-ARCHIVO-AUD-V-RUTA.
       MOVE SPACES TO WS-ARCHIVO-AUD-N-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "nuevo_archivo_auditoria.dat" DELIMITED BY SIZE
           INTO WS-ARCHIVO-AUD-N-RUTA.
       MOVE SPACES TO WS-USUARIOS-V-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios.dat" DELIMITED BY SIZE INTO WS-USUARIOS-V-RUTA.
       MOVE SPACES TO WS-USUARIOS-N-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "nuevo_usuarios.dat" DELIMITED BY SIZE
           INTO WS-USUARIOS-N-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-V-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-V-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-N-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "nuevo_instrumentos.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-N-RUTA.
       MOVE SPACES TO WS-RESERVAS-V-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reservas.dat" DELIMITED BY SIZE INTO WS-RESERVAS-V-RUTA.
       MOVE SPACES TO WS-RESERVAS-N-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "nuevo_reservas.dat" DELIMITED BY SIZE
           INTO WS-RESERVAS-N-RUTA.
       MOVE SPACES TO WS-PAGOS-MULTAS-V-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "pagos_multas.dat" DELIMITED BY SIZE
           INTO WS-PAGOS-MULTAS-V-RUTA.
       MOVE SPACES TO WS-PAGOS-MULTAS-N-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "nuevo_pagos_multas.dat" DELIMITED BY SIZE
           INTO WS-PAGOS-MULTAS-N-RUTA.
       MOVE SPACES TO WS-HISTORIAL-V-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos_historial.dat" DELIMITED BY SIZE
           INTO WS-HISTORIAL-V-RUTA.
       MOVE SPACES TO WS-HISTORIAL-N-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "nuevo_instrumentos_historial.dat" DELIMITED BY SIZE
           INTO WS-HISTORIAL-N-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
