       *>DESDE AQUI EL SUPERVISOR LOS PUEDE VER Y LIMPIAR CUANDO UN
       *>TERMINAL SE CAYO A MITAD DE UNA EDICION.
       SELECT OPTIONAL BLOQUEOS-ARCHIVO
       ASSIGN TO WS-BLOQUEOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS LOCK-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-BLOQUEOS.

       *>PARAMETROS GENERALES DEL SISTEMA, UNO POR NOMBRE: LOCKMIN
       *>(MINUTOS PARA VENCER UN BLOQUEO ABANDONADO), PLAZODIAS Y
       *>Y VIDAUTIL (AÑOS DE VIDA UTIL DE DEPRECIAR.CBL). ESTA ES LA
       *>UNICA PANTALLA QUE LOS ESCRIBE.
       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO WS-PARAMETROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PARAM-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PARAMETROS.

       *>DEJA CONSTANCIA DE QUE SUPERVISOR LIMPIO CADA BLOQUEO A MANO.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       *>AUDITORIA.
       77 WS-AUD-LLAVE-REG PIC X(60).

       *>DATOS DEL ERROR DE ARCHIVO QUE SE ANOTA EN ERRORES.DAT
       *>(VER ERRORES.CBL). ANTES DE CADA OPERACION SOBRE UN
       *>ARCHIVO DE DATOS SE DEJA EN WS-ERR-DONDE LA OPERACION Y EL
       *>PARRAFO; SI FALLA, LAS DECLARATIVAS COMPLETAN EL RESTO.
       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Bloqueos".
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
       77 WS-FS-BLOQUEOS PIC X(2).
       77 WS-FS-PARAMETROS PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-BLOQUEOS-RUTA PIC X(80).
       77 WS-PARAMETROS-RUTA PIC X(80).
       77 WS-AUDITORIA-RUTA PIC X(80).

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
       ERROR-BLOQUEOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BLOQUEOS-ARCHIVO.
       ERROR-BLOQUEOS-ANOTAR.
       MOVE "bloqueos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-BLOQUEOS TO WS-ERR-ESTADO.
       MOVE LOCK-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PARAMETROS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PARAMETROS-ARCHIVO.
       ERROR-PARAMETROS-ANOTAR.
       MOVE "parametros.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PARAMETROS TO WS-ERR-ESTADO.
       MOVE PARAM-NOMBRE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-AUDITORIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AUDITORIA-ARCHIVO.
       ERROR-AUDITORIA-ANOTAR.
       MOVE "auditoria.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-AUDITORIA TO WS-ERR-ESTADO.
       MOVE AUD-LLAVE TO WS-ERR-LLAVE.
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
       VER-BLOQUEOS.
       DISPLAY "---Bloqueos de edicion actuales---".
       DISPLAY " ".
       MOVE "OPEN    VER-BLOQUEOS" TO WS-ERR-DONDE
       OPEN I-O BLOQUEOS-ARCHIVO.
       MOVE 0 TO WS-HAY-BLOQUEOS.
       MOVE 0 TO LEE-TODO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-BLOQUEO.
       MOVE "READ    LEER-SIGUIENTE-BLOQUEO" TO WS-ERR-DONDE
       READ BLOQUEOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       DISPLAY "Indique la clave del bloqueo, tal como la muestra".
       DISPLAY "la opcion Ver bloqueos".
       ACCEPT LOCK-CLAVE.
       MOVE "OPEN    LIMPIAR-BLOQUEO" TO WS-ERR-DONDE
       OPEN I-O BLOQUEOS-ARCHIVO.
       MOVE "OPEN    LIMPIAR-BLOQUEO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "READ    LIMPIAR-BLOQUEO" TO WS-ERR-DONDE
       READ BLOQUEOS-ARCHIVO RECORD
           KEY LOCK-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
       VALIDACION-LIMPIAR.
       EVALUATE WS-SI-NO
       WHEN = "S" OR = "s"
           MOVE "DELETE  VALIDACION-LIMPIAR" TO WS-ERR-DONDE
           DELETE BLOQUEOS-ARCHIVO RECORD
           MOVE SPACES TO WS-AUD-LLAVE-REG
           STRING LOCK-ARCHIVO " " LOCK-CLAVE
       END-EVALUATE.

       EDITAR-PARAMETRO.
       MOVE "OPEN    EDITAR-PARAMETRO" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "OPEN    EDITAR-PARAMETRO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE WS-PARAM-ELEGIDO TO PARAM-NOMBRE.
       MOVE "READ    EDITAR-PARAMETRO" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
       ACCEPT PARAM-VALOR.
       MOVE WS-PARAM-ELEGIDO TO PARAM-NOMBRE.
       IF WS-INDICADOR = 0
           MOVE "WRITE   EDITAR-PARAMETRO" TO WS-ERR-DONDE
           WRITE PARAMETROS-REGISTRO
       ELSE
           MOVE "REWRITE EDITAR-PARAMETRO" TO WS-ERR-DONDE
           REWRITE PARAMETROS-REGISTRO.
       MOVE WS-PARAM-ELEGIDO TO WS-AUD-LLAVE-REG.
       MOVE "Modificacion" TO AUD-ACCION.
       *>SEGUNDO, LA LLAVE REPITE Y EL WRITE FALLA; EN VEZ DE PERDER
       *>LA ENTRADA EN SILENCIO SE AVANZA LA SECUENCIA Y SE REINTENTA.
       ESCRIBIR-AUDITORIA.
       MOVE "WRITE   ESCRIBIR-AUDITORIA" TO WS-ERR-DONDE
       WRITE AUDITORIA-REGISTRO
           INVALID KEY
               ADD 1 TO AUD-SECUENCIA
               PERFORM ESCRIBIR-AUDITORIA
       END-WRITE.

       *>ARMA LA RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE
       *>LA SESION (EL REAL O EL DE PRACTICA, VER MENU.CBL) Y, EN
       *>MODO PRACTICA, LO ADVIERTE EN CADA PANTALLA.
       ARMAR-RUTAS.
       IF LS-MODO-SESION = "P"
           DISPLAY "*** MODO PRACTICA: datos de entrenamiento, "
               "nada de esto es real ***".
       MOVE SPACES TO WS-BLOQUEOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "bloqueos.dat" DELIMITED BY SIZE INTO WS-BLOQUEOS-RUTA.
       MOVE SPACES TO WS-PARAMETROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "parametros.dat" DELIMITED BY SIZE INTO WS-PARAMETROS-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.

       FIN-PROGRAMA.
       EXIT PROGRAM.
