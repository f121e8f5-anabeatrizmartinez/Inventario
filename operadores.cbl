       *>INACTIVA CUANDO DEJAN EL CLUB. SIN ESTA PANTALLA TODO EL
       *>MUNDO TENDRIA QUE COMPARTIR LA CUENTA DEL PRIMER SUPERVISOR.
       SELECT OPTIONAL OPERADORES-ARCHIVO
       ASSIGN TO WS-OPERADORES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-OPERADOR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-OPERADORES.

       *>DEJA CONSTANCIA DE QUE SUPERVISOR TOCO CADA CUENTA. DE AQUI
       *>TAMBIEN SALEN LAS ENTRADAS "Sesion inicio"/"Sesion fin" QUE
       *>DEJA MENU.CBL, PARA EL REPORTE DE SESIONES.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       *>MATRIZ DE PERMISOS POR ROL: UN REGISTRO POR (ROL, OPCION DE
       *>MENU) SIGNIFICA QUE ESE ROL PUEDE ENTRAR A ESA OPCION. SI UN
       *>DESDE AQUI EN LUGAR DE LAS REGLAS FIJAS DE SIEMPRE; ASI EL
       *>COORDINADOR PUEDE TENER Prestamos Y Multas SIN Instrumentos.
       SELECT OPTIONAL PERMISOS-ARCHIVO
       ASSIGN TO WS-PERMISOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PERM-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PERMISOS.

       *>EL REPORTE DE SESIONES IMPRESO, IGUAL QUE LOS REPORTES DE
       *>CONSULTAS.CBL.
       SELECT OPTIONAL REPORTE-SESIONES-ARCHIVO
       ASSIGN TO WS-REPORTE-SESIONES-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           05 WS-SES-INICIOS  OCCURS 20 PIC 9(5).
       77 WS-SES-USADOS PIC 9(2).

       *>DATOS DE LA CORRIDA QUE SE ANOTA EN EL CATALOGO DE
       *>REPORTES (VER CATALOGO.CBL).
       01 WS-CAT-DATOS.
           05 WS-CAT-ACCION     PIC X(1).
           05 WS-CAT-PROGRAMA   PIC X(15) VALUE "Operadores".
           05 WS-CAT-REPORTE    PIC X(30).
           05 WS-CAT-OPERADOR   PIC X(10).
           05 WS-CAT-PARAMETROS PIC X(60).
           05 WS-CAT-DIRECTORIO PIC X(40).
           05 WS-CAT-LLAVE.
               10 WS-CAT-FECHA     PIC 9(8).
               10 WS-CAT-SECUENCIA PIC 9(4).
           05 WS-CAT-ARCHIVO    PIC X(50).
           05 WS-CAT-RUTA       PIC X(80).

       *>DATOS DEL ERROR DE ARCHIVO QUE SE ANOTA EN ERRORES.DAT
       *>(VER ERRORES.CBL). ANTES DE CADA OPERACION SOBRE UN
       *>ARCHIVO DE DATOS SE DEJA EN WS-ERR-DONDE LA OPERACION Y EL
       *>PARRAFO; SI FALLA, LAS DECLARATIVAS COMPLETAN EL RESTO.
       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Operadores".
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
       77 WS-FS-OPERADORES PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       77 WS-FS-PERMISOS PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-OPERADORES-RUTA PIC X(80).
       77 WS-AUDITORIA-RUTA PIC X(80).
       77 WS-PERMISOS-RUTA PIC X(80).
       77 WS-REPORTE-SESIONES-RUTA PIC X(80).

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
       ERROR-OPERADORES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPERADORES-ARCHIVO.
       ERROR-OPERADORES-ANOTAR.
       MOVE "operadores.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-OPERADORES TO WS-ERR-ESTADO.
       MOVE ID-OPERADOR TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-AUDITORIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AUDITORIA-ARCHIVO.
       ERROR-AUDITORIA-ANOTAR.
       MOVE "auditoria.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-AUDITORIA TO WS-ERR-ESTADO.
       MOVE AUD-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PERMISOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PERMISOS-ARCHIVO.
       ERROR-PERMISOS-ANOTAR.
       MOVE "permisos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PERMISOS TO WS-ERR-ESTADO.
       MOVE PERM-LLAVE TO WS-ERR-LLAVE.
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
       DISPLAY " ".
       DISPLAY "Ingrese identificador del operador".
       ACCEPT ID-OPERADOR.
       MOVE "OPEN    REGISTRAR" TO WS-ERR-DONDE
       OPEN I-O OPERADORES-ARCHIVO.
       MOVE "OPEN    REGISTRAR" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "READ    REGISTRAR" TO WS-ERR-DONDE
       READ OPERADORES-ARCHIVO RECORD
           KEY ID-OPERADOR
               INVALID KEY     MOVE 0 TO WS-INDICADOR
           PERFORM VALIDACION-ROL
           MOVE "Activo" TO STATUS-OPERADOR
           ACCEPT FECHA-CLAVE FROM DATE YYYYMMDD
           MOVE "WRITE   REGISTRAR" TO WS-ERR-DONDE
           WRITE OPERADORES-REGISTRO
           MOVE SPACES TO WS-AUD-LLAVE-REG
           MOVE ID-OPERADOR TO WS-AUD-LLAVE-REG
       DISPLAY " ".
       DISPLAY "Ingrese identificador del operador".
       ACCEPT ID-OPERADOR.
       MOVE "OPEN    ACTUALIZAR" TO WS-ERR-DONDE
       OPEN I-O OPERADORES-ARCHIVO.
       MOVE "OPEN    ACTUALIZAR" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "READ    ACTUALIZAR" TO WS-ERR-DONDE
       READ OPERADORES-ARCHIVO RECORD
           KEY ID-OPERADOR
               INVALID KEY     MOVE 0 TO WS-INDICADOR
       END-EVALUATE.

       GRABAR-CAMBIO.
       MOVE "REWRITE GRABAR-CAMBIO" TO WS-ERR-DONDE
       REWRITE OPERADORES-REGISTRO.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       MOVE ID-OPERADOR TO WS-AUD-LLAVE-REG.
                   DISPLAY "Operador inactivado."
               END-IF
           END-IF
           MOVE "REWRITE VALIDACION-CAMBIAR-STATUS" TO WS-ERR-DONDE
           REWRITE OPERADORES-REGISTRO
           MOVE SPACES TO WS-AUD-LLAVE-REG
           MOVE ID-OPERADOR TO WS-AUD-LLAVE-REG
       *>NO SE MUESTRA.
       VER-OPERADORES.
       DISPLAY "---Operadores registrados---".
       MOVE "OPEN    VER-OPERADORES" TO WS-ERR-DONDE
       OPEN I-O OPERADORES-ARCHIVO.
       MOVE 0 TO WS-HAY-OPERADORES.
       MOVE 0 TO LEE-TODO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-OPERADOR.
       MOVE "READ    LEER-SIGUIENTE-OPERADOR" TO WS-ERR-DONDE
       READ OPERADORES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       ACCEPT WS-SES-DESDE.
       DISPLAY "Ingrese fecha hasta (AAAAMMDD)".
       ACCEPT WS-SES-HASTA.
       MOVE "OPEN    REPORTE-SESIONES" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "reporte_sesiones" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       STRING "Desde " WS-SES-DESDE " hasta "
           WS-SES-HASTA
           DELIMITED BY SIZE INTO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-SESIONES-RUTA.
       OPEN OUTPUT REPORTE-SESIONES-ARCHIVO.
       MOVE "---Sesiones por operador y dia---" TO WS-LINEA.
       PERFORM IMPRIMIR-SESION.
       MOVE WS-SES-DESDE TO AUD-FECHA.
       MOVE LOW-VALUES TO AUD-HORA.
       MOVE 0 TO AUD-SECUENCIA.
       MOVE "START   REPORTE-SESIONES" TO WS-ERR-DONDE
       START AUDITORIA-ARCHIVO KEY IS NOT LESS THAN AUD-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-SES
           NOT INVALID KEY MOVE 0 TO WS-LEE-SES.

       CLOSE AUDITORIA-ARCHIVO.
       CLOSE REPORTE-SESIONES-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       IMPRIMIR-SESION.
       MOVE SPACES TO WS-LINEA.

       LEER-AUDITORIA-SES.
       MOVE "READ    LEER-AUDITORIA-SES" TO WS-ERR-DONDE
       READ AUDITORIA-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-SES.
       ACCEPT ROL-PERM.
       DISPLAY "Ingrese el numero de la opcion del menu principal".
       ACCEPT OPCION-PERM.
       MOVE "OPEN    OTORGAR-PERMISO" TO WS-ERR-DONDE
       OPEN I-O PERMISOS-ARCHIVO.
       MOVE "OPEN    OTORGAR-PERMISO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "WRITE   OTORGAR-PERMISO" TO WS-ERR-DONDE
       WRITE PERMISOS-REGISTRO
           INVALID KEY
               DISPLAY "Ese permiso ya estaba otorgado."
       ACCEPT ROL-PERM.
       DISPLAY "Ingrese el numero de la opcion a revocar".
       ACCEPT OPCION-PERM.
       MOVE "OPEN    REVOCAR-PERMISO" TO WS-ERR-DONDE
       OPEN I-O PERMISOS-ARCHIVO.
       MOVE "OPEN    REVOCAR-PERMISO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "DELETE  REVOCAR-PERMISO" TO WS-ERR-DONDE
       DELETE PERMISOS-ARCHIVO RECORD
           INVALID KEY
               DISPLAY "Ese permiso no estaba otorgado."
       DISPLAY " ".
       DISPLAY "Ingrese el rol".
       ACCEPT WS-ROL-BUSCADO.
       MOVE "OPEN    LISTAR-PERMISOS" TO WS-ERR-DONDE
       OPEN I-O PERMISOS-ARCHIVO.
       MOVE 0 TO WS-HAY-PERMISOS.
       MOVE WS-ROL-BUSCADO TO ROL-PERM.
       MOVE 0 TO OPCION-PERM.
       MOVE "START   LISTAR-PERMISOS" TO WS-ERR-DONDE
       START PERMISOS-ARCHIVO KEY IS NOT LESS THAN PERM-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-PERM
           NOT INVALID KEY MOVE 0 TO WS-LEE-PERM.
       PERFORM MENU-PERMISOS.

       LEER-SIGUIENTE-PERMISO.
       MOVE "READ    LEER-SIGUIENTE-PERMISO" TO WS-ERR-DONDE
       READ PERMISOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-PERM.
       *>SEGUNDO, LA LLAVE REPITE Y EL WRITE FALLA; EN VEZ DE PERDER
       *>LA ENTRADA EN SILENCIO SE AVANZA LA SECUENCIA Y SE REINTENTA.
       ESCRIBIR-AUDITORIA.
       MOVE "WRITE   ESCRIBIR-AUDITORIA" TO WS-ERR-DONDE
       WRITE AUDITORIA-REGISTRO
           INVALID KEY
               ADD 1 TO AUD-SECUENCIA
               PERFORM ESCRIBIR-AUDITORIA
       END-WRITE.

       *>ANOTA LA CORRIDA EN EL CATALOGO DE REPORTES, QUE DEVUELVE
       *>EL NOMBRE FECHADO Y NUMERADO DEL REPORTE Y SU RUTA.
       CATALOGAR-REPORTE.
       MOVE "A" TO WS-CAT-ACCION.
       PERFORM LLAMAR-CATALOGO.

       *>MARCA LA CORRIDA Completo EN EL CATALOGO DE REPORTES.
       CERRAR-REPORTE-CATALOGO.
       MOVE "C" TO WS-CAT-ACCION.
       PERFORM LLAMAR-CATALOGO.

       LLAMAR-CATALOGO.
       MOVE LS-CONECTAR TO WS-CAT-OPERADOR.
       MOVE LS-DIRECTORIO TO WS-CAT-DIRECTORIO.
       CALL "Catalogo" USING WS-CAT-DATOS.

       *>ARMA LA RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE
       *>LA SESION (EL REAL O EL DE PRACTICA, VER MENU.CBL) Y, EN
       *>MODO PRACTICA, LO ADVIERTE EN CADA PANTALLA.
       ARMAR-RUTAS.
       IF LS-MODO-SESION = "P"
           DISPLAY "*** MODO PRACTICA: datos de entrenamiento, "
               "nada de esto es real ***".
       MOVE SPACES TO WS-OPERADORES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "operadores.dat" DELIMITED BY SIZE INTO WS-OPERADORES-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.
       MOVE SPACES TO WS-PERMISOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "permisos.dat" DELIMITED BY SIZE INTO WS-PERMISOS-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
