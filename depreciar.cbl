       *>INSTRUMENTO POR AÑO. CIERRA CON EL RESUMEN DE VALUACION POR
       *>TIPO PARA LA POLIZA DE SEGUROS.
       SELECT OPTIONAL ADQUISICIONES-ARCHIVO
       ASSIGN TO WS-ADQUISICIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-ADQ
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-ADQ WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ADQUISICIONES.

       SELECT OPTIONAL INSTRUMENTOS-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-INV
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS.

       SELECT OPTIONAL TIPO-INSTRUMENTO-ARCHIVO
       ASSIGN TO WS-TIPO-INSTRUMENTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-TIPO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TIPO-INSTRUMENTO.

       SELECT OPTIONAL DEPRECIACION-ARCHIVO
       ASSIGN TO WS-DEPRECIACION-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS DEP-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-DEPRECIACION.

       *>PARAMETROS GENERALES DEL SISTEMA (VER BLOQUEOS.CBL). AQUI SE
       *>LEE VIDAUTIL, LA VIDA UTIL EN AÑOS PARA LA LINEA RECTA.
       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO WS-PARAMETROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PARAM-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PARAMETROS.

       *>ORDENES DE REPARACION (VER REPARACIONES.CBL): EL COSTO
       *>ACUMULADO DE REPARAR CADA INSTRUMENTO SE MUESTRA JUNTO A SU
       *>VALOR EN LIBROS, PARA QUE ESE DINERO DEJE DE DESAPARECER DE
       *>LAS VISTAS FINANCIERAS.
       SELECT OPTIONAL REPARACIONES-ARCHIVO
       ASSIGN TO WS-REPARACIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS REP-LLAVE
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-REP WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-REPARACIONES.

       SELECT OPTIONAL REPORTE-VALUACION-ARCHIVO
       ASSIGN TO WS-REPORTE-VALUACION-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       77 WS-RESTANTE-TIPO PIC 9(8)V99.
       77 WS-RESTANTE-TOTAL PIC 9(8)V99.

       *>DATOS DE LA CORRIDA QUE SE ANOTA EN EL CATALOGO DE
       *>REPORTES (VER CATALOGO.CBL).
       01 WS-CAT-DATOS.
           05 WS-CAT-ACCION     PIC X(1).
           05 WS-CAT-PROGRAMA   PIC X(15) VALUE "Depreciar".
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
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Depreciar".
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
       77 WS-FS-ADQUISICIONES PIC X(2).
       77 WS-FS-INSTRUMENTOS PIC X(2).
       77 WS-FS-TIPO-INSTRUMENTO PIC X(2).
       77 WS-FS-DEPRECIACION PIC X(2).
       77 WS-FS-PARAMETROS PIC X(2).
       77 WS-FS-REPARACIONES PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-ADQUISICIONES-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-TIPO-INSTRUMENTO-RUTA PIC X(80).
       77 WS-DEPRECIACION-RUTA PIC X(80).
       77 WS-PARAMETROS-RUTA PIC X(80).
       77 WS-REPARACIONES-RUTA PIC X(80).
       77 WS-REPORTE-VALUACION-RUTA PIC X(80).

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
       ERROR-ADQUISICIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ADQUISICIONES-ARCHIVO.
       ERROR-ADQUISICIONES-ANOTAR.
       MOVE "adquisiciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ADQUISICIONES TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-ADQ TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INSTRUMENTOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSTRUMENTOS-ARCHIVO.
       ERROR-INSTRUMENTOS-ANOTAR.
       MOVE "instrumentos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-INV TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-TIPO-INSTRUMENTO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON TIPO-INSTRUMENTO-ARCHIVO.
       ERROR-TIPO-INSTRUMENTO-ANOTAR.
       MOVE "tipo_instrumento.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-TIPO-INSTRUMENTO TO WS-ERR-ESTADO.
       MOVE CODIGO-TIPO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-DEPRECIACION SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DEPRECIACION-ARCHIVO.
       ERROR-DEPRECIACION-ANOTAR.
       MOVE "depreciacion.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-DEPRECIACION TO WS-ERR-ESTADO.
       MOVE DEP-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PARAMETROS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PARAMETROS-ARCHIVO.
       ERROR-PARAMETROS-ANOTAR.
       MOVE "parametros.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PARAMETROS TO WS-ERR-ESTADO.
       MOVE PARAM-NOMBRE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-REPARACIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REPARACIONES-ARCHIVO.
       ERROR-REPARACIONES-ANOTAR.
       MOVE "reparaciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-REPARACIONES TO WS-ERR-ESTADO.
       MOVE REP-LLAVE TO WS-ERR-LLAVE.
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
       *>PROGRAMA PRINCIPAL. ES UN UNICO TRABAJO POR LOTE, IGUAL QUE
       *>CIERRE.CBL, PARA EL AÑO QUE SE LE INDIQUE.
       PROGRAM-BEGIN.
       PERFORM ARMAR-RUTAS.
       DISPLAY " ".
       DISPLAY WS-TITULO.
       DISPLAY " ".

       *>RUTINAS.
       CORRER-DEPRECIACION.
       MOVE "OPEN    CORRER-DEPRECIACION" TO WS-ERR-DONDE
       OPEN I-O ADQUISICIONES-ARCHIVO.
       MOVE "OPEN    CORRER-DEPRECIACION" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    CORRER-DEPRECIACION" TO WS-ERR-DONDE
       OPEN I-O TIPO-INSTRUMENTO-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       MOVE "OPEN    CORRER-DEPRECIACION" TO WS-ERR-DONDE
       OPEN I-O DEPRECIACION-ARCHIVO.
       MOVE "OPEN    CORRER-DEPRECIACION" TO WS-ERR-DONDE
       OPEN I-O REPARACIONES-ARCHIVO.
       MOVE "reporte_valuacion" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       STRING "Ejercicio " WS-ANIO-CORRIDA
           DELIMITED BY SIZE INTO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-VALUACION-RUTA.
       OPEN OUTPUT REPORTE-VALUACION-ARCHIVO.

       PERFORM LEER-PARAMETRO-VIDAUTIL.
       CLOSE DEPRECIACION-ARCHIVO.
       CLOSE REPARACIONES-ARCHIVO.
       CLOSE REPORTE-VALUACION-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       IMPRIMIR.
       WRITE REPORTE-VALUACION-LINEA FROM WS-LINEA.

       LEER-PARAMETRO-VIDAUTIL.
       MOVE "OPEN    LEER-PARAMETRO-VIDAUTIL" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "VIDAUTIL" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-VIDAUTIL" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 5 TO WS-VIDA-UTIL
           MOVE 5 TO WS-VIDA-UTIL.

       LEER-SIGUIENTE-ADQUISICION.
       MOVE "READ    LEER-SIGUIENTE-ADQUISICION" TO WS-ERR-DONDE
       READ ADQUISICIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       *>QUE NO SE DEPRECIA NI SE VALUA.
       DEPRECIAR-INSTRUMENTO.
       MOVE ID-INSTRUMENTO-ADQ TO ID-INSTRUMENTO-INV.
       MOVE "READ    DEPRECIAR-INSTRUMENTO" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-INV
               INVALID KEY     MOVE 0 TO WS-INDICADOR
       ACCEPT FECHA-CALCULO-DEP FROM DATE YYYYMMDD.
       *>SI LA CORRIDA DEL AÑO SE REPITE, EL REGISTRO DEL AÑO SE
       *>REESCRIBE EN LUGAR DE DUPLICARSE.
       MOVE "WRITE   GRABAR-DEPRECIACION" TO WS-ERR-DONDE
       WRITE DEPRECIACION-REGISTRO
           INVALID KEY
               MOVE "REWRITE GRABAR-DEPRECIACION" TO WS-ERR-DONDE
               REWRITE DEPRECIACION-REGISTRO
       END-WRITE.
       ADD 1 TO WS-TOTAL-INSTRUMENTOS.
       MOVE 0 TO WS-COSTO-REPARADO.
       MOVE ID-INSTRUMENTO-ADQ TO ID-INSTRUMENTO-REP.
       MOVE ZERO TO FECHA-ENVIADO-REP.
       MOVE "START   SUMAR-REPARACIONES-INSTRUMENTO" TO WS-ERR-DONDE
       START REPARACIONES-ARCHIVO KEY IS NOT LESS THAN REP-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-REP
           NOT INVALID KEY MOVE 0 TO WS-LEE-REP.
           PERFORM ACUMULAR-REPARACION UNTIL WS-LEE-REP = 1.

       LEER-SIGUIENTE-REPARACION.
       MOVE "READ    LEER-SIGUIENTE-REPARACION" TO WS-ERR-DONDE
       READ REPARACIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-REP.
       PERFORM IMPRIMIR.

       LEER-SIGUIENTE-TIPO.
       MOVE "READ    LEER-SIGUIENTE-TIPO" TO WS-ERR-DONDE
       READ TIPO-INSTRUMENTO-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       *>CONTEOS POR TIPO DE CONTEO.CBL.
       SUMAR-DEPRECIACION-TIPO.
       CLOSE DEPRECIACION-ARCHIVO.
       MOVE "OPEN    SUMAR-DEPRECIACION-TIPO" TO WS-ERR-DONDE
       OPEN I-O DEPRECIACION-ARCHIVO.
       MOVE 0 TO WS-LEE-DEP.
       PERFORM LEER-SIGUIENTE-DEP.
       PERFORM ACUMULAR-DEP-TIPO UNTIL WS-LEE-DEP = 1.

       LEER-SIGUIENTE-DEP.
       MOVE "READ    LEER-SIGUIENTE-DEP" TO WS-ERR-DONDE
       READ DEPRECIACION-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-DEP.
       END-EVALUATE.


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

       *>LOS MAESTROS SE DECLARAN OPTIONAL: SI UNO FALTA, EL OPEN
       *>DEVUELVE 05 Y LO CREA VACIO. DONDE EL ARCHIVO YA DEBE
       *>EXISTIR SE BORRA ESE VACIO, SE ANOTA EN ERRORES.DAT Y SE
       *>AVISA QUE FALTA, EN LUGAR DE SEGUIR COMO SI NO TUVIERA
       *>REGISTROS.
       VERIFICAR-EXISTE-INSTRUMENTOS.
       IF WS-FS-INSTRUMENTOS = "05"
           MOVE "instrumentos.dat" TO WS-ERR-ARCHIVO
           MOVE WS-FS-INSTRUMENTOS TO WS-ERR-ESTADO
           CLOSE INSTRUMENTOS-ARCHIVO
           CALL "CBL_DELETE_FILE" USING WS-INSTRUMENTOS-RUTA
           PERFORM FALTA-ARCHIVO-MAESTRO.

       VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       IF WS-FS-TIPO-INSTRUMENTO = "05"
           MOVE "tipo_instrumento.dat" TO WS-ERR-ARCHIVO
           MOVE WS-FS-TIPO-INSTRUMENTO TO WS-ERR-ESTADO
           CLOSE TIPO-INSTRUMENTO-ARCHIVO
           CALL "CBL_DELETE_FILE" USING WS-TIPO-INSTRUMENTO-RUTA
           PERFORM FALTA-ARCHIVO-MAESTRO.

       FALTA-ARCHIVO-MAESTRO.
       MOVE SPACES TO WS-ERR-LLAVE.
       DISPLAY "Falta el archivo " WS-ERR-ARCHIVO.
       DISPLAY "Avise al supervisor para restaurarlo del respaldo.".
       PERFORM ANOTAR-ERROR-ARCHIVO.

       *>ARMA LA RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE
       *>LA SESION (EL REAL O EL DE PRACTICA, VER MENU.CBL) Y, EN
       *>MODO PRACTICA, LO ADVIERTE EN CADA PANTALLA.
       ARMAR-RUTAS.
       IF LS-MODO-SESION = "P"
           DISPLAY "*** MODO PRACTICA: datos de entrenamiento, "
               "nada de esto es real ***".
       MOVE SPACES TO WS-ADQUISICIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "adquisiciones.dat" DELIMITED BY SIZE
           INTO WS-ADQUISICIONES-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-RUTA.
       MOVE SPACES TO WS-TIPO-INSTRUMENTO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "tipo_instrumento.dat" DELIMITED BY SIZE
           INTO WS-TIPO-INSTRUMENTO-RUTA.
       MOVE SPACES TO WS-DEPRECIACION-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "depreciacion.dat" DELIMITED BY SIZE
           INTO WS-DEPRECIACION-RUTA.
       MOVE SPACES TO WS-PARAMETROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "parametros.dat" DELIMITED BY SIZE INTO WS-PARAMETROS-RUTA.
       MOVE SPACES TO WS-REPARACIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reparaciones.dat" DELIMITED BY SIZE
           INTO WS-REPARACIONES-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
