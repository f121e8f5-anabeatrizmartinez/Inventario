       *>ENTRADAS DE AUDITORIA ANTERIORES AL CORTE DE RETENCION. LOS
       *>ARCHIVOS VIVOS QUEDAN LIVIANOS Y LA HISTORIA SIGUE
       *>CONSULTABLE DESDE CONSULTAS.CBL CUANDO APAREZCA UNA DISPUTA
       *>VIEJA. DE PASO BORRA LOS REPORTES IMPRESOS MAS VIEJOS QUE LOS
       *>MESES DEL PARAMETRO RETENREP; SU LINEA DEL CATALOGO QUEDA,
       *>MARCADA CON LA FECHA DEL BORRADO (VER REIMPRIMIR.CBL).
       SELECT OPTIONAL PRESTAMOS-ARCHIVO
       ASSIGN TO WS-PRESTAMOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-PR WITH DUPLICATES
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-PR WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PRESTAMOS.

       SELECT OPTIONAL ARCHIVO-PRESTAMOS-ARCHIVO
       ASSIGN TO WS-ARCHIVO-PRESTAMOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-LLAVE-ARC
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-ARC WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ARCHIVO-PRESTAMOS.

       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       SELECT OPTIONAL ARCHIVO-AUDITORIA-ARCHIVO
       ASSIGN TO WS-ARCHIVO-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE-ARC
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ARCHIVO-AUDITORIA.

       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO WS-PARAMETROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PARAM-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PARAMETROS.

       SELECT OPTIONAL CATALOGO-ARCHIVO
       ASSIGN TO WS-CATALOGO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CAT-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CATALOGO.

       DATA DIVISION.
       FILE SECTION.
               05 AUD-ANTES-ARC      PIC X(280).
               05 AUD-DESPUES-ARC    PIC X(280).

       *>COPIA DEL REGISTRO DE PARAMETROS.DAT (VER BLOQUEOS.CBL).
       FD PARAMETROS-ARCHIVO.
           01 PARAMETROS-REGISTRO.
               05 PARAM-NOMBRE PIC X(12).
               05 PARAM-VALOR  PIC 9(6).

       *>COPIA DEL REGISTRO DE CATALOGO_REPORTES.DAT (VER CATALOGO.CBL).
       FD CATALOGO-ARCHIVO.
           01 CATALOGO-REGISTRO.
               05 CAT-LLAVE.
                   10 CAT-FECHA      PIC 9(8).
                   10 CAT-SECUENCIA  PIC 9(4).
               05 CAT-HORA           PIC 9(8).
               05 CAT-PROGRAMA       PIC X(15).
               05 CAT-REPORTE        PIC X(30).
               05 CAT-ARCHIVO        PIC X(50).
               05 CAT-OPERADOR       PIC X(10).
               05 CAT-PARAMETROS     PIC X(60).
               05 CAT-ESTADO         PIC X(10).
               05 CAT-FECHA-FIN      PIC 9(8).
               05 CAT-HORA-FIN       PIC 9(8).
               05 CAT-LINEAS         PIC 9(7).
               05 CAT-PAGINAS        PIC 9(5).
               05 CAT-REANUDACIONES  PIC 9(2).
               05 CAT-REIMPRESIONES  PIC 9(3).
               05 CAT-FECHA-DEPURADO PIC 9(8).

       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS
       01 WS-TITULO.
       77 WS-PRESTAMOS-MOVIDOS PIC 9(5).
       77 WS-AUDITORIAS-MOVIDAS PIC 9(5).

       *>BORRADO DE LOS REPORTES VENCIDOS: MESES DE RETENCION
       *>(PARAMETRO RETENREP, 24 SI NO ESTA CARGADO) Y FECHA DE CORTE
       *>QUE RESULTA DE RESTARLOS A HOY.
       77 WS-MESES-RETENCION PIC 9(3).
       01 WS-FECHA-HOY PIC 9(8).
       01 WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05 WS-HOY-ANIO PIC 9(4).
           05 WS-HOY-MES  PIC 9(2).
           05 WS-HOY-DIA  PIC 9(2).
       01 WS-CORTE-REPORTES PIC 9(8).
       01 WS-CORTE-REPORTES-R REDEFINES WS-CORTE-REPORTES.
           05 WS-CORTE-ANIO PIC 9(4).
           05 WS-CORTE-MES  PIC 9(2).
           05 WS-CORTE-DIA  PIC 9(2).
       77 WS-MESES-CORTE PIC 9(6).
       77 WS-RESTO-MESES PIC 9(2).
       77 WS-REPORTES-BORRADOS PIC 9(5).
       01 WS-RUTA-REPORTE PIC X(95).

       *>DATOS DEL ERROR DE ARCHIVO QUE SE ANOTA EN ERRORES.DAT
       *>(VER ERRORES.CBL). ANTES DE CADA OPERACION SOBRE UN
       *>ARCHIVO DE DATOS SE DEJA EN WS-ERR-DONDE LA OPERACION Y EL
       *>PARRAFO; SI FALLA, LAS DECLARATIVAS COMPLETAN EL RESTO.
       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Archivar".
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
       77 WS-FS-PRESTAMOS PIC X(2).
       77 WS-FS-ARCHIVO-PRESTAMOS PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       77 WS-FS-ARCHIVO-AUDITORIA PIC X(2).
       77 WS-FS-PARAMETROS PIC X(2).
       77 WS-FS-CATALOGO PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-PRESTAMOS-RUTA PIC X(80).
       77 WS-ARCHIVO-PRESTAMOS-RUTA PIC X(80).
       77 WS-AUDITORIA-RUTA PIC X(80).
       77 WS-ARCHIVO-AUDITORIA-RUTA PIC X(80).
       77 WS-PARAMETROS-RUTA PIC X(80).
       77 WS-CATALOGO-RUTA PIC X(80).

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
       ERROR-PRESTAMOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PRESTAMOS-ARCHIVO.
       ERROR-PRESTAMOS-ANOTAR.
       MOVE "prestamos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PRESTAMOS TO WS-ERR-ESTADO.
       MOVE PRE-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ARCHIVO-PRESTAMOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON ARCHIVO-PRESTAMOS-ARCHIVO.
       ERROR-ARCHIVO-PRESTAMOS-ANOTAR.
       MOVE "archivo_prestamos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ARCHIVO-PRESTAMOS TO WS-ERR-ESTADO.
       MOVE PRE-LLAVE-ARC TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-AUDITORIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AUDITORIA-ARCHIVO.
       ERROR-AUDITORIA-ANOTAR.
       MOVE "auditoria.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-AUDITORIA TO WS-ERR-ESTADO.
       MOVE AUD-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ARCHIVO-AUDITORIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON ARCHIVO-AUDITORIA-ARCHIVO.
       ERROR-ARCHIVO-AUDITORIA-ANOTAR.
       MOVE "archivo_auditoria.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ARCHIVO-AUDITORIA TO WS-ERR-ESTADO.
       MOVE AUD-LLAVE-ARC TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PARAMETROS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PARAMETROS-ARCHIVO.
       ERROR-PARAMETROS-ANOTAR.
       MOVE "parametros.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PARAMETROS TO WS-ERR-ESTADO.
       MOVE PARAM-NOMBRE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-CATALOGO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CATALOGO-ARCHIVO.
       ERROR-CATALOGO-ANOTAR.
       MOVE "catalogo_reportes.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CATALOGO TO WS-ERR-ESTADO.
       MOVE CAT-LLAVE TO WS-ERR-LLAVE.
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
       DISPLAY "Mueve al archivo historico los prestamos devueltos".
       DISPLAY "con fecha de devolucion anterior al corte, y las".
       DISPLAY "entradas de auditoria anteriores a la retencion.".
       DISPLAY "Tambien borra los reportes impresos mas viejos que".
       DISPLAY "los meses de retencion de reportes (RETENREP).".
       DISPLAY " ".
       DISPLAY "Indique fecha de corte de prestamos (AAAAMMDD)".
       ACCEPT WS-CORTE-PRESTAMOS.
       END-EVALUATE.

       EJECUTAR-ARCHIVO.
       MOVE "OPEN    EJECUTAR-ARCHIVO" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    EJECUTAR-ARCHIVO" TO WS-ERR-DONDE
       OPEN I-O ARCHIVO-PRESTAMOS-ARCHIVO.
       MOVE "OPEN    EJECUTAR-ARCHIVO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "OPEN    EJECUTAR-ARCHIVO" TO WS-ERR-DONDE
       OPEN I-O ARCHIVO-AUDITORIA-ARCHIVO.

       MOVE 0 TO WS-PRESTAMOS-MOVIDOS.
       DISPLAY "Entradas de auditoria archivadas: "
           WS-AUDITORIAS-MOVIDAS.

       PERFORM BORRAR-REPORTES-VENCIDOS.

       *>LA PROPIA CORRIDA QUEDA EN LA AUDITORIA VIVA.
       ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUD-HORA FROM TIME.
       DISPLAY "Corrida de archivo terminada.".
       PERFORM VOLVER.

       *>BORRA DEL DIRECTORIO LOS REPORTES DEL CATALOGO ANTERIORES AL
       *>CORTE DE RETENCION. LA LINEA DEL CATALOGO NO SE BORRA: QUEDA
       *>CON LA FECHA DEL BORRADO, PARA QUE SE SEPA QUE EL REPORTE
       *>EXISTIO Y QUIEN LO SACO.
       BORRAR-REPORTES-VENCIDOS.
       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
       MOVE "OPEN    BORRAR-REPORTES-VENCIDOS" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "RETENREP" TO PARAM-NOMBRE.
       MOVE "READ    BORRAR-REPORTES-VENCIDOS" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 24 TO WS-MESES-RETENCION
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-MESES-RETENCION.
       CLOSE PARAMETROS-ARCHIVO.
       *>SE CUENTA EN MESES DESDE EL AÑO CERO PARA RESTAR SIN
       *>PREOCUPARSE DEL CAMBIO DE AÑO.
       COMPUTE WS-MESES-CORTE =
           WS-HOY-ANIO * 12 + WS-HOY-MES - 1 - WS-MESES-RETENCION.
       DIVIDE WS-MESES-CORTE BY 12 GIVING WS-CORTE-ANIO
           REMAINDER WS-RESTO-MESES.
       COMPUTE WS-CORTE-MES = WS-RESTO-MESES + 1.
       MOVE WS-HOY-DIA TO WS-CORTE-DIA.

       MOVE "OPEN    BORRAR-REPORTES-VENCIDOS" TO WS-ERR-DONDE
       OPEN I-O CATALOGO-ARCHIVO.
       MOVE 0 TO WS-REPORTES-BORRADOS.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-CATALOGO.
       PERFORM BORRAR-REPORTE UNTIL LEE-TODO = 1.
       CLOSE CATALOGO-ARCHIVO.
       DISPLAY "Reportes borrados por vencidos (anteriores a "
           WS-CORTE-REPORTES "): " WS-REPORTES-BORRADOS.

       LEER-SIGUIENTE-CATALOGO.
       MOVE "READ    LEER-SIGUIENTE-CATALOGO" TO WS-ERR-DONDE
       READ CATALOGO-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       *>LA LLAVE EMPIEZA POR LA FECHA: AL PASAR EL CORTE YA NO QUEDA
       *>NADA VENCIDO.
       BORRAR-REPORTE.
       IF CAT-FECHA NOT < WS-CORTE-REPORTES
           MOVE 1 TO LEE-TODO
       ELSE
           IF CAT-FECHA-DEPURADO = 0
               MOVE SPACES TO WS-RUTA-REPORTE
               STRING LS-DIRECTORIO DELIMITED BY SPACE
                   CAT-ARCHIVO DELIMITED BY SPACE
                   INTO WS-RUTA-REPORTE
               CALL "CBL_DELETE_FILE" USING WS-RUTA-REPORTE
               MOVE WS-FECHA-HOY TO CAT-FECHA-DEPURADO
               MOVE "REWRITE BORRAR-REPORTE" TO WS-ERR-DONDE
               REWRITE CATALOGO-REGISTRO
               ADD 1 TO WS-REPORTES-BORRADOS
           END-IF
           PERFORM LEER-SIGUIENTE-CATALOGO.

       LEER-SIGUIENTE-PRESTAMO.
       MOVE "READ    LEER-SIGUIENTE-PRESTAMO" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
           MOVE HORA-DEVOLUCION-PR TO HORA-DEVOLUCION-ARC
           MOVE STATUS-INSTRUMENTO-PR TO STATUS-INSTRUMENTO-ARC
           MOVE STATUS-PRESTAMO-PR TO STATUS-PRESTAMO-ARC
           MOVE "WRITE   ARCHIVAR-PRESTAMO" TO WS-ERR-DONDE
           WRITE ARCHIVO-PRESTAMOS-REGISTRO
               INVALID KEY
                   DISPLAY "Ya estaba archivado: " PRE-LLAVE(1:30)
           END-WRITE
           MOVE "DELETE  ARCHIVAR-PRESTAMO" TO WS-ERR-DONDE
           DELETE PRESTAMOS-ARCHIVO RECORD
           ADD 1 TO WS-PRESTAMOS-MOVIDOS
       END-IF.
       PERFORM LEER-SIGUIENTE-PRESTAMO.

       LEER-SIGUIENTE-AUDITORIA.
       MOVE "READ    LEER-SIGUIENTE-AUDITORIA" TO WS-ERR-DONDE
       READ AUDITORIA-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
           MOVE AUD-LLAVE-REGISTRO TO AUD-LLAVE-REG-ARC
           MOVE AUD-ANTES TO AUD-ANTES-ARC
           MOVE AUD-DESPUES TO AUD-DESPUES-ARC
           MOVE "WRITE   ARCHIVAR-AUDITORIA" TO WS-ERR-DONDE
           WRITE ARCHIVO-AUDITORIA-REGISTRO
               INVALID KEY
                   DISPLAY "Ya estaba archivada: " AUD-LLAVE
           END-WRITE
           MOVE "DELETE  ARCHIVAR-AUDITORIA" TO WS-ERR-DONDE
           DELETE AUDITORIA-ARCHIVO RECORD
           ADD 1 TO WS-AUDITORIAS-MOVIDAS
       END-IF.
       *>SEGUNDO, LA LLAVE REPITE Y EL WRITE FALLA; EN VEZ DE PERDER
       *>LA ENTRADA EN SILENCIO SE AVANZA LA SECUENCIA Y SE REINTENTA.
       ESCRIBIR-AUDITORIA.
       MOVE "WRITE   ESCRIBIR-AUDITORIA" TO WS-ERR-DONDE
       WRITE AUDITORIA-REGISTRO
           INVALID KEY
               ADD 1 TO AUD-SECUENCIA
               PERFORM ESCRIBIR-AUDITORIA
       END-WRITE.

       *>LOS MAESTROS SE DECLARAN OPTIONAL: SI UNO FALTA, EL OPEN
       *>DEVUELVE 05 Y LO CREA VACIO. DONDE EL ARCHIVO YA DEBE
       *>EXISTIR SE BORRA ESE VACIO, SE ANOTA EN ERRORES.DAT Y SE
       *>AVISA QUE FALTA, EN LUGAR DE SEGUIR COMO SI NO TUVIERA
       *>REGISTROS.
       VERIFICAR-EXISTE-PRESTAMOS.
       IF WS-FS-PRESTAMOS = "05"
           MOVE "prestamos.dat" TO WS-ERR-ARCHIVO
           MOVE WS-FS-PRESTAMOS TO WS-ERR-ESTADO
           CLOSE PRESTAMOS-ARCHIVO
           CALL "CBL_DELETE_FILE" USING WS-PRESTAMOS-RUTA
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
       MOVE SPACES TO WS-PRESTAMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "prestamos.dat" DELIMITED BY SIZE INTO WS-PRESTAMOS-RUTA.
       MOVE SPACES TO WS-ARCHIVO-PRESTAMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "archivo_prestamos.dat" DELIMITED BY SIZE
           INTO WS-ARCHIVO-PRESTAMOS-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.
       MOVE SPACES TO WS-ARCHIVO-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "archivo_auditoria.dat" DELIMITED BY SIZE
           INTO WS-ARCHIVO-AUDITORIA-RUTA.
       MOVE SPACES TO WS-PARAMETROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "parametros.dat" DELIMITED BY SIZE INTO WS-PARAMETROS-RUTA.
       MOVE SPACES TO WS-CATALOGO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "catalogo_reportes.dat" DELIMITED BY SIZE
           INTO WS-CATALOGO-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
