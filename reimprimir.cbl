       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reimprimir INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       *>ARCHIVO DE REPORTES: BUSCA EN EL CATALOGO LAS CORRIDAS DE
       *>CUALQUIER REPORTE (QUIEN LO SACO, CUANDO, CON QUE DATOS Y
       *>CUANTAS PAGINAS TUVO) Y VUELVE A IMPRIMIR EL QUE SE PIDA TAL
       *>CUAL QUEDO GRABADO, SIN TENER QUE CORRER DE NUEVO EL PROGRAMA
       *>QUE LO GENERO (QUE YA DARIA OTROS NUMEROS). EL CATALOGO LO
       *>LLENA CATALOGO.CBL Y LOS REPORTES VENCIDOS LOS BORRA
       *>ARCHIVAR.CBL SEGUN EL PARAMETRO RETENREP.
       SELECT OPTIONAL CATALOGO-ARCHIVO
       ASSIGN TO WS-CATALOGO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CAT-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CATALOGO.

       *>EL REPORTE ORIGINAL, CON SU NOMBRE FECHADO Y NUMERADO.
       SELECT OPTIONAL REPORTE-ARCHIVO
       ASSIGN TO WS-REPORTE-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       *>LA COPIA PARA IMPRIMIR, CON UN ENCABEZADO DE REIMPRESION.
       SELECT OPTIONAL REIMPRESION-ARCHIVO
       ASSIGN TO WS-REIMPRESION-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO-ARCHIVO.
       *>COPIA DEL REGISTRO DE CATALOGO_REPORTES.DAT (VER CATALOGO.CBL).
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

       FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(150).

       FD REIMPRESION-ARCHIVO.
           01 REIMPRESION-LINEA PIC X(150).

       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS
       01 WS-TITULO.
           05 FILLER   PIC X(31) VALUE SPACES.
           05 WS-TIT   PIC X(19) VALUE "Archivo de reportes".
           05 FILLER   PIC X(30) VALUE SPACES.

       77 WS-OPCION PIC 9(2).
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-LEE-CATALOGO PIC 9(1).
       77 WS-LEE-REPORTE PIC 9(1).
       77 WS-HAY-REPORTES PIC 9(1).
       77 WS-EXISTE PIC 9(1).
       01 WS-LINEA PIC X(150).

       *>FILTROS DE LA BUSQUEDA. EL NOMBRE PUEDE SER EL DEL REPORTE
       *>(reporte_cierre) O EL DEL PROGRAMA (Cierre); EN BLANCO, TODOS.
       77 WS-FILTRO-NOMBRE PIC X(30).
       77 WS-FILTRO-DESDE PIC 9(8).
       77 WS-FILTRO-HASTA PIC 9(8).

       *>CORRIDA QUE SE REIMPRIME Y LINEAS COPIADAS DEL ORIGINAL.
       01 WS-LLAVE-BUSCADA.
           05 WS-FECHA-BUSCADA     PIC 9(8).
           05 WS-SECUENCIA-BUSCADA PIC 9(4).
       77 WS-LINEAS-COPIADAS PIC 9(7).

       *>DATOS DEL ERROR DE ARCHIVO QUE SE ANOTA EN ERRORES.DAT
       *>(VER ERRORES.CBL). ANTES DE CADA OPERACION SOBRE UN
       *>ARCHIVO DE DATOS SE DEJA EN WS-ERR-DONDE LA OPERACION Y EL
       *>PARRAFO; SI FALLA, LAS DECLARATIVAS COMPLETAN EL RESTO.
       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Reimprimir".
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
       77 WS-FS-CATALOGO PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-CATALOGO-RUTA PIC X(80).
       77 WS-REPORTE-RUTA PIC X(95).
       77 WS-REIMPRESION-RUTA PIC X(80).

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
       DISPLAY "1) Buscar reportes en el catalogo".
       DISPLAY "2) Reimprimir un reporte".
       DISPLAY "3) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU.

       PERFORM FIN-PROGRAMA.

       *>RUTINAS.
       VALIDACION-MENU.
       EVALUATE WS-OPCION
       WHEN 1
           PERFORM BUSCAR-REPORTES
       WHEN 2
           PERFORM REIMPRIMIR-REPORTE
       WHEN 3
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-MENU
       END-EVALUATE.

       *>LISTA LAS CORRIDAS DEL CATALOGO EN UN RANGO DE FECHAS, DE UN
       *>REPORTE O PROGRAMA O DE TODOS. LA LLAVE EMPIEZA POR LA FECHA,
       *>ASI QUE SE POSICIONA AL INICIO DEL RANGO CON START.
       BUSCAR-REPORTES.
       DISPLAY "---Buscar reportes---".
       DISPLAY " ".
       DISPLAY "Ingrese el reporte o programa (en blanco, todos)".
       MOVE SPACES TO WS-FILTRO-NOMBRE.
       ACCEPT WS-FILTRO-NOMBRE.
       DISPLAY "Ingrese fecha desde (AAAAMMDD, 0 desde el inicio)".
       ACCEPT WS-FILTRO-DESDE.
       DISPLAY "Ingrese fecha hasta (AAAAMMDD, 0 hasta hoy)".
       ACCEPT WS-FILTRO-HASTA.
       IF WS-FILTRO-HASTA = 0
           MOVE 99999999 TO WS-FILTRO-HASTA.
       MOVE "OPEN    BUSCAR-REPORTES" TO WS-ERR-DONDE
       OPEN I-O CATALOGO-ARCHIVO.
       MOVE 0 TO WS-HAY-REPORTES.
       MOVE WS-FILTRO-DESDE TO CAT-FECHA.
       MOVE 0 TO CAT-SECUENCIA.
       MOVE "START   BUSCAR-REPORTES" TO WS-ERR-DONDE
       START CATALOGO-ARCHIVO KEY IS NOT LESS THAN CAT-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-CATALOGO
           NOT INVALID KEY MOVE 0 TO WS-LEE-CATALOGO.
       IF WS-LEE-CATALOGO = 0
           PERFORM LEER-SIGUIENTE-CATALOGO
           PERFORM MOSTRAR-CORRIDA UNTIL WS-LEE-CATALOGO = 1.
       CLOSE CATALOGO-ARCHIVO.
       IF WS-HAY-REPORTES = 0
           DISPLAY " "
           DISPLAY "No hay reportes en el catalogo con esos datos.".
       PERFORM VOLVER.

       MOSTRAR-CORRIDA.
       IF CAT-FECHA > WS-FILTRO-HASTA
           MOVE 1 TO WS-LEE-CATALOGO
       ELSE
           IF WS-FILTRO-NOMBRE = SPACES
               OR CAT-REPORTE = WS-FILTRO-NOMBRE
               OR CAT-PROGRAMA = WS-FILTRO-NOMBRE
               MOVE 1 TO WS-HAY-REPORTES
               PERFORM DETALLAR-CORRIDA
           END-IF
           PERFORM LEER-SIGUIENTE-CATALOGO.

       *>LA LLAVE (FECHA Y NUMERO) ES LA QUE SE PIDE PARA REIMPRIMIR.
       DETALLAR-CORRIDA.
       DISPLAY " ".
       DISPLAY CAT-FECHA " " CAT-SECUENCIA "  " CAT-PROGRAMA " "
           CAT-REPORTE.
       DISPLAY "    " CAT-HORA(1:4) " por " CAT-OPERADOR " "
           CAT-ESTADO " " CAT-PAGINAS " pag. " CAT-LINEAS " lineas".
       IF CAT-PARAMETROS NOT = SPACES
           DISPLAY "    Datos: " CAT-PARAMETROS.
       IF CAT-REANUDACIONES > 0
           DISPLAY "    Reanudaciones: " CAT-REANUDACIONES.
       IF CAT-REIMPRESIONES > 0
           DISPLAY "    Reimpresiones: " CAT-REIMPRESIONES.
       IF CAT-FECHA-DEPURADO > 0
           DISPLAY "    Borrado por vencido el " CAT-FECHA-DEPURADO.

       *>COPIA EL REPORTE ORIGINAL A REIMPRESION.TXT CON UN
       *>ENCABEZADO QUE DICE DE QUE CORRIDA ES Y QUIEN LO REIMPRIME,
       *>Y LO MUESTRA EN PANTALLA. SE ANOTA LA REIMPRESION EN EL
       *>CATALOGO.
       REIMPRIMIR-REPORTE.
       DISPLAY "---Reimprimir un reporte---".
       DISPLAY " ".
       DISPLAY "Ingrese la fecha de la corrida (AAAAMMDD)".
       ACCEPT WS-FECHA-BUSCADA.
       DISPLAY "Ingrese el numero de la corrida en esa fecha".
       ACCEPT WS-SECUENCIA-BUSCADA.
       MOVE "OPEN    REIMPRIMIR-REPORTE" TO WS-ERR-DONDE
       OPEN I-O CATALOGO-ARCHIVO.
       MOVE WS-LLAVE-BUSCADA TO CAT-LLAVE.
       MOVE 1 TO WS-EXISTE.
       MOVE "READ    REIMPRIMIR-REPORTE" TO WS-ERR-DONDE
       READ CATALOGO-ARCHIVO RECORD
           KEY CAT-LLAVE
           INVALID KEY MOVE 0 TO WS-EXISTE
       END-READ.
       IF WS-EXISTE = 0
           DISPLAY " "
           DISPLAY "No hay ninguna corrida con esa fecha y numero."
           CLOSE CATALOGO-ARCHIVO
           PERFORM VOLVER.
       IF CAT-FECHA-DEPURADO > 0
           DISPLAY " "
           DISPLAY "Ese reporte se borro por vencido el "
               CAT-FECHA-DEPURADO "; solo queda su linea en el "
               "catalogo."
           CLOSE CATALOGO-ARCHIVO
           PERFORM VOLVER.
       IF CAT-ESTADO NOT = "Completo"
           DISPLAY " "
           DISPLAY "Atencion: esa corrida se corto antes de terminar;"
           DISPLAY "el reporte esta incompleto.".

       MOVE SPACES TO WS-REPORTE-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           CAT-ARCHIVO DELIMITED BY SPACE INTO WS-REPORTE-RUTA.
       OPEN INPUT REPORTE-ARCHIVO.
       OPEN OUTPUT REIMPRESION-ARCHIVO.
       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
       MOVE SPACES TO WS-LINEA.
       STRING "---Reimpresion de " CAT-ARCHIVO DELIMITED BY SPACE
           "---" DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-REIMPRESION.
       STRING "Generado el " CAT-FECHA " a las " CAT-HORA(1:4)
           " por " CAT-OPERADOR " (" CAT-PROGRAMA ")"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-REIMPRESION.
       IF CAT-PARAMETROS NOT = SPACES
           STRING "Datos: " CAT-PARAMETROS
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-REIMPRESION.
       STRING "Reimpreso el " WS-FECHA-HOY " por " LS-CONECTAR
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-REIMPRESION.
       PERFORM IMPRIMIR-REIMPRESION.

       MOVE 0 TO WS-LINEAS-COPIADAS.
       MOVE 0 TO WS-LEE-REPORTE.
       PERFORM LEER-LINEA-REPORTE.
       PERFORM COPIAR-LINEA UNTIL WS-LEE-REPORTE = 1.
       CLOSE REPORTE-ARCHIVO.
       CLOSE REIMPRESION-ARCHIVO.

       IF WS-LINEAS-COPIADAS = 0
           DISPLAY " "
           DISPLAY "El reporte " CAT-ARCHIVO
           DISPLAY "no esta en el directorio o esta vacio."
           CLOSE CATALOGO-ARCHIVO
           PERFORM VOLVER.
       ADD 1 TO CAT-REIMPRESIONES.
       MOVE "REWRITE REIMPRIMIR-REPORTE" TO WS-ERR-DONDE
       REWRITE CATALOGO-REGISTRO.
       CLOSE CATALOGO-ARCHIVO.
       DISPLAY " ".
       DISPLAY "Copia para imprimir grabada en reimpresion.txt".
       PERFORM VOLVER.

       COPIAR-LINEA.
       MOVE REPORTE-LINEA TO WS-LINEA.
       PERFORM IMPRIMIR-REIMPRESION.
       ADD 1 TO WS-LINEAS-COPIADAS.
       PERFORM LEER-LINEA-REPORTE.

       IMPRIMIR-REIMPRESION.
       DISPLAY WS-LINEA.
       WRITE REIMPRESION-LINEA FROM WS-LINEA.
       MOVE SPACES TO WS-LINEA.

       LEER-LINEA-REPORTE.
       READ REPORTE-ARCHIVO
           AT END MOVE 1 TO WS-LEE-REPORTE.

       LEER-SIGUIENTE-CATALOGO.
       MOVE "READ    LEER-SIGUIENTE-CATALOGO" TO WS-ERR-DONDE
       READ CATALOGO-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-CATALOGO.

       VOLVER.
       DISPLAY " ".
       DISPLAY "1.- Volver al menu".
       DISPLAY "2.- Salir".
       DISPLAY "Ingrese numero de opcion deseada:".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-VOLVER.

       VALIDACION-VOLVER.
       EVALUATE WS-OPCION
       WHEN 1
           PERFORM PROGRAM-BEGIN
       WHEN 2
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-VOLVER
       END-EVALUATE.

       *>ARMA LA RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE
       *>LA SESION (EL REAL O EL DE PRACTICA, VER MENU.CBL) Y, EN
       *>MODO PRACTICA, LO ADVIERTE EN CADA PANTALLA.
       ARMAR-RUTAS.
       IF LS-MODO-SESION = "P"
           DISPLAY "*** MODO PRACTICA: datos de entrenamiento, "
               "nada de esto es real ***".
       MOVE SPACES TO WS-CATALOGO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "catalogo_reportes.dat" DELIMITED BY SIZE
           INTO WS-CATALOGO-RUTA.
       MOVE SPACES TO WS-REIMPRESION-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reimpresion.txt" DELIMITED BY SIZE
           INTO WS-REIMPRESION-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
       EXIT PROGRAM.
