       IDENTIFICATION DIVISION.
       PROGRAM-ID. Estantes INITIAL.

       *>RUTINA UNICA QUE LLEVA EL ESTANTE DE CADA INSTRUMENTO DENTRO
       *>DE SU SEDE (ESTANTES.DAT) Y ARMA LAS LISTAS DE RECOLECCION
       *>ORDENADAS POR ESTANTE. LA LLAMAN CON CALL "Estantes":
       *>  L  DEVUELVE LA SEDE Y EL ESTANTE DEL INSTRUMENTO (HALLADO
       *>     EN 0 SI NO TIENE ESTANTE ANOTADO).
       *>  G  GRABA LA SEDE Y EL ESTANTE DEL INSTRUMENTO; UN ESTANTE
       *>     EN BLANCO BORRA EL QUE TENIA (INSTRUMENTOS.CBL,
       *>     COMPRAS.CBL, SEDES.CBL).
       *>  N  EMPIEZA UNA LISTA DE RECOLECCION VACIA.
       *>  A  AGREGA EL INSTRUMENTO A LA LISTA CON SU ESTANTE Y EL
       *>     DETALLE QUE MANDA EL PROGRAMA QUE LLAMA. LA SEDE QUE SE
       *>     MANDA ES LA DEL INSTRUMENTO: SI SU ESTANTE ES DE OTRA
       *>     SEDE, NO SIRVE PARA IR A BUSCARLO.
       *>  P  IMPRIME LA LISTA POR SEDE Y ESTANTE, CON LOS QUE NO
       *>     TIENEN ESTANTE AL FINAL, Y DEVUELVE EL NOMBRE DEL
       *>     REPORTE (PRESTAMOS.CBL Y RESERVAS.CBL).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       *>UN REGISTRO POR INSTRUMENTO QUE TIENE ESTANTE ANOTADO. VA
       *>APARTE DE INSTRUMENTOS.DAT PARA NO ENSANCHAR UN REGISTRO QUE
       *>COPIAN CASI TODOS LOS PROGRAMAS.
       SELECT OPTIONAL ESTANTES-ARCHIVO
       ASSIGN TO WS-ESTANTES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-EST
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ESTANTES.

       *>ARCHIVO DE TRABAJO DE LA LISTA DE RECOLECCION: LA LLAVE LA
       *>DEJA ORDENADA POR SEDE Y ESTANTE AL LEERLA EN SECUENCIA,
       *>IGUAL QUE LA REVISION DE DOCUMENTOS EN DUPLICADOS.CBL.
       SELECT OPTIONAL RECOLECCION-TRABAJO-ARCHIVO
       ASSIGN TO WS-RECOLECCION-TRABAJO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS REC-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-RECOLECCION-TRABAJO.

       SELECT OPTIONAL REPORTE-RECOLECCION-ARCHIVO
       ASSIGN TO WS-REPORTE-RECOLECCION-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ESTANTES-ARCHIVO.
           01 ESTANTES-REGISTRO.
               05 ID-INSTRUMENTO-EST PIC X(6).
               05 SEDE-EST           PIC X(3). *>SEDE DEL ESTANTE.
               05 ESTANTE-EST        PIC X(8).
               05 FECHA-EST          PIC 9(8). *>ULTIMO CAMBIO.
               05 OPERADOR-EST       PIC X(10).

       FD RECOLECCION-TRABAJO-ARCHIVO.
           01 RECOLECCION-TRABAJO-REGISTRO.
               05 REC-LLAVE.
                   10 REC-SEDE        PIC X(3).
                   10 REC-GRUPO       PIC 9(1). *>1 CON ESTANTE,
                                                *>2 SIN ESTANTE.
                   10 REC-ESTANTE     PIC X(8).
                   10 REC-INSTRUMENTO PIC X(6).
               05 REC-DETALLE PIC X(40).

       FD REPORTE-RECOLECCION-ARCHIVO.
           01 REPORTE-RECOLECCION-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-LEE-RECOLECCION PIC 9(1).
       77 WS-SEDE-ANTERIOR PIC X(3).
       01 WS-LINEA PIC X(100).

       *>DATOS DE LA CORRIDA QUE SE ANOTA EN EL CATALOGO DE
       *>REPORTES (VER CATALOGO.CBL).
       01 WS-CAT-DATOS.
           05 WS-CAT-ACCION     PIC X(1).
           05 WS-CAT-PROGRAMA   PIC X(15) VALUE "Estantes".
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
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Estantes".
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
       77 WS-FS-ESTANTES PIC X(2).
       77 WS-FS-RECOLECCION-TRABAJO PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA SESION
       *>DEL PROGRAMA QUE LLAMA.
       77 WS-ESTANTES-RUTA PIC X(80).
       77 WS-RECOLECCION-TRABAJO-RUTA PIC X(80).
       77 WS-REPORTE-RECOLECCION-RUTA PIC X(80).

       LINKAGE SECTION.
       *>LO ARMA EL PROGRAMA QUE LLAMA. LA ACCION L DEVUELVE LA SEDE,
       *>EL ESTANTE Y HALLADO; LA P DEVUELVE LA CANTIDAD DE ITEMS Y
       *>EL NOMBRE DEL REPORTE, Y TOMA EL DETALLE COMO TITULO.
       01 LS-EST-DATOS.
           05 LS-EST-ACCION      PIC X(1). *>L LEER, G GRABAR,
                                           *>N NUEVA LISTA, A AGREGAR,
                                           *>P IMPRIMIR LISTA.
           05 LS-EST-INSTRUMENTO PIC X(6).
           05 LS-EST-SEDE        PIC X(3).
           05 LS-EST-ESTANTE     PIC X(8).
           05 LS-EST-DETALLE     PIC X(40).
           05 LS-EST-OPERADOR    PIC X(10).
           05 LS-EST-DIRECTORIO  PIC X(40).
           05 LS-EST-HALLADO     PIC 9(1).
           05 LS-EST-CANTIDAD    PIC 9(3).
           05 LS-EST-ARCHIVO     PIC X(50).

       PROCEDURE DIVISION USING LS-EST-DATOS.
       DECLARATIVES.
       *>CUALQUIER FALLA SOBRE UN ARCHIVO DE DATOS QUE EL PROPIO
       *>PARRAFO NO ATIENDA (INVALID KEY, AT END) SE ANOTA EN
       *>ERRORES.DAT CON LA LLAVE DEL REGISTRO EN CURSO.
       ERROR-ESTANTES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ESTANTES-ARCHIVO.
       ERROR-ESTANTES-ANOTAR.
       MOVE "estantes.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ESTANTES TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-EST TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-RECOLECCION-TRABAJO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON RECOLECCION-TRABAJO-ARCHIVO.
       ERROR-RECOLECCION-TRABAJO-ANOTAR.
       MOVE "recoleccion_trabajo.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-RECOLECCION-TRABAJO TO WS-ERR-ESTADO.
       MOVE REC-LLAVE TO WS-ERR-LLAVE.
       *>LA ULTIMA SECCION SIGUE DIRECTO EN ESTE PARRAFO.
       ANOTAR-ERROR-ARCHIVO.
       MOVE LS-EST-OPERADOR TO WS-ERR-OPERADOR.
       MOVE LS-EST-DIRECTORIO TO WS-ERR-DIRECTORIO.
       CALL "Errores" USING WS-ERR-DATOS.
       MOVE 1 TO WS-ERR-HUBO.
       *>UNA LLAVE INEXISTENTE O REPETIDA SIN INVALID KEY SE ANOTA
       *>Y SE SIGUE; CUALQUIER OTRA FALLA (ARCHIVO BLOQUEADO,
       *>DAÑADO O SIN ABRIR) NO DEJA SEGUIR. EL MOVIMIENTO DEL
       *>PROGRAMA QUE LLAMA YA QUEDO GRABADO.
       IF WS-ERR-ESTADO(1:1) NOT = "2"
           DISPLAY "No se pudo leer o grabar el estante."
           EXIT PROGRAM.
       END DECLARATIVES.

       MAIN SECTION.
       PROGRAM-BEGIN.
       PERFORM ARMAR-RUTAS.
       EVALUATE LS-EST-ACCION
       WHEN "L"
           MOVE "OPEN    PROGRAM-BEGIN" TO WS-ERR-DONDE
           OPEN INPUT ESTANTES-ARCHIVO
           PERFORM LEER-ESTANTE
           CLOSE ESTANTES-ARCHIVO
       WHEN "G"
           MOVE "OPEN    PROGRAM-BEGIN" TO WS-ERR-DONDE
           OPEN I-O ESTANTES-ARCHIVO
           PERFORM GRABAR-ESTANTE
           CLOSE ESTANTES-ARCHIVO
       WHEN "N"
           PERFORM NUEVA-LISTA
       WHEN "A"
           PERFORM AGREGAR-A-LISTA
       WHEN "P"
           PERFORM IMPRIMIR-LISTA
       END-EVALUATE.
       PERFORM FIN-PROGRAMA.

       LEER-ESTANTE.
       MOVE LS-EST-INSTRUMENTO TO ID-INSTRUMENTO-EST.
       MOVE "READ    LEER-ESTANTE" TO WS-ERR-DONDE
       READ ESTANTES-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-EST
               INVALID KEY     MOVE 0 TO LS-EST-HALLADO
               NOT INVALID KEY MOVE 1 TO LS-EST-HALLADO.
       IF LS-EST-HALLADO = 1
           MOVE SEDE-EST TO LS-EST-SEDE
           MOVE ESTANTE-EST TO LS-EST-ESTANTE
       ELSE
           MOVE SPACES TO LS-EST-SEDE
           MOVE SPACES TO LS-EST-ESTANTE.

       GRABAR-ESTANTE.
       MOVE LS-EST-INSTRUMENTO TO ID-INSTRUMENTO-EST.
       MOVE "READ    GRABAR-ESTANTE" TO WS-ERR-DONDE
       READ ESTANTES-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-EST
               INVALID KEY     MOVE 0 TO LS-EST-HALLADO
               NOT INVALID KEY MOVE 1 TO LS-EST-HALLADO.
       IF LS-EST-ESTANTE = SPACES
           IF LS-EST-HALLADO = 1
               MOVE "DELETE  GRABAR-ESTANTE" TO WS-ERR-DONDE
               DELETE ESTANTES-ARCHIVO RECORD
           END-IF
       ELSE
           MOVE LS-EST-SEDE TO SEDE-EST
           MOVE LS-EST-ESTANTE TO ESTANTE-EST
           ACCEPT FECHA-EST FROM DATE YYYYMMDD
           MOVE LS-EST-OPERADOR TO OPERADOR-EST
           IF LS-EST-HALLADO = 1
               MOVE "REWRITE GRABAR-ESTANTE" TO WS-ERR-DONDE
               REWRITE ESTANTES-REGISTRO
           ELSE
               MOVE "WRITE   GRABAR-ESTANTE" TO WS-ERR-DONDE
               WRITE ESTANTES-REGISTRO.

       *>ABRIR EN OUTPUT DEJA VACIO EL ARCHIVO DE TRABAJO DE LA LISTA
       *>ANTERIOR.
       NUEVA-LISTA.
       MOVE "OPEN    NUEVA-LISTA" TO WS-ERR-DONDE
       OPEN OUTPUT RECOLECCION-TRABAJO-ARCHIVO.
       CLOSE RECOLECCION-TRABAJO-ARCHIVO.

       *>UN INSTRUMENTO SIN ESTANTE, O CON EL ESTANTE DE OTRA SEDE,
       *>VA AL GRUPO DE LOS QUE HAY QUE BUSCAR A MANO.
       AGREGAR-A-LISTA.
       MOVE "OPEN    AGREGAR-A-LISTA" TO WS-ERR-DONDE
       OPEN INPUT ESTANTES-ARCHIVO.
       MOVE "OPEN    AGREGAR-A-LISTA" TO WS-ERR-DONDE
       OPEN I-O RECOLECCION-TRABAJO-ARCHIVO.
       MOVE LS-EST-SEDE TO REC-SEDE.
       MOVE LS-EST-INSTRUMENTO TO REC-INSTRUMENTO.
       MOVE LS-EST-DETALLE TO REC-DETALLE.
       PERFORM LEER-ESTANTE.
       IF LS-EST-HALLADO = 1 AND SEDE-EST = REC-SEDE
           MOVE 1 TO REC-GRUPO
           MOVE ESTANTE-EST TO REC-ESTANTE
       ELSE
           MOVE 2 TO REC-GRUPO
           MOVE SPACES TO REC-ESTANTE.
       MOVE "WRITE   AGREGAR-A-LISTA" TO WS-ERR-DONDE
       WRITE RECOLECCION-TRABAJO-REGISTRO
           INVALID KEY CONTINUE
       END-WRITE.
       CLOSE ESTANTES-ARCHIVO.
       CLOSE RECOLECCION-TRABAJO-ARCHIVO.

       IMPRIMIR-LISTA.
       MOVE 0 TO LS-EST-CANTIDAD.
       MOVE "lista_recoleccion" TO WS-CAT-REPORTE.
       MOVE LS-EST-DETALLE TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RECOLECCION-RUTA.
       OPEN OUTPUT REPORTE-RECOLECCION-ARCHIVO.
       MOVE "---Lista de recoleccion por estante---" TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE LS-EST-DETALLE TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "OPEN    IMPRIMIR-LISTA" TO WS-ERR-DONDE
       OPEN INPUT RECOLECCION-TRABAJO-ARCHIVO.
       MOVE SPACES TO WS-SEDE-ANTERIOR.
       MOVE 0 TO WS-LEE-RECOLECCION.
       PERFORM LEER-SIGUIENTE-RECOLECCION.
       PERFORM IMPRIMIR-ITEM-LISTA UNTIL WS-LEE-RECOLECCION = 1.
       CLOSE RECOLECCION-TRABAJO-ARCHIVO.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       STRING "Items a recoger: " LS-EST-CANTIDAD
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       CLOSE REPORTE-RECOLECCION-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       MOVE WS-CAT-ARCHIVO TO LS-EST-ARCHIVO.

       LEER-SIGUIENTE-RECOLECCION.
       MOVE "READ    LEER-SIGUIENTE-RECOLECCION" TO WS-ERR-DONDE
       READ RECOLECCION-TRABAJO-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-RECOLECCION.

       IMPRIMIR-ITEM-LISTA.
       IF REC-SEDE NOT = WS-SEDE-ANTERIOR
           MOVE " " TO WS-LINEA
           PERFORM IMPRIMIR
           STRING "Sede " REC-SEDE ":"
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR
           MOVE REC-SEDE TO WS-SEDE-ANTERIOR.
       IF REC-GRUPO = 1
           STRING "  [ ] Estante " REC-ESTANTE "  " REC-INSTRUMENTO
               "  " REC-DETALLE
               DELIMITED BY SIZE INTO WS-LINEA
       ELSE
           STRING "  [ ] (sin estante)    " REC-INSTRUMENTO
               "  " REC-DETALLE
               DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       ADD 1 TO LS-EST-CANTIDAD.
       PERFORM LEER-SIGUIENTE-RECOLECCION.

       IMPRIMIR.
       *>MUESTRA LA LINEA EN PANTALLA Y LA DEJA GRABADA EN EL REPORTE.
       DISPLAY WS-LINEA.
       WRITE REPORTE-RECOLECCION-LINEA FROM WS-LINEA.
       MOVE SPACES TO WS-LINEA.

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
       MOVE LS-EST-OPERADOR TO WS-CAT-OPERADOR.
       MOVE LS-EST-DIRECTORIO TO WS-CAT-DIRECTORIO.
       CALL "Catalogo" USING WS-CAT-DATOS.

       *>ARMA LA RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION DEL PROGRAMA QUE LLAMA.
       ARMAR-RUTAS.
       MOVE SPACES TO WS-ESTANTES-RUTA.
       STRING LS-EST-DIRECTORIO DELIMITED BY SPACE
           "estantes.dat" DELIMITED BY SIZE INTO WS-ESTANTES-RUTA.
       MOVE SPACES TO WS-RECOLECCION-TRABAJO-RUTA.
       STRING LS-EST-DIRECTORIO DELIMITED BY SPACE
           "recoleccion_trabajo.dat" DELIMITED BY SIZE
           INTO WS-RECOLECCION-TRABAJO-RUTA.

       FIN-PROGRAMA.
       EXIT PROGRAM.
