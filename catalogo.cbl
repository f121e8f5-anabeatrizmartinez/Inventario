       IDENTIFICATION DIVISION.
       PROGRAM-ID. Catalogo INITIAL.

       *>RUTINA UNICA QUE LLEVA EL CATALOGO DE REPORTES. CADA PROGRAMA
       *>QUE GRABA UN REPORTE LA LLAMA CON CALL "Catalogo" ANTES DE
       *>ABRIRLO (ACCION A) Y DESPUES DE CERRARLO (ACCION C):
       *>  A  ANOTA UNA CORRIDA NUEVA COMO Incompleto Y DEVUELVE EL
       *>     NOMBRE FECHADO Y NUMERADO DEL REPORTE
       *>     (reporte_cierre_AAAAMMDD_NNNN.txt) Y SU RUTA, PARA QUE
       *>     NINGUNA CORRIDA PISE EL REPORTE DE OTRA.
       *>  R  RETOMA LA ULTIMA CORRIDA Incompleto DEL MISMO REPORTE
       *>     (EL CIERRE DEL DIA AL REANUDARSE); SI NO HAY NINGUNA,
       *>     HACE LO MISMO QUE A.
       *>  C  MARCA LA CORRIDA Completo Y CUENTA SUS LINEAS Y PAGINAS.
       *>UNA CORRIDA QUE SE CORTA ANTES DE LLEGAR A C QUEDA Incompleto
       *>EN EL CATALOGO. LA REIMPRESION ESTA EN REIMPRIMIR.CBL Y EL
       *>BORRADO DE LOS REPORTES VENCIDOS EN ARCHIVAR.CBL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL CATALOGO-ARCHIVO
       ASSIGN TO WS-CATALOGO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CAT-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CATALOGO.

       *>EL REPORTE YA GRABADO, SOLO PARA CONTAR SUS LINEAS.
       SELECT OPTIONAL REPORTE-ARCHIVO
       ASSIGN TO WS-REPORTE-RUTA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO-ARCHIVO.
           01 CATALOGO-REGISTRO.
               05 CAT-LLAVE. *>VARIOS REPORTES SALEN EL MISMO DIA.
                   10 CAT-FECHA      PIC 9(8).
                   10 CAT-SECUENCIA  PIC 9(4).
               05 CAT-HORA           PIC 9(8).
               05 CAT-PROGRAMA       PIC X(15).
               05 CAT-REPORTE        PIC X(30). *>NOMBRE SIN FECHA.
               05 CAT-ARCHIVO        PIC X(50). *>NOMBRE FECHADO.
               05 CAT-OPERADOR       PIC X(10).
               05 CAT-PARAMETROS     PIC X(60).
               05 CAT-ESTADO         PIC X(10). *>Incompleto/Completo.
               05 CAT-FECHA-FIN      PIC 9(8).
               05 CAT-HORA-FIN       PIC 9(8).
               05 CAT-LINEAS         PIC 9(7).
               05 CAT-PAGINAS        PIC 9(5).
               05 CAT-REANUDACIONES  PIC 9(2).
               05 CAT-REIMPRESIONES  PIC 9(3).
               *>FECHA EN QUE LA CORRIDA DE ARCHIVO BORRO EL REPORTE
               *>POR VENCIDO; 0 MIENTRAS SIGUE GUARDADO.
               05 CAT-FECHA-DEPURADO PIC 9(8).

       FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(150).

       WORKING-STORAGE SECTION.
       *>LINEAS POR PAGINA IMPRESA, PARA LA CUENTA DE PAGINAS.
       77 WS-LINEAS-PAGINA PIC 9(3) VALUE 60.
       77 WS-LEE-CATALOGO PIC 9(1).
       77 WS-LEE-REPORTE PIC 9(1).
       77 WS-HAY-CORRIDA PIC 9(1).
       77 WS-ULTIMA-SECUENCIA PIC 9(4).
       77 WS-FECHA-HOY PIC 9(8).
       01 WS-LLAVE-RETOMAR.
           05 WS-RET-FECHA     PIC 9(8).
           05 WS-RET-SECUENCIA PIC 9(4).

       *>DATOS DEL ERROR DE ARCHIVO QUE SE ANOTA EN ERRORES.DAT
       *>(VER ERRORES.CBL). ANTES DE CADA OPERACION SOBRE UN
       *>ARCHIVO DE DATOS SE DEJA EN WS-ERR-DONDE LA OPERACION Y EL
       *>PARRAFO; SI FALLA, LAS DECLARATIVAS COMPLETAN EL RESTO.
       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Catalogo".
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
       77 WS-FS-REPORTE PIC X(2).
       *>RUTA DEL CATALOGO EN EL DIRECTORIO DE DATOS DE LA SESION DEL
       *>PROGRAMA QUE LLAMA.
       77 WS-CATALOGO-RUTA PIC X(80).
       77 WS-REPORTE-RUTA PIC X(80).

       LINKAGE SECTION.
       *>LO ARMA EL PROGRAMA QUE GRABA EL REPORTE. LA LLAVE, EL NOMBRE
       *>FECHADO Y LA RUTA LOS DEVUELVE LA ACCION A (O R) Y LOS
       *>VUELVE A TRAER LA ACCION C.
       01 LS-CAT-DATOS.
           05 LS-CAT-ACCION     PIC X(1). *>A ABRIR, R RETOMAR,
                                          *>C CERRAR.
           05 LS-CAT-PROGRAMA   PIC X(15).
           05 LS-CAT-REPORTE    PIC X(30). *>P.EJ. reporte_cierre.
           05 LS-CAT-OPERADOR   PIC X(10).
           05 LS-CAT-PARAMETROS PIC X(60).
           05 LS-CAT-DIRECTORIO PIC X(40).
           05 LS-CAT-LLAVE.
               10 LS-CAT-FECHA     PIC 9(8).
               10 LS-CAT-SECUENCIA PIC 9(4).
           05 LS-CAT-ARCHIVO    PIC X(50).
           05 LS-CAT-RUTA       PIC X(80).

       PROCEDURE DIVISION USING LS-CAT-DATOS.
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
       MOVE LS-CAT-OPERADOR TO WS-ERR-OPERADOR.
       MOVE LS-CAT-DIRECTORIO TO WS-ERR-DIRECTORIO.
       CALL "Errores" USING WS-ERR-DATOS.
       MOVE 1 TO WS-ERR-HUBO.
       *>UNA LLAVE INEXISTENTE O REPETIDA SIN INVALID KEY SE ANOTA
       *>Y SE SIGUE; CUALQUIER OTRA FALLA (ARCHIVO BLOQUEADO,
       *>DAÑADO O SIN ABRIR) NO DEJA SEGUIR. EL REPORTE SE GRABA
       *>IGUAL, CON LA RUTA DE SIEMPRE QUE DEJO PROGRAM-BEGIN.
       IF WS-ERR-ESTADO(1:1) NOT = "2"
           DISPLAY "El reporte no quedo en el catalogo."
           EXIT PROGRAM.
       END DECLARATIVES.

       MAIN SECTION.
       PROGRAM-BEGIN.
       MOVE SPACES TO WS-CATALOGO-RUTA.
       STRING LS-CAT-DIRECTORIO DELIMITED BY SPACE
           "catalogo_reportes.dat" DELIMITED BY SIZE
           INTO WS-CATALOGO-RUTA.
       EVALUATE LS-CAT-ACCION
       WHEN "A"
           PERFORM RUTA-SIN-CATALOGO
           PERFORM ABRIR-CORRIDA
       WHEN "R"
           PERFORM RUTA-SIN-CATALOGO
           PERFORM RETOMAR-CORRIDA
       WHEN "C"
           PERFORM CERRAR-CORRIDA
       END-EVALUATE.
       PERFORM FIN-PROGRAMA.

       *>SI EL CATALOGO NO SE PUEDE USAR, EL REPORTE SALE CON SU
       *>NOMBRE SIN FECHA, COMO ANTES, EN VEZ DE PERDERSE.
       RUTA-SIN-CATALOGO.
       MOVE 0 TO LS-CAT-FECHA.
       MOVE 0 TO LS-CAT-SECUENCIA.
       MOVE SPACES TO LS-CAT-ARCHIVO.
       STRING LS-CAT-REPORTE DELIMITED BY SPACE
           ".txt" DELIMITED BY SIZE INTO LS-CAT-ARCHIVO.
       PERFORM ARMAR-RUTA-REPORTE.

       ARMAR-RUTA-REPORTE.
       MOVE SPACES TO LS-CAT-RUTA.
       STRING LS-CAT-DIRECTORIO DELIMITED BY SPACE
           LS-CAT-ARCHIVO DELIMITED BY SPACE INTO LS-CAT-RUTA.

       *>LA SECUENCIA ES POR DIA Y COMUN A TODOS LOS REPORTES: LA
       *>SIGUIENTE A LA ULTIMA YA CATALOGADA HOY.
       ABRIR-CORRIDA.
       MOVE "OPEN    ABRIR-CORRIDA" TO WS-ERR-DONDE
       OPEN I-O CATALOGO-ARCHIVO.
       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
       MOVE WS-FECHA-HOY TO CAT-FECHA.
       MOVE 0 TO WS-ULTIMA-SECUENCIA.
       MOVE 0 TO CAT-SECUENCIA.
       MOVE "START   ABRIR-CORRIDA" TO WS-ERR-DONDE
       START CATALOGO-ARCHIVO KEY IS NOT LESS THAN CAT-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-CATALOGO
           NOT INVALID KEY MOVE 0 TO WS-LEE-CATALOGO.
       IF WS-LEE-CATALOGO = 0
           PERFORM LEER-SIGUIENTE-CATALOGO.
       PERFORM BUSCAR-ULTIMA-SECUENCIA UNTIL WS-LEE-CATALOGO = 1.
       MOVE WS-FECHA-HOY TO CAT-FECHA.
       COMPUTE CAT-SECUENCIA = WS-ULTIMA-SECUENCIA + 1.
       ACCEPT CAT-HORA FROM TIME.
       MOVE LS-CAT-PROGRAMA TO CAT-PROGRAMA.
       MOVE LS-CAT-REPORTE TO CAT-REPORTE.
       MOVE LS-CAT-OPERADOR TO CAT-OPERADOR.
       MOVE LS-CAT-PARAMETROS TO CAT-PARAMETROS.
       MOVE "Incompleto" TO CAT-ESTADO.
       MOVE 0 TO CAT-FECHA-FIN.
       MOVE 0 TO CAT-HORA-FIN.
       MOVE 0 TO CAT-LINEAS.
       MOVE 0 TO CAT-PAGINAS.
       MOVE 0 TO CAT-REANUDACIONES.
       MOVE 0 TO CAT-REIMPRESIONES.
       MOVE 0 TO CAT-FECHA-DEPURADO.
       PERFORM ESCRIBIR-CORRIDA.
       CLOSE CATALOGO-ARCHIVO.
       MOVE CAT-LLAVE TO LS-CAT-LLAVE.
       MOVE CAT-ARCHIVO TO LS-CAT-ARCHIVO.
       PERFORM ARMAR-RUTA-REPORTE.

       BUSCAR-ULTIMA-SECUENCIA.
       IF CAT-FECHA = WS-FECHA-HOY
           MOVE CAT-SECUENCIA TO WS-ULTIMA-SECUENCIA
           PERFORM LEER-SIGUIENTE-CATALOGO
       ELSE
           MOVE 1 TO WS-LEE-CATALOGO.

       *>SI OTRO TERMINAL TOMO LA MISMA SECUENCIA EN EL MISMO
       *>MOMENTO, LA LLAVE REPITE; SE AVANZA Y SE REINTENTA, CON EL
       *>NOMBRE DEL REPORTE ARMADO DE NUEVO.
       ESCRIBIR-CORRIDA.
       MOVE SPACES TO CAT-ARCHIVO.
       STRING LS-CAT-REPORTE DELIMITED BY SPACE
           "_" CAT-FECHA "_" CAT-SECUENCIA ".txt"
           DELIMITED BY SIZE INTO CAT-ARCHIVO.
       MOVE "WRITE   ESCRIBIR-CORRIDA" TO WS-ERR-DONDE
       WRITE CATALOGO-REGISTRO
           INVALID KEY
               ADD 1 TO CAT-SECUENCIA
               PERFORM ESCRIBIR-CORRIDA
       END-WRITE.

       RETOMAR-CORRIDA.
       MOVE 0 TO WS-HAY-CORRIDA.
       MOVE "OPEN    RETOMAR-CORRIDA" TO WS-ERR-DONDE
       OPEN I-O CATALOGO-ARCHIVO.
       MOVE 0 TO WS-LEE-CATALOGO.
       PERFORM LEER-SIGUIENTE-CATALOGO.
       PERFORM BUSCAR-CORRIDA-INCOMPLETA UNTIL WS-LEE-CATALOGO = 1.
       IF WS-HAY-CORRIDA = 1
           MOVE WS-LLAVE-RETOMAR TO CAT-LLAVE
           MOVE "READ    RETOMAR-CORRIDA" TO WS-ERR-DONDE
           READ CATALOGO-ARCHIVO RECORD
               KEY CAT-LLAVE
               INVALID KEY MOVE 0 TO WS-HAY-CORRIDA
           END-READ.
       IF WS-HAY-CORRIDA = 1
           ADD 1 TO CAT-REANUDACIONES
           MOVE "REWRITE RETOMAR-CORRIDA" TO WS-ERR-DONDE
           REWRITE CATALOGO-REGISTRO
           CLOSE CATALOGO-ARCHIVO
           MOVE CAT-LLAVE TO LS-CAT-LLAVE
           MOVE CAT-ARCHIVO TO LS-CAT-ARCHIVO
           PERFORM ARMAR-RUTA-REPORTE
       ELSE
           CLOSE CATALOGO-ARCHIVO
           PERFORM ABRIR-CORRIDA.

       *>SE QUEDA CON LA ULTIMA, QUE ES LA QUE SE CORTO MAS RECIEN.
       BUSCAR-CORRIDA-INCOMPLETA.
       IF CAT-REPORTE = LS-CAT-REPORTE
           AND CAT-ESTADO = "Incompleto"
           AND CAT-FECHA-DEPURADO = 0
           MOVE 1 TO WS-HAY-CORRIDA
           MOVE CAT-LLAVE TO WS-LLAVE-RETOMAR.
       PERFORM LEER-SIGUIENTE-CATALOGO.

       *>LA CORRIDA LLEGO AL FINAL: SE CUENTAN LAS LINEAS QUE QUEDARON
       *>EN EL REPORTE Y LAS PAGINAS QUE OCUPAN AL IMPRIMIRLO.
       CERRAR-CORRIDA.
       IF LS-CAT-FECHA = 0
           PERFORM FIN-PROGRAMA.
       MOVE "OPEN    CERRAR-CORRIDA" TO WS-ERR-DONDE
       OPEN I-O CATALOGO-ARCHIVO.
       MOVE LS-CAT-LLAVE TO CAT-LLAVE.
       MOVE 1 TO WS-HAY-CORRIDA.
       MOVE "READ    CERRAR-CORRIDA" TO WS-ERR-DONDE
       READ CATALOGO-ARCHIVO RECORD
           KEY CAT-LLAVE
           INVALID KEY MOVE 0 TO WS-HAY-CORRIDA
       END-READ.
       IF WS-HAY-CORRIDA = 1
           MOVE 0 TO CAT-LINEAS
           MOVE LS-CAT-RUTA TO WS-REPORTE-RUTA
           OPEN INPUT REPORTE-ARCHIVO
           MOVE 0 TO WS-LEE-REPORTE
           PERFORM LEER-LINEA-REPORTE
           PERFORM CONTAR-LINEA UNTIL WS-LEE-REPORTE = 1
           CLOSE REPORTE-ARCHIVO
           COMPUTE CAT-PAGINAS =
               (CAT-LINEAS + WS-LINEAS-PAGINA - 1) / WS-LINEAS-PAGINA
           MOVE "Completo" TO CAT-ESTADO
           ACCEPT CAT-FECHA-FIN FROM DATE YYYYMMDD
           ACCEPT CAT-HORA-FIN FROM TIME
           MOVE "REWRITE CERRAR-CORRIDA" TO WS-ERR-DONDE
           REWRITE CATALOGO-REGISTRO.
       CLOSE CATALOGO-ARCHIVO.

       CONTAR-LINEA.
       ADD 1 TO CAT-LINEAS.
       PERFORM LEER-LINEA-REPORTE.

       LEER-LINEA-REPORTE.
       READ REPORTE-ARCHIVO
           AT END MOVE 1 TO WS-LEE-REPORTE.

       LEER-SIGUIENTE-CATALOGO.
       MOVE "READ    LEER-SIGUIENTE-CATALOGO" TO WS-ERR-DONDE
       READ CATALOGO-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-CATALOGO.

       FIN-PROGRAMA.
       EXIT PROGRAM.
