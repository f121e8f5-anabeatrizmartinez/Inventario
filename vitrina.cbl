       IDENTIFICATION DIVISION.
       PROGRAM-ID. Vitrina INITIAL.

       *>RUTINA UNICA QUE PUBLICA EL CATALOGO DE EQUIPO PARA LA PAGINA
       *>WEB DEL CLUB (CATALOGO_PUBLICO.TXT EN EL DIRECTORIO DE
       *>DATOS), PARA QUE LOS SOCIOS VEAN SI HAY EQUIPO LIBRE SIN
       *>LLAMAR AL MOSTRADOR. LA LLAMAN CON CALL "Vitrina" CIERRE.CBL
       *>DESPUES DE ABRIR EL DIA Y EXPORTAR.CBL A PEDIDO. LAS
       *>CANTIDADES SALEN DEL RESUMEN DE DISPONIBILIDAD (VER
       *>DISPONIBILIDAD.CBL) Y LAS FECHAS DE LOS PRESTAMOS ABIERTOS Y
       *>DE LAS RESERVAS ANTICIPADAS. NO LLEVA NINGUN DATO DE SOCIOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       *>TRAZADO FIJO DE 113 POSICIONES, UNA LINEA POR REGISTRO. LA
       *>POSICION 1 DICE LA CLASE DE LINEA:
       *>  H ENCABEZADO, UNO AL PRINCIPIO:
       *>  POSICION   2-9   FECHA DE GENERACION AAAAMMDD
       *>  POSICION  10-15  HORA DE GENERACION HHMMSS
       *>  D DETALLE, UNO POR TIPO DE EQUIPO Y SEDE:
       *>  POSICION   2-4   CODIGO DEL TIPO
       *>  POSICION   5-44  DESCRIPCION DEL TIPO
       *>  POSICION  45-47  CODIGO DE LA SEDE
       *>  POSICION  48-87  NOMBRE DE LA SEDE
       *>  POSICION  88-92  UNIDADES EN SERVICIO
       *>  POSICION  93-97  UNIDADES DISPONIBLES AHORA
       *>  POSICION  98-105 PROXIMA DEVOLUCION PREVISTA AAAAMMDD
       *>  POSICION 106-113 PRIMERA FECHA LIBRE PARA RESERVAR AAAAMMDD
       *>  T CONTROL, UNO AL FINAL:
       *>  POSICION   2-7   CANTIDAD DE LINEAS DE DETALLE
       *>  POSICION   8-14  TOTAL DE UNIDADES EN SERVICIO
       *>  POSICION  15-21  TOTAL DE UNIDADES DISPONIBLES AHORA
       *>LAS FECHAS EN CERO QUIEREN DECIR QUE NO HAY. UN ARCHIVO SIN
       *>LINEA T, O CUYA LINEA T NO CUADRA CON LOS DETALLES, VINO
       *>CORTADO Y LA PAGINA DEBE RECHAZARLO.
       SELECT OPTIONAL CATALOGO-PUBLICO-ARCHIVO
       ASSIGN TO WS-CATALOGO-PUBLICO-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       *>COPIA DEL RESUMEN DE DISPONIBILIDAD (VER DISPONIBILIDAD.CBL).
       SELECT OPTIONAL DISPONIBILIDAD-ARCHIVO
       ASSIGN TO WS-DISPONIBILIDAD-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS DIS-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-DISPONIBILIDAD.

       SELECT OPTIONAL PRESTAMOS-ARCHIVO
       ASSIGN TO WS-PRESTAMOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-PR WITH DUPLICATES
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-PR WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PRESTAMOS.

       SELECT OPTIONAL RESERVAS-ARCHIVO
       ASSIGN TO WS-RESERVAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS RES-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-RES WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-RESERVAS.

       SELECT OPTIONAL TIPO-INSTRUMENTO-ARCHIVO
       ASSIGN TO WS-TIPO-INSTRUMENTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-TIPO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TIPO-INSTRUMENTO.

       SELECT OPTIONAL SEDES-ARCHIVO
       ASSIGN TO WS-SEDES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS SEDE-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-SEDES.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO-PUBLICO-ARCHIVO.
           01 CATALOGO-PUBLICO-LINEA.
               05 CPU-CLASE PIC X(1). *>H ENCABEZADO, D DETALLE,
                                      *>T CONTROL.
               05 CPU-DATOS PIC X(112).
               05 CPU-ENCABEZADO REDEFINES CPU-DATOS.
                   10 CPU-FECHA PIC 9(8).
                   10 CPU-HORA  PIC 9(6).
                   10 FILLER    PIC X(98).
               05 CPU-DETALLE REDEFINES CPU-DATOS.
                   10 CPU-TIPO         PIC X(3).
                   10 CPU-DESCRIPCION  PIC X(40).
                   10 CPU-SEDE         PIC X(3).
                   10 CPU-SEDE-NOMBRE  PIC X(40).
                   10 CPU-EN-SERVICIO  PIC 9(5).
                   10 CPU-DISPONIBLES  PIC 9(5).
                   10 CPU-PROXIMA-DEV  PIC 9(8).
                   10 CPU-PRIMERA-LIBRE PIC 9(8).
               05 CPU-CONTROL REDEFINES CPU-DATOS.
                   10 CPU-CANT-DETALLES   PIC 9(6).
                   10 CPU-TOT-EN-SERVICIO PIC 9(7).
                   10 CPU-TOT-DISPONIBLES PIC 9(7).
                   10 FILLER PIC X(92).

       *>T TOTALES POR TIPO Y SEDE, UN CONTADOR POR ESTADO; I ESTADO
       *>EN QUE QUEDO CONTADO CADA INSTRUMENTO.
       FD DISPONIBILIDAD-ARCHIVO.
           01 DISPONIBILIDAD-REGISTRO.
               05 DIS-LLAVE.
                   10 DIS-CLASE  PIC X(1).
                   10 DIS-CODIGO.
                       15 DIS-TIPO PIC X(3).
                       15 DIS-SEDE PIC X(3).
               05 DIS-DATOS PIC X(60).
               05 DIS-TOTALES REDEFINES DIS-DATOS.
                   10 DIS-CANTIDAD OCCURS 9 PIC 9(5).
                   10 FILLER PIC X(15).
               05 DIS-INSTRUMENTO REDEFINES DIS-DATOS.
                   10 DIS-TIPO-INS   PIC X(3).
                   10 DIS-SEDE-INS   PIC X(3).
                   10 DIS-ESTADO-INS PIC 9(1).
                   10 FILLER PIC X(53).

       *>COPIA DEL REGISTRO DE PRESTAMOS.DAT (VER PRESTAMOS.CBL).
       FD PRESTAMOS-ARCHIVO.
           01 PRESTAMOS-REGISTRO.
               05 PRE-LLAVE.
                   10 CEDULA-USUARIO-PR   PIC X(11).
                   10 FECHA-PRESTAMO-PR   PIC 9(8).
                   10 HORA-PRESTAMO-PR    PIC X(9).
                   10 ITEM-PRESTAMO-PR    PIC 9(02).
               05 ID-INSTRUMENTO-PR   PIC X(6).
               05 FECHA-DEVOLUCION-PR PIC 9(8).
               05 HORA-DEVOLUCION-PR  PIC X(9).
               05 STATUS-INSTRUMENTO-PR PIC X(14).
               05 STATUS-PRESTAMO-PR    PIC X(8).

       *>COPIA DEL REGISTRO DE RESERVAS.DAT (VER RESERVAS.CBL). CON
       *>FECHA-USO-DESDE-RES EN CERO ES UN TURNO EN LA COLA DE
       *>ESPERA; CON FECHA ES UNA RESERVA ANTICIPADA.
       FD RESERVAS-ARCHIVO.
           01 RESERVAS-REGISTRO.
               05 RES-LLAVE.
                   10 ID-INSTRUMENTO-RES   PIC X(6).
                   10 FECHA-RESERVA        PIC 9(8).
                   10 HORA-RESERVA         PIC X(9).
               05 CEDULA-USUARIO-RES   PIC X(11).
               05 STATUS-RESERVA       PIC X(10).
               05 FECHA-USO-DESDE-RES  PIC 9(8).
               05 FECHA-USO-HASTA-RES  PIC 9(8).

       FD TIPO-INSTRUMENTO-ARCHIVO.
           01 TIPO-INSTRUMENTO-REGISTRO.
               05 CODIGO-TIPO PIC X(3).
               05 NOMBRE-TIPO PIC X(40).
               05 CORRELATIVO PIC 9(3).
               05 STATUS-TIPO PIC X(8).

       FD SEDES-ARCHIVO.
           01 SEDES-REGISTRO.
               05 SEDE-CODIGO PIC X(3).
               05 SEDE-NOMBRE PIC X(40).
               05 SEDE-STATUS PIC X(8).

       WORKING-STORAGE SECTION.
       77 WS-LEE-RESUMEN PIC 9(1).
       77 WS-LEE-DETALLE PIC 9(1).
       77 WS-HALLADO PIC 9(1).
       77 WS-CORRIO PIC 9(1). *>1 SI UNA RESERVA MOVIO LA FECHA.
       77 WS-HOY PIC 9(8).
       77 WS-HORA PIC 9(8).

       *>FECHAS DEL INSTRUMENTO EN CURSO.
       77 WS-ID-BUSCADO PIC X(6).
       77 WS-TIPO-INS PIC X(3).
       77 WS-SEDE-INS PIC X(3).
       77 WS-RETORNO-INS PIC 9(8).
       77 WS-LIBRE-INS PIC 9(8).

       *>DIA SIGUIENTE A UNA FECHA, CON EL TOPE REAL DE CADA MES,
       *>IGUAL QUE SUMAR-UN-DIA EN PRESTAMOS.CBL.
       01 WS-FECHA-VAL PIC 9(8).
       01 WS-FECHA-VAL-R REDEFINES WS-FECHA-VAL.
           05 WS-VAL-AA PIC 9(4).
           05 WS-VAL-MM PIC 9(2).
           05 WS-VAL-DD PIC 9(2).
       77 WS-DIA-TOPE PIC 9(2).
       77 WS-ES-BISIESTO PIC 9(1).
       77 WS-BISIESTO-COCIENTE PIC 9(4).
       77 WS-BISIESTO-RESTO PIC 9(4).
       77 WS-BISIESTO-ANIO PIC 9(4).

       *>PROXIMA DEVOLUCION Y PRIMERA FECHA LIBRE DE CADA TIPO Y SEDE
       *>(HASTA 300 COMBINACIONES, IGUAL QUE DISPONIBILIDAD.CBL).
       01 WS-TABLA-FECHAS.
           05 WS-FEC-FILA OCCURS 300.
               10 WS-FEC-TIPO    PIC X(3).
               10 WS-FEC-SEDE    PIC X(3).
               10 WS-FEC-RETORNO PIC 9(8).
               10 WS-FEC-LIBRE   PIC 9(8).
       77 WS-FEC-USADOS PIC 9(3).
       77 WS-IDX-FEC PIC 9(3).
       77 WS-FILA PIC 9(3).
       77 WS-IDX-EST PIC 9(2).

       *>TOTALES DE LA LINEA T.
       77 WS-EN-SERVICIO PIC 9(5).
       77 WS-CANT-DETALLES PIC 9(6).
       77 WS-TOT-EN-SERVICIO PIC 9(7).
       77 WS-TOT-DISPONIBLES PIC 9(7).

       *>DATOS DEL ERROR DE ARCHIVO QUE SE ANOTA EN ERRORES.DAT
       *>(VER ERRORES.CBL). ANTES DE CADA OPERACION SOBRE UN
       *>ARCHIVO DE DATOS SE DEJA EN WS-ERR-DONDE LA OPERACION Y EL
       *>PARRAFO; SI FALLA, LAS DECLARATIVAS COMPLETAN EL RESTO.
       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Vitrina".
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
       77 WS-FS-DISPONIBILIDAD PIC X(2).
       77 WS-FS-PRESTAMOS PIC X(2).
       77 WS-FS-RESERVAS PIC X(2).
       77 WS-FS-TIPO-INSTRUMENTO PIC X(2).
       77 WS-FS-SEDES PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA SESION
       *>DEL PROGRAMA QUE LLAMA.
       77 WS-CATALOGO-PUBLICO-RUTA PIC X(80).
       77 WS-DISPONIBILIDAD-RUTA PIC X(80).
       77 WS-PRESTAMOS-RUTA PIC X(80).
       77 WS-RESERVAS-RUTA PIC X(80).
       77 WS-TIPO-INSTRUMENTO-RUTA PIC X(80).
       77 WS-SEDES-RUTA PIC X(80).

       LINKAGE SECTION.
       *>LO ARMA EL PROGRAMA QUE LLAMA; LA CANTIDAD DE DETALLES Y SI
       *>HUBO ERROR LOS DEVUELVE ESTA RUTINA.
       01 LS-VIT-DATOS.
           05 LS-VIT-OPERADOR   PIC X(10).
           05 LS-VIT-DIRECTORIO PIC X(40).
           05 LS-VIT-DETALLES   PIC 9(6).
           05 LS-VIT-ERROR      PIC 9(1). *>1 SI SE ANOTO UN ERROR.

       PROCEDURE DIVISION USING LS-VIT-DATOS.
       DECLARATIVES.
       *>CUALQUIER FALLA SOBRE UN ARCHIVO DE DATOS QUE EL PROPIO
       *>PARRAFO NO ATIENDA (INVALID KEY, AT END) SE ANOTA EN
       *>ERRORES.DAT CON LA LLAVE DEL REGISTRO EN CURSO.
       ERROR-DISPONIBILIDAD SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DISPONIBILIDAD-ARCHIVO.
       ERROR-DISPONIBILIDAD-ANOTAR.
       MOVE "disponibilidad.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-DISPONIBILIDAD TO WS-ERR-ESTADO.
       MOVE DIS-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PRESTAMOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PRESTAMOS-ARCHIVO.
       ERROR-PRESTAMOS-ANOTAR.
       MOVE "prestamos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PRESTAMOS TO WS-ERR-ESTADO.
       MOVE PRE-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-RESERVAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RESERVAS-ARCHIVO.
       ERROR-RESERVAS-ANOTAR.
       MOVE "reservas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-RESERVAS TO WS-ERR-ESTADO.
       MOVE RES-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-TIPO-INSTRUMENTO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON TIPO-INSTRUMENTO-ARCHIVO.
       ERROR-TIPO-INSTRUMENTO-ANOTAR.
       MOVE "tipo_instrumento.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-TIPO-INSTRUMENTO TO WS-ERR-ESTADO.
       MOVE CODIGO-TIPO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-SEDES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SEDES-ARCHIVO.
       ERROR-SEDES-ANOTAR.
       MOVE "sedes.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-SEDES TO WS-ERR-ESTADO.
       MOVE SEDE-CODIGO TO WS-ERR-LLAVE.
       *>LA ULTIMA SECCION SIGUE DIRECTO EN ESTE PARRAFO.
       ANOTAR-ERROR-ARCHIVO.
       MOVE LS-VIT-OPERADOR TO WS-ERR-OPERADOR.
       MOVE LS-VIT-DIRECTORIO TO WS-ERR-DIRECTORIO.
       CALL "Errores" USING WS-ERR-DATOS.
       MOVE 1 TO WS-ERR-HUBO.
       MOVE 1 TO LS-VIT-ERROR.
       *>UNA LLAVE INEXISTENTE O REPETIDA SIN INVALID KEY SE ANOTA
       *>Y SE SIGUE; CUALQUIER OTRA FALLA (ARCHIVO BLOQUEADO,
       *>DAÑADO O SIN ABRIR) NO DEJA SEGUIR. EL CATALOGO QUEDA SIN
       *>LINEA T Y LA PAGINA LO RECHAZA.
       IF WS-ERR-ESTADO(1:1) NOT = "2"
           DISPLAY "No se pudo publicar el catalogo para la pagina "
               "web."
           EXIT PROGRAM.
       END DECLARATIVES.

       MAIN SECTION.
       PROGRAM-BEGIN.
       PERFORM ARMAR-RUTAS.
       MOVE 0 TO LS-VIT-DETALLES.
       MOVE 0 TO LS-VIT-ERROR.
       ACCEPT WS-HOY FROM DATE YYYYMMDD.
       ACCEPT WS-HORA FROM TIME.
       MOVE "OPEN    PROGRAM-BEGIN" TO WS-ERR-DONDE
       OPEN INPUT DISPONIBILIDAD-ARCHIVO.
       MOVE "OPEN    PROGRAM-BEGIN" TO WS-ERR-DONDE
       OPEN INPUT PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    PROGRAM-BEGIN" TO WS-ERR-DONDE
       OPEN INPUT RESERVAS-ARCHIVO.
       MOVE "OPEN    PROGRAM-BEGIN" TO WS-ERR-DONDE
       OPEN INPUT TIPO-INSTRUMENTO-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       MOVE "OPEN    PROGRAM-BEGIN" TO WS-ERR-DONDE
       OPEN INPUT SEDES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-SEDES.
       PERFORM CALCULAR-FECHAS.
       OPEN OUTPUT CATALOGO-PUBLICO-ARCHIVO.
       MOVE SPACES TO CATALOGO-PUBLICO-LINEA.
       MOVE "H" TO CPU-CLASE.
       MOVE WS-HOY TO CPU-FECHA.
       MOVE WS-HORA(1:6) TO CPU-HORA.
       WRITE CATALOGO-PUBLICO-LINEA.
       PERFORM GRABAR-DETALLES.
       MOVE SPACES TO CATALOGO-PUBLICO-LINEA.
       MOVE "T" TO CPU-CLASE.
       MOVE WS-CANT-DETALLES TO CPU-CANT-DETALLES.
       MOVE WS-TOT-EN-SERVICIO TO CPU-TOT-EN-SERVICIO.
       MOVE WS-TOT-DISPONIBLES TO CPU-TOT-DISPONIBLES.
       WRITE CATALOGO-PUBLICO-LINEA.
       CLOSE CATALOGO-PUBLICO-ARCHIVO.
       CLOSE DISPONIBILIDAD-ARCHIVO.
       CLOSE PRESTAMOS-ARCHIVO.
       CLOSE RESERVAS-ARCHIVO.
       CLOSE TIPO-INSTRUMENTO-ARCHIVO.
       CLOSE SEDES-ARCHIVO.
       MOVE WS-CANT-DETALLES TO LS-VIT-DETALLES.
       PERFORM FIN-PROGRAMA.

       *>RECORRE EL ESTADO DE CADA INSTRUMENTO EN EL RESUMEN Y ANOTA
       *>EN LA TABLA, POR TIPO Y SEDE, LA DEVOLUCION MAS CERCANA Y LA
       *>PRIMERA FECHA EN QUE ALGUNA UNIDAD QUEDA LIBRE:
       *>  1 DISPONIBLE: HOY.
       *>  2 PRESTADO: EL DIA SIGUIENTE A LA FECHA TOPE DE DEVOLUCION
       *>    (O HOY, SI YA ESTA VENCIDO).
       *>EN LOS DOS CASOS LA FECHA SE CORRE AL DIA SIGUIENTE DE CADA
       *>RESERVA ANTICIPADA PENDIENTE QUE LA TOME. LOS DEMAS ESTADOS
       *>(COLA DE ESPERA, APARTADO, EN REPARACION, EN TRANSITO,
       *>DETERIORADO, DE BAJA) NO DAN FECHA.
       CALCULAR-FECHAS.
       MOVE 0 TO WS-FEC-USADOS.
       MOVE "I" TO DIS-CLASE.
       MOVE SPACES TO DIS-CODIGO.
       MOVE "START   CALCULAR-FECHAS" TO WS-ERR-DONDE
       START DISPONIBILIDAD-ARCHIVO
           KEY IS NOT LESS THAN DIS-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-RESUMEN
           NOT INVALID KEY MOVE 0 TO WS-LEE-RESUMEN.
       IF WS-LEE-RESUMEN = 0
           PERFORM LEER-SIGUIENTE-INSTRUMENTO
           PERFORM FECHAR-INSTRUMENTO UNTIL WS-LEE-RESUMEN = 1.

       LEER-SIGUIENTE-INSTRUMENTO.
       MOVE "READ    LEER-SIGUIENTE-INSTRUMENTO" TO WS-ERR-DONDE
       READ DISPONIBILIDAD-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-RESUMEN.
       IF WS-LEE-RESUMEN = 0
           IF DIS-CLASE NOT = "I"
               MOVE 1 TO WS-LEE-RESUMEN.

       FECHAR-INSTRUMENTO.
       MOVE DIS-CODIGO TO WS-ID-BUSCADO.
       MOVE DIS-TIPO-INS TO WS-TIPO-INS.
       MOVE DIS-SEDE-INS TO WS-SEDE-INS.
       MOVE 0 TO WS-RETORNO-INS.
       MOVE 0 TO WS-LIBRE-INS.
       EVALUATE DIS-ESTADO-INS
       WHEN 1
           MOVE WS-HOY TO WS-LIBRE-INS
           PERFORM SALTAR-RESERVAS
       WHEN 2
           PERFORM BUSCAR-PRESTAMO-ABIERTO
           IF WS-RETORNO-INS > 0
               MOVE WS-RETORNO-INS TO WS-FECHA-VAL
               PERFORM SUMAR-UN-DIA
               IF WS-FECHA-VAL < WS-HOY
                   MOVE WS-HOY TO WS-FECHA-VAL
               END-IF
               MOVE WS-FECHA-VAL TO WS-LIBRE-INS
               PERFORM SALTAR-RESERVAS
           END-IF
       END-EVALUATE.
       IF WS-RETORNO-INS > 0 OR WS-LIBRE-INS > 0
           PERFORM ANOTAR-EN-TABLA.
       PERFORM LEER-SIGUIENTE-INSTRUMENTO.

       *>POR LA LLAVE ALTERNA DE INSTRUMENTO, IGUAL QUE
       *>BUSCAR-PRESTAMO-ABIERTO EN DISPONIBILIDAD.CBL. LOS PRESTAMOS
       *>VIEJOS SIN FECHA TOPE NO DAN FECHA.
       BUSCAR-PRESTAMO-ABIERTO.
       MOVE WS-ID-BUSCADO TO ID-INSTRUMENTO-PR.
       MOVE "START   BUSCAR-PRESTAMO-ABIERTO" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO
           KEY IS NOT LESS THAN ID-INSTRUMENTO-PR
           INVALID KEY     MOVE 1 TO WS-LEE-DETALLE
           NOT INVALID KEY MOVE 0 TO WS-LEE-DETALLE.
       IF WS-LEE-DETALLE = 0
           PERFORM LEER-SIGUIENTE-PRESTAMO
           PERFORM REVISAR-PRESTAMO UNTIL WS-LEE-DETALLE = 1.

       LEER-SIGUIENTE-PRESTAMO.
       MOVE "READ    LEER-SIGUIENTE-PRESTAMO" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-DETALLE.

       REVISAR-PRESTAMO.
       IF ID-INSTRUMENTO-PR NOT = WS-ID-BUSCADO
           MOVE 1 TO WS-LEE-DETALLE
       ELSE
           IF STATUS-INSTRUMENTO-PR NOT = "Devuelto"
                   AND NOT = "devuelto"
               AND STATUS-PRESTAMO-PR NOT = "Inactivo"
               IF FECHA-DEVOLUCION-PR NUMERIC
                   MOVE FECHA-DEVOLUCION-PR TO WS-RETORNO-INS
               END-IF
               MOVE 1 TO WS-LEE-DETALLE
           ELSE
               PERFORM LEER-SIGUIENTE-PRESTAMO.

       *>LAS RESERVAS DEL INSTRUMENTO NO VIENEN EN ORDEN DE FECHA DE
       *>USO, ASI QUE SE RECORREN DE NUEVO MIENTRAS ALGUNA SIGA
       *>CORRIENDO LA FECHA. LA FECHA SOLO AVANZA, Y CADA VUELTA QUE
       *>LA MUEVE DEJA ATRAS AL MENOS UNA RESERVA.
       SALTAR-RESERVAS.
       MOVE 1 TO WS-CORRIO.
       PERFORM RECORRER-RESERVAS UNTIL WS-CORRIO = 0.

       RECORRER-RESERVAS.
       MOVE 0 TO WS-CORRIO.
       MOVE WS-ID-BUSCADO TO ID-INSTRUMENTO-RES.
       MOVE 0 TO FECHA-RESERVA.
       MOVE SPACES TO HORA-RESERVA.
       MOVE "START   RECORRER-RESERVAS" TO WS-ERR-DONDE
       START RESERVAS-ARCHIVO
           KEY IS NOT LESS THAN RES-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-DETALLE
           NOT INVALID KEY MOVE 0 TO WS-LEE-DETALLE.
       IF WS-LEE-DETALLE = 0
           PERFORM LEER-SIGUIENTE-RESERVA
           PERFORM REVISAR-RESERVA UNTIL WS-LEE-DETALLE = 1.

       LEER-SIGUIENTE-RESERVA.
       MOVE "READ    LEER-SIGUIENTE-RESERVA" TO WS-ERR-DONDE
       READ RESERVAS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-DETALLE.
       IF WS-LEE-DETALLE = 0
           IF ID-INSTRUMENTO-RES NOT = WS-ID-BUSCADO
               MOVE 1 TO WS-LEE-DETALLE.

       *>EL MISMO CRUCE DE FECHAS QUE REVISAR-RESERVA-CONFLICTO EN
       *>RESERVAS.CBL, CONTRA UN SOLO DIA.
       REVISAR-RESERVA.
       IF STATUS-RESERVA = "Pendiente"
           AND FECHA-USO-DESDE-RES NOT = 0
           AND FECHA-USO-DESDE-RES NOT > WS-LIBRE-INS
           AND FECHA-USO-HASTA-RES NOT < WS-LIBRE-INS
           MOVE FECHA-USO-HASTA-RES TO WS-FECHA-VAL
           PERFORM SUMAR-UN-DIA
           MOVE WS-FECHA-VAL TO WS-LIBRE-INS
           MOVE 1 TO WS-CORRIO.
       PERFORM LEER-SIGUIENTE-RESERVA.

       *>BUSCA LA FILA DEL TIPO Y LA SEDE; SI NO ESTA, LA AGREGA. SE
       *>QUEDA CON LA FECHA MAS TEMPRANA DE CADA COLUMNA.
       ANOTAR-EN-TABLA.
       PERFORM BUSCAR-FILA.
       IF WS-FILA = 0
           IF WS-FEC-USADOS < 300
               ADD 1 TO WS-FEC-USADOS
               MOVE WS-FEC-USADOS TO WS-FILA
               MOVE WS-TIPO-INS TO WS-FEC-TIPO(WS-FILA)
               MOVE WS-SEDE-INS TO WS-FEC-SEDE(WS-FILA)
               MOVE 0 TO WS-FEC-RETORNO(WS-FILA)
               MOVE 0 TO WS-FEC-LIBRE(WS-FILA).
       IF WS-FILA > 0
           IF WS-RETORNO-INS > 0
               IF WS-FEC-RETORNO(WS-FILA) = 0
                   OR WS-RETORNO-INS < WS-FEC-RETORNO(WS-FILA)
                   MOVE WS-RETORNO-INS TO WS-FEC-RETORNO(WS-FILA)
               END-IF
           END-IF
           IF WS-LIBRE-INS > 0
               IF WS-FEC-LIBRE(WS-FILA) = 0
                   OR WS-LIBRE-INS < WS-FEC-LIBRE(WS-FILA)
                   MOVE WS-LIBRE-INS TO WS-FEC-LIBRE(WS-FILA)
               END-IF
           END-IF
       END-IF.

       BUSCAR-FILA.
       MOVE 0 TO WS-FILA.
       PERFORM COMPARAR-FILA
           VARYING WS-IDX-FEC FROM 1 BY 1
           UNTIL WS-IDX-FEC > WS-FEC-USADOS OR WS-FILA > 0.

       COMPARAR-FILA.
       IF WS-FEC-TIPO(WS-IDX-FEC) = WS-TIPO-INS
           AND WS-FEC-SEDE(WS-IDX-FEC) = WS-SEDE-INS
           MOVE WS-IDX-FEC TO WS-FILA.

       *>UNA LINEA D POR CADA TOTAL DEL RESUMEN, QUE YA VIENEN EN
       *>ORDEN DE TIPO Y SEDE. EN SERVICIO ES TODO MENOS LO
       *>DESINCORPORADO Y LO EXTRAVIADO (ESTADOS 1 A 7); DISPONIBLE
       *>AHORA ES EL ESTADO 1. NO SALEN LOS TIPOS NI LAS SEDES
       *>Inactivo, NI LOS TOTALES SIN NADA EN SERVICIO.
       GRABAR-DETALLES.
       MOVE 0 TO WS-CANT-DETALLES.
       MOVE 0 TO WS-TOT-EN-SERVICIO.
       MOVE 0 TO WS-TOT-DISPONIBLES.
       MOVE "T" TO DIS-CLASE.
       MOVE SPACES TO DIS-CODIGO.
       MOVE "START   GRABAR-DETALLES" TO WS-ERR-DONDE
       START DISPONIBILIDAD-ARCHIVO
           KEY IS NOT LESS THAN DIS-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-RESUMEN
           NOT INVALID KEY MOVE 0 TO WS-LEE-RESUMEN.
       IF WS-LEE-RESUMEN = 0
           PERFORM LEER-SIGUIENTE-TOTAL
           PERFORM GRABAR-DETALLE UNTIL WS-LEE-RESUMEN = 1.

       LEER-SIGUIENTE-TOTAL.
       MOVE "READ    LEER-SIGUIENTE-TOTAL" TO WS-ERR-DONDE
       READ DISPONIBILIDAD-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-RESUMEN.
       IF WS-LEE-RESUMEN = 0
           IF DIS-CLASE NOT = "T"
               MOVE 1 TO WS-LEE-RESUMEN.

       GRABAR-DETALLE.
       MOVE 0 TO WS-EN-SERVICIO.
       PERFORM SUMAR-EN-SERVICIO
           VARYING WS-IDX-EST FROM 1 BY 1 UNTIL WS-IDX-EST > 7.
       IF WS-EN-SERVICIO > 0
           PERFORM BUSCAR-TIPO-Y-SEDE
           IF WS-HALLADO = 1
               PERFORM ESCRIBIR-DETALLE
           END-IF
       END-IF.
       PERFORM LEER-SIGUIENTE-TOTAL.

       SUMAR-EN-SERVICIO.
       ADD DIS-CANTIDAD(WS-IDX-EST) TO WS-EN-SERVICIO.

       BUSCAR-TIPO-Y-SEDE.
       MOVE 1 TO WS-HALLADO.
       MOVE DIS-TIPO TO CODIGO-TIPO.
       MOVE "READ    BUSCAR-TIPO-Y-SEDE" TO WS-ERR-DONDE
       READ TIPO-INSTRUMENTO-ARCHIVO RECORD
           KEY CODIGO-TIPO
           INVALID KEY MOVE 0 TO WS-HALLADO
       END-READ.
       IF WS-HALLADO = 1
           IF STATUS-TIPO = "Inactivo"
               MOVE 0 TO WS-HALLADO.
       IF WS-HALLADO = 1
           MOVE DIS-SEDE TO SEDE-CODIGO
           MOVE "READ    BUSCAR-TIPO-Y-SEDE" TO WS-ERR-DONDE
           READ SEDES-ARCHIVO RECORD
               KEY SEDE-CODIGO
               INVALID KEY MOVE 0 TO WS-HALLADO
           END-READ
           IF WS-HALLADO = 1
               IF SEDE-STATUS = "Inactivo"
                   MOVE 0 TO WS-HALLADO.

       ESCRIBIR-DETALLE.
       MOVE DIS-TIPO TO WS-TIPO-INS.
       MOVE DIS-SEDE TO WS-SEDE-INS.
       PERFORM BUSCAR-FILA.
       MOVE SPACES TO CATALOGO-PUBLICO-LINEA.
       MOVE "D" TO CPU-CLASE.
       MOVE DIS-TIPO TO CPU-TIPO.
       MOVE NOMBRE-TIPO TO CPU-DESCRIPCION.
       MOVE DIS-SEDE TO CPU-SEDE.
       MOVE SEDE-NOMBRE TO CPU-SEDE-NOMBRE.
       MOVE WS-EN-SERVICIO TO CPU-EN-SERVICIO.
       MOVE DIS-CANTIDAD(1) TO CPU-DISPONIBLES.
       IF WS-FILA > 0
           MOVE WS-FEC-RETORNO(WS-FILA) TO CPU-PROXIMA-DEV
           MOVE WS-FEC-LIBRE(WS-FILA) TO CPU-PRIMERA-LIBRE
       ELSE
           MOVE 0 TO CPU-PROXIMA-DEV
           MOVE 0 TO CPU-PRIMERA-LIBRE.
       WRITE CATALOGO-PUBLICO-LINEA.
       ADD 1 TO WS-CANT-DETALLES.
       ADD WS-EN-SERVICIO TO WS-TOT-EN-SERVICIO.
       ADD DIS-CANTIDAD(1) TO WS-TOT-DISPONIBLES.

       SUMAR-UN-DIA.
       ADD 1 TO WS-VAL-DD.
       PERFORM CALCULAR-DIA-TOPE.
       IF WS-VAL-DD > WS-DIA-TOPE
           MOVE 1 TO WS-VAL-DD
           ADD 1 TO WS-VAL-MM
           IF WS-VAL-MM > 12
               MOVE 1 TO WS-VAL-MM
               ADD 1 TO WS-VAL-AA.

       CALCULAR-DIA-TOPE.
       EVALUATE WS-VAL-MM
       WHEN 01 MOVE 31 TO WS-DIA-TOPE
       WHEN 02 MOVE 28 TO WS-DIA-TOPE
       WHEN 03 MOVE 31 TO WS-DIA-TOPE
       WHEN 04 MOVE 30 TO WS-DIA-TOPE
       WHEN 05 MOVE 31 TO WS-DIA-TOPE
       WHEN 06 MOVE 30 TO WS-DIA-TOPE
       WHEN 07 MOVE 31 TO WS-DIA-TOPE
       WHEN 08 MOVE 31 TO WS-DIA-TOPE
       WHEN 09 MOVE 30 TO WS-DIA-TOPE
       WHEN 10 MOVE 31 TO WS-DIA-TOPE
       WHEN 11 MOVE 30 TO WS-DIA-TOPE
       WHEN 12 MOVE 31 TO WS-DIA-TOPE
       WHEN OTHER
           MOVE 0 TO WS-DIA-TOPE
       END-EVALUATE.
       IF WS-VAL-MM = 02
           MOVE WS-VAL-AA TO WS-BISIESTO-ANIO
           PERFORM VERIFICAR-BISIESTO
           IF WS-ES-BISIESTO = 1
               MOVE 29 TO WS-DIA-TOPE.

       *>AÑO BISIESTO SEGUN LA REGLA GREGORIANA COMPLETA, IGUAL QUE
       *>VERIFICAR-BISIESTO EN PRESTAMOS.CBL.
       VERIFICAR-BISIESTO.
       MOVE 0 TO WS-ES-BISIESTO.
       DIVIDE WS-BISIESTO-ANIO BY 4 GIVING WS-BISIESTO-COCIENTE
           REMAINDER WS-BISIESTO-RESTO.
       IF WS-BISIESTO-RESTO = 0
           MOVE 1 TO WS-ES-BISIESTO
           DIVIDE WS-BISIESTO-ANIO BY 100 GIVING WS-BISIESTO-COCIENTE
               REMAINDER WS-BISIESTO-RESTO
           IF WS-BISIESTO-RESTO = 0
               DIVIDE WS-BISIESTO-ANIO BY 400
                   GIVING WS-BISIESTO-COCIENTE
                   REMAINDER WS-BISIESTO-RESTO
               IF WS-BISIESTO-RESTO NOT = 0
                   MOVE 0 TO WS-ES-BISIESTO.

       *>LOS MAESTROS SE DECLARAN OPTIONAL: SI UNO FALTA, EL OPEN
       *>DEVUELVE 05 Y LO CREA VACIO. DONDE EL ARCHIVO YA DEBE
       *>EXISTIR SE BORRA ESE VACIO, SE ANOTA EN ERRORES.DAT Y SE
       *>AVISA QUE FALTA, EN LUGAR DE SEGUIR COMO SI NO TUVIERA
       *>REGISTROS.
       VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       IF WS-FS-TIPO-INSTRUMENTO = "05"
           MOVE "tipo_instrumento.dat" TO WS-ERR-ARCHIVO
           MOVE WS-FS-TIPO-INSTRUMENTO TO WS-ERR-ESTADO
           CLOSE TIPO-INSTRUMENTO-ARCHIVO
           CALL "CBL_DELETE_FILE" USING WS-TIPO-INSTRUMENTO-RUTA
           PERFORM FALTA-ARCHIVO-MAESTRO.

       VERIFICAR-EXISTE-PRESTAMOS.
       IF WS-FS-PRESTAMOS = "05"
           MOVE "prestamos.dat" TO WS-ERR-ARCHIVO
           MOVE WS-FS-PRESTAMOS TO WS-ERR-ESTADO
           CLOSE PRESTAMOS-ARCHIVO
           CALL "CBL_DELETE_FILE" USING WS-PRESTAMOS-RUTA
           PERFORM FALTA-ARCHIVO-MAESTRO.

       VERIFICAR-EXISTE-SEDES.
       IF WS-FS-SEDES = "05"
           MOVE "sedes.dat" TO WS-ERR-ARCHIVO
           MOVE WS-FS-SEDES TO WS-ERR-ESTADO
           CLOSE SEDES-ARCHIVO
           CALL "CBL_DELETE_FILE" USING WS-SEDES-RUTA
           PERFORM FALTA-ARCHIVO-MAESTRO.

       FALTA-ARCHIVO-MAESTRO.
       MOVE SPACES TO WS-ERR-LLAVE.
       DISPLAY "Falta el archivo " WS-ERR-ARCHIVO.
       DISPLAY "Avise al supervisor para restaurarlo del respaldo.".
       PERFORM ANOTAR-ERROR-ARCHIVO.

       *>TODOS LOS ARCHIVOS VAN EN EL DIRECTORIO DE DATOS DE LA
       *>SESION DEL PROGRAMA QUE LLAMA (EL REAL O EL DE PRACTICA).
       ARMAR-RUTAS.
       MOVE SPACES TO WS-CATALOGO-PUBLICO-RUTA.
       STRING LS-VIT-DIRECTORIO DELIMITED BY SPACE
           "catalogo_publico.txt" DELIMITED BY SIZE
           INTO WS-CATALOGO-PUBLICO-RUTA.
       MOVE SPACES TO WS-DISPONIBILIDAD-RUTA.
       STRING LS-VIT-DIRECTORIO DELIMITED BY SPACE
           "disponibilidad.dat" DELIMITED BY SIZE
           INTO WS-DISPONIBILIDAD-RUTA.
       MOVE SPACES TO WS-PRESTAMOS-RUTA.
       STRING LS-VIT-DIRECTORIO DELIMITED BY SPACE
           "prestamos.dat" DELIMITED BY SIZE INTO WS-PRESTAMOS-RUTA.
       MOVE SPACES TO WS-RESERVAS-RUTA.
       STRING LS-VIT-DIRECTORIO DELIMITED BY SPACE
           "reservas.dat" DELIMITED BY SIZE INTO WS-RESERVAS-RUTA.
       MOVE SPACES TO WS-TIPO-INSTRUMENTO-RUTA.
       STRING LS-VIT-DIRECTORIO DELIMITED BY SPACE
           "tipo_instrumento.dat" DELIMITED BY SIZE
           INTO WS-TIPO-INSTRUMENTO-RUTA.
       MOVE SPACES TO WS-SEDES-RUTA.
       STRING LS-VIT-DIRECTORIO DELIMITED BY SPACE
           "sedes.dat" DELIMITED BY SIZE INTO WS-SEDES-RUTA.

       FIN-PROGRAMA.
       EXIT PROGRAM.
