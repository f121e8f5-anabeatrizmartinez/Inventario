       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pronostico INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       *>PRONOSTICO DE REEMPLAZO DE EQUIPOS PARA LOS PROXIMOS CINCO
       *>AÑOS, PARA EL PRESUPUESTO DE CAPITAL QUE PIDE LA JUNTA. CADA
       *>INSTRUMENTO EN LIBROS LLEGA AL FIN DE SU VIDA UTIL EN EL AÑO
       *>DE ADQUISICION MAS VIDAUTIL (EL MISMO PARAMETRO DE
       *>DEPRECIAR.CBL); LOS QUE VIENEN EMPEORANDO DE CONDICION O YA
       *>COSTARON MUCHO EN REPARACIONES SE ADELANTAN. EL COSTO
       *>ESPERADO ES EL ULTIMO PRECIO PAGADO POR EL TIPO EN UNA ORDEN
       *>DE COMPRA, NO EL COSTO ORIGINAL, Y SE TOTALIZA POR TIPO, POR
       *>SEDE Y POR AÑO.
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

       *>HISTORIAL DE STATUS (VER INSTRUMENTOS.CBL): TRAE EL GRADO DE
       *>CONDICION A/B/C/D DE CADA DEVOLUCION.
       SELECT OPTIONAL INSTRUMENTOS-HISTORIAL-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-HISTORIAL-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS HIST-LLAVE
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-HIST WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS-HISTORIAL.

       *>ORDENES DE REPARACION (VER REPARACIONES.CBL).
       SELECT OPTIONAL REPARACIONES-ARCHIVO
       ASSIGN TO WS-REPARACIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS REP-LLAVE
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-REP WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-REPARACIONES.

       *>ORDENES DE COMPRA (VER COMPRAS.CBL), DE DONDE SALE EL ULTIMO
       *>PRECIO PAGADO POR CADA TIPO.
       SELECT OPTIONAL ORDENES-ARCHIVO
       ASSIGN TO WS-ORDENES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ORD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ORDENES.

       SELECT OPTIONAL ORDENES-DET-ARCHIVO
       ASSIGN TO WS-ORDENES-DET-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS DET-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ORDENES-DET.

       *>PARAMETROS GENERALES DEL SISTEMA (VER BLOQUEOS.CBL). AQUI SE
       *>LEE VIDAUTIL, LA VIDA UTIL EN AÑOS.
       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO WS-PARAMETROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PARAM-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PARAMETROS.

       SELECT OPTIONAL REPORTE-PRONOSTICO-ARCHIVO
       ASSIGN TO WS-REPORTE-PRONOSTICO-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       *>COPIA DEL REGISTRO DE ADQUISICIONES.DAT (VER INSTRUMENTOS.CBL).
       FD ADQUISICIONES-ARCHIVO.
           01 ADQUISICIONES-REGISTRO.
               05 ID-INSTRUMENTO-ADQ    PIC X(6).
               05 ID-PROVEEDOR-ADQ      PIC X(11).
               05 FORMA-ADQUISICION-ADQ PIC X(8).
               05 FECHA-ADQUISICION-ADQ PIC 9(8).
               05 VALOR-ADQUISICION     PIC 9(8)V99.
               05 GARANTIA-FIN-ADQ      PIC 9(8).
               05 GARANTIA-NOTA-ADQ     PIC X(30).

       *>COPIA DEL REGISTRO DE INSTRUMENTOS.DAT. LOS NOMBRES DE CAMPOS
       *>SE SUFIJAN CON "-INV" PARA NO CHOCAR, IGUAL QUE EN
       *>PRESTAMOS.CBL.
       FD INSTRUMENTOS-ARCHIVO.
           01 INSTRUMENTOS-REGISTRO.
               05 ID-INSTRUMENTO-INV       PIC X(6).
               05 TIPO-INSTRUMENTO-INV     PIC X(40).
               05 FECHA-ADQUISICION-INV    PIC 9(8).
               05 FORMA-ADQUISICION-INV    PIC X(8).
               05 ID-PROVEEDOR-INV         PIC X(11).
               05 STATUS-INSTRUMENTO-INV   PIC X(14).
               05 FECHA-STATUS-INV         PIC 9(8).
               05 UBICACION-INV            PIC X(3). *>SEDE (VER
                                                      *>SEDES.CBL).
               05 MARCA-INV            PIC X(20).
               05 MODELO-INV           PIC X(20).
               05 SERIE-INV            PIC X(20).

       FD TIPO-INSTRUMENTO-ARCHIVO.
           01 TIPO-INSTRUMENTO-REGISTRO.
               05 CODIGO-TIPO PIC X(3).
               05 NOMBRE-TIPO PIC X(40).
               05 CORRELATIVO PIC 9(3).
               05 STATUS-TIPO PIC X(8).

       *>COPIA DEL REGISTRO DE INSTRUMENTOS_HISTORIAL.DAT (VER
       *>INSTRUMENTOS.CBL).
       FD INSTRUMENTOS-HISTORIAL-ARCHIVO.
           01 INSTRUMENTOS-HISTORIAL-REGISTRO.
               05 HIST-LLAVE.
                   10 ID-INSTRUMENTO-HIST   PIC X(6).
                   10 FECHA-STATUS-HIST     PIC 9(8).
                   10 HORA-STATUS-HIST      PIC X(9).
               05 STATUS-INSTRUMENTO-HIST  PIC X(14).
               05 GRADO-CONDICION-HIST     PIC X(1).

       *>COPIA DEL REGISTRO DE REPARACIONES.DAT (VER REPARACIONES.CBL).
       FD REPARACIONES-ARCHIVO.
           01 REPARACIONES-REGISTRO.
               05 REP-LLAVE.
                   10 ID-INSTRUMENTO-REP PIC X(6).
                   10 FECHA-ENVIADO-REP  PIC 9(8).
               05 ID-PROVEEDOR-REP   PIC X(11).
               05 COSTO-ESTIMADO-REP PIC 9(6)V99.
               05 COSTO-REAL-REP     PIC 9(6)V99.
               05 FECHA-RETORNO-REP  PIC 9(8).
               05 STATUS-ORDEN-REP   PIC X(8).

       *>COPIA DE LOS REGISTROS DE ORDENES_COMPRA.DAT Y
       *>ORDENES_COMPRA_DET.DAT (VER COMPRAS.CBL).
       FD ORDENES-ARCHIVO.
           01 ORDENES-REGISTRO.
               05 ORD-LLAVE.
                   10 NUMERO-ORDEN PIC 9(6).
               05 ID-PROVEEDOR-ORD PIC X(11).
               05 FECHA-ORDEN      PIC 9(8).
               05 STATUS-ORDEN     PIC X(10).

       FD ORDENES-DET-ARCHIVO.
           01 ORDENES-DET-REGISTRO.
               05 DET-LLAVE.
                   10 NUMERO-ORDEN-DET PIC 9(6).
                   10 LINEA-DET        PIC 9(2).
               05 CODIGO-TIPO-DET     PIC X(3).
               05 CANTIDAD-DET        PIC 9(3).
               05 VALOR-UNITARIO-DET  PIC 9(8)V99.
               05 GARANTIA-MESES-DET  PIC 9(2).
               05 CANTIDAD-RECIBIDA-DET PIC 9(3).

       FD PARAMETROS-ARCHIVO.
           01 PARAMETROS-REGISTRO.
               05 PARAM-NOMBRE PIC X(12).
               05 PARAM-VALOR  PIC 9(6).

       FD REPORTE-PRONOSTICO-ARCHIVO.
           01 REPORTE-PRONOSTICO-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS
       01 WS-TITULO.
           05 FILLER   PIC X(30) VALUE SPACES.
           05 WS-TIT   PIC X(23) VALUE "Pronostico de reemplazo".
           05 FILLER   PIC X(27) VALUE SPACES.

       01 WS-LINEA PIC X(100).

       77 WS-OPCION PIC 9(2).
       77 WS-INDICADOR PIC 9(1).
       77 LEE-TODO PIC 9(1).
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-ANIO-BASE PIC 9(4).
       77 WS-VIDA-UTIL PIC 9(6).
       77 WS-TOTAL-INSTRUMENTOS PIC 9(5).
       77 WS-TOTAL-ADELANTADOS PIC 9(5).

       *>DATOS DEL INSTRUMENTO EN CURSO: AÑO EN QUE CUMPLE SU VIDA
       *>UTIL, AÑOS QUE SE ADELANTA Y AÑO PREVISTO DE REEMPLAZO.
       77 WS-ANIO-ADQ PIC 9(4).
       77 WS-ANIO-FIN-VIDA PIC 9(6).
       77 WS-ADELANTO PIC 9(2).
       77 WS-ANIO-REEMPLAZO PIC 9(6).
       77 WS-IDX-ANIO PIC 9(2).
       77 WS-COSTO-REEMPLAZO PIC 9(8)V99.
       77 WS-PCT-REPARADO PIC 9(5).

       *>GRADOS DE CONDICION DE LAS DOS ULTIMAS DEVOLUCIONES DEL
       *>INSTRUMENTO, COMO EN LA TENDENCIA DE CONSULTAS.CBL.
       77 WS-GRADO-ANTERIOR PIC X(1).
       77 WS-GRADO-ULTIMO PIC X(1).
       77 WS-LEE-HIST PIC 9(1).

       *>COSTO REAL DE LAS REPARACIONES CERRADAS DEL INSTRUMENTO.
       77 WS-COSTO-REPARADO PIC 9(8)V99.
       77 WS-LEE-REP PIC 9(1).

       *>ULTIMO PRECIO PAGADO POR EL TIPO EN UNA ORDEN DE COMPRA.
       77 WS-LEE-DET PIC 9(1).
       77 WS-FECHA-ULT-PRECIO PIC 9(8).
       77 WS-ULTIMO-PRECIO PIC 9(8)V99.

       *>TABLAS DE TOTALES: UNA FILA POR TIPO Y UNA POR SEDE, CON UNA
       *>COLUMNA POR CADA UNO DE LOS CINCO AÑOS DEL PRONOSTICO.
       77 WS-TIPOS-USADOS PIC 9(2).
       77 WS-SEDES-USADAS PIC 9(2).
       77 WS-IDX-TIPO PIC 9(2).
       77 WS-IDX-SEDE PIC 9(2).
       77 WS-IDX-COL PIC 9(2).

       01 WS-TABLA-TIPOS.
           05 WS-TIPO-FILA OCCURS 60.
               10 WS-TIPO-CODIGO PIC X(3).
               10 WS-TIPO-PRECIO PIC 9(8)V99.
               10 WS-TIPO-CANT   PIC 9(4) OCCURS 5.
               10 WS-TIPO-MONTO  PIC 9(8)V99 OCCURS 5.

       01 WS-TABLA-SEDES.
           05 WS-SEDE-FILA OCCURS 20.
               10 WS-SEDE-CODIGO PIC X(3).
               10 WS-SEDE-CANT   PIC 9(4) OCCURS 5.
               10 WS-SEDE-MONTO  PIC 9(8)V99 OCCURS 5.

       01 WS-TABLA-ANIOS.
           05 WS-ANIO-FILA OCCURS 5.
               10 WS-ANIO-CANT   PIC 9(4).
               10 WS-ANIO-MONTO  PIC 9(8)V99.

       77 WS-ANIO-COL PIC 9(4).
       77 WS-TOTAL-CINCO PIC 9(9)V99.

       *>DATOS DE LA CORRIDA QUE SE ANOTA EN EL CATALOGO DE
       *>REPORTES (VER CATALOGO.CBL).
       01 WS-CAT-DATOS.
           05 WS-CAT-ACCION     PIC X(1).
           05 WS-CAT-PROGRAMA   PIC X(15) VALUE "Pronostico".
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
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Pronostico".
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
       77 WS-FS-INSTRUMENTOS-HISTORIAL PIC X(2).
       77 WS-FS-REPARACIONES PIC X(2).
       77 WS-FS-ORDENES PIC X(2).
       77 WS-FS-ORDENES-DET PIC X(2).
       77 WS-FS-PARAMETROS PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-ADQUISICIONES-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-TIPO-INSTRUMENTO-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-HISTORIAL-RUTA PIC X(80).
       77 WS-REPARACIONES-RUTA PIC X(80).
       77 WS-ORDENES-RUTA PIC X(80).
       77 WS-ORDENES-DET-RUTA PIC X(80).
       77 WS-PARAMETROS-RUTA PIC X(80).
       77 WS-REPORTE-PRONOSTICO-RUTA PIC X(80).

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
       ERROR-INSTRUMENTOS-HISTORIAL SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON INSTRUMENTOS-HISTORIAL-ARCHIVO.
       ERROR-INSTRUMENTOS-HISTORIAL-ANOTAR.
       MOVE "instrumentos_historial.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS-HISTORIAL TO WS-ERR-ESTADO.
       MOVE HIST-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-REPARACIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REPARACIONES-ARCHIVO.
       ERROR-REPARACIONES-ANOTAR.
       MOVE "reparaciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-REPARACIONES TO WS-ERR-ESTADO.
       MOVE REP-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ORDENES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ORDENES-ARCHIVO.
       ERROR-ORDENES-ANOTAR.
       MOVE "ordenes_compra.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ORDENES TO WS-ERR-ESTADO.
       MOVE ORD-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ORDENES-DET SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ORDENES-DET-ARCHIVO.
       ERROR-ORDENES-DET-ANOTAR.
       MOVE "ordenes_compra_det.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ORDENES-DET TO WS-ERR-ESTADO.
       MOVE DET-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PARAMETROS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PARAMETROS-ARCHIVO.
       ERROR-PARAMETROS-ANOTAR.
       MOVE "parametros.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PARAMETROS TO WS-ERR-ESTADO.
       MOVE PARAM-NOMBRE TO WS-ERR-LLAVE.
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
       *>DEPRECIAR.CBL; EL PRIMER AÑO DEL PRONOSTICO ES EL AÑO EN
       *>CURSO.
       PROGRAM-BEGIN.
       PERFORM ARMAR-RUTAS.
       DISPLAY " ".
       DISPLAY WS-TITULO.
       DISPLAY " ".
       PERFORM CORRER-PRONOSTICO.

       PERFORM FIN-PROGRAMA.

       *>RUTINAS.
       CORRER-PRONOSTICO.
       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
       MOVE WS-FECHA-HOY(1:4) TO WS-ANIO-BASE.
       MOVE "OPEN    CORRER-PRONOSTICO" TO WS-ERR-DONDE
       OPEN I-O ADQUISICIONES-ARCHIVO.
       MOVE "OPEN    CORRER-PRONOSTICO" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    CORRER-PRONOSTICO" TO WS-ERR-DONDE
       OPEN I-O TIPO-INSTRUMENTO-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       MOVE "OPEN    CORRER-PRONOSTICO" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-HISTORIAL-ARCHIVO.
       MOVE "OPEN    CORRER-PRONOSTICO" TO WS-ERR-DONDE
       OPEN I-O REPARACIONES-ARCHIVO.
       MOVE "OPEN    CORRER-PRONOSTICO" TO WS-ERR-DONDE
       OPEN I-O ORDENES-ARCHIVO.
       MOVE "OPEN    CORRER-PRONOSTICO" TO WS-ERR-DONDE
       OPEN I-O ORDENES-DET-ARCHIVO.
       MOVE "reporte_pronostico" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-PRONOSTICO-RUTA.
       OPEN OUTPUT REPORTE-PRONOSTICO-ARCHIVO.

       PERFORM LEER-PARAMETRO-VIDAUTIL.

       MOVE "---Pronostico de reemplazo de equipos (5 años)---"
           TO WS-LINEA.
       PERFORM IMPRIMIR.
       STRING "Desde el año: " WS-ANIO-BASE
           " Vida util: " WS-VIDA-UTIL " año(s)"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "Se adelanta 1 año con grado C, 2 con grado D, 1 mas si"
           TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "el grado viene empeorando, 1 si lo reparado pasa del 50%"
           TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "de la compra y 2 si pasa del 100%." TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "Reemplazos previstos (instrumento / sede / fin de vida /"
           TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "  adelanto / año previsto / costo esperado):" TO WS-LINEA.
       PERFORM IMPRIMIR.

       *>LAS FILAS DE TIPOS Y SEDES SE LIMPIAN AL AGREGARLAS.
       MOVE ZEROS TO WS-TABLA-ANIOS.
       MOVE 0 TO WS-TIPOS-USADOS.
       MOVE 0 TO WS-SEDES-USADAS.
       MOVE 0 TO WS-TOTAL-INSTRUMENTOS.
       MOVE 0 TO WS-TOTAL-ADELANTADOS.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-ADQUISICION.
       PERFORM PROYECTAR-INSTRUMENTO UNTIL LEE-TODO = 1.

       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       STRING "Instrumentos a reemplazar en el periodo: "
           WS-TOTAL-INSTRUMENTOS " (adelantados: "
           WS-TOTAL-ADELANTADOS ")"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.

       PERFORM RESUMEN-PRONOSTICO.

       CLOSE ADQUISICIONES-ARCHIVO.
       CLOSE INSTRUMENTOS-ARCHIVO.
       CLOSE TIPO-INSTRUMENTO-ARCHIVO.
       CLOSE INSTRUMENTOS-HISTORIAL-ARCHIVO.
       CLOSE REPARACIONES-ARCHIVO.
       CLOSE ORDENES-ARCHIVO.
       CLOSE ORDENES-DET-ARCHIVO.
       CLOSE REPORTE-PRONOSTICO-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       IMPRIMIR.
       *>MUESTRA LA LINEA EN PANTALLA Y LA DEJA GRABADA EN EL REPORTE.
       DISPLAY WS-LINEA.
       WRITE REPORTE-PRONOSTICO-LINEA FROM WS-LINEA.
       MOVE SPACES TO WS-LINEA.

       LEER-PARAMETRO-VIDAUTIL.
       MOVE "OPEN    LEER-PARAMETRO-VIDAUTIL" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "VIDAUTIL" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-VIDAUTIL" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 5 TO WS-VIDA-UTIL
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-VIDA-UTIL.
       CLOSE PARAMETROS-ARCHIVO.
       IF WS-VIDA-UTIL = 0
           MOVE 5 TO WS-VIDA-UTIL.

       LEER-SIGUIENTE-ADQUISICION.
       MOVE "READ    LEER-SIGUIENTE-ADQUISICION" TO WS-ERR-DONDE
       READ ADQUISICIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       *>LO DESINCORPORADO Y LO EXTRAVIADO YA NO ESTA EN LIBROS, ASI
       *>QUE NO SE REEMPLAZA (IGUAL QUE EN DEPRECIAR.CBL). LO QUE YA
       *>PASO SU FIN DE VIDA SIN REEMPLAZARSE CAE EN EL AÑO EN CURSO.
       PROYECTAR-INSTRUMENTO.
       MOVE ID-INSTRUMENTO-ADQ TO ID-INSTRUMENTO-INV.
       MOVE "READ    PROYECTAR-INSTRUMENTO" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-INV
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1
           AND STATUS-INSTRUMENTO-INV NOT = "Desincorporado"
           AND STATUS-INSTRUMENTO-INV NOT = "Extraviado"
           AND FECHA-ADQUISICION-ADQ NOT = ZERO
           MOVE FECHA-ADQUISICION-ADQ(1:4) TO WS-ANIO-ADQ
           COMPUTE WS-ANIO-FIN-VIDA = WS-ANIO-ADQ + WS-VIDA-UTIL
           PERFORM CALCULAR-ADELANTO
           IF WS-ANIO-FIN-VIDA > WS-ADELANTO + WS-ANIO-BASE
               COMPUTE WS-ANIO-REEMPLAZO =
                   WS-ANIO-FIN-VIDA - WS-ADELANTO
           ELSE
               MOVE WS-ANIO-BASE TO WS-ANIO-REEMPLAZO
           END-IF
           IF WS-ANIO-REEMPLAZO NOT > WS-ANIO-BASE + 4
               PERFORM ACUMULAR-REEMPLAZO
           END-IF
       END-IF.
       PERFORM LEER-SIGUIENTE-ADQUISICION.

       *>AÑOS QUE SE ADELANTA EL REEMPLAZO: POR EL ULTIMO GRADO DE
       *>CONDICION (C UNO, D DOS), UNO MAS SI ESE GRADO ES PEOR QUE EL
       *>ANTERIOR, Y POR LO GASTADO EN REPARACIONES FRENTE A LO QUE
       *>COSTO EL INSTRUMENTO (MAS DE LA MITAD UNO, MAS DEL TOTAL DOS).
       CALCULAR-ADELANTO.
       MOVE 0 TO WS-ADELANTO.
       PERFORM BUSCAR-GRADOS-INSTRUMENTO.
       IF WS-GRADO-ULTIMO = "C"
           ADD 1 TO WS-ADELANTO.
       IF WS-GRADO-ULTIMO = "D"
           ADD 2 TO WS-ADELANTO.
       IF WS-GRADO-ANTERIOR NOT = SPACES
           AND WS-GRADO-ULTIMO > WS-GRADO-ANTERIOR
           ADD 1 TO WS-ADELANTO.
       PERFORM SUMAR-REPARACIONES-INSTRUMENTO.
       MOVE 0 TO WS-PCT-REPARADO.
       IF VALOR-ADQUISICION > 0
           COMPUTE WS-PCT-REPARADO =
               WS-COSTO-REPARADO * 100 / VALOR-ADQUISICION
               ON SIZE ERROR MOVE 99999 TO WS-PCT-REPARADO.
       IF WS-PCT-REPARADO > 100
           ADD 2 TO WS-ADELANTO
       ELSE
           IF WS-PCT-REPARADO > 50
               ADD 1 TO WS-ADELANTO.

       *>LA LLAVE DEL HISTORIAL EMPIEZA POR EL INSTRUMENTO Y LA FECHA,
       *>ASI QUE SUS GRADOS SALEN EN ORDEN CRONOLOGICO.
       BUSCAR-GRADOS-INSTRUMENTO.
       MOVE SPACES TO WS-GRADO-ANTERIOR.
       MOVE SPACES TO WS-GRADO-ULTIMO.
       MOVE ID-INSTRUMENTO-ADQ TO ID-INSTRUMENTO-HIST.
       MOVE ZERO TO FECHA-STATUS-HIST.
       MOVE LOW-VALUES TO HORA-STATUS-HIST.
       MOVE "START   BUSCAR-GRADOS-INSTRUMENTO" TO WS-ERR-DONDE
       START INSTRUMENTOS-HISTORIAL-ARCHIVO
           KEY IS NOT LESS THAN HIST-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-HIST
           NOT INVALID KEY MOVE 0 TO WS-LEE-HIST.
       IF WS-LEE-HIST = 0
           PERFORM LEER-SIGUIENTE-HISTORIAL
           PERFORM TOMAR-GRADO-HISTORIAL UNTIL WS-LEE-HIST = 1.

       LEER-SIGUIENTE-HISTORIAL.
       MOVE "READ    LEER-SIGUIENTE-HISTORIAL" TO WS-ERR-DONDE
       READ INSTRUMENTOS-HISTORIAL-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-HIST.

       TOMAR-GRADO-HISTORIAL.
       IF ID-INSTRUMENTO-HIST NOT = ID-INSTRUMENTO-ADQ
           MOVE 1 TO WS-LEE-HIST
       ELSE
           IF GRADO-CONDICION-HIST NOT = SPACES
               MOVE WS-GRADO-ULTIMO TO WS-GRADO-ANTERIOR
               MOVE GRADO-CONDICION-HIST TO WS-GRADO-ULTIMO
           END-IF
           PERFORM LEER-SIGUIENTE-HISTORIAL.

       *>SUMA EL COSTO REAL DE LAS ORDENES CERRADAS DEL INSTRUMENTO,
       *>IGUAL QUE DEPRECIAR.CBL.
       SUMAR-REPARACIONES-INSTRUMENTO.
       MOVE 0 TO WS-COSTO-REPARADO.
       MOVE ID-INSTRUMENTO-ADQ TO ID-INSTRUMENTO-REP.
       MOVE ZERO TO FECHA-ENVIADO-REP.
       MOVE "START   SUMAR-REPARACIONES-INSTRUMENTO" TO WS-ERR-DONDE
       START REPARACIONES-ARCHIVO KEY IS NOT LESS THAN REP-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-REP
           NOT INVALID KEY MOVE 0 TO WS-LEE-REP.
       IF WS-LEE-REP = 0
           PERFORM LEER-SIGUIENTE-REPARACION
           PERFORM ACUMULAR-REPARACION UNTIL WS-LEE-REP = 1.

       LEER-SIGUIENTE-REPARACION.
       MOVE "READ    LEER-SIGUIENTE-REPARACION" TO WS-ERR-DONDE
       READ REPARACIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-REP.

       ACUMULAR-REPARACION.
       IF ID-INSTRUMENTO-REP NOT = ID-INSTRUMENTO-ADQ
           MOVE 1 TO WS-LEE-REP
       ELSE
           IF STATUS-ORDEN-REP = "Cerrada"
               ADD COSTO-REAL-REP TO WS-COSTO-REPARADO
           END-IF
           PERFORM LEER-SIGUIENTE-REPARACION.

       *>ANOTA EL REEMPLAZO EN LA COLUMNA DE SU AÑO, EN LA FILA DE SU
       *>TIPO Y EN LA DE SU SEDE.
       ACUMULAR-REEMPLAZO.
       COMPUTE WS-IDX-ANIO = WS-ANIO-REEMPLAZO - WS-ANIO-BASE + 1.
       PERFORM UBICAR-FILA-TIPO.
       IF WS-TIPO-PRECIO(WS-IDX-TIPO) > 0
           MOVE WS-TIPO-PRECIO(WS-IDX-TIPO) TO WS-COSTO-REEMPLAZO
       ELSE
           MOVE VALOR-ADQUISICION TO WS-COSTO-REEMPLAZO.
       ADD 1 TO WS-TIPO-CANT(WS-IDX-TIPO, WS-IDX-ANIO).
       ADD WS-COSTO-REEMPLAZO TO
           WS-TIPO-MONTO(WS-IDX-TIPO, WS-IDX-ANIO).
       PERFORM UBICAR-FILA-SEDE.
       ADD 1 TO WS-SEDE-CANT(WS-IDX-SEDE, WS-IDX-ANIO).
       ADD WS-COSTO-REEMPLAZO TO
           WS-SEDE-MONTO(WS-IDX-SEDE, WS-IDX-ANIO).
       ADD 1 TO WS-ANIO-CANT(WS-IDX-ANIO).
       ADD WS-COSTO-REEMPLAZO TO WS-ANIO-MONTO(WS-IDX-ANIO).
       ADD 1 TO WS-TOTAL-INSTRUMENTOS.
       IF WS-ADELANTO > 0
           ADD 1 TO WS-TOTAL-ADELANTADOS.
       STRING "  " ID-INSTRUMENTO-ADQ " " UBICACION-INV " "
           WS-ANIO-FIN-VIDA(3:4) " -" WS-ADELANTO " "
           WS-ANIO-REEMPLAZO(3:4) " " WS-COSTO-REEMPLAZO
           " Grado: " WS-GRADO-ULTIMO " Reparado: " WS-COSTO-REPARADO
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.

       *>BUSCA LA FILA DEL TIPO; SI ES LA PRIMERA VEZ QUE APARECE LA
       *>AGREGA CON SU ULTIMO PRECIO DE COMPRA. LA ULTIMA FILA RECOGE
       *>LO QUE NO QUEPA.
       UBICAR-FILA-TIPO.
       MOVE 1 TO WS-IDX-TIPO.
       PERFORM COMPARAR-FILA-TIPO
           UNTIL WS-IDX-TIPO > WS-TIPOS-USADOS
           OR WS-TIPO-CODIGO(WS-IDX-TIPO) = ID-INSTRUMENTO-ADQ(1:3).
       IF WS-IDX-TIPO > WS-TIPOS-USADOS
           IF WS-TIPOS-USADOS < 60
               ADD 1 TO WS-TIPOS-USADOS
               MOVE WS-TIPOS-USADOS TO WS-IDX-TIPO
               MOVE ZEROS TO WS-TIPO-FILA(WS-IDX-TIPO)
               MOVE ID-INSTRUMENTO-ADQ(1:3)
                   TO WS-TIPO-CODIGO(WS-IDX-TIPO)
               PERFORM BUSCAR-ULTIMO-PRECIO
               MOVE WS-ULTIMO-PRECIO TO WS-TIPO-PRECIO(WS-IDX-TIPO)
           ELSE
               MOVE 60 TO WS-IDX-TIPO.

       COMPARAR-FILA-TIPO.
       ADD 1 TO WS-IDX-TIPO.

       UBICAR-FILA-SEDE.
       MOVE 1 TO WS-IDX-SEDE.
       PERFORM COMPARAR-FILA-SEDE
           UNTIL WS-IDX-SEDE > WS-SEDES-USADAS
           OR WS-SEDE-CODIGO(WS-IDX-SEDE) = UBICACION-INV.
       IF WS-IDX-SEDE > WS-SEDES-USADAS
           IF WS-SEDES-USADAS < 20
               ADD 1 TO WS-SEDES-USADAS
               MOVE WS-SEDES-USADAS TO WS-IDX-SEDE
               MOVE ZEROS TO WS-SEDE-FILA(WS-IDX-SEDE)
               MOVE UBICACION-INV TO WS-SEDE-CODIGO(WS-IDX-SEDE)
           ELSE
               MOVE 20 TO WS-IDX-SEDE.

       COMPARAR-FILA-SEDE.
       ADD 1 TO WS-IDX-SEDE.

       *>ULTIMO PRECIO UNITARIO PAGADO POR EL TIPO: LA LINEA DE LA
       *>ORDEN MAS RECIENTE QUE SI SE ENVIO (NI ANULADA NI BORRADOR).
       *>SI EL TIPO NUNCA SE PIDIO POR ORDEN QUEDA EN CERO Y SE USA EL
       *>COSTO ORIGINAL DE CADA INSTRUMENTO.
       BUSCAR-ULTIMO-PRECIO.
       MOVE 0 TO WS-ULTIMO-PRECIO.
       MOVE 0 TO WS-FECHA-ULT-PRECIO.
       MOVE 0 TO NUMERO-ORDEN-DET.
       MOVE 0 TO LINEA-DET.
       MOVE "START   BUSCAR-ULTIMO-PRECIO" TO WS-ERR-DONDE
       START ORDENES-DET-ARCHIVO KEY IS NOT LESS THAN DET-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-DET
           NOT INVALID KEY MOVE 0 TO WS-LEE-DET.
       IF WS-LEE-DET = 0
           PERFORM LEER-SIGUIENTE-DET
           PERFORM EVALUAR-PRECIO-DET UNTIL WS-LEE-DET = 1.

       LEER-SIGUIENTE-DET.
       MOVE "READ    LEER-SIGUIENTE-DET" TO WS-ERR-DONDE
       READ ORDENES-DET-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-DET.

       EVALUAR-PRECIO-DET.
       IF CODIGO-TIPO-DET = ID-INSTRUMENTO-ADQ(1:3)
           AND VALOR-UNITARIO-DET > 0
           MOVE NUMERO-ORDEN-DET TO NUMERO-ORDEN
           MOVE "READ    EVALUAR-PRECIO-DET" TO WS-ERR-DONDE
           READ ORDENES-ARCHIVO RECORD
               KEY ORD-LLAVE
                   INVALID KEY MOVE "Anulada" TO STATUS-ORDEN
           END-READ
           IF STATUS-ORDEN NOT = "Anulada"
               AND STATUS-ORDEN NOT = "Borrador"
               AND FECHA-ORDEN NOT < WS-FECHA-ULT-PRECIO
               MOVE FECHA-ORDEN TO WS-FECHA-ULT-PRECIO
               MOVE VALOR-UNITARIO-DET TO WS-ULTIMO-PRECIO.
       PERFORM LEER-SIGUIENTE-DET.

       *>TOTALES POR TIPO, POR SEDE Y POR AÑO: CANTIDAD Y MONTO
       *>ESPERADO EN CADA UNO DE LOS CINCO AÑOS.
       RESUMEN-PRONOSTICO.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       PERFORM ARMAR-ENCABEZADO-ANIOS.
       MOVE "Por tipo (ultimo precio de compra):" TO WS-LINEA.
       PERFORM IMPRIMIR.
       PERFORM IMPRIMIR-FILA-TIPO
           VARYING WS-IDX-TIPO FROM 1 BY 1
           UNTIL WS-IDX-TIPO > WS-TIPOS-USADOS.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "Por sede:" TO WS-LINEA.
       PERFORM IMPRIMIR.
       PERFORM IMPRIMIR-FILA-SEDE
           VARYING WS-IDX-SEDE FROM 1 BY 1
           UNTIL WS-IDX-SEDE > WS-SEDES-USADAS.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "Por año:" TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE 0 TO WS-TOTAL-CINCO.
       PERFORM IMPRIMIR-FILA-ANIO
           VARYING WS-IDX-COL FROM 1 BY 1
           UNTIL WS-IDX-COL > 5.
       STRING "  Total de los cinco años: " WS-TOTAL-CINCO
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.

       ARMAR-ENCABEZADO-ANIOS.
       MOVE WS-ANIO-BASE TO WS-ANIO-COL.
       STRING "  Cod " WS-ANIO-COL
           DELIMITED BY SIZE INTO WS-LINEA.
       ADD 1 TO WS-ANIO-COL.
       MOVE WS-ANIO-COL TO WS-LINEA(18:4).
       ADD 1 TO WS-ANIO-COL.
       MOVE WS-ANIO-COL TO WS-LINEA(29:4).
       ADD 1 TO WS-ANIO-COL.
       MOVE WS-ANIO-COL TO WS-LINEA(40:4).
       ADD 1 TO WS-ANIO-COL.
       MOVE WS-ANIO-COL TO WS-LINEA(51:4).
       PERFORM IMPRIMIR.

       IMPRIMIR-FILA-TIPO.
       STRING "  " WS-TIPO-CODIGO(WS-IDX-TIPO) " "
           WS-TIPO-MONTO(WS-IDX-TIPO, 1) " "
           WS-TIPO-MONTO(WS-IDX-TIPO, 2) " "
           WS-TIPO-MONTO(WS-IDX-TIPO, 3) " "
           WS-TIPO-MONTO(WS-IDX-TIPO, 4) " "
           WS-TIPO-MONTO(WS-IDX-TIPO, 5)
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       STRING "      "
           WS-TIPO-CANT(WS-IDX-TIPO, 1) " unid.   "
           WS-TIPO-CANT(WS-IDX-TIPO, 2) " unid.   "
           WS-TIPO-CANT(WS-IDX-TIPO, 3) " unid.   "
           WS-TIPO-CANT(WS-IDX-TIPO, 4) " unid.   "
           WS-TIPO-CANT(WS-IDX-TIPO, 5) " unid."
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.

       IMPRIMIR-FILA-SEDE.
       STRING "  " WS-SEDE-CODIGO(WS-IDX-SEDE) " "
           WS-SEDE-MONTO(WS-IDX-SEDE, 1) " "
           WS-SEDE-MONTO(WS-IDX-SEDE, 2) " "
           WS-SEDE-MONTO(WS-IDX-SEDE, 3) " "
           WS-SEDE-MONTO(WS-IDX-SEDE, 4) " "
           WS-SEDE-MONTO(WS-IDX-SEDE, 5)
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       STRING "      "
           WS-SEDE-CANT(WS-IDX-SEDE, 1) " unid.   "
           WS-SEDE-CANT(WS-IDX-SEDE, 2) " unid.   "
           WS-SEDE-CANT(WS-IDX-SEDE, 3) " unid.   "
           WS-SEDE-CANT(WS-IDX-SEDE, 4) " unid.   "
           WS-SEDE-CANT(WS-IDX-SEDE, 5) " unid."
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.

       IMPRIMIR-FILA-ANIO.
       COMPUTE WS-ANIO-COL = WS-ANIO-BASE + WS-IDX-COL - 1.
       STRING "  " WS-ANIO-COL ": " WS-ANIO-CANT(WS-IDX-COL)
           " instrumento(s) por " WS-ANIO-MONTO(WS-IDX-COL)
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       ADD WS-ANIO-MONTO(WS-IDX-COL) TO WS-TOTAL-CINCO.

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
       MOVE SPACES TO WS-INSTRUMENTOS-HISTORIAL-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos_historial.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-HISTORIAL-RUTA.
       MOVE SPACES TO WS-REPARACIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reparaciones.dat" DELIMITED BY SIZE
           INTO WS-REPARACIONES-RUTA.
       MOVE SPACES TO WS-ORDENES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "ordenes_compra.dat" DELIMITED BY SIZE INTO WS-ORDENES-RUTA.
       MOVE SPACES TO WS-ORDENES-DET-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "ordenes_compra_det.dat" DELIMITED BY SIZE
           INTO WS-ORDENES-DET-RUTA.
       MOVE SPACES TO WS-PARAMETROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "parametros.dat" DELIMITED BY SIZE INTO WS-PARAMETROS-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
       EXIT PROGRAM.
