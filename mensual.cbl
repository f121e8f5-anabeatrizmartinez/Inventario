       *>ADQUISICIONES Y SU VALOR, EL USUARIO MAS ACTIVO Y EL TIPO
       *>MAS PRESTADO. TODO SALE DE LOS ARCHIVOS QUE YA EXISTEN.
       SELECT OPTIONAL PRESTAMOS-ARCHIVO
       ASSIGN TO WS-PRESTAMOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-PR WITH DUPLICATES
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-PR WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PRESTAMOS.

       SELECT OPTIONAL MULTAS-ARCHIVO
       ASSIGN TO WS-MULTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS MUL-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-MUL WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-MULTAS.

       SELECT OPTIONAL PAGOS-MULTAS-ARCHIVO
       ASSIGN TO WS-PAGOS-MULTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PAGO-LLAVE
       ALTERNATE RECORD KEY IS MUL-LLAVE-PAGO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PAGOS-MULTAS.

       SELECT OPTIONAL ADQUISICIONES-ARCHIVO
       ASSIGN TO WS-ADQUISICIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-ADQ
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-ADQ WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ADQUISICIONES.

       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       SELECT OPTIONAL USUARIOS-ARCHIVO
       ASSIGN TO WS-USUARIOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO-USR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS.

       SELECT OPTIONAL TIPO-INSTRUMENTO-ARCHIVO
       ASSIGN TO WS-TIPO-INSTRUMENTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-TIPO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TIPO-INSTRUMENTO.

       *>PARAMETROS GENERALES DEL SISTEMA (VER BLOQUEOS.CBL). AQUI SE
       *>LEE AUTOMODO: EN 1, EL LOTE CORRE SIN PREGUNTAR NADA.
       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO WS-PARAMETROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PARAM-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PARAMETROS.

       *>RESULTADO DE LA ULTIMA CORRIDA POR LOTE DE ESTE PROGRAMA
       *>(OK O FALLO), PARA QUE EL PROXIMO OPERADOR LO VEA AL INICIAR
       *>SESION CUANDO EL PROGRAMADOR DE TAREAS LO CORRE DE MADRUGADA.
       SELECT OPTIONAL ESTADO-LOTE-ARCHIVO
       ASSIGN TO WS-ESTADO-LOTE-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PROGRAMA-LOTE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ESTADO-LOTE.

       *>PRESUPUESTO ANUAL DE CADA TIPO (VER TIPOS.CBL), PARA
       *>COMPARARLO CON EL GASTO REAL EN COMPRAS Y TALLER.
       SELECT OPTIONAL PRESUPUESTO-ARCHIVO
       ASSIGN TO WS-PRESUPUESTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-LLAVE-PPT
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PRESUPUESTO.

       *>ORDENES DE COMPRA Y SUS LINEAS (VER COMPRAS.CBL): LO
       *>COMPROMETIDO Y LO RECIBIDO DE CADA TIPO.
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

       *>LO GASTADO EN EL TALLER (VER REPARACIONES.CBL) TAMBIEN SE
       *>CARGA AL PRESUPUESTO DEL TIPO.
       SELECT OPTIONAL REPARACIONES-ARCHIVO
       ASSIGN TO WS-REPARACIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS REP-LLAVE
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-REP WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-REPARACIONES.

       SELECT OPTIONAL REPORTE-MENSUAL-ARCHIVO
       ASSIGN TO WS-REPORTE-MENSUAL-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
               05 FECHA-LOTE    PIC 9(8).
               05 RESULTADO-LOTE PIC X(5). *>OK/FALLO.

       *>COPIA DEL REGISTRO DE PRESUPUESTO.DAT (VER TIPOS.CBL). LOS
       *>NOMBRES DE CAMPOS SE SUFIJAN CON "-PPT" PARA NO CHOCAR CON
       *>LOS DE PRESTAMOS-REGISTRO.
       FD PRESUPUESTO-ARCHIVO.
           01 PRESUPUESTO-REGISTRO.
               05 PRE-LLAVE-PPT.
                   10 PRE-ANIO-PPT        PIC 9(4).
                   10 PRE-CODIGO-TIPO-PPT PIC X(3).
               05 PRE-APROBADO-PPT    PIC 9(8)V99.
               05 PRE-FECHA-ACT-PPT   PIC 9(8).
               05 PRE-OPERADOR-ACT-PPT PIC X(10).

       *>COPIAS DE LOS REGISTROS DE ORDENES_COMPRA.DAT Y
       *>ORDENES_COMPRA_DET.DAT (VER COMPRAS.CBL).
       FD ORDENES-ARCHIVO.
           01 ORDENES-REGISTRO.
               05 ORD-LLAVE.
                   10 NUMERO-ORDEN PIC 9(6).
               05 ID-PROVEEDOR-ORD PIC X(11).
               05 FECHA-ORDEN      PIC 9(8).
               05 STATUS-ORDEN     PIC X(10). *>Abierta/Recibida/
                                              *>Anulada.

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
               05 STATUS-ORDEN-REP   PIC X(8). *>Abierta/Cerrada.

       FD REPORTE-MENSUAL-ARCHIVO.
           01 REPORTE-MENSUAL-LINEA PIC X(100).

       77 WS-CEDULA-ACTUAL PIC X(11).
       77 WS-TIPO-ACTUAL PIC X(3).

       *>USADOS POR EL PRESUPUESTO CONTRA GASTO POR TIPO. LA TABLA
       *>JUNTA LOS TIPOS CON PRESUPUESTO EN EL AÑO Y LOS QUE TUVIERON
       *>GASTO SIN TENERLO (ESTOS CON APROBADO EN CERO).
       77 WS-ANIO-PPT PIC 9(4).
       77 WS-LEE-PPT PIC 9(1).
       77 WS-HAY-ORDEN-PPT PIC 9(1).
       77 WS-PPT-USADAS PIC 9(2).
       77 WS-IDX-PPT PIC 9(2).
       77 WS-PPT-FILA-ACT PIC 9(2).
       77 WS-PPT-BUSCADO PIC X(3).
       77 WS-PPT-GASTO PIC 9(10)V99.
       77 WS-PPT-SALDO PIC 9(10)V99.
       77 WS-PPT-MARCA PIC X(11).
       77 WS-PPT-TOTAL-APROBADO PIC 9(10)V99.
       77 WS-PPT-TOTAL-GASTO PIC 9(10)V99.
       01 WS-TABLA-PPT.
           05 WS-PPT-FILA OCCURS 60.
               10 WS-PPT-TIPO         PIC X(3).
               10 WS-PPT-APROBADO     PIC 9(8)V99.
               10 WS-PPT-COMPROMETIDO PIC 9(10)V99.
               10 WS-PPT-RECIBIDO     PIC 9(10)V99.
               10 WS-PPT-TALLER       PIC 9(10)V99.

       *>DATOS DE LA CORRIDA QUE SE ANOTA EN EL CATALOGO DE
       *>REPORTES (VER CATALOGO.CBL).
       01 WS-CAT-DATOS.
           05 WS-CAT-ACCION     PIC X(1).
           05 WS-CAT-PROGRAMA   PIC X(15) VALUE "Mensual".
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
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Mensual".
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
       77 WS-FS-MULTAS PIC X(2).
       77 WS-FS-PAGOS-MULTAS PIC X(2).
       77 WS-FS-ADQUISICIONES PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       77 WS-FS-USUARIOS PIC X(2).
       77 WS-FS-TIPO-INSTRUMENTO PIC X(2).
       77 WS-FS-PARAMETROS PIC X(2).
       77 WS-FS-ESTADO-LOTE PIC X(2).
       77 WS-FS-PRESUPUESTO PIC X(2).
       77 WS-FS-ORDENES PIC X(2).
       77 WS-FS-ORDENES-DET PIC X(2).
       77 WS-FS-REPARACIONES PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-PRESTAMOS-RUTA PIC X(80).
       77 WS-MULTAS-RUTA PIC X(80).
       77 WS-PAGOS-MULTAS-RUTA PIC X(80).
       77 WS-ADQUISICIONES-RUTA PIC X(80).
       77 WS-AUDITORIA-RUTA PIC X(80).
       77 WS-USUARIOS-RUTA PIC X(80).
       77 WS-TIPO-INSTRUMENTO-RUTA PIC X(80).
       77 WS-PARAMETROS-RUTA PIC X(80).
       77 WS-ESTADO-LOTE-RUTA PIC X(80).
       77 WS-PRESUPUESTO-RUTA PIC X(80).
       77 WS-ORDENES-RUTA PIC X(80).
       77 WS-ORDENES-DET-RUTA PIC X(80).
       77 WS-REPARACIONES-RUTA PIC X(80).
       77 WS-REPORTE-MENSUAL-RUTA PIC X(80).

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
       ERROR-MULTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MULTAS-ARCHIVO.
       ERROR-MULTAS-ANOTAR.
       MOVE "multas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-MULTAS TO WS-ERR-ESTADO.
       MOVE MUL-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PAGOS-MULTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAGOS-MULTAS-ARCHIVO.
       ERROR-PAGOS-MULTAS-ANOTAR.
       MOVE "pagos_multas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PAGOS-MULTAS TO WS-ERR-ESTADO.
       MOVE PAGO-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ADQUISICIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ADQUISICIONES-ARCHIVO.
       ERROR-ADQUISICIONES-ANOTAR.
       MOVE "adquisiciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ADQUISICIONES TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-ADQ TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-AUDITORIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AUDITORIA-ARCHIVO.
       ERROR-AUDITORIA-ANOTAR.
       MOVE "auditoria.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-AUDITORIA TO WS-ERR-ESTADO.
       MOVE AUD-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-USUARIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USUARIOS-ARCHIVO.
       ERROR-USUARIOS-ANOTAR.
       MOVE "usuarios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO-USR TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-TIPO-INSTRUMENTO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON TIPO-INSTRUMENTO-ARCHIVO.
       ERROR-TIPO-INSTRUMENTO-ANOTAR.
       MOVE "tipo_instrumento.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-TIPO-INSTRUMENTO TO WS-ERR-ESTADO.
       MOVE CODIGO-TIPO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PARAMETROS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PARAMETROS-ARCHIVO.
       ERROR-PARAMETROS-ANOTAR.
       MOVE "parametros.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PARAMETROS TO WS-ERR-ESTADO.
       MOVE PARAM-NOMBRE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ESTADO-LOTE SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ESTADO-LOTE-ARCHIVO.
       ERROR-ESTADO-LOTE-ANOTAR.
       MOVE "estado_lote.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ESTADO-LOTE TO WS-ERR-ESTADO.
       MOVE PROGRAMA-LOTE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PRESUPUESTO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PRESUPUESTO-ARCHIVO.
       ERROR-PRESUPUESTO-ANOTAR.
       MOVE "presupuesto.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PRESUPUESTO TO WS-ERR-ESTADO.
       MOVE PRE-LLAVE-PPT TO WS-ERR-LLAVE.
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
       *>CIERRE.CBL, PERO DEL MES QUE SE LE INDIQUE.
       PROGRAM-BEGIN.
       PERFORM ARMAR-RUTAS.
       DISPLAY " ".
       DISPLAY WS-TITULO.
       DISPLAY " ".

       *>RUTINAS.
       GENERAR-REPORTE.
       MOVE "OPEN    GENERAR-REPORTE" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    GENERAR-REPORTE" TO WS-ERR-DONDE
       OPEN I-O MULTAS-ARCHIVO.
       MOVE "OPEN    GENERAR-REPORTE" TO WS-ERR-DONDE
       OPEN I-O PAGOS-MULTAS-ARCHIVO.
       MOVE "OPEN    GENERAR-REPORTE" TO WS-ERR-DONDE
       OPEN I-O ADQUISICIONES-ARCHIVO.
       MOVE "OPEN    GENERAR-REPORTE" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "OPEN    GENERAR-REPORTE" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "OPEN    GENERAR-REPORTE" TO WS-ERR-DONDE
       OPEN I-O TIPO-INSTRUMENTO-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       MOVE "reporte_mensual" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       STRING "Mes " WS-MES-BUSCADO
           DELIMITED BY SIZE INTO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-MENSUAL-RUTA.
       OPEN OUTPUT REPORTE-MENSUAL-ARCHIVO.

       MOVE "---Reporte mensual para la junta---" TO WS-LINEA.
       PERFORM RESUMIR-ADQUISICIONES.
       PERFORM BUSCAR-USUARIO-MAS-ACTIVO.
       PERFORM BUSCAR-TIPO-MAS-PRESTADO.
       PERFORM RESUMIR-PRESUPUESTO.

       CLOSE PRESTAMOS-ARCHIVO.
       CLOSE MULTAS-ARCHIVO.
       CLOSE USUARIOS-ARCHIVO.
       CLOSE TIPO-INSTRUMENTO-ARCHIVO.
       CLOSE REPORTE-MENSUAL-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       IMPRIMIR.
       PERFORM IMPRIMIR.

       LEER-SIGUIENTE-PRESTAMO.
       MOVE "READ    LEER-SIGUIENTE-PRESTAMO" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-PRESTAMO.

       LEER-SIGUIENTE-AUDITORIA.
       MOVE "READ    LEER-SIGUIENTE-AUDITORIA" TO WS-ERR-DONDE
       READ AUDITORIA-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       MOVE 0 TO WS-CAT-PERSONAL.
       MOVE 0 TO WS-CAT-OTROS.
       CLOSE PRESTAMOS-ARCHIVO.
       MOVE "OPEN    RESUMIR-CATEGORIAS" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-PRESTAMO.
       PERFORM CONTAR-PRESTAMO-CATEGORIA UNTIL LEE-TODO = 1.
       IF FECHA-PRESTAMO-PR(1:6) = WS-MES-BUSCADO
           AND STATUS-PRESTAMO-PR NOT = "Inactivo"
           MOVE CEDULA-USUARIO-PR TO CEDULA-USUARIO-USR
           MOVE "READ    CONTAR-PRESTAMO-CATEGORIA" TO WS-ERR-DONDE
           READ USUARIOS-ARCHIVO RECORD
               KEY CEDULA-USUARIO-USR
                   INVALID KEY MOVE SPACES TO CATEGORIA-USR
       PERFORM IMPRIMIR.

       LEER-SIGUIENTE-MULTA.
       MOVE "READ    LEER-SIGUIENTE-MULTA" TO WS-ERR-DONDE
       READ MULTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       PERFORM IMPRIMIR.

       LEER-SIGUIENTE-PAGO.
       MOVE "READ    LEER-SIGUIENTE-PAGO" TO WS-ERR-DONDE
       READ PAGOS-MULTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       PERFORM IMPRIMIR.

       LEER-SIGUIENTE-ADQUISICION.
       MOVE "READ    LEER-SIGUIENTE-ADQUISICION" TO WS-ERR-DONDE
       READ ADQUISICIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       PERFORM IMPRIMIR.

       LEER-SIGUIENTE-USUARIO.
       MOVE "READ    LEER-SIGUIENTE-USUARIO" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       CONTAR-PRESTAMOS-USUARIO-MES.
       MOVE 0 TO WS-CANT-ACTUAL.
       MOVE WS-CEDULA-ACTUAL TO CEDULA-USUARIO-PR.
       MOVE "START   CONTAR-PRESTAMOS-USUARIO-MES" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO
           KEY IS NOT LESS THAN CEDULA-USUARIO-PR
           INVALID KEY     MOVE 1 TO WS-LEE-DETALLE
               UNTIL WS-LEE-DETALLE = 1.

       LEER-PRESTAMO-DETALLE.
       MOVE "READ    LEER-PRESTAMO-DETALLE" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-DETALLE.
       PERFORM IMPRIMIR.

       LEER-SIGUIENTE-TIPO.
       MOVE "READ    LEER-SIGUIENTE-TIPO" TO WS-ERR-DONDE
       READ TIPO-INSTRUMENTO-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       CONTAR-PRESTAMOS-TIPO-MES.
       MOVE 0 TO WS-CANT-ACTUAL.
       CLOSE PRESTAMOS-ARCHIVO.
       MOVE "OPEN    CONTAR-PRESTAMOS-TIPO-MES" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE 0 TO WS-LEE-DETALLE.
       PERFORM LEER-PRESTAMO-DETALLE.
       PERFORM ACUMULAR-PRESTAMO-TIPO UNTIL WS-LEE-DETALLE = 1.
           ADD 1 TO WS-CANT-ACTUAL.
       PERFORM LEER-PRESTAMO-DETALLE.

       *>PRESUPUESTO CONTRA GASTO POR TIPO DEL AÑO DEL MES REPORTADO,
       *>SEGUN LO REGISTRADO HASTA LA CORRIDA (VER
       *>PRESUPUESTO-CONTRA-GASTO EN CONSULTAS.CBL).
       RESUMIR-PRESUPUESTO.
       MOVE WS-MES-BUSCADO(1:4) TO WS-ANIO-PPT.
       MOVE "OPEN    RESUMIR-PRESUPUESTO" TO WS-ERR-DONDE
       OPEN I-O PRESUPUESTO-ARCHIVO.
       MOVE "OPEN    RESUMIR-PRESUPUESTO" TO WS-ERR-DONDE
       OPEN I-O ORDENES-ARCHIVO.
       MOVE "OPEN    RESUMIR-PRESUPUESTO" TO WS-ERR-DONDE
       OPEN I-O ORDENES-DET-ARCHIVO.
       MOVE "OPEN    RESUMIR-PRESUPUESTO" TO WS-ERR-DONDE
       OPEN I-O REPARACIONES-ARCHIVO.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE SPACES TO WS-LINEA.
       STRING "Presupuesto contra gasto por tipo del año " WS-ANIO-PPT
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       PERFORM ARMAR-TABLA-PPT.
       PERFORM IMPRIMIR-TABLA-PPT.
       CLOSE PRESUPUESTO-ARCHIVO.
       CLOSE ORDENES-ARCHIVO.
       CLOSE ORDENES-DET-ARCHIVO.
       CLOSE REPARACIONES-ARCHIVO.

       *>ARMA LA TABLA DEL AÑO WS-ANIO-PPT: PRIMERO LOS PRESUPUESTOS
       *>CARGADOS, LUEGO LAS LINEAS DE LAS ORDENES DE ESE AÑO (LO
       *>PENDIENTE DE RECIBIR EN ORDENES ABIERTAS ES COMPROMETIDO; LO
       *>RECIBIDO EN ORDENES NO ANULADAS ES GASTO REAL) Y POR ULTIMO
       *>EL COSTO REAL DE LAS REPARACIONES CERRADAS EN EL AÑO, IGUAL
       *>QUE CALCULAR-GASTO-TIPO EN COMPRAS.CBL.
       ARMAR-TABLA-PPT.
       MOVE 0 TO WS-PPT-USADAS.
       MOVE WS-ANIO-PPT TO PRE-ANIO-PPT.
       MOVE LOW-VALUES TO PRE-CODIGO-TIPO-PPT.
       MOVE 0 TO WS-LEE-PPT.
       MOVE "START   ARMAR-TABLA-PPT" TO WS-ERR-DONDE
       START PRESUPUESTO-ARCHIVO KEY IS NOT LESS THAN PRE-LLAVE-PPT
           INVALID KEY MOVE 1 TO WS-LEE-PPT.
       IF WS-LEE-PPT = 0
           PERFORM LEER-SIGUIENTE-PPT
           PERFORM CARGAR-PRESUPUESTO-PPT UNTIL WS-LEE-PPT = 1.
       MOVE 0 TO WS-LEE-PPT.
       PERFORM LEER-DET-PPT.
       PERFORM SUMAR-DET-PPT UNTIL WS-LEE-PPT = 1.
       MOVE 0 TO WS-LEE-PPT.
       PERFORM LEER-REP-PPT.
       PERFORM SUMAR-REP-PPT UNTIL WS-LEE-PPT = 1.

       LEER-SIGUIENTE-PPT.
       MOVE "READ    LEER-SIGUIENTE-PPT" TO WS-ERR-DONDE
       READ PRESUPUESTO-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-PPT.

       CARGAR-PRESUPUESTO-PPT.
       IF PRE-ANIO-PPT NOT = WS-ANIO-PPT
           MOVE 1 TO WS-LEE-PPT
       ELSE
           MOVE PRE-CODIGO-TIPO-PPT TO WS-PPT-BUSCADO
           PERFORM UBICAR-FILA-PPT
           IF WS-PPT-FILA-ACT > 0
               MOVE PRE-APROBADO-PPT
                   TO WS-PPT-APROBADO(WS-PPT-FILA-ACT)
           END-IF
           PERFORM LEER-SIGUIENTE-PPT.

       LEER-DET-PPT.
       MOVE "READ    LEER-DET-PPT" TO WS-ERR-DONDE
       READ ORDENES-DET-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-PPT.

       SUMAR-DET-PPT.
       MOVE NUMERO-ORDEN-DET TO NUMERO-ORDEN.
       MOVE "READ    SUMAR-DET-PPT" TO WS-ERR-DONDE
       READ ORDENES-ARCHIVO RECORD
           KEY ORD-LLAVE
               INVALID KEY     MOVE 0 TO WS-HAY-ORDEN-PPT
               NOT INVALID KEY MOVE 1 TO WS-HAY-ORDEN-PPT.
       IF WS-HAY-ORDEN-PPT = 1
           AND FECHA-ORDEN(1:4) = WS-ANIO-PPT
           AND STATUS-ORDEN NOT = "Anulada"
           MOVE CODIGO-TIPO-DET TO WS-PPT-BUSCADO
           PERFORM UBICAR-FILA-PPT
           IF WS-PPT-FILA-ACT > 0
               COMPUTE WS-PPT-RECIBIDO(WS-PPT-FILA-ACT) =
                   WS-PPT-RECIBIDO(WS-PPT-FILA-ACT)
                   + CANTIDAD-RECIBIDA-DET * VALOR-UNITARIO-DET
               IF STATUS-ORDEN = "Abierta"
                   AND CANTIDAD-DET > CANTIDAD-RECIBIDA-DET
                   COMPUTE WS-PPT-COMPROMETIDO(WS-PPT-FILA-ACT) =
                       WS-PPT-COMPROMETIDO(WS-PPT-FILA-ACT)
                       + (CANTIDAD-DET - CANTIDAD-RECIBIDA-DET)
                       * VALOR-UNITARIO-DET.
       PERFORM LEER-DET-PPT.

       LEER-REP-PPT.
       MOVE "READ    LEER-REP-PPT" TO WS-ERR-DONDE
       READ REPARACIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-PPT.

       SUMAR-REP-PPT.
       IF STATUS-ORDEN-REP = "Cerrada"
           AND FECHA-RETORNO-REP(1:4) = WS-ANIO-PPT
           MOVE ID-INSTRUMENTO-REP(1:3) TO WS-PPT-BUSCADO
           PERFORM UBICAR-FILA-PPT
           IF WS-PPT-FILA-ACT > 0
               ADD COSTO-REAL-REP TO WS-PPT-TALLER(WS-PPT-FILA-ACT).
       PERFORM LEER-REP-PPT.

       *>DEJA EN WS-PPT-FILA-ACT LA FILA DEL TIPO WS-PPT-BUSCADO,
       *>ABRIENDO UNA NUEVA SI NO ESTA. SI LA TABLA ESTA LLENA QUEDA
       *>EN CERO Y EL MONTO NO SE ACUMULA.
       UBICAR-FILA-PPT.
       MOVE 0 TO WS-PPT-FILA-ACT.
       PERFORM COMPARAR-FILA-PPT
           VARYING WS-IDX-PPT FROM 1 BY 1
           UNTIL WS-IDX-PPT > WS-PPT-USADAS.
       IF WS-PPT-FILA-ACT = 0 AND WS-PPT-USADAS < 60
           ADD 1 TO WS-PPT-USADAS
           MOVE WS-PPT-USADAS TO WS-PPT-FILA-ACT
           MOVE WS-PPT-BUSCADO TO WS-PPT-TIPO(WS-PPT-FILA-ACT)
           MOVE 0 TO WS-PPT-APROBADO(WS-PPT-FILA-ACT)
           MOVE 0 TO WS-PPT-COMPROMETIDO(WS-PPT-FILA-ACT)
           MOVE 0 TO WS-PPT-RECIBIDO(WS-PPT-FILA-ACT)
           MOVE 0 TO WS-PPT-TALLER(WS-PPT-FILA-ACT).

       COMPARAR-FILA-PPT.
       IF WS-PPT-TIPO(WS-IDX-PPT) = WS-PPT-BUSCADO
           MOVE WS-IDX-PPT TO WS-PPT-FILA-ACT.

       IMPRIMIR-TABLA-PPT.
       MOVE 0 TO WS-PPT-TOTAL-APROBADO.
       MOVE 0 TO WS-PPT-TOTAL-GASTO.
       MOVE SPACES TO WS-LINEA.
       STRING "Tip Aprobado   Comprometido Recibido     "
           "Taller       Estado      Saldo"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       IF WS-PPT-USADAS = 0
           MOVE "(sin presupuesto ni gasto en el año)" TO WS-LINEA
           PERFORM IMPRIMIR.
       PERFORM IMPRIMIR-FILA-PPT
           VARYING WS-IDX-PPT FROM 1 BY 1
           UNTIL WS-IDX-PPT > WS-PPT-USADAS.
       MOVE SPACES TO WS-LINEA.
       STRING "Total aprobado: " WS-PPT-TOTAL-APROBADO
           "  Total gastado: " WS-PPT-TOTAL-GASTO
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.

       *>EL GASTO DEL TIPO ES LO COMPROMETIDO MAS LO RECIBIDO MAS EL
       *>TALLER. SI PASA LO APROBADO, EL SALDO ES EL EXCESO.
       IMPRIMIR-FILA-PPT.
       COMPUTE WS-PPT-GASTO = WS-PPT-COMPROMETIDO(WS-IDX-PPT)
           + WS-PPT-RECIBIDO(WS-IDX-PPT) + WS-PPT-TALLER(WS-IDX-PPT).
       ADD WS-PPT-APROBADO(WS-IDX-PPT) TO WS-PPT-TOTAL-APROBADO.
       ADD WS-PPT-GASTO TO WS-PPT-TOTAL-GASTO.
       IF WS-PPT-GASTO > WS-PPT-APROBADO(WS-IDX-PPT)
           COMPUTE WS-PPT-SALDO =
               WS-PPT-GASTO - WS-PPT-APROBADO(WS-IDX-PPT)
           IF WS-PPT-APROBADO(WS-IDX-PPT) = 0
               MOVE "SIN PRESUP." TO WS-PPT-MARCA
           ELSE
               MOVE "EXCEDIDO" TO WS-PPT-MARCA
           END-IF
       ELSE
           COMPUTE WS-PPT-SALDO =
               WS-PPT-APROBADO(WS-IDX-PPT) - WS-PPT-GASTO
           MOVE "Disponible" TO WS-PPT-MARCA.
       MOVE SPACES TO WS-LINEA.
       STRING WS-PPT-TIPO(WS-IDX-PPT) " "
           WS-PPT-APROBADO(WS-IDX-PPT) " "
           WS-PPT-COMPROMETIDO(WS-IDX-PPT) " "
           WS-PPT-RECIBIDO(WS-IDX-PPT) " "
           WS-PPT-TALLER(WS-IDX-PPT) " "
           WS-PPT-MARCA " " WS-PPT-SALDO
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.

       VOLVER.
       IF WS-AUTOMODO = 1
           MOVE "OK" TO WS-RESULTADO-LOTE
           *>UN ERROR DE ARCHIVO ANOTADO DURANTE LA CORRIDA (VER
           *>ERRORES.CBL) DEJA EL LOTE EN FALLO AUNQUE HAYA TERMINADO.
           IF WS-ERR-HUBO = 1
               MOVE "FALLO" TO WS-RESULTADO-LOTE
           END-IF
           PERFORM GRABAR-ESTADO-LOTE
           PERFORM FIN-PROGRAMA.
       DISPLAY " ".


       LEER-PARAMETRO-AUTOMODO.
       MOVE "OPEN    LEER-PARAMETRO-AUTOMODO" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "AUTOMODO" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-AUTOMODO" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 0 TO WS-AUTOMODO
       *>ARRANCAR Y OK AL TERMINAR BIEN: SI EL LOTE SE CAE A MITAD,
       *>EL FALLO QUEDA A LA VISTA DEL PROXIMO OPERADOR.
       GRABAR-ESTADO-LOTE.
       MOVE "OPEN    GRABAR-ESTADO-LOTE" TO WS-ERR-DONDE
       OPEN I-O ESTADO-LOTE-ARCHIVO.
       MOVE "MENSUAL" TO PROGRAMA-LOTE.
       MOVE "READ    GRABAR-ESTADO-LOTE" TO WS-ERR-DONDE
       READ ESTADO-LOTE-ARCHIVO RECORD
           KEY PROGRAMA-LOTE
               INVALID KEY     MOVE 0 TO WS-HAY-LOTE
       ACCEPT FECHA-LOTE FROM DATE YYYYMMDD.
       MOVE WS-RESULTADO-LOTE TO RESULTADO-LOTE.
       IF WS-HAY-LOTE = 0
           MOVE "WRITE   GRABAR-ESTADO-LOTE" TO WS-ERR-DONDE
           WRITE ESTADO-LOTE-REGISTRO
       ELSE
           MOVE "REWRITE GRABAR-ESTADO-LOTE" TO WS-ERR-DONDE
           REWRITE ESTADO-LOTE-REGISTRO.
       CLOSE ESTADO-LOTE-ARCHIVO.

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
       VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       IF WS-FS-TIPO-INSTRUMENTO = "05"
           MOVE "tipo_instrumento.dat" TO WS-ERR-ARCHIVO
           MOVE WS-FS-TIPO-INSTRUMENTO TO WS-ERR-ESTADO
           CLOSE TIPO-INSTRUMENTO-ARCHIVO
           CALL "CBL_DELETE_FILE" USING WS-TIPO-INSTRUMENTO-RUTA
           PERFORM FALTA-ARCHIVO-MAESTRO.

       VERIFICAR-EXISTE-USUARIOS.
       IF WS-FS-USUARIOS = "05"
           MOVE "usuarios.dat" TO WS-ERR-ARCHIVO
           MOVE WS-FS-USUARIOS TO WS-ERR-ESTADO
           CLOSE USUARIOS-ARCHIVO
           CALL "CBL_DELETE_FILE" USING WS-USUARIOS-RUTA
           PERFORM FALTA-ARCHIVO-MAESTRO.

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
       MOVE SPACES TO WS-MULTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "multas.dat" DELIMITED BY SIZE INTO WS-MULTAS-RUTA.
       MOVE SPACES TO WS-PAGOS-MULTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "pagos_multas.dat" DELIMITED BY SIZE
           INTO WS-PAGOS-MULTAS-RUTA.
       MOVE SPACES TO WS-ADQUISICIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "adquisiciones.dat" DELIMITED BY SIZE
           INTO WS-ADQUISICIONES-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.
       MOVE SPACES TO WS-USUARIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios.dat" DELIMITED BY SIZE INTO WS-USUARIOS-RUTA.
       MOVE SPACES TO WS-TIPO-INSTRUMENTO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "tipo_instrumento.dat" DELIMITED BY SIZE
           INTO WS-TIPO-INSTRUMENTO-RUTA.
       MOVE SPACES TO WS-PARAMETROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "parametros.dat" DELIMITED BY SIZE INTO WS-PARAMETROS-RUTA.
       MOVE SPACES TO WS-ESTADO-LOTE-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "estado_lote.dat" DELIMITED BY SIZE INTO WS-ESTADO-LOTE-RUTA.
       MOVE SPACES TO WS-PRESUPUESTO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "presupuesto.dat" DELIMITED BY SIZE INTO WS-PRESUPUESTO-RUTA.
       MOVE SPACES TO WS-ORDENES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "ordenes_compra.dat" DELIMITED BY SIZE INTO WS-ORDENES-RUTA.
       MOVE SPACES TO WS-ORDENES-DET-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "ordenes_compra_det.dat" DELIMITED BY SIZE
           INTO WS-ORDENES-DET-RUTA.
       MOVE SPACES TO WS-REPARACIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reparaciones.dat" DELIMITED BY SIZE
           INTO WS-REPARACIONES-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
