
       FILE-CONTROL.
       SELECT OPTIONAL INSTRUMENTOS-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS.

       SELECT OPTIONAL TIPO-INSTRUMENTO-ARCHIVO
       ASSIGN TO WS-TIPO-INSTRUMENTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-TIPO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TIPO-INSTRUMENTO.

       SELECT OPTIONAL PROVEEDORES-ARCHIVO
       ASSIGN TO WS-PROVEEDORES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-PROVEEDOR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PROVEEDORES.

       SELECT OPTIONAL USUARIOS-ARCHIVO
       ASSIGN TO WS-USUARIOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS.

       SELECT OPTIONAL PRESTAMOS-ARCHIVO
       ASSIGN TO WS-PRESTAMOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-PR WITH DUPLICATES
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-PR WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PRESTAMOS.

       *>COLA DE NOTIFICACIONES QUE DEJA EL CIERRE DEL DIA (VER
       *>CIERRE.CBL). AQUI SE VUELCAN LAS PENDIENTES AL CSV PARA EL
       *>ENVIO MASIVO DE LA OFICINA Y SE MARCAN ENVIADAS. ES EL UNICO
       *>ARCHIVO INDEXADO QUE ESTE PROGRAMA MODIFICA.
       SELECT OPTIONAL NOTIFICACIONES-ARCHIVO
       ASSIGN TO WS-NOTIFICACIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NOTIF-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-NOTIFICACIONES.

       *>UN ARCHIVO DE SALIDA DELIMITADO POR CADA ARCHIVO INDEXADO,
       *>PARA QUE CADA EXPORTACION SE PUEDA ABRIR POR SEPARADO EN UNA
       *>HOJA DE CALCULO.
       SELECT OPTIONAL EXPORT-INSTRUMENTOS-ARCHIVO
       ASSIGN TO WS-EXPORT-INSTRUMENTOS-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL EXPORT-TIPOS-ARCHIVO
       ASSIGN TO WS-EXPORT-TIPOS-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL EXPORT-PROVEEDORES-ARCHIVO
       ASSIGN TO WS-EXPORT-PROVEEDORES-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL EXPORT-USUARIOS-ARCHIVO
       ASSIGN TO WS-EXPORT-USUARIOS-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL EXPORT-PRESTAMOS-ARCHIVO
       ASSIGN TO WS-EXPORT-PRESTAMOS-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL EXPORT-NOTIFICACIONES-ARCHIVO
       ASSIGN TO WS-EXPORT-NOTIFICACIONES-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       *>COSTO POR USO DE CADA INSTRUMENTO: LO QUE COSTO (COMPRA MAS
       *>REPARACIONES Y MANTENIMIENTOS) MENOS LO QUE SE RECUPERO AL
       *>DARLO DE BAJA, ENTRE LOS PRESTAMOS QUE SIRVIO, Y LO MISMO
       *>DESCONTANDO EL ALQUILER COBRADO. SE SACA EN REPORTE IMPRESO
       *>Y EN CSV, POR INSTRUMENTO Y SUMADO POR TIPO, POR MARCA Y
       *>MODELO Y POR PROVEEDOR.
       SELECT OPTIONAL ADQUISICIONES-ARCHIVO
       ASSIGN TO WS-ADQUISICIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-ADQ
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-ADQ WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ADQUISICIONES.

       SELECT OPTIONAL REPARACIONES-ARCHIVO
       ASSIGN TO WS-REPARACIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS REP-LLAVE
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-REP WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-REPARACIONES.

       SELECT OPTIONAL BAJAS-ARCHIVO
       ASSIGN TO WS-BAJAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS BAJA-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-BAJAS.

       SELECT OPTIONAL ARCHIVO-PRESTAMOS-ARCHIVO
       ASSIGN TO WS-ARCHIVO-PRESTAMOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-LLAVE-ARC
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-ARC WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ARCHIVO-PRESTAMOS.

       SELECT OPTIONAL POLITICAS-ARCHIVO
       ASSIGN TO WS-POLITICAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-TIPO-POL
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-POLITICAS.

       SELECT OPTIONAL GRUPOS-ARCHIVO
       ASSIGN TO WS-GRUPOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-GRUPO
       ALTERNATE RECORD KEY IS CEDULA-RESPONSABLE-GRP WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-GRUPOS.

       *>CAMBIOS DE INSTRUMENTO DE PRESTAMOS ABIERTOS (VER
       *>CAMBIAR-INSTRUMENTO EN PRESTAMOS.CBL), LEIDO POR LA LLAVE DE
       *>LA LINEA DEL REEMPLAZO.
       SELECT OPTIONAL CAMBIOS-PRESTAMO-ARCHIVO
       ASSIGN TO WS-CAMBIOS-PRESTAMO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CAM-LLAVE
       ALTERNATE RECORD KEY IS CAM-LLAVE-NUEVA
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CAMBIOS-PRESTAMO.

       SELECT OPTIONAL EXPORT-COSTO-USO-ARCHIVO
       ASSIGN TO WS-EXPORT-COSTO-USO-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL REPORTE-COSTO-USO-ARCHIVO
       ASSIGN TO WS-REPORTE-COSTO-USO-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FD EXPORT-NOTIFICACIONES-ARCHIVO.
           01 EXPORT-NOTIFICACIONES-LINEA PIC X(150).

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

       *>COPIA DEL REGISTRO DE REPARACIONES.DAT (VER REPARACIONES.CBL).
       *>LOS MANTENIMIENTOS PREVENTIVOS TAMBIEN SON ORDENES AQUI.
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

       *>COPIA DEL REGISTRO DE BAJAS.DAT (VER INSTRUMENTOS.CBL).
       FD BAJAS-ARCHIVO.
           01 BAJAS-REGISTRO.
               05 BAJA-LLAVE.
                   10 ID-INSTRUMENTO-BAJ PIC X(6).
                   10 FECHA-BAJA         PIC 9(8).
               05 MOTIVO-BAJA        PIC X(12).
               05 MONTO-INGRESO-BAJA PIC 9(8)V99.
               05 SUPERVISOR-BAJA    PIC X(10).
               05 OPERADOR-BAJA      PIC X(10).

       *>COPIA DEL REGISTRO DE ARCHIVO_PRESTAMOS.DAT (VER
       *>ARCHIVAR.CBL), SUFIJADAS CON "-ARC".
       FD ARCHIVO-PRESTAMOS-ARCHIVO.
           01 ARCHIVO-PRESTAMOS-REGISTRO.
               05 PRE-LLAVE-ARC.
                   10 CEDULA-USUARIO-ARC   PIC X(11).
                   10 FECHA-PRESTAMO-ARC   PIC 9(8).
                   10 HORA-PRESTAMO-ARC    PIC X(9).
                   10 ITEM-PRESTAMO-ARC    PIC 9(02).
               05 ID-INSTRUMENTO-ARC   PIC X(6).
               05 FECHA-DEVOLUCION-ARC PIC 9(8).
               05 HORA-DEVOLUCION-ARC  PIC X(9).
               05 STATUS-INSTRUMENTO-ARC PIC X(14).
               05 STATUS-PRESTAMO-ARC    PIC X(8).

       *>COPIA DEL REGISTRO DE POLITICAS.DAT (VER TIPOS.CBL).
       FD POLITICAS-ARCHIVO.
           01 POLITICAS-REGISTRO.
               05 CODIGO-TIPO-POL PIC X(3).
               05 DIAS-MAX-POL    PIC 9(3).
               05 ITEMS-MAX-POL   PIC 9(2).
               05 TARIFA-DIA-POL  PIC 9(6)V99.
               05 FIANZA-POL      PIC 9(6)V99.
               05 MANT-PRESTAMOS-POL PIC 9(3).
               05 MANT-MESES-POL     PIC 9(2).
               05 TARIFA-ALQ-POL  PIC 9(6)V99.
               05 REQ-CERT-POL    PIC X(1).

       *>COPIA DEL REGISTRO DE GRUPOS.DAT (VER GRUPOS.CBL).
       FD GRUPOS-ARCHIVO.
           01 GRUPOS-REGISTRO.
               05 CODIGO-GRUPO           PIC X(11).
               05 NOMBRE-GRUPO           PIC X(40).
               05 CEDULA-RESPONSABLE-GRP PIC X(11).
               05 CONTACTO-ALTERNO-GRP   PIC X(40).
               05 TELEFONO-ALTERNO-GRP   PIC 9(11).
               05 SEDE-GRP               PIC X(3).
               05 ITEMS-MAX-GRP          PIC 9(3).
               05 DIAS-MAX-GRP           PIC 9(3).
               05 COBRA-TARIFAS-GRP      PIC X(1).
               05 STATUS-GRP             PIC X(8).

       *>COPIA DEL REGISTRO DE PRESTAMOS_CAMBIOS.DAT (VER
       *>PRESTAMOS.CBL).
       FD CAMBIOS-PRESTAMO-ARCHIVO.
           01 CAMBIOS-PRESTAMO-REGISTRO.
               05 CAM-LLAVE             PIC X(30).
               05 CAM-LLAVE-NUEVA       PIC X(30).
               05 CAM-INSTRUMENTO-ANT   PIC X(6).
               05 CAM-INSTRUMENTO-NUEVO PIC X(6).
               05 CAM-FECHA             PIC 9(8).
               05 CAM-HORA              PIC X(9).
               05 CAM-MOTIVO            PIC X(40).
               05 CAM-OPERADOR          PIC X(10).

       FD EXPORT-COSTO-USO-ARCHIVO.
           01 EXPORT-COSTO-USO-LINEA PIC X(250).

       FD REPORTE-COSTO-USO-ARCHIVO.
           01 REPORTE-COSTO-USO-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS.
       01 WS-TITULO.
       *>CUANTAS NOTIFICACIONES PENDIENTES SE VOLCARON AL CSV.
       77 WS-NOTIF-EXPORTADAS PIC 9(5).

       *>USADOS PARA EL COSTO POR USO. LOS PRESTAMOS ARCHIVADOS NO
       *>TIENEN LLAVE POR INSTRUMENTO, ASI QUE SE RECORREN UNA SOLA
       *>VEZ Y SE ACUMULAN EN WS-TABLA-ARC ANTES DE IR INSTRUMENTO
       *>POR INSTRUMENTO.
       77 WS-INDICADOR PIC 9(1).
       77 WS-LEE-AUX PIC 9(1).
       77 WS-TARIFA-PRESTAMO PIC 9(6)V99.
       77 WS-CEDULA-PRESTAMO PIC X(11).
       77 WS-ARC-USADAS PIC 9(4).
       77 WS-ARC-SIN-UBICAR PIC 9(7).
       77 WS-IDX-ARC PIC 9(4).
       77 WS-CPU-USADAS PIC 9(3).
       77 WS-IDX-CPU PIC 9(3).
       77 WS-CPU-SIN-UBICAR PIC 9(5).
       77 WS-CPU-BUSCA-NIVEL PIC X(1).
       77 WS-CPU-BUSCA-CLAVE PIC X(40).
       77 WS-CPU-NIVEL-LISTA PIC X(1).
       77 WS-INSTRUMENTOS-CPU PIC 9(5).

       01 WS-TABLA-ARC.
           05 WS-ARC-FILA OCCURS 2000.
               10 WS-ARC-ID        PIC X(6).
               10 WS-ARC-PRESTAMOS PIC 9(5).
               10 WS-ARC-INGRESOS  PIC 9(8)V99.

       *>FILAS DE LOS TOTALES: NIVEL T (TIPO), M (MARCA Y MODELO) O
       *>P (PROVEEDOR), CON SU CLAVE.
       01 WS-TABLA-CPU.
           05 WS-CPU-FILA OCCURS 300.
               10 WS-CPU-NIVEL        PIC X(1).
               10 WS-CPU-CLAVE        PIC X(40).
               10 WS-CPU-INSTRUMENTOS PIC 9(5).
               10 WS-CPU-PRESTAMOS    PIC 9(7).
               10 WS-CPU-ADQUISICION  PIC 9(9)V99.
               10 WS-CPU-REPARADO     PIC 9(9)V99.
               10 WS-CPU-VENTA        PIC 9(9)V99.
               10 WS-CPU-INGRESOS     PIC 9(9)V99.

       *>CIFRAS DE LA FILA QUE SE ESTA CALCULANDO O IMPRIMIENDO: UN
       *>INSTRUMENTO O UN TOTAL. EL NETO PUEDE SALIR A FAVOR DEL
       *>CLUB CUANDO EL ALQUILER YA PAGO EL EQUIPO; WS-C-RESULTADO LO
       *>DICE, IGUAL QUE EL SOBRANTE O FALTANTE DEL CUADRE DE CAJA.
       01 WS-CPU-CIFRAS.
           05 WS-C-NIVEL       PIC X(11).
           05 WS-C-CLAVE       PIC X(40).
           05 WS-C-INSTRUMENTOS PIC 9(5).
           05 WS-C-PRESTAMOS   PIC 9(7).
           05 WS-C-ADQUISICION PIC 9(9)V99.
           05 WS-C-REPARADO    PIC 9(9)V99.
           05 WS-C-COSTO       PIC 9(9)V99.
           05 WS-C-VENTA       PIC 9(9)V99.
           05 WS-C-INGRESOS    PIC 9(9)V99.
           05 WS-C-BRUTO       PIC 9(9)V99.
           05 WS-C-NETO        PIC 9(9)V99.
           05 WS-C-BRUTO-USO   PIC 9(9)V99.
           05 WS-C-NETO-USO    PIC 9(9)V99.
           05 WS-C-RESULTADO   PIC X(8).

       01 WS-LINEA-CPU PIC X(100).

       *>DATOS DE LA CORRIDA QUE SE ANOTA EN EL CATALOGO DE
       *>REPORTES (VER CATALOGO.CBL).
       01 WS-CAT-DATOS.
           05 WS-CAT-ACCION     PIC X(1).
           05 WS-CAT-PROGRAMA   PIC X(15) VALUE "Exportar".
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
       *>CATALOGO DE EQUIPO PARA LA PAGINA WEB (VER VITRINA.CBL).
       01 WS-VIT-DATOS.
           05 WS-VIT-OPERADOR   PIC X(10).
           05 WS-VIT-DIRECTORIO PIC X(40).
           05 WS-VIT-DETALLES   PIC 9(6).
           05 WS-VIT-ERROR      PIC 9(1).

       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Exportar".
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
       77 WS-FS-INSTRUMENTOS PIC X(2).
       77 WS-FS-TIPO-INSTRUMENTO PIC X(2).
       77 WS-FS-PROVEEDORES PIC X(2).
       77 WS-FS-USUARIOS PIC X(2).
       77 WS-FS-PRESTAMOS PIC X(2).
       77 WS-FS-NOTIFICACIONES PIC X(2).
       77 WS-FS-ADQUISICIONES PIC X(2).
       77 WS-FS-REPARACIONES PIC X(2).
       77 WS-FS-BAJAS PIC X(2).
       77 WS-FS-ARCHIVO-PRESTAMOS PIC X(2).
       77 WS-FS-POLITICAS PIC X(2).
       77 WS-FS-GRUPOS PIC X(2).
       77 WS-FS-CAMBIOS-PRESTAMO PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-TIPO-INSTRUMENTO-RUTA PIC X(80).
       77 WS-PROVEEDORES-RUTA PIC X(80).
       77 WS-USUARIOS-RUTA PIC X(80).
       77 WS-PRESTAMOS-RUTA PIC X(80).
       77 WS-NOTIFICACIONES-RUTA PIC X(80).
       77 WS-EXPORT-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-EXPORT-TIPOS-RUTA PIC X(80).
       77 WS-EXPORT-PROVEEDORES-RUTA PIC X(80).
       77 WS-EXPORT-USUARIOS-RUTA PIC X(80).
       77 WS-EXPORT-PRESTAMOS-RUTA PIC X(80).
       77 WS-EXPORT-NOTIFICACIONES-RUTA PIC X(80).
       77 WS-ADQUISICIONES-RUTA PIC X(80).
       77 WS-REPARACIONES-RUTA PIC X(80).
       77 WS-BAJAS-RUTA PIC X(80).
       77 WS-ARCHIVO-PRESTAMOS-RUTA PIC X(80).
       77 WS-POLITICAS-RUTA PIC X(80).
       77 WS-GRUPOS-RUTA PIC X(80).
       77 WS-CAMBIOS-PRESTAMO-RUTA PIC X(80).
       77 WS-EXPORT-COSTO-USO-RUTA PIC X(80).
       77 WS-REPORTE-COSTO-USO-RUTA PIC X(80).

       LINKAGE SECTION.
       01 LS-CONECTAR PIC X(10). *>CONECTO CON EL MENU.
       *>ROL DEL OPERADOR CONECTADO (VER OPERADORES.DAT EN MENU.CBL).
       01 LS-ROL PIC X(12).
       *>MODO Y DIRECTORIO DE DATOS DE LA SESION (VER
       *>DIRECTORIOS.TXT EN MENU.CBL).
       01 LS-SESION.
           05 LS-MODO-SESION         PIC X(1). *>R REAL, P PRACTICA.
           05 LS-DIRECTORIO          PIC X(40).
           05 LS-DIRECTORIO-PRACTICA PIC X(40).

       PROCEDURE DIVISION USING LS-CONECTAR LS-ROL LS-SESION.
       DECLARATIVES.
       *>CUALQUIER FALLA SOBRE UN ARCHIVO DE DATOS QUE EL PROPIO
       *>PARRAFO NO ATIENDA (INVALID KEY, AT END) SE ANOTA EN
       *>ERRORES.DAT CON LA LLAVE DEL REGISTRO EN CURSO.
       ERROR-INSTRUMENTOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSTRUMENTOS-ARCHIVO.
       ERROR-INSTRUMENTOS-ANOTAR.
       MOVE "instrumentos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-TIPO-INSTRUMENTO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON TIPO-INSTRUMENTO-ARCHIVO.
       ERROR-TIPO-INSTRUMENTO-ANOTAR.
       MOVE "tipo_instrumento.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-TIPO-INSTRUMENTO TO WS-ERR-ESTADO.
       MOVE CODIGO-TIPO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PROVEEDORES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROVEEDORES-ARCHIVO.
       ERROR-PROVEEDORES-ANOTAR.
       MOVE "proveedores.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PROVEEDORES TO WS-ERR-ESTADO.
       MOVE ID-PROVEEDOR TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-USUARIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USUARIOS-ARCHIVO.
       ERROR-USUARIOS-ANOTAR.
       MOVE "usuarios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PRESTAMOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PRESTAMOS-ARCHIVO.
       ERROR-PRESTAMOS-ANOTAR.
       MOVE "prestamos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PRESTAMOS TO WS-ERR-ESTADO.
       MOVE PRE-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-NOTIFICACIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NOTIFICACIONES-ARCHIVO.
       ERROR-NOTIFICACIONES-ANOTAR.
       MOVE "notificaciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-NOTIFICACIONES TO WS-ERR-ESTADO.
       MOVE NOTIF-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ADQUISICIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ADQUISICIONES-ARCHIVO.
       ERROR-ADQUISICIONES-ANOTAR.
       MOVE "adquisiciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ADQUISICIONES TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-ADQ TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-REPARACIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REPARACIONES-ARCHIVO.
       ERROR-REPARACIONES-ANOTAR.
       MOVE "reparaciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-REPARACIONES TO WS-ERR-ESTADO.
       MOVE REP-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-BAJAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BAJAS-ARCHIVO.
       ERROR-BAJAS-ANOTAR.
       MOVE "bajas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-BAJAS TO WS-ERR-ESTADO.
       MOVE BAJA-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ARCHIVO-PRESTAMOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON ARCHIVO-PRESTAMOS-ARCHIVO.
       ERROR-ARCHIVO-PRESTAMOS-ANOTAR.
       MOVE "archivo_prestamos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ARCHIVO-PRESTAMOS TO WS-ERR-ESTADO.
       MOVE PRE-LLAVE-ARC TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-POLITICAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON POLITICAS-ARCHIVO.
       ERROR-POLITICAS-ANOTAR.
       MOVE "politicas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-POLITICAS TO WS-ERR-ESTADO.
       MOVE CODIGO-TIPO-POL TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-GRUPOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON GRUPOS-ARCHIVO.
       ERROR-GRUPOS-ANOTAR.
       MOVE "grupos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-GRUPOS TO WS-ERR-ESTADO.
       MOVE CODIGO-GRUPO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-CAMBIOS-PRESTAMO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON CAMBIOS-PRESTAMO-ARCHIVO.
       ERROR-CAMBIOS-PRESTAMO-ANOTAR.
       MOVE "prestamos_cambios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CAMBIOS-PRESTAMO TO WS-ERR-ESTADO.
       MOVE CAM-LLAVE TO WS-ERR-LLAVE.
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
       *>PERMITE VOLCAR CUALQUIERA DE LOS CINCO ARCHIVOS INDEXADOS A UN
       *>ARCHIVO DELIMITADO POR COMAS, PARA ANALISIS EN HOJA DE
       *>CALCULO. LOS ARCHIVOS INDEXADOS NO SE MODIFICAN, SOLO SE LEEN.
       PROGRAM-BEGIN.
       PERFORM ARMAR-RUTAS.
       DISPLAY " ".
       DISPLAY WS-TITULO.
       DISPLAY " ".
       DISPLAY "5) Prestamos".
       DISPLAY "6) Todos".
       DISPLAY "7) Notificaciones pendientes (y marcarlas enviadas)".
       DISPLAY "8) Costo por uso de los instrumentos (reporte y CSV)".
       DISPLAY "9) Catalogo de equipo para la pagina web".
       DISPLAY "10) Salir".
       DISPLAY "Ingrese numero de opcion deseada:".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU.
       WHEN 7
           PERFORM EXPORTAR-NOTIFICACIONES
       WHEN 8
           PERFORM EXPORTAR-COSTO-USO
       WHEN 9
           PERFORM EXPORTAR-CATALOGO-PUBLICO
       WHEN 10
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
       EXPORTAR-INSTRUMENTOS.
       DISPLAY " ".
       DISPLAY "Exportando instrumentos.dat...".
       MOVE "OPEN    EXPORTAR-INSTRUMENTOS" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       OPEN OUTPUT EXPORT-INSTRUMENTOS-ARCHIVO.
       STRING "ID-INSTRUMENTO,TIPO-INSTRUMENTO,FECHA-ADQUISICION,"
           "FORMA-ADQUISICION,ID-PROVEEDOR,STATUS-INSTRUMENTO,"
       PERFORM VOLVER.

       LEER-SIGUIENTE-INSTRUMENTO-EXP.
       MOVE "READ    LEER-SIGUIENTE-INSTRUMENTO-EXP" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       EXPORTAR-TIPOS.
       DISPLAY " ".
       DISPLAY "Exportando tipo_instrumento.dat...".
       MOVE "OPEN    EXPORTAR-TIPOS" TO WS-ERR-DONDE
       OPEN I-O TIPO-INSTRUMENTO-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       OPEN OUTPUT EXPORT-TIPOS-ARCHIVO.
       MOVE "CODIGO-TIPO,NOMBRE-TIPO,CORRELATIVO,STATUS-TIPO"
           TO WS-LINEA.
       PERFORM VOLVER.

       LEER-SIGUIENTE-TIPO-EXP.
       MOVE "READ    LEER-SIGUIENTE-TIPO-EXP" TO WS-ERR-DONDE
       READ TIPO-INSTRUMENTO-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       EXPORTAR-PROVEEDORES.
       DISPLAY " ".
       DISPLAY "Exportando proveedores.dat...".
       MOVE "OPEN    EXPORTAR-PROVEEDORES" TO WS-ERR-DONDE
       OPEN I-O PROVEEDORES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PROVEEDORES.
       OPEN OUTPUT EXPORT-PROVEEDORES-ARCHIVO.
       STRING "ID-PROVEEDOR,NOMBRE-PROVEEDOR,TIPO-PROVEEDOR,DIRECCION,"
           "TELEFONO,TELEFONO-ALTERNO,STATUS-PROVEEDOR"
       PERFORM VOLVER.

       LEER-SIGUIENTE-PROVEEDOR-EXP.
       MOVE "READ    LEER-SIGUIENTE-PROVEEDOR-EXP" TO WS-ERR-DONDE
       READ PROVEEDORES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       EXPORTAR-USUARIOS.
       DISPLAY " ".
       DISPLAY "Exportando usuarios.dat...".
       MOVE "OPEN    EXPORTAR-USUARIOS" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       OPEN OUTPUT EXPORT-USUARIOS-ARCHIVO.
       STRING "CEDULA-USUARIO,NOMBRE-USUARIO,SEXO,DIRECCION,TELEFONO,"
           "TIPO-INSTRUMENTO,STATUS-USUARIO,STATUS-VENCIDO,"
       PERFORM VOLVER.

       LEER-SIGUIENTE-USUARIO-EXP.
       MOVE "READ    LEER-SIGUIENTE-USUARIO-EXP" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       EXPORTAR-PRESTAMOS.
       DISPLAY " ".
       DISPLAY "Exportando prestamos.dat...".
       MOVE "OPEN    EXPORTAR-PRESTAMOS" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       OPEN OUTPUT EXPORT-PRESTAMOS-ARCHIVO.
       STRING "CEDULA-USUARIO,FECHA-PRESTAMO,HORA-PRESTAMO,"
           "ITEM-PRESTAMO,ID-INSTRUMENTO,FECHA-DEVOLUCION,"
       PERFORM VOLVER.

       LEER-SIGUIENTE-PRESTAMO-EXP.
       MOVE "READ    LEER-SIGUIENTE-PRESTAMO-EXP" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       *>VUELCA LAS NOTIFICACIONES PENDIENTES AL CSV QUE LA OFICINA
       *>CARGA EN SU ENVIO MASIVO, Y LAS MARCA ENVIADAS PARA QUE LA
       *>PROXIMA EXPORTACION NO LAS REPITA.
       *>EN MODO PRACTICA NO SE EXPORTA NADA PARA EL ENVIO.
       EXPORTAR-NOTIFICACIONES.
       IF LS-MODO-SESION = "P"
           DISPLAY " "
           DISPLAY "Modo practica: no se exportan notificaciones."
       ELSE
           PERFORM EXPORTAR-NOTIFICACIONES-REAL.

       EXPORTAR-NOTIFICACIONES-REAL.
       DISPLAY " ".
       DISPLAY "Exportando notificaciones pendientes...".
       MOVE "OPEN    EXPORTAR-NOTIFICACIONES-REAL" TO WS-ERR-DONDE
       OPEN I-O NOTIFICACIONES-ARCHIVO.
       OPEN OUTPUT EXPORT-NOTIFICACIONES-ARCHIVO.
       STRING "FECHA,CEDULA,TELEFONO,TIPO,DETALLE"
       PERFORM VOLVER.

       LEER-SIGUIENTE-NOTIF-EXP.
       MOVE "READ    LEER-SIGUIENTE-NOTIF-EXP" TO WS-ERR-DONDE
       READ NOTIFICACIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
               DELIMITED BY SIZE INTO WS-LINEA
           WRITE EXPORT-NOTIFICACIONES-LINEA FROM WS-LINEA
           MOVE "Enviada" TO STATUS-NOTIF
           MOVE "REWRITE ESCRIBIR-NOTIF-EXP" TO WS-ERR-DONDE
           REWRITE NOTIFICACIONES-REGISTRO
           ADD 1 TO WS-NOTIF-EXPORTADAS
       END-IF.
       PERFORM LEER-SIGUIENTE-NOTIF-EXP.

       *>COSTO POR USO. POR CADA INSTRUMENTO: COSTO = VALOR DE
       *>ADQUISICION MAS EL COSTO REAL DE SUS ORDENES DE REPARACION Y
       *>MANTENIMIENTO CERRADAS, MENOS LO RECIBIDO AL DARLO DE BAJA
       *>(BAJAS.DAT); ESO ENTRE LOS PRESTAMOS QUE SIRVIO, VIGENTES Y
       *>ARCHIVADOS (LOS DADOS DE BAJA NO CUENTAN). EL NETO DESCUENTA
       *>ADEMAS EL ALQUILER COBRADO: LA TARIFA DE ALQUILER DEL TIPO
       *>POR CADA PRESTAMO, SALVO LOS DE GRUPOS QUE NO PAGAN TARIFAS
       *>Y LOS ITEMS QUE ENTRARON POR UN CAMBIO DE INSTRUMENTO (EL
       *>ALQUILER SE COBRO UNA SOLA VEZ, CON EL EQUIPO ORIGINAL).
       *>LOS TOTALES POR TIPO, MARCA Y MODELO, Y PROVEEDOR SUMAN LAS
       *>CIFRAS DE SUS INSTRUMENTOS ANTES DE DIVIDIR.
       EXPORTAR-COSTO-USO.
       DISPLAY " ".
       DISPLAY "Calculando el costo por uso de los instrumentos...".
       MOVE "OPEN    EXPORTAR-COSTO-USO" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    EXPORTAR-COSTO-USO" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    EXPORTAR-COSTO-USO" TO WS-ERR-DONDE
       OPEN I-O ARCHIVO-PRESTAMOS-ARCHIVO.
       MOVE "OPEN    EXPORTAR-COSTO-USO" TO WS-ERR-DONDE
       OPEN I-O ADQUISICIONES-ARCHIVO.
       MOVE "OPEN    EXPORTAR-COSTO-USO" TO WS-ERR-DONDE
       OPEN I-O REPARACIONES-ARCHIVO.
       MOVE "OPEN    EXPORTAR-COSTO-USO" TO WS-ERR-DONDE
       OPEN I-O BAJAS-ARCHIVO.
       MOVE "OPEN    EXPORTAR-COSTO-USO" TO WS-ERR-DONDE
       OPEN I-O POLITICAS-ARCHIVO.
       MOVE "OPEN    EXPORTAR-COSTO-USO" TO WS-ERR-DONDE
       OPEN I-O GRUPOS-ARCHIVO.
       MOVE "OPEN    EXPORTAR-COSTO-USO" TO WS-ERR-DONDE
       OPEN I-O CAMBIOS-PRESTAMO-ARCHIVO.
       OPEN OUTPUT EXPORT-COSTO-USO-ARCHIVO.
       MOVE "reporte_costo_uso" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-COSTO-USO-RUTA.
       OPEN OUTPUT REPORTE-COSTO-USO-ARCHIVO.
       MOVE SPACES TO WS-LINEA.
       STRING "NIVEL,CLAVE,INSTRUMENTOS,PRESTAMOS,ADQUISICION,"
           "REPARACIONES,VENTA-BAJA,ALQUILER,COSTO-POR-USO,"
           "NETO-POR-USO,RESULTADO"
           DELIMITED BY SIZE INTO WS-LINEA.
       WRITE EXPORT-COSTO-USO-LINEA FROM WS-LINEA.
       MOVE SPACES TO WS-LINEA-CPU.
       MOVE "---Costo por uso de los instrumentos---" TO WS-LINEA-CPU.
       PERFORM IMPRIMIR-CPU.

       *>LAS FILAS DE AMBAS TABLAS SE LIMPIAN AL AGREGARLAS.
       MOVE 0 TO WS-ARC-USADAS.
       MOVE 0 TO WS-ARC-SIN-UBICAR.
       MOVE 0 TO WS-CPU-USADAS.
       MOVE 0 TO WS-CPU-SIN-UBICAR.
       MOVE 0 TO WS-INSTRUMENTOS-CPU.
       MOVE 0 TO WS-LEE-AUX.
       PERFORM LEER-SIGUIENTE-ARC-CPU.
       PERFORM ACUMULAR-ARC-CPU UNTIL WS-LEE-AUX = 1.

       MOVE " " TO WS-LINEA-CPU.
       PERFORM IMPRIMIR-CPU.
       MOVE "Por instrumento:" TO WS-LINEA-CPU.
       PERFORM IMPRIMIR-CPU.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-INSTRUMENTO-EXP.
       PERFORM CALCULAR-INSTRUMENTO-CPU UNTIL LEE-TODO = 1.

       MOVE " " TO WS-LINEA-CPU.
       PERFORM IMPRIMIR-CPU.
       MOVE "Por tipo:" TO WS-LINEA-CPU.
       PERFORM IMPRIMIR-CPU.
       MOVE "T" TO WS-CPU-NIVEL-LISTA.
       MOVE "Tipo" TO WS-C-NIVEL.
       PERFORM IMPRIMIR-TOTAL-CPU
           VARYING WS-IDX-CPU FROM 1 BY 1
           UNTIL WS-IDX-CPU > WS-CPU-USADAS.
       MOVE " " TO WS-LINEA-CPU.
       PERFORM IMPRIMIR-CPU.
       MOVE "Por marca y modelo:" TO WS-LINEA-CPU.
       PERFORM IMPRIMIR-CPU.
       MOVE "M" TO WS-CPU-NIVEL-LISTA.
       MOVE "Marca" TO WS-C-NIVEL.
       PERFORM IMPRIMIR-TOTAL-CPU
           VARYING WS-IDX-CPU FROM 1 BY 1
           UNTIL WS-IDX-CPU > WS-CPU-USADAS.
       MOVE " " TO WS-LINEA-CPU.
       PERFORM IMPRIMIR-CPU.
       MOVE "Por proveedor:" TO WS-LINEA-CPU.
       PERFORM IMPRIMIR-CPU.
       MOVE "P" TO WS-CPU-NIVEL-LISTA.
       MOVE "Proveedor" TO WS-C-NIVEL.
       PERFORM IMPRIMIR-TOTAL-CPU
           VARYING WS-IDX-CPU FROM 1 BY 1
           UNTIL WS-IDX-CPU > WS-CPU-USADAS.

       MOVE " " TO WS-LINEA-CPU.
       PERFORM IMPRIMIR-CPU.
       STRING "Instrumentos: " WS-INSTRUMENTOS-CPU
           DELIMITED BY SIZE INTO WS-LINEA-CPU.
       PERFORM IMPRIMIR-CPU.
       IF WS-ARC-SIN-UBICAR > 0
           STRING "Aviso: " WS-ARC-SIN-UBICAR " prestamo(s) "
               "archivado(s) no cupieron en la tabla y no se "
               "cuentan."
               DELIMITED BY SIZE INTO WS-LINEA-CPU
           PERFORM IMPRIMIR-CPU.
       IF WS-CPU-SIN-UBICAR > 0
           STRING "Aviso: " WS-CPU-SIN-UBICAR " instrumento(s) no "
               "cupieron en los totales."
               DELIMITED BY SIZE INTO WS-LINEA-CPU
           PERFORM IMPRIMIR-CPU.

       CLOSE INSTRUMENTOS-ARCHIVO.
       CLOSE PRESTAMOS-ARCHIVO.
       CLOSE ARCHIVO-PRESTAMOS-ARCHIVO.
       CLOSE ADQUISICIONES-ARCHIVO.
       CLOSE REPARACIONES-ARCHIVO.
       CLOSE BAJAS-ARCHIVO.
       CLOSE POLITICAS-ARCHIVO.
       CLOSE GRUPOS-ARCHIVO.
       CLOSE CAMBIOS-PRESTAMO-ARCHIVO.
       CLOSE EXPORT-COSTO-USO-ARCHIVO.
       CLOSE REPORTE-COSTO-USO-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO
       DISPLAY "y en export_costo_uso.csv".
       PERFORM VOLVER.

       IMPRIMIR-CPU.
       DISPLAY WS-LINEA-CPU.
       WRITE REPORTE-COSTO-USO-LINEA FROM WS-LINEA-CPU.
       MOVE SPACES TO WS-LINEA-CPU.

       LEER-SIGUIENTE-ARC-CPU.
       MOVE "READ    LEER-SIGUIENTE-ARC-CPU" TO WS-ERR-DONDE
       READ ARCHIVO-PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-AUX.

       ACUMULAR-ARC-CPU.
       IF STATUS-PRESTAMO-ARC NOT = "Inactivo"
           MOVE ID-INSTRUMENTO-ARC(1:3) TO CODIGO-TIPO-POL
           MOVE CEDULA-USUARIO-ARC TO WS-CEDULA-PRESTAMO
           PERFORM LEER-TARIFA-PRESTAMO
           MOVE PRE-LLAVE-ARC TO CAM-LLAVE-NUEVA
           PERFORM DESCONTAR-TARIFA-CAMBIO
           PERFORM BUSCAR-FILA-ARC
           IF WS-IDX-ARC > WS-ARC-USADAS
               IF WS-ARC-USADAS < 2000
                   ADD 1 TO WS-ARC-USADAS
                   MOVE WS-ARC-USADAS TO WS-IDX-ARC
                   MOVE ID-INSTRUMENTO-ARC TO WS-ARC-ID(WS-IDX-ARC)
                   MOVE 0 TO WS-ARC-PRESTAMOS(WS-IDX-ARC)
                   MOVE 0 TO WS-ARC-INGRESOS(WS-IDX-ARC)
               END-IF
           END-IF
           IF WS-IDX-ARC > WS-ARC-USADAS
               ADD 1 TO WS-ARC-SIN-UBICAR
           ELSE
               ADD 1 TO WS-ARC-PRESTAMOS(WS-IDX-ARC)
               ADD WS-TARIFA-PRESTAMO TO WS-ARC-INGRESOS(WS-IDX-ARC)
           END-IF
       END-IF.
       PERFORM LEER-SIGUIENTE-ARC-CPU.

       *>DEJA EN WS-IDX-ARC LA FILA DEL INSTRUMENTO EN
       *>ID-INSTRUMENTO-ARC, O UNA MAS QUE LAS USADAS SI NO ESTA.
       BUSCAR-FILA-ARC.
       MOVE 1 TO WS-IDX-ARC.
       PERFORM AVANZAR-FILA-ARC
           UNTIL WS-IDX-ARC > WS-ARC-USADAS
           OR WS-ARC-ID(WS-IDX-ARC) = ID-INSTRUMENTO-ARC.

       AVANZAR-FILA-ARC.
       ADD 1 TO WS-IDX-ARC.

       *>TARIFA DE ALQUILER DEL TIPO EN CODIGO-TIPO-POL PARA UN
       *>PRESTAMO DE WS-CEDULA-PRESTAMO. LOS GRUPOS QUE NO PAGAN
       *>TARIFAS NO DEJAN ALQUILER (VER AJUSTAR-POLITICA-GRUPO EN
       *>PRESTAMOS.CBL).
       LEER-TARIFA-PRESTAMO.
       MOVE "READ    LEER-TARIFA-PRESTAMO" TO WS-ERR-DONDE
       READ POLITICAS-ARCHIVO RECORD
           KEY CODIGO-TIPO-POL
               INVALID KEY     MOVE 0 TO WS-TARIFA-PRESTAMO
               NOT INVALID KEY MOVE TARIFA-ALQ-POL
                                   TO WS-TARIFA-PRESTAMO.
       IF WS-TARIFA-PRESTAMO > 0
           AND WS-CEDULA-PRESTAMO(1:3) = "GRP"
           MOVE WS-CEDULA-PRESTAMO TO CODIGO-GRUPO
           MOVE "READ    LEER-TARIFA-PRESTAMO" TO WS-ERR-DONDE
           READ GRUPOS-ARCHIVO RECORD
               KEY CODIGO-GRUPO
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
                   NOT INVALID KEY MOVE 1 TO WS-INDICADOR
           END-READ
           IF WS-INDICADOR = 1 AND COBRA-TARIFAS-GRP = "N"
               MOVE 0 TO WS-TARIFA-PRESTAMO.

       *>EL ITEM CUYA LLAVE (EN CAM-LLAVE-NUEVA) ENTRO COMO
       *>REEMPLAZO DE OTRO CUENTA EL USO PERO NO DEJA ALQUILER.
       DESCONTAR-TARIFA-CAMBIO.
       MOVE "READ    DESCONTAR-TARIFA-CAMBIO" TO WS-ERR-DONDE
       READ CAMBIOS-PRESTAMO-ARCHIVO RECORD
           KEY CAM-LLAVE-NUEVA
               INVALID KEY     CONTINUE
               NOT INVALID KEY MOVE 0 TO WS-TARIFA-PRESTAMO.

       CALCULAR-INSTRUMENTO-CPU.
       MOVE ZEROS TO WS-CPU-CIFRAS.
       MOVE SPACES TO WS-C-RESULTADO.
       MOVE "Instrumento" TO WS-C-NIVEL.
       MOVE ID-INSTRUMENTO TO WS-C-CLAVE.
       MOVE 1 TO WS-C-INSTRUMENTOS.
       MOVE ID-INSTRUMENTO TO ID-INSTRUMENTO-ADQ.
       MOVE "READ    CALCULAR-INSTRUMENTO-CPU" TO WS-ERR-DONDE
       READ ADQUISICIONES-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-ADQ
               INVALID KEY     MOVE 0 TO WS-C-ADQUISICION
               NOT INVALID KEY MOVE VALOR-ADQUISICION
                                   TO WS-C-ADQUISICION.
       PERFORM SUMAR-REPARADO-CPU.
       PERFORM SUMAR-VENTA-CPU.
       PERFORM CONTAR-PRESTAMOS-CPU.
       MOVE ID-INSTRUMENTO TO ID-INSTRUMENTO-ARC.
       PERFORM BUSCAR-FILA-ARC.
       IF WS-IDX-ARC NOT > WS-ARC-USADAS
           ADD WS-ARC-PRESTAMOS(WS-IDX-ARC) TO WS-C-PRESTAMOS
           ADD WS-ARC-INGRESOS(WS-IDX-ARC) TO WS-C-INGRESOS.
       COMPUTE WS-C-COSTO = WS-C-ADQUISICION + WS-C-REPARADO.
       PERFORM CALCULAR-POR-USO.
       PERFORM ESCRIBIR-FILA-CPU.
       ADD 1 TO WS-INSTRUMENTOS-CPU.

       MOVE "T" TO WS-CPU-BUSCA-NIVEL.
       MOVE ID-INSTRUMENTO(1:3) TO WS-CPU-BUSCA-CLAVE.
       PERFORM ACUMULAR-TOTAL-CPU.
       MOVE "M" TO WS-CPU-BUSCA-NIVEL.
       MOVE SPACES TO WS-CPU-BUSCA-CLAVE.
       IF MARCA = SPACES AND MODELO = SPACES
           MOVE "(sin marca)" TO WS-CPU-BUSCA-CLAVE
       ELSE
           MOVE MARCA TO WS-CPU-BUSCA-CLAVE(1:20)
           MOVE MODELO TO WS-CPU-BUSCA-CLAVE(21:20).
       PERFORM ACUMULAR-TOTAL-CPU.
       MOVE "P" TO WS-CPU-BUSCA-NIVEL.
       IF ID-PROVEEDOR-INST = SPACES
           MOVE "(sin proveedor)" TO WS-CPU-BUSCA-CLAVE
       ELSE
           MOVE ID-PROVEEDOR-INST TO WS-CPU-BUSCA-CLAVE.
       PERFORM ACUMULAR-TOTAL-CPU.
       PERFORM LEER-SIGUIENTE-INSTRUMENTO-EXP.

       *>COSTO REAL DE LAS ORDENES CERRADAS DEL INSTRUMENTO, IGUAL
       *>QUE DEPRECIAR.CBL.
       SUMAR-REPARADO-CPU.
       MOVE ID-INSTRUMENTO TO ID-INSTRUMENTO-REP.
       MOVE ZERO TO FECHA-ENVIADO-REP.
       MOVE "START   SUMAR-REPARADO-CPU" TO WS-ERR-DONDE
       START REPARACIONES-ARCHIVO KEY IS NOT LESS THAN REP-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-AUX
           NOT INVALID KEY MOVE 0 TO WS-LEE-AUX.
       IF WS-LEE-AUX = 0
           PERFORM LEER-SIGUIENTE-REP-CPU
           PERFORM ACUMULAR-REPARADO-CPU UNTIL WS-LEE-AUX = 1.

       LEER-SIGUIENTE-REP-CPU.
       MOVE "READ    LEER-SIGUIENTE-REP-CPU" TO WS-ERR-DONDE
       READ REPARACIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-AUX.

       ACUMULAR-REPARADO-CPU.
       IF ID-INSTRUMENTO-REP NOT = ID-INSTRUMENTO
           MOVE 1 TO WS-LEE-AUX
       ELSE
           IF STATUS-ORDEN-REP = "Cerrada"
               ADD COSTO-REAL-REP TO WS-C-REPARADO
           END-IF
           PERFORM LEER-SIGUIENTE-REP-CPU.

       SUMAR-VENTA-CPU.
       MOVE ID-INSTRUMENTO TO ID-INSTRUMENTO-BAJ.
       MOVE ZERO TO FECHA-BAJA.
       MOVE "START   SUMAR-VENTA-CPU" TO WS-ERR-DONDE
       START BAJAS-ARCHIVO KEY IS NOT LESS THAN BAJA-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-AUX
           NOT INVALID KEY MOVE 0 TO WS-LEE-AUX.
       IF WS-LEE-AUX = 0
           PERFORM LEER-SIGUIENTE-BAJA-CPU
           PERFORM ACUMULAR-VENTA-CPU UNTIL WS-LEE-AUX = 1.

       LEER-SIGUIENTE-BAJA-CPU.
       MOVE "READ    LEER-SIGUIENTE-BAJA-CPU" TO WS-ERR-DONDE
       READ BAJAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-AUX.

       ACUMULAR-VENTA-CPU.
       IF ID-INSTRUMENTO-BAJ NOT = ID-INSTRUMENTO
           MOVE 1 TO WS-LEE-AUX
       ELSE
           ADD MONTO-INGRESO-BAJA TO WS-C-VENTA
           PERFORM LEER-SIGUIENTE-BAJA-CPU.

       *>PRESTAMOS VIGENTES DEL INSTRUMENTO POR LA LLAVE ALTERNA.
       CONTAR-PRESTAMOS-CPU.
       MOVE ID-INSTRUMENTO TO ID-INSTRUMENTO-PR.
       MOVE "START   CONTAR-PRESTAMOS-CPU" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO
           KEY IS NOT LESS THAN ID-INSTRUMENTO-PR
           INVALID KEY     MOVE 1 TO WS-LEE-AUX
           NOT INVALID KEY MOVE 0 TO WS-LEE-AUX.
       IF WS-LEE-AUX = 0
           PERFORM LEER-SIGUIENTE-PRESTAMO-CPU
           PERFORM ACUMULAR-PRESTAMO-CPU UNTIL WS-LEE-AUX = 1.

       LEER-SIGUIENTE-PRESTAMO-CPU.
       MOVE "READ    LEER-SIGUIENTE-PRESTAMO-CPU" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-AUX.

       ACUMULAR-PRESTAMO-CPU.
       IF ID-INSTRUMENTO-PR NOT = ID-INSTRUMENTO
           MOVE 1 TO WS-LEE-AUX
       ELSE
           IF STATUS-PRESTAMO-PR NOT = "Inactivo"
               ADD 1 TO WS-C-PRESTAMOS
               MOVE ID-INSTRUMENTO(1:3) TO CODIGO-TIPO-POL
               MOVE CEDULA-USUARIO-PR TO WS-CEDULA-PRESTAMO
               PERFORM LEER-TARIFA-PRESTAMO
               MOVE PRE-LLAVE TO CAM-LLAVE-NUEVA
               PERFORM DESCONTAR-TARIFA-CAMBIO
               ADD WS-TARIFA-PRESTAMO TO WS-C-INGRESOS
           END-IF
           PERFORM LEER-SIGUIENTE-PRESTAMO-CPU.

       *>SUMA LAS CIFRAS DEL INSTRUMENTO EN LA FILA DEL NIVEL Y CLAVE
       *>PEDIDOS, AGREGANDOLA SI ES LA PRIMERA VEZ.
       ACUMULAR-TOTAL-CPU.
       MOVE 1 TO WS-IDX-CPU.
       PERFORM AVANZAR-FILA-CPU
           UNTIL WS-IDX-CPU > WS-CPU-USADAS
           OR (WS-CPU-NIVEL(WS-IDX-CPU) = WS-CPU-BUSCA-NIVEL
           AND WS-CPU-CLAVE(WS-IDX-CPU) = WS-CPU-BUSCA-CLAVE).
       IF WS-IDX-CPU > WS-CPU-USADAS
           IF WS-CPU-USADAS < 300
               ADD 1 TO WS-CPU-USADAS
               MOVE WS-CPU-USADAS TO WS-IDX-CPU
               MOVE WS-CPU-BUSCA-NIVEL TO WS-CPU-NIVEL(WS-IDX-CPU)
               MOVE WS-CPU-BUSCA-CLAVE TO WS-CPU-CLAVE(WS-IDX-CPU)
               MOVE 0 TO WS-CPU-INSTRUMENTOS(WS-IDX-CPU)
               MOVE 0 TO WS-CPU-PRESTAMOS(WS-IDX-CPU)
               MOVE 0 TO WS-CPU-ADQUISICION(WS-IDX-CPU)
               MOVE 0 TO WS-CPU-REPARADO(WS-IDX-CPU)
               MOVE 0 TO WS-CPU-VENTA(WS-IDX-CPU)
               MOVE 0 TO WS-CPU-INGRESOS(WS-IDX-CPU).
       IF WS-IDX-CPU > WS-CPU-USADAS
           ADD 1 TO WS-CPU-SIN-UBICAR
       ELSE
           ADD 1 TO WS-CPU-INSTRUMENTOS(WS-IDX-CPU)
           ADD WS-C-PRESTAMOS TO WS-CPU-PRESTAMOS(WS-IDX-CPU)
           ADD WS-C-ADQUISICION TO WS-CPU-ADQUISICION(WS-IDX-CPU)
           ADD WS-C-REPARADO TO WS-CPU-REPARADO(WS-IDX-CPU)
           ADD WS-C-VENTA TO WS-CPU-VENTA(WS-IDX-CPU)
           ADD WS-C-INGRESOS TO WS-CPU-INGRESOS(WS-IDX-CPU).

       AVANZAR-FILA-CPU.
       ADD 1 TO WS-IDX-CPU.

       IMPRIMIR-TOTAL-CPU.
       IF WS-CPU-NIVEL(WS-IDX-CPU) = WS-CPU-NIVEL-LISTA
           MOVE WS-CPU-CLAVE(WS-IDX-CPU) TO WS-C-CLAVE
           MOVE WS-CPU-INSTRUMENTOS(WS-IDX-CPU) TO WS-C-INSTRUMENTOS
           MOVE WS-CPU-PRESTAMOS(WS-IDX-CPU) TO WS-C-PRESTAMOS
           MOVE WS-CPU-ADQUISICION(WS-IDX-CPU) TO WS-C-ADQUISICION
           MOVE WS-CPU-REPARADO(WS-IDX-CPU) TO WS-C-REPARADO
           COMPUTE WS-C-COSTO = WS-C-ADQUISICION + WS-C-REPARADO
           MOVE WS-CPU-VENTA(WS-IDX-CPU) TO WS-C-VENTA
           MOVE WS-CPU-INGRESOS(WS-IDX-CPU) TO WS-C-INGRESOS
           PERFORM CALCULAR-POR-USO
           PERFORM ESCRIBIR-FILA-CPU.

       *>EL COSTO NUNCA BAJA DE CERO POR LA VENTA; EL NETO SI PUEDE
       *>QUEDAR A FAVOR Y ENTONCES SE MARCA Ganancia. SIN PRESTAMOS,
       *>EL COSTO POR USO ES TODO EL COSTO.
       CALCULAR-POR-USO.
       IF WS-C-VENTA > WS-C-COSTO
           MOVE 0 TO WS-C-BRUTO
       ELSE
           COMPUTE WS-C-BRUTO = WS-C-COSTO - WS-C-VENTA.
       IF WS-C-INGRESOS > WS-C-BRUTO
           COMPUTE WS-C-NETO = WS-C-INGRESOS - WS-C-BRUTO
           MOVE "Ganancia" TO WS-C-RESULTADO
       ELSE
           COMPUTE WS-C-NETO = WS-C-BRUTO - WS-C-INGRESOS
           MOVE "Costo" TO WS-C-RESULTADO.
       IF WS-C-PRESTAMOS > 0
           COMPUTE WS-C-BRUTO-USO ROUNDED =
               WS-C-BRUTO / WS-C-PRESTAMOS
           COMPUTE WS-C-NETO-USO ROUNDED =
               WS-C-NETO / WS-C-PRESTAMOS
       ELSE
           MOVE WS-C-BRUTO TO WS-C-BRUTO-USO
           MOVE WS-C-NETO TO WS-C-NETO-USO
           MOVE "Sin uso" TO WS-C-RESULTADO.

       ESCRIBIR-FILA-CPU.
       MOVE SPACES TO WS-LINEA.
       STRING WS-C-NIVEL "," WS-C-CLAVE "," WS-C-INSTRUMENTOS ","
           WS-C-PRESTAMOS "," WS-C-ADQUISICION "," WS-C-REPARADO ","
           WS-C-VENTA "," WS-C-INGRESOS "," WS-C-BRUTO-USO ","
           WS-C-NETO-USO "," WS-C-RESULTADO
           DELIMITED BY SIZE INTO WS-LINEA.
       WRITE EXPORT-COSTO-USO-LINEA FROM WS-LINEA.
       STRING "  " WS-C-CLAVE " Instr: " WS-C-INSTRUMENTOS
           " Prestamos: " WS-C-PRESTAMOS
           DELIMITED BY SIZE INTO WS-LINEA-CPU.
       PERFORM IMPRIMIR-CPU.
       STRING "    Costo: " WS-C-COSTO " Baja: " WS-C-VENTA
           " Alquiler: " WS-C-INGRESOS
           DELIMITED BY SIZE INTO WS-LINEA-CPU.
       PERFORM IMPRIMIR-CPU.
       STRING "    Por uso: " WS-C-BRUTO-USO " Neto por uso: "
           WS-C-NETO-USO " " WS-C-RESULTADO
           DELIMITED BY SIZE INTO WS-LINEA-CPU.
       PERFORM IMPRIMIR-CPU.

       *>EL MISMO CATALOGO QUE SE PUBLICA AL ABRIR EL DIA (VER
       *>CIERRE.CBL), PARA VOLVER A PUBLICARLO A MITAD DE JORNADA.
       EXPORTAR-CATALOGO-PUBLICO.
       DISPLAY " ".
       DISPLAY "Publicando el catalogo para la pagina web...".
       MOVE LS-CONECTAR TO WS-VIT-OPERADOR.
       MOVE LS-DIRECTORIO TO WS-VIT-DIRECTORIO.
       CALL "Vitrina" USING WS-VIT-DATOS.
       DISPLAY " ".
       IF WS-VIT-ERROR = 0
           DISPLAY "Resultados grabados en catalogo_publico.txt ("
               WS-VIT-DETALLES " lineas)."
       ELSE
           DISPLAY "El catalogo no se publico.".
       PERFORM VOLVER.

       VOLVER.
       DISPLAY " ".
       DISPLAY "1.- Volver al menu de exportacion".
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

       VERIFICAR-EXISTE-PROVEEDORES.
       IF WS-FS-PROVEEDORES = "05"
           MOVE "proveedores.dat" TO WS-ERR-ARCHIVO
           MOVE WS-FS-PROVEEDORES TO WS-ERR-ESTADO
           CLOSE PROVEEDORES-ARCHIVO
           CALL "CBL_DELETE_FILE" USING WS-PROVEEDORES-RUTA
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
       MOVE SPACES TO WS-INSTRUMENTOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-RUTA.
       MOVE SPACES TO WS-TIPO-INSTRUMENTO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "tipo_instrumento.dat" DELIMITED BY SIZE
           INTO WS-TIPO-INSTRUMENTO-RUTA.
       MOVE SPACES TO WS-PROVEEDORES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "proveedores.dat" DELIMITED BY SIZE INTO WS-PROVEEDORES-RUTA.
       MOVE SPACES TO WS-USUARIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios.dat" DELIMITED BY SIZE INTO WS-USUARIOS-RUTA.
       MOVE SPACES TO WS-PRESTAMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "prestamos.dat" DELIMITED BY SIZE INTO WS-PRESTAMOS-RUTA.
       MOVE SPACES TO WS-NOTIFICACIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "notificaciones.dat" DELIMITED BY SIZE
           INTO WS-NOTIFICACIONES-RUTA.
       MOVE SPACES TO WS-EXPORT-INSTRUMENTOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "export_instrumentos.csv" DELIMITED BY SIZE
           INTO WS-EXPORT-INSTRUMENTOS-RUTA.
       MOVE SPACES TO WS-EXPORT-TIPOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "export_tipo_instrumento.csv" DELIMITED BY SIZE
           INTO WS-EXPORT-TIPOS-RUTA.
       MOVE SPACES TO WS-EXPORT-PROVEEDORES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "export_proveedores.csv" DELIMITED BY SIZE
           INTO WS-EXPORT-PROVEEDORES-RUTA.
       MOVE SPACES TO WS-EXPORT-USUARIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "export_usuarios.csv" DELIMITED BY SIZE
           INTO WS-EXPORT-USUARIOS-RUTA.
       MOVE SPACES TO WS-EXPORT-PRESTAMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "export_prestamos.csv" DELIMITED BY SIZE
           INTO WS-EXPORT-PRESTAMOS-RUTA.
       MOVE SPACES TO WS-EXPORT-NOTIFICACIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "notificaciones.csv" DELIMITED BY SIZE
           INTO WS-EXPORT-NOTIFICACIONES-RUTA.
       MOVE SPACES TO WS-ADQUISICIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "adquisiciones.dat" DELIMITED BY SIZE
           INTO WS-ADQUISICIONES-RUTA.
       MOVE SPACES TO WS-REPARACIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reparaciones.dat" DELIMITED BY SIZE
           INTO WS-REPARACIONES-RUTA.
       MOVE SPACES TO WS-BAJAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "bajas.dat" DELIMITED BY SIZE INTO WS-BAJAS-RUTA.
       MOVE SPACES TO WS-ARCHIVO-PRESTAMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "archivo_prestamos.dat" DELIMITED BY SIZE
           INTO WS-ARCHIVO-PRESTAMOS-RUTA.
       MOVE SPACES TO WS-POLITICAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "politicas.dat" DELIMITED BY SIZE INTO WS-POLITICAS-RUTA.
       MOVE SPACES TO WS-GRUPOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "grupos.dat" DELIMITED BY SIZE INTO WS-GRUPOS-RUTA.
       MOVE SPACES TO WS-CAMBIOS-PRESTAMO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "prestamos_cambios.dat" DELIMITED BY SIZE
           INTO WS-CAMBIOS-PRESTAMO-RUTA.
       MOVE SPACES TO WS-EXPORT-COSTO-USO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "export_costo_uso.csv" DELIMITED BY SIZE
           INTO WS-EXPORT-COSTO-USO-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
