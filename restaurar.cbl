       *>NOCHE EL CIERRE DEL DIA (VER RESPALDO-ARCHIVOS EN
       *>CIERRE.CBL). AQUI SOLO SE LEEN.
       SELECT OPTIONAL RESPALDO-INSTRUMENTOS-ARCHIVO
       ASSIGN TO WS-RESPALDO-INSTRUMENTOS-RUTA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RESPALDO-INSTRUMENTOS.

       SELECT OPTIONAL RESPALDO-TIPOS-ARCHIVO
       ASSIGN TO WS-RESPALDO-TIPOS-RUTA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RESPALDO-TIPOS.

       SELECT OPTIONAL RESPALDO-PROVEEDORES-ARCHIVO
       ASSIGN TO WS-RESPALDO-PROVEEDORES-RUTA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RESPALDO-PROVEEDORES.

       SELECT OPTIONAL RESPALDO-USUARIOS-ARCHIVO
       ASSIGN TO WS-RESPALDO-USUARIOS-RUTA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RESPALDO-USUARIOS.

       SELECT OPTIONAL RESPALDO-PRESTAMOS-ARCHIVO
       ASSIGN TO WS-RESPALDO-PRESTAMOS-RUTA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RESPALDO-PRESTAMOS.

       *>LOS CINCO ARCHIVOS INDEXADOS QUE SE PUEDEN RECONSTRUIR. SE
       *>ABREN EN OUTPUT, ASI QUE LA RESTAURACION PISA POR COMPLETO
       *>EL CONTENIDO ACTUAL CON EL BLOQUE ELEGIDO.
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

       *>PARA PODER REVERTIR UNA MODIFICACION DE MULTAS DESDE SU
       *>FOTO DE AUDITORIA.
       SELECT OPTIONAL MULTAS-ARCHIVO
       ASSIGN TO WS-MULTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS MUL-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-MUL WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-MULTAS.

       *>DEJA CONSTANCIA DE QUE SUPERVISOR RESTAURO QUE ARCHIVO Y DE
       *>QUE FECHA DE RESPALDO.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       77 WS-TOTAL-RESTAURADO PIC 9(5).
       77 WS-EN-BLOQUE PIC 9(1).

       *>USADOS PARA REFRESCAR LOS DATOS DE PRACTICA DESDE EL ULTIMO
       *>RESPALDO (VER REFRESCAR-PRACTICA).
       77 WS-REFRESCO PIC 9(1) VALUE 0. *>1 AL CARGAR LA PRACTICA.
       77 WS-CANT-DISFRAZADOS PIC 9(5).
       77 WS-IDX-PRACTICA PIC 9(2).
       77 WS-CONFIRMA PIC X(1).
       01 WS-RUTA-PRACTICA PIC X(80).
       *>MOVIMIENTOS QUE SE BORRAN DEL DIRECTORIO DE PRACTICA, PARA
       *>QUE CADA REFRESCO EMPIECE LIMPIO. LOS CINCO MAESTROS SE
       *>RECONSTRUYEN DESDE EL RESPALDO; LA CONFIGURACION (PARAMETROS,
       *>POLITICAS, TARIFAS, SEDES...) SE DEJA COMO ESTE.
       01 WS-ARCHIVOS-PRACTICA.
           05 FILLER PIC X(30) VALUE "auditoria.dat".
           05 FILLER PIC X(30) VALUE "archivo_auditoria.dat".
           05 FILLER PIC X(30) VALUE "sellos_auditoria.dat".
           05 FILLER PIC X(30) VALUE "archivo_prestamos.dat".
           05 FILLER PIC X(30) VALUE "instrumentos_historial.dat".
           05 FILLER PIC X(30) VALUE "multas.dat".
           05 FILLER PIC X(30) VALUE "pagos_multas.dat".
           05 FILLER PIC X(30) VALUE "reintegros_multas.dat".
           05 FILLER PIC X(30) VALUE "apartados.dat".
           05 FILLER PIC X(30) VALUE "reservas.dat".
           05 FILLER PIC X(30) VALUE "strikes_reservas.dat".
           05 FILLER PIC X(30) VALUE "notificaciones.dat".
           05 FILLER PIC X(30) VALUE "ingresos.dat".
           05 FILLER PIC X(30) VALUE "cuotas.dat".
           05 FILLER PIC X(30) VALUE "pagos_cuotas.dat".
           05 FILLER PIC X(30) VALUE "cobros_moneda.dat".
           05 FILLER PIC X(30) VALUE "documentos_fiscales.dat".
           05 FILLER PIC X(30) VALUE "creditos.dat".
           05 FILLER PIC X(30) VALUE "convenios.dat".
           05 FILLER PIC X(30) VALUE "convenios_cuotas.dat".
           05 FILLER PIC X(30) VALUE "convenios_multas.dat".
           05 FILLER PIC X(30) VALUE "fianzas.dat".
           05 FILLER PIC X(30) VALUE "incidentes.dat".
           05 FILLER PIC X(30) VALUE "reclamos_seguro.dat".
           05 FILLER PIC X(30) VALUE "reparaciones.dat".
           05 FILLER PIC X(30) VALUE "mantenimiento.dat".
           05 FILLER PIC X(30) VALUE "bloqueos.dat".
           05 FILLER PIC X(30) VALUE "conteo_fisico.dat".
           05 FILLER PIC X(30) VALUE "estado_dia.dat".
           05 FILLER PIC X(30) VALUE "estado_lote.dat".
           05 FILLER PIC X(30) VALUE "checkpoint_cierre.dat".
           05 FILLER PIC X(30) VALUE "errores.dat".
           05 FILLER PIC X(30) VALUE "disponibilidad.dat".
           05 FILLER PIC X(30) VALUE "componentes.dat".
           05 FILLER PIC X(30) VALUE "componentes_historial.dat".
           05 FILLER PIC X(30) VALUE "estantes.dat".
           05 FILLER PIC X(30) VALUE "llamados.dat".
           05 FILLER PIC X(30) VALUE "llamados_unidades.dat".
           05 FILLER PIC X(30) VALUE "hallazgos.dat".
           05 FILLER PIC X(30) VALUE "certificados_donacion.dat".
           05 FILLER PIC X(30) VALUE "sanciones_aliados.dat".
           05 FILLER PIC X(30) VALUE "cobranza.dat".
           05 FILLER PIC X(30) VALUE "cobranza_tareas.dat".
           05 FILLER PIC X(30) VALUE "cobranza_contactos.dat".
           05 FILLER PIC X(30) VALUE "prestamos_cambios.dat".
           05 FILLER PIC X(30) VALUE "redistribucion.dat".
       01 WS-ARCHIVOS-PRACTICA-R REDEFINES WS-ARCHIVOS-PRACTICA.
           05 WS-ARCHIVO-PRACTICA PIC X(30) OCCURS 46.
       77 WS-CANT-ARCHIVOS-PRACTICA PIC 9(2) VALUE 46.

       *>USADO PARA DEJAR CONSTANCIA DE LA RESTAURACION EN LA
       *>AUDITORIA.
       77 WS-AUD-LLAVE-REG PIC X(60).
       01 WS-IMAGEN-DESPUES PIC X(280).
       77 WS-LARGO-LLAVE-REV PIC 9(2).

       *>PARA RECONSTRUIR EL RESUMEN DE DISPONIBILIDAD DESPUES DE
       *>RESTAURAR O REVERTIR INSTRUMENTOS O PRESTAMOS (VER
       *>DISPONIBILIDAD.CBL).
       01 WS-DIS-DATOS.
           05 WS-DIS-ACCION      PIC X(1).
           05 WS-DIS-INSTRUMENTO PIC X(6).
           05 WS-DIS-OPERADOR    PIC X(10).
           05 WS-DIS-DIRECTORIO  PIC X(40).
           05 WS-DIS-DIF-INSTRUMENTOS PIC 9(5).
           05 WS-DIS-DIF-TOTALES      PIC 9(5).
           05 WS-DIS-DESBORDE         PIC 9(1).

       *>DATOS DEL ERROR DE ARCHIVO QUE SE ANOTA EN ERRORES.DAT
       *>(VER ERRORES.CBL). ANTES DE CADA OPERACION SOBRE UN
       *>ARCHIVO DE DATOS SE DEJA EN WS-ERR-DONDE LA OPERACION Y EL
       *>PARRAFO; SI FALLA, LAS DECLARATIVAS COMPLETAN EL RESTO.
       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Restaurar".
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
       77 WS-FS-RESPALDO-INSTRUMENTOS PIC X(2).
       77 WS-FS-RESPALDO-TIPOS PIC X(2).
       77 WS-FS-RESPALDO-PROVEEDORES PIC X(2).
       77 WS-FS-RESPALDO-USUARIOS PIC X(2).
       77 WS-FS-RESPALDO-PRESTAMOS PIC X(2).
       77 WS-FS-INSTRUMENTOS PIC X(2).
       77 WS-FS-TIPO-INSTRUMENTO PIC X(2).
       77 WS-FS-PROVEEDORES PIC X(2).
       77 WS-FS-USUARIOS PIC X(2).
       77 WS-FS-PRESTAMOS PIC X(2).
       77 WS-FS-MULTAS PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-RESPALDO-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-RESPALDO-TIPOS-RUTA PIC X(80).
       77 WS-RESPALDO-PROVEEDORES-RUTA PIC X(80).
       77 WS-RESPALDO-USUARIOS-RUTA PIC X(80).
       77 WS-RESPALDO-PRESTAMOS-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-TIPO-INSTRUMENTO-RUTA PIC X(80).
       77 WS-PROVEEDORES-RUTA PIC X(80).
       77 WS-USUARIOS-RUTA PIC X(80).
       77 WS-PRESTAMOS-RUTA PIC X(80).
       77 WS-MULTAS-RUTA PIC X(80).
       77 WS-AUDITORIA-RUTA PIC X(80).

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

       PROCEDURE DIVISION USING LS-CONECTAR LS-ROL LS-SESION.
       DECLARATIVES.
       *>CUALQUIER FALLA SOBRE UN ARCHIVO DE DATOS QUE EL PROPIO
       *>PARRAFO NO ATIENDA (INVALID KEY, AT END) SE ANOTA EN
       *>ERRORES.DAT CON LA LLAVE DEL REGISTRO EN CURSO.
       ERROR-RESPALDO-INSTRUMENTOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON RESPALDO-INSTRUMENTOS-ARCHIVO.
       ERROR-RESPALDO-INSTRUMENTOS-ANOTAR.
       MOVE "respaldo_instrumentos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-RESPALDO-INSTRUMENTOS TO WS-ERR-ESTADO.
       MOVE SPACES TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-RESPALDO-TIPOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RESPALDO-TIPOS-ARCHIVO.
       ERROR-RESPALDO-TIPOS-ANOTAR.
       MOVE "respaldo_tipo_instrumento.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-RESPALDO-TIPOS TO WS-ERR-ESTADO.
       MOVE SPACES TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-RESPALDO-PROVEEDORES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON RESPALDO-PROVEEDORES-ARCHIVO.
       ERROR-RESPALDO-PROVEEDORES-ANOTAR.
       MOVE "respaldo_proveedores.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-RESPALDO-PROVEEDORES TO WS-ERR-ESTADO.
       MOVE SPACES TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-RESPALDO-USUARIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON RESPALDO-USUARIOS-ARCHIVO.
       ERROR-RESPALDO-USUARIOS-ANOTAR.
       MOVE "respaldo_usuarios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-RESPALDO-USUARIOS TO WS-ERR-ESTADO.
       MOVE SPACES TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-RESPALDO-PRESTAMOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON RESPALDO-PRESTAMOS-ARCHIVO.
       ERROR-RESPALDO-PRESTAMOS-ANOTAR.
       MOVE "respaldo_prestamos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-RESPALDO-PRESTAMOS TO WS-ERR-ESTADO.
       MOVE SPACES TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
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
       ERROR-MULTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MULTAS-ARCHIVO.
       ERROR-MULTAS-ANOTAR.
       MOVE "multas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-MULTAS TO WS-ERR-ESTADO.
       MOVE MUL-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-AUDITORIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AUDITORIA-ARCHIVO.
       ERROR-AUDITORIA-ANOTAR.
       MOVE "auditoria.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-AUDITORIA TO WS-ERR-ESTADO.
       MOVE AUD-LLAVE TO WS-ERR-LLAVE.
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
       *>PROGRAMA PRINCIPAL. RECONSTRUYE UN ARCHIVO INDEXADO A PARTIR
       *>DE UNO DE LOS BLOQUES FECHADOS QUE EL CIERRE DEL DIA DEJA EN
       *>LOS ARCHIVOS DE RESPALDO.
       PROGRAM-BEGIN.
       PERFORM ARMAR-RUTAS.
       DISPLAY " ".
       DISPLAY WS-TITULO.
       DISPLAY " ".
       DISPLAY "4) usuarios.dat".
       DISPLAY "5) prestamos.dat".
       DISPLAY "6) Revertir una modificacion desde la auditoria".
       DISPLAY "7) Refrescar los datos de practica desde el ultimo "
           "respaldo".
       DISPLAY "8) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU.

       WHEN 6
           PERFORM REVERTIR-MODIFICACION
       WHEN 7
           PERFORM REFRESCAR-PRACTICA
       WHEN 8
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-BLOQUE-ELEGIDO
           PERFORM VALIDACION-BLOQUE
           PERFORM RECONSTRUIR-DESDE-BLOQUE
           IF WS-ARCHIVO-ELEGIDO = 1 OR WS-ARCHIVO-ELEGIDO = 5
               MOVE LS-DIRECTORIO TO WS-DIS-DIRECTORIO
               PERFORM RECONSTRUIR-DISPONIBILIDAD
           END-IF
           PERFORM VOLVER.

       VALIDACION-BLOQUE.
       DISPLAY " ".
       DISPLAY "Registros restaurados: " WS-TOTAL-RESTAURADO.

       MOVE "OPEN    RECONSTRUIR-DESDE-BLOQUE" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Archivo " WS-ARCHIVO-ELEGIDO
           MOVE WS-RI-MARCA        TO MARCA
           MOVE WS-RI-MODELO       TO MODELO
           MOVE WS-RI-SERIE        TO SERIE
           MOVE "WRITE   GRABAR-REGISTRO-RESTAURADO" TO WS-ERR-DONDE
           WRITE INSTRUMENTOS-REGISTRO
               INVALID KEY DISPLAY "Llave repetida, se omite: "
                   WS-RI-ID
           MOVE WS-RT-NOMBRE      TO NOMBRE-TIPO
           MOVE WS-RT-CORRELATIVO TO CORRELATIVO
           MOVE WS-RT-STATUS      TO STATUS-TIPO
           MOVE "WRITE   GRABAR-REGISTRO-RESTAURADO" TO WS-ERR-DONDE
           WRITE TIPO-INSTRUMENTO-REGISTRO
               INVALID KEY DISPLAY "Llave repetida, se omite: "
                   WS-RT-CODIGO
           MOVE WS-RP-TELEFONO    TO TELEFONO
           MOVE WS-RP-TEL-ALTERNO TO TELEFONO-ALTERNO
           MOVE WS-RP-STATUS      TO STATUS-PROVEEDOR
           MOVE "WRITE   GRABAR-REGISTRO-RESTAURADO" TO WS-ERR-DONDE
           WRITE PROVEEDORES-REGISTRO
               INVALID KEY DISPLAY "Llave repetida, se omite: "
                   WS-RP-ID
           MOVE WS-RU-INSCRIPCION  TO FECHA-INSCRIPCION-US
           MOVE WS-RU-VENC-MEMB    TO FECHA-VENCIMIENTO-US
           MOVE WS-RU-CATEGORIA    TO CATEGORIA-US
           IF WS-REFRESCO = 1
               PERFORM DISFRAZAR-USUARIO
           END-IF
           MOVE "WRITE   GRABAR-REGISTRO-RESTAURADO" TO WS-ERR-DONDE
           WRITE USUARIOS-REGISTRO
               INVALID KEY DISPLAY "Llave repetida, se omite: "
                   WS-RU-CEDULA
           MOVE WS-RR-HORA-DEV     TO HORA-DEVOLUCION
           MOVE WS-RR-STATUS-INST  TO STATUS-INSTRUMENTO-PR
           MOVE WS-RR-STATUS-PREST TO STATUS-PRESTAMO-PR
           MOVE "WRITE   GRABAR-REGISTRO-RESTAURADO" TO WS-ERR-DONDE
           WRITE PRESTAMOS-REGISTRO
               INVALID KEY DISPLAY "Llave repetida, se omite: "
                   WS-RR-CEDULA
       ABRIR-RESPALDO.
       EVALUATE WS-ARCHIVO-ELEGIDO
       WHEN 1
           MOVE "OPEN    ABRIR-RESPALDO" TO WS-ERR-DONDE
           OPEN INPUT RESPALDO-INSTRUMENTOS-ARCHIVO
       WHEN 2
           MOVE "OPEN    ABRIR-RESPALDO" TO WS-ERR-DONDE
           OPEN INPUT RESPALDO-TIPOS-ARCHIVO
       WHEN 3
           MOVE "OPEN    ABRIR-RESPALDO" TO WS-ERR-DONDE
           OPEN INPUT RESPALDO-PROVEEDORES-ARCHIVO
       WHEN 4
           MOVE "OPEN    ABRIR-RESPALDO" TO WS-ERR-DONDE
           OPEN INPUT RESPALDO-USUARIOS-ARCHIVO
       WHEN 5
           MOVE "OPEN    ABRIR-RESPALDO" TO WS-ERR-DONDE
           OPEN INPUT RESPALDO-PRESTAMOS-ARCHIVO
       END-EVALUATE.

       ABRIR-INDEXADO-SALIDA.
       EVALUATE WS-ARCHIVO-ELEGIDO
       WHEN 1
           MOVE "OPEN    ABRIR-INDEXADO-SALIDA" TO WS-ERR-DONDE
           OPEN OUTPUT INSTRUMENTOS-ARCHIVO
       WHEN 2
           MOVE "OPEN    ABRIR-INDEXADO-SALIDA" TO WS-ERR-DONDE
           OPEN OUTPUT TIPO-INSTRUMENTO-ARCHIVO
       WHEN 3
           MOVE "OPEN    ABRIR-INDEXADO-SALIDA" TO WS-ERR-DONDE
           OPEN OUTPUT PROVEEDORES-ARCHIVO
       WHEN 4
           MOVE "OPEN    ABRIR-INDEXADO-SALIDA" TO WS-ERR-DONDE
           OPEN OUTPUT USUARIOS-ARCHIVO
       WHEN 5
           MOVE "OPEN    ABRIR-INDEXADO-SALIDA" TO WS-ERR-DONDE
           OPEN OUTPUT PRESTAMOS-ARCHIVO
       END-EVALUATE.

       MOVE SPACES TO WS-LINEA.
       EVALUATE WS-ARCHIVO-ELEGIDO
       WHEN 1
           MOVE "READ    LEER-LINEA-RESPALDO" TO WS-ERR-DONDE
           READ RESPALDO-INSTRUMENTOS-ARCHIVO
               AT END MOVE 1 TO LEE-TODO
               NOT AT END
                   MOVE RESPALDO-INSTRUMENTOS-LINEA TO WS-LINEA
           END-READ
       WHEN 2
           MOVE "READ    LEER-LINEA-RESPALDO" TO WS-ERR-DONDE
           READ RESPALDO-TIPOS-ARCHIVO
               AT END MOVE 1 TO LEE-TODO
               NOT AT END MOVE RESPALDO-TIPOS-LINEA TO WS-LINEA
           END-READ
       WHEN 3
           MOVE "READ    LEER-LINEA-RESPALDO" TO WS-ERR-DONDE
           READ RESPALDO-PROVEEDORES-ARCHIVO
               AT END MOVE 1 TO LEE-TODO
               NOT AT END MOVE RESPALDO-PROVEEDORES-LINEA TO WS-LINEA
           END-READ
       WHEN 4
           MOVE "READ    LEER-LINEA-RESPALDO" TO WS-ERR-DONDE
           READ RESPALDO-USUARIOS-ARCHIVO
               AT END MOVE 1 TO LEE-TODO
               NOT AT END MOVE RESPALDO-USUARIOS-LINEA TO WS-LINEA
           END-READ
       WHEN 5
           MOVE "READ    LEER-LINEA-RESPALDO" TO WS-ERR-DONDE
           READ RESPALDO-PRESTAMOS-ARCHIVO
               AT END MOVE 1 TO LEE-TODO
               NOT AT END MOVE RESPALDO-PRESTAMOS-LINEA TO WS-LINEA
           END-READ
       END-EVALUATE.

       *>CARGA EL DIRECTORIO DE PRACTICA CON EL ULTIMO BLOQUE DE CADA
       *>UNO DE LOS CINCO RESPALDOS DEL DIRECTORIO REAL, CON EL NOMBRE
       *>Y EL TELEFONO DE CADA SOCIO CAMBIADOS, Y BORRA LOS
       *>MOVIMIENTOS QUE HAYAN DEJADO LAS PRACTICAS ANTERIORES. SOLO
       *>EL SUPERVISOR, Y DESDE UNA SESION REAL: EN MODO PRACTICA EL
       *>DIRECTORIO DE LA SESION ES EL DE PRACTICA Y NO TIENE LOS
       *>RESPALDOS DE LA NOCHE.
       REFRESCAR-PRACTICA.
       IF LS-ROL NOT = "supervisor"
           DISPLAY " "
           DISPLAY "Esta opcion requiere rol supervisor."
           PERFORM VOLVER.
       IF LS-MODO-SESION = "P"
           DISPLAY " "
           DISPLAY "Los datos de practica se refrescan desde una "
               "sesion real."
           PERFORM VOLVER.
       DISPLAY " ".
       DISPLAY "Se borraran los datos de practica en "
           LS-DIRECTORIO-PRACTICA.
       DISPLAY "¿Desea continuar? (S/N)".
       ACCEPT WS-CONFIRMA.
       IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
           PERFORM VOLVER.
       CALL "CBL_CREATE_DIR" USING LS-DIRECTORIO-PRACTICA.
       PERFORM BORRAR-ARCHIVO-PRACTICA
           VARYING WS-IDX-PRACTICA FROM 1 BY 1
           UNTIL WS-IDX-PRACTICA > WS-CANT-ARCHIVOS-PRACTICA.
       PERFORM ARMAR-RUTAS-PRACTICA.
       MOVE 1 TO WS-REFRESCO.
       MOVE 0 TO WS-CANT-DISFRAZADOS.
       PERFORM REFRESCAR-ARCHIVO-PRACTICA
           VARYING WS-ARCHIVO-ELEGIDO FROM 1 BY 1
           UNTIL WS-ARCHIVO-ELEGIDO > 5.
       MOVE 0 TO WS-REFRESCO.
       MOVE LS-DIRECTORIO-PRACTICA TO WS-DIS-DIRECTORIO.
       PERFORM RECONSTRUIR-DISPONIBILIDAD.
       *>DE VUELTA A LAS RUTAS REALES PARA DEJAR LA CONSTANCIA EN LA
       *>AUDITORIA REAL.
       PERFORM ARMAR-RUTAS.
       MOVE "OPEN    REFRESCAR-PRACTICA" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "Refresco de los datos de practica" TO WS-AUD-LLAVE-REG.
       PERFORM GRABAR-AUDITORIA.
       CLOSE AUDITORIA-ARCHIVO.
       DISPLAY " ".
       DISPLAY "Datos de practica refrescados; socios cambiados: "
           WS-CANT-DISFRAZADOS.
       PERFORM VOLVER.

       BORRAR-ARCHIVO-PRACTICA.
       MOVE SPACES TO WS-RUTA-PRACTICA.
       STRING LS-DIRECTORIO-PRACTICA DELIMITED BY SPACE
           WS-ARCHIVO-PRACTICA(WS-IDX-PRACTICA) DELIMITED BY SPACE
           INTO WS-RUTA-PRACTICA.
       CALL "CBL_DELETE_FILE" USING WS-RUTA-PRACTICA.

       *>EL ULTIMO BLOQUE DEL RESPALDO ES EL DE ANOCHE.
       REFRESCAR-ARCHIVO-PRACTICA.
       MOVE 0 TO WS-CANT-BLOQUES.
       PERFORM ABRIR-RESPALDO.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-LINEA-RESPALDO.
       PERFORM CONTAR-BLOQUE UNTIL LEE-TODO = 1.
       PERFORM CERRAR-RESPALDO.
       IF WS-CANT-BLOQUES = 0
           DISPLAY "Archivo " WS-ARCHIVO-ELEGIDO
               ": no hay respaldo; queda vacio."
           PERFORM ABRIR-INDEXADO-SALIDA
           PERFORM CERRAR-INDEXADO-SALIDA
       ELSE
           MOVE WS-CANT-BLOQUES TO WS-BLOQUE-ELEGIDO
           PERFORM RECONSTRUIR-DESDE-BLOQUE.

       CONTAR-BLOQUE.
       IF WS-LINEA(1:11) = "---Respaldo"
           ADD 1 TO WS-CANT-BLOQUES.
       PERFORM LEER-LINEA-RESPALDO.

       *>NINGUN DATO DE CONTACTO REAL PASA A LA PRACTICA: EL SOCIO
       *>CONSERVA SU CEDULA (QUE LIGA SUS PRESTAMOS) PERO EL NOMBRE Y
       *>EL TELEFONO SE REEMPLAZAN POR UNOS FICTICIOS.
       DISFRAZAR-USUARIO.
       ADD 1 TO WS-CANT-DISFRAZADOS.
       MOVE SPACES TO NOMBRE-USUARIO.
       STRING "Socio de practica " WS-CANT-DISFRAZADOS
           DELIMITED BY SIZE INTO NOMBRE-USUARIO.
       COMPUTE TELEFONO-US = 4000000000 + WS-CANT-DISFRAZADOS.

       VOLVER.
       DISPLAY " ".
       DISPLAY "1.- Restaurar otro archivo".
       DISPLAY "Indique la secuencia (00 si no hubo repetidas)".
       ACCEPT WS-REV-SECUENCIA.

       MOVE "OPEN    REVERTIR-MODIFICACION" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE WS-REV-FECHA TO AUD-FECHA.
       MOVE WS-REV-HORA TO AUD-HORA.
       MOVE WS-REV-SECUENCIA TO AUD-SECUENCIA.
       MOVE "READ    REVERTIR-MODIFICACION" TO WS-ERR-DONDE
       READ AUDITORIA-ARCHIVO RECORD
           KEY AUD-LLAVE
               INVALID KEY     MOVE 0 TO WS-REV-INDICADOR
       EVALUATE AUD-PROGRAMA
       WHEN "Instrumentos"
           MOVE 6 TO WS-LARGO-LLAVE-REV
           MOVE "OPEN    APLICAR-REVERSION" TO WS-ERR-DONDE
           OPEN I-O INSTRUMENTOS-ARCHIVO
           PERFORM VERIFICAR-EXISTE-INSTRUMENTOS
           MOVE WS-IMAGEN-ANTES TO INSTRUMENTOS-REGISTRO
           MOVE "REWRITE APLICAR-REVERSION" TO WS-ERR-DONDE
           REWRITE INSTRUMENTOS-REGISTRO
               INVALID KEY
                   MOVE "WRITE   APLICAR-REVERSION" TO WS-ERR-DONDE
                   WRITE INSTRUMENTOS-REGISTRO
           END-REWRITE
           IF WS-IMAGEN-DESPUES NOT = SPACES
               AND WS-IMAGEN-DESPUES(1:WS-LARGO-LLAVE-REV) NOT =
                   WS-IMAGEN-ANTES(1:WS-LARGO-LLAVE-REV)
               MOVE WS-IMAGEN-DESPUES TO INSTRUMENTOS-REGISTRO
               MOVE "DELETE  APLICAR-REVERSION" TO WS-ERR-DONDE
               DELETE INSTRUMENTOS-ARCHIVO RECORD
                   INVALID KEY
                       DISPLAY "La llave nueva ya no estaba en el "
               END-DELETE
           END-IF
           CLOSE INSTRUMENTOS-ARCHIVO
           MOVE LS-DIRECTORIO TO WS-DIS-DIRECTORIO
           PERFORM RECONSTRUIR-DISPONIBILIDAD
           PERFORM CONFIRMAR-REVERSION
       WHEN "Prestamos"
           MOVE 30 TO WS-LARGO-LLAVE-REV
           MOVE "OPEN    APLICAR-REVERSION" TO WS-ERR-DONDE
           OPEN I-O PRESTAMOS-ARCHIVO
           PERFORM VERIFICAR-EXISTE-PRESTAMOS
           MOVE WS-IMAGEN-ANTES TO PRESTAMOS-REGISTRO
           MOVE "REWRITE APLICAR-REVERSION" TO WS-ERR-DONDE
           REWRITE PRESTAMOS-REGISTRO
               INVALID KEY
                   MOVE "WRITE   APLICAR-REVERSION" TO WS-ERR-DONDE
                   WRITE PRESTAMOS-REGISTRO
           END-REWRITE
           IF WS-IMAGEN-DESPUES NOT = SPACES
               AND WS-IMAGEN-DESPUES(1:WS-LARGO-LLAVE-REV) NOT =
                   WS-IMAGEN-ANTES(1:WS-LARGO-LLAVE-REV)
               MOVE WS-IMAGEN-DESPUES TO PRESTAMOS-REGISTRO
               MOVE "DELETE  APLICAR-REVERSION" TO WS-ERR-DONDE
               DELETE PRESTAMOS-ARCHIVO RECORD
                   INVALID KEY
                       DISPLAY "La llave nueva ya no estaba en el "
               END-DELETE
           END-IF
           CLOSE PRESTAMOS-ARCHIVO
           MOVE LS-DIRECTORIO TO WS-DIS-DIRECTORIO
           PERFORM RECONSTRUIR-DISPONIBILIDAD
           PERFORM CONFIRMAR-REVERSION
       WHEN "Multas"
           MOVE 25 TO WS-LARGO-LLAVE-REV
           MOVE "OPEN    APLICAR-REVERSION" TO WS-ERR-DONDE
           OPEN I-O MULTAS-ARCHIVO
           MOVE WS-IMAGEN-ANTES TO MULTAS-REGISTRO
           MOVE "REWRITE APLICAR-REVERSION" TO WS-ERR-DONDE
           REWRITE MULTAS-REGISTRO
               INVALID KEY
                   MOVE "WRITE   APLICAR-REVERSION" TO WS-ERR-DONDE
                   WRITE MULTAS-REGISTRO
           END-REWRITE
           IF WS-IMAGEN-DESPUES NOT = SPACES
               AND WS-IMAGEN-DESPUES(1:WS-LARGO-LLAVE-REV) NOT =
                   WS-IMAGEN-ANTES(1:WS-LARGO-LLAVE-REV)
               MOVE WS-IMAGEN-DESPUES TO MULTAS-REGISTRO
               MOVE "DELETE  APLICAR-REVERSION" TO WS-ERR-DONDE
               DELETE MULTAS-ARCHIVO RECORD
                   INVALID KEY
                       DISPLAY "La llave nueva ya no estaba en el "
           PERFORM CONFIRMAR-REVERSION
       WHEN "Usuarios"
           MOVE 11 TO WS-LARGO-LLAVE-REV
           MOVE "OPEN    APLICAR-REVERSION" TO WS-ERR-DONDE
           OPEN I-O USUARIOS-ARCHIVO
           PERFORM VERIFICAR-EXISTE-USUARIOS
           MOVE WS-IMAGEN-ANTES TO USUARIOS-REGISTRO
           MOVE "REWRITE APLICAR-REVERSION" TO WS-ERR-DONDE
           REWRITE USUARIOS-REGISTRO
               INVALID KEY
                   MOVE "WRITE   APLICAR-REVERSION" TO WS-ERR-DONDE
                   WRITE USUARIOS-REGISTRO
           END-REWRITE
           IF WS-IMAGEN-DESPUES NOT = SPACES
               AND WS-IMAGEN-DESPUES(1:WS-LARGO-LLAVE-REV) NOT =
                   WS-IMAGEN-ANTES(1:WS-LARGO-LLAVE-REV)
               MOVE WS-IMAGEN-DESPUES TO USUARIOS-REGISTRO
               MOVE "DELETE  APLICAR-REVERSION" TO WS-ERR-DONDE
               DELETE USUARIOS-ARCHIVO RECORD
                   INVALID KEY
                       DISPLAY "La llave nueva ya no estaba en el "
           PERFORM CONFIRMAR-REVERSION
       WHEN "Proveedores"
           MOVE 11 TO WS-LARGO-LLAVE-REV
           MOVE "OPEN    APLICAR-REVERSION" TO WS-ERR-DONDE
           OPEN I-O PROVEEDORES-ARCHIVO
           PERFORM VERIFICAR-EXISTE-PROVEEDORES
           MOVE WS-IMAGEN-ANTES TO PROVEEDORES-REGISTRO
           MOVE "REWRITE APLICAR-REVERSION" TO WS-ERR-DONDE
           REWRITE PROVEEDORES-REGISTRO
               INVALID KEY
                   MOVE "WRITE   APLICAR-REVERSION" TO WS-ERR-DONDE
                   WRITE PROVEEDORES-REGISTRO
           END-REWRITE
           IF WS-IMAGEN-DESPUES NOT = SPACES
               AND WS-IMAGEN-DESPUES(1:WS-LARGO-LLAVE-REV) NOT =
                   WS-IMAGEN-ANTES(1:WS-LARGO-LLAVE-REV)
               MOVE WS-IMAGEN-DESPUES TO PROVEEDORES-REGISTRO
               MOVE "DELETE  APLICAR-REVERSION" TO WS-ERR-DONDE
               DELETE PROVEEDORES-ARCHIVO RECORD
                   INVALID KEY
                       DISPLAY "La llave nueva ya no estaba en el "
       *>SEGUNDO, LA LLAVE REPITE Y EL WRITE FALLA; EN VEZ DE PERDER
       *>LA ENTRADA EN SILENCIO SE AVANZA LA SECUENCIA Y SE REINTENTA.
       ESCRIBIR-AUDITORIA.
       MOVE "WRITE   ESCRIBIR-AUDITORIA" TO WS-ERR-DONDE
       WRITE AUDITORIA-REGISTRO
           INVALID KEY
               ADD 1 TO AUD-SECUENCIA
               PERFORM ESCRIBIR-AUDITORIA
       END-WRITE.

       *>UN ARCHIVO RESTAURADO O REVERTIDO DEJA EL RESUMEN DE
       *>DISPONIBILIDAD DEL DIRECTORIO WS-DIS-DIRECTORIO DESCUADRADO
       *>EN UN NUMERO DE INSTRUMENTOS QUE NO SE CONOCE: SE VUELVE A
       *>ARMAR COMPLETO DESDE LOS ARCHIVOS DE DETALLE.
       RECONSTRUIR-DISPONIBILIDAD.
       MOVE "R" TO WS-DIS-ACCION.
       MOVE LS-CONECTAR TO WS-DIS-OPERADOR.
       CALL "Disponibilidad" USING WS-DIS-DATOS.

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
       MOVE SPACES TO WS-RESPALDO-INSTRUMENTOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "respaldo_instrumentos.dat" DELIMITED BY SIZE
           INTO WS-RESPALDO-INSTRUMENTOS-RUTA.
       MOVE SPACES TO WS-RESPALDO-TIPOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "respaldo_tipo_instrumento.dat" DELIMITED BY SIZE
           INTO WS-RESPALDO-TIPOS-RUTA.
       MOVE SPACES TO WS-RESPALDO-PROVEEDORES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "respaldo_proveedores.dat" DELIMITED BY SIZE
           INTO WS-RESPALDO-PROVEEDORES-RUTA.
       MOVE SPACES TO WS-RESPALDO-USUARIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "respaldo_usuarios.dat" DELIMITED BY SIZE
           INTO WS-RESPALDO-USUARIOS-RUTA.
       MOVE SPACES TO WS-RESPALDO-PRESTAMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "respaldo_prestamos.dat" DELIMITED BY SIZE
           INTO WS-RESPALDO-PRESTAMOS-RUTA.
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
       MOVE SPACES TO WS-MULTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "multas.dat" DELIMITED BY SIZE INTO WS-MULTAS-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.

       *>LOS CINCO MAESTROS Y LA AUDITORIA SE ESCRIBEN EN EL
       *>DIRECTORIO DE PRACTICA; LOS RESPALDOS SE SIGUEN LEYENDO DEL
       *>DIRECTORIO REAL.
       ARMAR-RUTAS-PRACTICA.
       MOVE SPACES TO WS-INSTRUMENTOS-RUTA.
       STRING LS-DIRECTORIO-PRACTICA DELIMITED BY SPACE
           "instrumentos.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-RUTA.
       MOVE SPACES TO WS-TIPO-INSTRUMENTO-RUTA.
       STRING LS-DIRECTORIO-PRACTICA DELIMITED BY SPACE
           "tipo_instrumento.dat" DELIMITED BY SIZE
           INTO WS-TIPO-INSTRUMENTO-RUTA.
       MOVE SPACES TO WS-PROVEEDORES-RUTA.
       STRING LS-DIRECTORIO-PRACTICA DELIMITED BY SPACE
           "proveedores.dat" DELIMITED BY SIZE INTO WS-PROVEEDORES-RUTA.
       MOVE SPACES TO WS-USUARIOS-RUTA.
       STRING LS-DIRECTORIO-PRACTICA DELIMITED BY SPACE
           "usuarios.dat" DELIMITED BY SIZE INTO WS-USUARIOS-RUTA.
       MOVE SPACES TO WS-PRESTAMOS-RUTA.
       STRING LS-DIRECTORIO-PRACTICA DELIMITED BY SPACE
           "prestamos.dat" DELIMITED BY SIZE INTO WS-PRESTAMOS-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO-PRACTICA DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.

       FIN-PROGRAMA.
       EXIT PROGRAM.
