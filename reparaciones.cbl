       *>TALLER VARIAS VECES EN SU VIDA, ASI QUE LA LLAVE ES EL CODIGO
       *>MAS LA FECHA DE ENVIO, IGUAL QUE EN EL HISTORIAL DE STATUS.
       SELECT OPTIONAL REPARACIONES-ARCHIVO
       ASSIGN TO WS-REPARACIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS REP-LLAVE
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-REP WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-REPARACIONES.

       *>PARA VALIDAR EL INSTRUMENTO DE LA ORDEN Y DEVOLVERLO A
       *>"En buen estado" CUANDO LA ORDEN SE CIERRA.
       SELECT OPTIONAL INSTRUMENTOS-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-INV
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS.

       *>PARA DEJAR CONSTANCIA DEL CAMBIO DE STATUS CUANDO EL
       *>INSTRUMENTO REGRESA DEL TALLER.
       SELECT OPTIONAL INSTRUMENTOS-HISTORIAL-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-HISTORIAL-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS HIST-LLAVE
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-HIST WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS-HISTORIAL.

       *>PARA VALIDAR QUE EL TALLER INDICADO EXISTA COMO PROVEEDOR.
       SELECT OPTIONAL PROVEEDORES-ARCHIVO
       ASSIGN TO WS-PROVEEDORES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-PROVEEDOR-PRV
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PROVEEDORES.

       *>INSTRUMENTOS CON SERVICIO PREVENTIVO VENCIDO, MARCADOS POR
       *>EL CIERRE DEL DIA (VER MANTENIMIENTO-PREVENTIVO EN
       *>CIERRE.CBL). DESDE AQUI CADA PENDIENTE SE CONVIERTE EN UNA
       *>ORDEN DE REPARACION CON UNA TECLA.
       SELECT OPTIONAL MANTENIMIENTO-ARCHIVO
       ASSIGN TO WS-MANTENIMIENTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-MAN
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-MANTENIMIENTO.

       *>VALOR DE COMPRA DE CADA INSTRUMENTO (VER INSTRUMENTOS.CBL),
       *>PARA AVISAR CUANDO LO GASTADO EN REPARARLO YA PASA EL
       *>PORCENTAJE PERMITIDO DE SU VALOR.
       SELECT OPTIONAL ADQUISICIONES-ARCHIVO
       ASSIGN TO WS-ADQUISICIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-ADQ
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-ADQ WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ADQUISICIONES.

       *>PARAMETROS GENERALES DEL SISTEMA (VER BLOQUEOS.CBL). AQUI SE
       *>LEE REPMAXPCT, EL PORCENTAJE DEL VALOR DE COMPRA A PARTIR
       *>DEL CUAL REPARAR YA NO CONVIENE.
       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO WS-PARAMETROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PARAM-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PARAMETROS.

       *>DEJA CONSTANCIA DE QUE OPERADOR ABRIO O CERRO CADA ORDEN.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       77 WS-LEE-MANT PIC 9(1).
       77 WS-HAY-MANT PIC 9(1).

       *>USADOS PARA RECORRER LAS ORDENES QUE EL CAMBIO DE
       *>INSTRUMENTO DE UN PRESTAMO DEJA ABIERTAS SIN TALLER.
       77 WS-LEE-PRE-ABIERTA PIC 9(1).
       77 WS-HAY-PRE-ABIERTA PIC 9(1).

       *>USADO PARA DEJAR CONSTANCIA DE LAS TRANSACCIONES EN LA
       *>AUDITORIA.
       77 WS-AUD-LLAVE-REG PIC X(60).

       *>INSTRUMENTO CUYO CAMBIO SE LLEVA AL RESUMEN DE
       *>DISPONIBILIDAD (VER DISPONIBILIDAD.CBL).
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
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Reparaciones".
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
       77 WS-FS-REPARACIONES PIC X(2).
       77 WS-FS-INSTRUMENTOS PIC X(2).
       77 WS-FS-INSTRUMENTOS-HISTORIAL PIC X(2).
       77 WS-FS-PROVEEDORES PIC X(2).
       77 WS-FS-MANTENIMIENTO PIC X(2).
       77 WS-FS-ADQUISICIONES PIC X(2).
       77 WS-FS-PARAMETROS PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-REPARACIONES-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-HISTORIAL-RUTA PIC X(80).
       77 WS-PROVEEDORES-RUTA PIC X(80).
       77 WS-MANTENIMIENTO-RUTA PIC X(80).
       77 WS-ADQUISICIONES-RUTA PIC X(80).
       77 WS-PARAMETROS-RUTA PIC X(80).
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

       *>CONECTO CON EL MENU.
       PROCEDURE DIVISION USING LS-CONECTAR LS-ROL LS-SESION.
       DECLARATIVES.
       *>CUALQUIER FALLA SOBRE UN ARCHIVO DE DATOS QUE EL PROPIO
       *>PARRAFO NO ATIENDA (INVALID KEY, AT END) SE ANOTA EN
       *>ERRORES.DAT CON LA LLAVE DEL REGISTRO EN CURSO.
       ERROR-REPARACIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REPARACIONES-ARCHIVO.
       ERROR-REPARACIONES-ANOTAR.
       MOVE "reparaciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-REPARACIONES TO WS-ERR-ESTADO.
       MOVE REP-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INSTRUMENTOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSTRUMENTOS-ARCHIVO.
       ERROR-INSTRUMENTOS-ANOTAR.
       MOVE "instrumentos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-INV TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INSTRUMENTOS-HISTORIAL SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON INSTRUMENTOS-HISTORIAL-ARCHIVO.
       ERROR-INSTRUMENTOS-HISTORIAL-ANOTAR.
       MOVE "instrumentos_historial.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS-HISTORIAL TO WS-ERR-ESTADO.
       MOVE HIST-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PROVEEDORES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROVEEDORES-ARCHIVO.
       ERROR-PROVEEDORES-ANOTAR.
       MOVE "proveedores.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PROVEEDORES TO WS-ERR-ESTADO.
       MOVE ID-PROVEEDOR-PRV TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-MANTENIMIENTO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MANTENIMIENTO-ARCHIVO.
       ERROR-MANTENIMIENTO-ANOTAR.
       MOVE "mantenimiento.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-MANTENIMIENTO TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-MAN TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ADQUISICIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ADQUISICIONES-ARCHIVO.
       ERROR-ADQUISICIONES-ANOTAR.
       MOVE "adquisiciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ADQUISICIONES TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-ADQ TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PARAMETROS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PARAMETROS-ARCHIVO.
       ERROR-PARAMETROS-ANOTAR.
       MOVE "parametros.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PARAMETROS TO WS-ERR-ESTADO.
       MOVE PARAM-NOMBRE TO WS-ERR-LLAVE.
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
       *>PROGRAMA PRINCIPAL.
       PROGRAM-BEGIN.
       PERFORM ARMAR-RUTAS.
       DISPLAY " ".
       DISPLAY WS-TITULO.
       DISPLAY " ".
       DISPLAY "2) Cerrar orden de reparacion".
       DISPLAY "3) Ver ordenes de un instrumento".
       DISPLAY "4) Mantenimiento preventivo pendiente".
       DISPLAY "5) Completar ordenes pre-abiertas en el mostrador".
       DISPLAY "6) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU.

       WHEN 4
           PERFORM MANTENIMIENTO-PENDIENTE
       WHEN 5
           PERFORM COMPLETAR-PREABIERTAS
       WHEN 6
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
       DISPLAY " ".
       DISPLAY "Escanee o digite el codigo del instrumento".
       ACCEPT ID-INSTRUMENTO-REP.
       MOVE "OPEN    ABRIR-ORDEN" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       PERFORM VALIDACION-INSTRUMENTO-REP.
       IF STATUS-INSTRUMENTO-INV NOT = "Deteriorado"
           DISPLAY " "
       *>PRESTAMOS.CBL.
       VALIDACION-INSTRUMENTO-REP.
       MOVE ID-INSTRUMENTO-REP TO ID-INSTRUMENTO-INV.
       MOVE "READ    VALIDACION-INSTRUMENTO-REP" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-INV
               INVALID KEY     MOVE 0 TO WS-INDICADOR
           PERFORM VALIDACION-INSTRUMENTO-REP.

       PEDIR-DATOS-ORDEN.
       MOVE "OPEN    PEDIR-DATOS-ORDEN" TO WS-ERR-DONDE
       OPEN I-O REPARACIONES-ARCHIVO.
       MOVE "OPEN    PEDIR-DATOS-ORDEN" TO WS-ERR-DONDE
       OPEN I-O PROVEEDORES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PROVEEDORES.
       MOVE "OPEN    PEDIR-DATOS-ORDEN" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       ACCEPT FECHA-ENVIADO-REP FROM DATE YYYYMMDD.
       MOVE "READ    PEDIR-DATOS-ORDEN" TO WS-ERR-DONDE
       READ REPARACIONES-ARCHIVO RECORD
           KEY REP-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
           MOVE 0 TO COSTO-REAL-REP
           MOVE 0 TO FECHA-RETORNO-REP
           MOVE "Abierta" TO STATUS-ORDEN-REP
           MOVE "WRITE   PEDIR-DATOS-ORDEN" TO WS-ERR-DONDE
           WRITE REPARACIONES-REGISTRO
           MOVE ID-INSTRUMENTO-REP TO WS-DIS-INSTRUMENTO
           PERFORM ACTUALIZAR-DISPONIBILIDAD
           MOVE SPACES TO WS-AUD-LLAVE-REG
           MOVE REP-LLAVE TO WS-AUD-LLAVE-REG
           MOVE "Alta" TO AUD-ACCION
       *>VALIDAR-PROVEEDOR EN INSTRUMENTOS.CBL.
       VALIDACION-TALLER.
       MOVE ID-PROVEEDOR-REP TO ID-PROVEEDOR-PRV.
       MOVE "READ    VALIDACION-TALLER" TO WS-ERR-DONDE
       READ PROVEEDORES-ARCHIVO RECORD
           KEY ID-PROVEEDOR-PRV
               INVALID KEY     MOVE 0 TO WS-INDICADOR
       ACCEPT ID-INSTRUMENTO-REP.
       DISPLAY "Indique la fecha de envio de la orden (AAAAMMDD)".
       ACCEPT FECHA-ENVIADO-REP.
       MOVE "OPEN    CERRAR-ORDEN" TO WS-ERR-DONDE
       OPEN I-O REPARACIONES-ARCHIVO.
       MOVE "OPEN    CERRAR-ORDEN" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    CERRAR-ORDEN" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-HISTORIAL-ARCHIVO.
       MOVE "OPEN    CERRAR-ORDEN" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "READ    CERRAR-ORDEN" TO WS-ERR-DONDE
       READ REPARACIONES-ARCHIVO RECORD
           KEY REP-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               ACCEPT COSTO-REAL-REP
               ACCEPT FECHA-RETORNO-REP FROM DATE YYYYMMDD
               MOVE "Cerrada" TO STATUS-ORDEN-REP
               MOVE "REWRITE CERRAR-ORDEN" TO WS-ERR-DONDE
               REWRITE REPARACIONES-REGISTRO
               PERFORM RETORNAR-INSTRUMENTO
               MOVE ID-INSTRUMENTO-REP TO WS-DIS-INSTRUMENTO
               PERFORM ACTUALIZAR-DISPONIBILIDAD
               MOVE SPACES TO WS-AUD-LLAVE-REG
               MOVE REP-LLAVE TO WS-AUD-LLAVE-REG
               MOVE "Cierre orden" TO AUD-ACCION
       AVISAR-REPARACION-EXCESIVA.
       MOVE ID-INSTRUMENTO-REP TO WS-ID-ACUM.
       PERFORM SUMAR-REPARACIONES-ACUM.
       MOVE "OPEN    AVISAR-REPARACION-EXCESIVA" TO WS-ERR-DONDE
       OPEN I-O ADQUISICIONES-ARCHIVO.
       MOVE WS-ID-ACUM TO ID-INSTRUMENTO-ADQ.
       MOVE "READ    AVISAR-REPARACION-EXCESIVA" TO WS-ERR-DONDE
       READ ADQUISICIONES-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-ADQ
               INVALID KEY     MOVE 0 TO WS-INDICADOR-ADQ
       MOVE 0 TO WS-COSTO-REPARADO.
       MOVE WS-ID-ACUM TO ID-INSTRUMENTO-REP.
       MOVE ZERO TO FECHA-ENVIADO-REP.
       MOVE "START   SUMAR-REPARACIONES-ACUM" TO WS-ERR-DONDE
       START REPARACIONES-ARCHIVO KEY IS NOT LESS THAN REP-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-REP-ACUM
           NOT INVALID KEY MOVE 0 TO WS-LEE-REP-ACUM.
               UNTIL WS-LEE-REP-ACUM = 1.

       LEER-REPARACION-ACUM.
       MOVE "READ    LEER-REPARACION-ACUM" TO WS-ERR-DONDE
       READ REPARACIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-REP-ACUM.
           PERFORM LEER-REPARACION-ACUM.

       LEER-PARAMETRO-REPMAXPCT.
       MOVE "OPEN    LEER-PARAMETRO-REPMAXPCT" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "REPMAXPCT" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-REPMAXPCT" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 50 TO WS-REPMAXPCT
       *>ACTUALIZAR-STATUS-DEVOLUCION EN PRESTAMOS.CBL.
       RETORNAR-INSTRUMENTO.
       MOVE ID-INSTRUMENTO-REP TO ID-INSTRUMENTO-INV.
       MOVE "READ    RETORNAR-INSTRUMENTO" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-INV
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               MOVE WS-HORA-STATUS-HIST TO HORA-STATUS-HIST
               MOVE "En buen estado" TO STATUS-INSTRUMENTO-INV
               MOVE STATUS-INSTRUMENTO-INV TO STATUS-INSTRUMENTO-HIST
               MOVE "REWRITE RETORNAR-INSTRUMENTO" TO WS-ERR-DONDE
               REWRITE INSTRUMENTOS-REGISTRO
               MOVE SPACES TO GRADO-CONDICION-HIST
               MOVE "WRITE   RETORNAR-INSTRUMENTO" TO WS-ERR-DONDE
               WRITE INSTRUMENTOS-HISTORIAL-REGISTRO.

       *>MUESTRA TODAS LAS ORDENES DE UN INSTRUMENTO, ABIERTAS Y
       DISPLAY " ".
       DISPLAY "Escanee o digite el codigo del instrumento".
       ACCEPT WS-ID-BUSCADO-REP.
       MOVE "OPEN    VER-ORDENES" TO WS-ERR-DONDE
       OPEN I-O REPARACIONES-ARCHIVO.
       MOVE WS-ID-BUSCADO-REP TO ID-INSTRUMENTO-REP.
       MOVE ZERO TO FECHA-ENVIADO-REP.
       MOVE "START   VER-ORDENES" TO WS-ERR-DONDE
       START REPARACIONES-ARCHIVO KEY IS NOT LESS THAN REP-LLAVE
           INVALID KEY     MOVE 1 TO WS-INDICADOR
           NOT INVALID KEY MOVE 0 TO WS-INDICADOR.
       PERFORM VOLVER.

       LISTAR-ORDENES.
       MOVE "READ    LISTAR-ORDENES" TO WS-ERR-DONDE
       READ REPARACIONES-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO LEE-TODO.
       IF LEE-TODO = 1
       MANTENIMIENTO-PENDIENTE.
       DISPLAY "---Mantenimiento preventivo pendiente---".
       DISPLAY " ".
       MOVE "OPEN    MANTENIMIENTO-PENDIENTE" TO WS-ERR-DONDE
       OPEN I-O MANTENIMIENTO-ARCHIVO.
       MOVE "OPEN    MANTENIMIENTO-PENDIENTE" TO WS-ERR-DONDE
       OPEN I-O REPARACIONES-ARCHIVO.
       MOVE "OPEN    MANTENIMIENTO-PENDIENTE" TO WS-ERR-DONDE
       OPEN I-O PROVEEDORES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PROVEEDORES.
       MOVE "OPEN    MANTENIMIENTO-PENDIENTE" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE 0 TO WS-HAY-MANT.
       MOVE 0 TO WS-LEE-MANT.
       PERFORM VOLVER.

       LEER-SIGUIENTE-MANT.
       MOVE "READ    LEER-SIGUIENTE-MANT" TO WS-ERR-DONDE
       READ MANTENIMIENTO-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-MANT.
       ABRIR-ORDEN-MANT.
       MOVE ID-INSTRUMENTO-MAN TO ID-INSTRUMENTO-REP.
       ACCEPT FECHA-ENVIADO-REP FROM DATE YYYYMMDD.
       MOVE "READ    ABRIR-ORDEN-MANT" TO WS-ERR-DONDE
       READ REPARACIONES-ARCHIVO RECORD
           KEY REP-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
           MOVE 0 TO COSTO-REAL-REP
           MOVE 0 TO FECHA-RETORNO-REP
           MOVE "Abierta" TO STATUS-ORDEN-REP
           MOVE "WRITE   ABRIR-ORDEN-MANT" TO WS-ERR-DONDE
           WRITE REPARACIONES-REGISTRO
           MOVE ID-INSTRUMENTO-REP TO WS-DIS-INSTRUMENTO
           PERFORM ACTUALIZAR-DISPONIBILIDAD
           MOVE SPACES TO WS-AUD-LLAVE-REG
           MOVE REP-LLAVE TO WS-AUD-LLAVE-REG
           MOVE "Alta" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA
           MOVE "Atendido" TO STATUS-MAN
           MOVE "REWRITE ABRIR-ORDEN-MANT" TO WS-ERR-DONDE
           REWRITE MANTENIMIENTO-REGISTRO
           DISPLAY " "
           DISPLAY "Orden de mantenimiento abierta.".

       *>EL CAMBIO DE INSTRUMENTO DE UN PRESTAMO (VER
       *>CAMBIAR-INSTRUMENTO EN PRESTAMOS.CBL) DEJA ABIERTA LA ORDEN
       *>DEL EQUIPO QUE FALLO, PERO SIN TALLER NI ESTIMADO. AQUI SE
       *>RECORREN ESAS ORDENES Y, CON UNA CONFIRMACION POR CADA UNA,
       *>SE LES COMPLETA EL TALLER Y EL COSTO ESTIMADO.
       COMPLETAR-PREABIERTAS.
       DISPLAY "---Ordenes pre-abiertas en el mostrador---".
       DISPLAY " ".
       MOVE "OPEN    COMPLETAR-PREABIERTAS" TO WS-ERR-DONDE
       OPEN I-O REPARACIONES-ARCHIVO.
       MOVE "OPEN    COMPLETAR-PREABIERTAS" TO WS-ERR-DONDE
       OPEN I-O PROVEEDORES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PROVEEDORES.
       MOVE "OPEN    COMPLETAR-PREABIERTAS" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE 0 TO WS-HAY-PRE-ABIERTA.
       MOVE 0 TO WS-LEE-PRE-ABIERTA.
       PERFORM LEER-SIGUIENTE-PRE-ABIERTA.
       PERFORM OFRECER-PRE-ABIERTA UNTIL WS-LEE-PRE-ABIERTA = 1.
       IF WS-HAY-PRE-ABIERTA = 0
           DISPLAY "No hay ordenes pre-abiertas sin taller.".
       CLOSE REPARACIONES-ARCHIVO.
       CLOSE PROVEEDORES-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-PRE-ABIERTA.
       MOVE "READ    LEER-SIGUIENTE-PRE-ABIERTA" TO WS-ERR-DONDE
       READ REPARACIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-PRE-ABIERTA.

       OFRECER-PRE-ABIERTA.
       IF STATUS-ORDEN-REP = "Abierta" AND ID-PROVEEDOR-REP = SPACES
           MOVE 1 TO WS-HAY-PRE-ABIERTA
           DISPLAY " "
           DISPLAY "Instrumento " ID-INSTRUMENTO-REP
               " - orden del " FECHA-ENVIADO-REP " sin taller"
           DISPLAY "¿Completar la orden ahora? (S/N)"
           ACCEPT WS-SI-NO
           PERFORM CONFIRMAR-PRE-ABIERTA
       END-IF.
       PERFORM LEER-SIGUIENTE-PRE-ABIERTA.

       CONFIRMAR-PRE-ABIERTA.
       EVALUATE WS-SI-NO
       WHEN = "S" OR = "s"
           PERFORM COMPLETAR-ORDEN-PRE-ABIERTA
       WHEN = "N" OR = "n"
           NEXT SENTENCE
       WHEN OTHER
           DISPLAY "Por favor ingrese S para si, o N para no."
           ACCEPT WS-SI-NO
           PERFORM CONFIRMAR-PRE-ABIERTA
       END-EVALUATE.

       *>PIDE EL TALLER Y EL ESTIMADO IGUAL QUE PEDIR-DATOS-ORDEN Y
       *>REGRABA LA ORDEN EN PANTALLA, QUE SIGUE Abierta. LA LECTURA
       *>DEL TALLER NO MUEVE LA POSICION DEL RECORRIDO DE ORDENES.
       COMPLETAR-ORDEN-PRE-ABIERTA.
       DISPLAY " ".
       DISPLAY "Indique cedula o RIF del taller (proveedor)".
       ACCEPT ID-PROVEEDOR-REP.
       PERFORM VALIDACION-TALLER.
       DISPLAY " ".
       DISPLAY "Ingrese costo estimado de la reparacion".
       ACCEPT COSTO-ESTIMADO-REP.
       MOVE "REWRITE COMPLETAR-ORDEN-PRE-ABIERTA" TO WS-ERR-DONDE
       REWRITE REPARACIONES-REGISTRO.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       MOVE REP-LLAVE TO WS-AUD-LLAVE-REG.
       MOVE "Modificacion" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       DISPLAY " ".
       DISPLAY "Orden completada.".

       VOLVER.
       DISPLAY " ".
       DISPLAY "1.- Volver al menu".
       *>SEGUNDO, LA LLAVE REPITE Y EL WRITE FALLA; EN VEZ DE PERDER
       *>LA ENTRADA EN SILENCIO SE AVANZA LA SECUENCIA Y SE REINTENTA.
       ESCRIBIR-AUDITORIA.
       MOVE "WRITE   ESCRIBIR-AUDITORIA" TO WS-ERR-DONDE
       WRITE AUDITORIA-REGISTRO
           INVALID KEY
               ADD 1 TO AUD-SECUENCIA
               PERFORM ESCRIBIR-AUDITORIA
       END-WRITE.

       *>LLEVA AL RESUMEN DE DISPONIBILIDAD EL ESTADO EN QUE QUEDO
       *>EL INSTRUMENTO WS-DIS-INSTRUMENTO, DESPUES DE GRABAR EL
       *>CAMBIO (VER DISPONIBILIDAD.CBL).
       ACTUALIZAR-DISPONIBILIDAD.
       MOVE "I" TO WS-DIS-ACCION.
       PERFORM LLAMAR-DISPONIBILIDAD.

       LLAMAR-DISPONIBILIDAD.
       MOVE LS-CONECTAR TO WS-DIS-OPERADOR.
       MOVE LS-DIRECTORIO TO WS-DIS-DIRECTORIO.
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
       MOVE SPACES TO WS-REPARACIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reparaciones.dat" DELIMITED BY SIZE
           INTO WS-REPARACIONES-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-HISTORIAL-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos_historial.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-HISTORIAL-RUTA.
       MOVE SPACES TO WS-PROVEEDORES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "proveedores.dat" DELIMITED BY SIZE INTO WS-PROVEEDORES-RUTA.
       MOVE SPACES TO WS-MANTENIMIENTO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "mantenimiento.dat" DELIMITED BY SIZE
           INTO WS-MANTENIMIENTO-RUTA.
       MOVE SPACES TO WS-ADQUISICIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "adquisiciones.dat" DELIMITED BY SIZE
           INTO WS-ADQUISICIONES-RUTA.
       MOVE SPACES TO WS-PARAMETROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "parametros.dat" DELIMITED BY SIZE INTO WS-PARAMETROS-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.

       FIN-PROGRAMA.
       EXIT PROGRAM.
