       *>FECHA Y HORA DE LLEGADA, Y SE ATIENDEN EN ESE ORDEN CUANDO
       *>EL INSTRUMENTO SE DEVUELVE (VER DEVOLVER EN PRESTAMOS.CBL).
       SELECT OPTIONAL RESERVAS-ARCHIVO
       ASSIGN TO WS-RESERVAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS RES-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-RES WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-RESERVAS.

       *>PARA VERIFICAR QUE EL USUARIO QUE RESERVA ESTE REGISTRADO.
       SELECT OPTIONAL USUARIOS-ARCHIVO
       ASSIGN TO WS-USUARIOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO-USR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS.

       *>PARA VERIFICAR QUE EL INSTRUMENTO RESERVADO EXISTA.
       SELECT OPTIONAL INSTRUMENTOS-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-INV
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS.

       *>CONTADOR DE PLANTONES POR USUARIO: CADA VEZ QUE EL CIERRE
       *>VENCE UN APARTADO SIN RETIRAR (VER CIERRE.CBL) EL USUARIO
       *>ACUMULA UN STRIKE; CON TRES SU PRIVILEGIO DE RESERVAR QUEDA
       *>EN PAUSA HASTA QUE UN SUPERVISOR LO REPONGA DESDE AQUI.
       SELECT OPTIONAL STRIKES-RESERVAS-ARCHIVO
       ASSIGN TO WS-STRIKES-RESERVAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO-STK
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-STRIKES-RESERVAS.

       *>PARA VERIFICAR QUE UNA RESERVA ANTICIPADA NO CHOQUE CON LA
       *>FECHA DE DEVOLUCION DE UN PRESTAMO ABIERTO DEL MISMO
       *>INSTRUMENTO.
       SELECT OPTIONAL PRESTAMOS-ARCHIVO
       ASSIGN TO WS-PRESTAMOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-PR WITH DUPLICATES
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-PR WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PRESTAMOS.

       *>DEJA CONSTANCIA DE QUE OPERADOR REALIZO CADA TRANSACCION DE
       *>MANTENIMIENTO (ALTA, MODIFICACION O BAJA) SOBRE UNA RESERVA.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       *>BANDERA DEL ESTADO DEL DIA (VER CIERRE.CBL): CON EL DIA
       *>CERRADO NO SE REGISTRAN RESERVAS NUEVAS SALVO OVERRIDE DE
       *>SUPERVISOR, QUE QUEDA EN LA AUDITORIA.
       SELECT OPTIONAL ESTADO-DIA-ARCHIVO
       ASSIGN TO WS-ESTADO-DIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS EST-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ESTADO-DIA.

       *>PARA VALIDAR LA CLAVE DEL SUPERVISOR QUE AUTORIZA UNA
       *>RESERVA CON EL DIA CERRADO.
       SELECT OPTIONAL OPERADORES-ARCHIVO
       ASSIGN TO WS-OPERADORES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-OPERADOR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-OPERADORES.

       *>PARAMETROS GENERALES DEL SISTEMA (VER BLOQUEOS.CBL). AQUI SE
       *>LEE CORTEPER, EL ULTIMO PERIODO CONTABLE CERRADO.
       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO WS-PARAMETROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PARAM-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PARAMETROS.

       *>PERMITE DETECTAR SI OTRO TERMINAL YA TIENE UN REGISTRO ABIERTO
       *>PARA EDICION, PARA EVITAR QUE DOS OPERADORES SE PISEN LOS
       *>CAMBIOS SIN DARSE CUENTA.
       SELECT OPTIONAL BLOQUEOS-ARCHIVO
       ASSIGN TO WS-BLOQUEOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS LOCK-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-BLOQUEOS.

       *>UNIDADES MARCADAS EN UN LLAMADO DEL FABRICANTE (VER
       *>LLAMADOS.CBL): MIENTRAS NO SE RESUELVEN NO SE RESERVAN NI
       *>ENTRAN EN LA LISTA DE RECOLECCION.
       SELECT OPTIONAL LLAMADOS-UNIDADES-ARCHIVO
       ASSIGN TO WS-LLAMADOS-UNIDADES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS UNI-LLAVE
       ALTERNATE RECORD KEY IS UNI-INSTRUMENTO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-LLAMADOS-UNIDADES.

       DATA DIVISION.
       FILE SECTION.
               05 LOCK-FECHA    PIC 9(8).
               05 LOCK-HORA     PIC 9(8).

       *>COPIA DEL REGISTRO DE LLAMADOS_UNIDADES.DAT (VER
       *>LLAMADOS.CBL).
       FD LLAMADOS-UNIDADES-ARCHIVO.
           01 LLAMADOS-UNIDADES-REGISTRO.
               05 UNI-LLAVE.
                   10 UNI-AVISO       PIC X(15).
                   10 UNI-INSTRUMENTO PIC X(6).
               05 UNI-STATUS       PIC X(10). *>Pendiente/Recogido/
                                              *>Reparado/Baja.
               05 UNI-CEDULA       PIC X(11).
               05 UNI-FECHA-MARCA  PIC 9(8).
               05 UNI-FECHA-STATUS PIC 9(8).
               05 UNI-OPERADOR     PIC X(10).

       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS
       01 WS-TITULO.
       *>MANTENIMIENTO EN LA AUDITORIA.
       77 WS-AUD-LLAVE-REG PIC X(60).

       *>USADOS POR LA LISTA DE RECOLECCION DE LOS RETIROS DEL DIA.
       77 WS-FECHA-RETIRO PIC 9(8).
       77 WS-LEE-RETIRO PIC 9(1).
       77 WS-CANT-RETIROS PIC 9(3).

       *>USADOS PARA SABER SI EL INSTRUMENTO WS-ID-LLAMADO TIENE UNA
       *>UNIDAD SIN RESOLVER EN UN LLAMADO DEL FABRICANTE (VER
       *>VERIFICAR-LLAMADO).
       77 WS-ID-LLAMADO PIC X(6).
       77 WS-EN-LLAMADO PIC 9(1).
       77 WS-LEE-LLAMADO PIC 9(1).
       77 WS-AVISO-LLAMADO PIC X(15).

       *>GUARDA LA CLAVE QUE SE DEJO BLOQUEADA EN VERIFICAR-BLOQUEO,
       *>PARA QUE LIBERAR-BLOQUEO LA QUITE.
       77 WS-BLOQUEO-CLAVE PIC X(62).

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

       *>ESTANTE DE CADA INSTRUMENTO RESERVADO, PARA LA LISTA DE
       *>RECOLECCION DE LOS RETIROS DEL DIA (VER ESTANTES.CBL).
       01 WS-EST-DATOS.
           05 WS-EST-ACCION      PIC X(1).
           05 WS-EST-INSTRUMENTO PIC X(6).
           05 WS-EST-SEDE        PIC X(3).
           05 WS-EST-ESTANTE     PIC X(8).
           05 WS-EST-DETALLE     PIC X(40).
           05 WS-EST-OPERADOR    PIC X(10).
           05 WS-EST-DIRECTORIO  PIC X(40).
           05 WS-EST-HALLADO     PIC 9(1).
           05 WS-EST-CANTIDAD    PIC 9(3).
           05 WS-EST-ARCHIVO     PIC X(50).

       *>DATOS DEL ERROR DE ARCHIVO QUE SE ANOTA EN ERRORES.DAT
       *>(VER ERRORES.CBL). ANTES DE CADA OPERACION SOBRE UN
       *>ARCHIVO DE DATOS SE DEJA EN WS-ERR-DONDE LA OPERACION Y EL
       *>PARRAFO; SI FALLA, LAS DECLARATIVAS COMPLETAN EL RESTO.
       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Reservas".
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
       77 WS-FS-RESERVAS PIC X(2).
       77 WS-FS-USUARIOS PIC X(2).
       77 WS-FS-INSTRUMENTOS PIC X(2).
       77 WS-FS-STRIKES-RESERVAS PIC X(2).
       77 WS-FS-PRESTAMOS PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       77 WS-FS-ESTADO-DIA PIC X(2).
       77 WS-FS-OPERADORES PIC X(2).
       77 WS-FS-PARAMETROS PIC X(2).
       77 WS-FS-BLOQUEOS PIC X(2).
       77 WS-FS-LLAMADOS-UNIDADES PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-RESERVAS-RUTA PIC X(80).
       77 WS-USUARIOS-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-STRIKES-RESERVAS-RUTA PIC X(80).
       77 WS-PRESTAMOS-RUTA PIC X(80).
       77 WS-AUDITORIA-RUTA PIC X(80).
       77 WS-ESTADO-DIA-RUTA PIC X(80).
       77 WS-OPERADORES-RUTA PIC X(80).
       77 WS-PARAMETROS-RUTA PIC X(80).
       77 WS-BLOQUEOS-RUTA PIC X(80).
       77 WS-LLAMADOS-UNIDADES-RUTA PIC X(80).

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
       ERROR-RESERVAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RESERVAS-ARCHIVO.
       ERROR-RESERVAS-ANOTAR.
       MOVE "reservas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-RESERVAS TO WS-ERR-ESTADO.
       MOVE RES-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-USUARIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USUARIOS-ARCHIVO.
       ERROR-USUARIOS-ANOTAR.
       MOVE "usuarios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO-USR TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INSTRUMENTOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSTRUMENTOS-ARCHIVO.
       ERROR-INSTRUMENTOS-ANOTAR.
       MOVE "instrumentos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-INV TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-STRIKES-RESERVAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON STRIKES-RESERVAS-ARCHIVO.
       ERROR-STRIKES-RESERVAS-ANOTAR.
       MOVE "strikes_reservas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-STRIKES-RESERVAS TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO-STK TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PRESTAMOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PRESTAMOS-ARCHIVO.
       ERROR-PRESTAMOS-ANOTAR.
       MOVE "prestamos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PRESTAMOS TO WS-ERR-ESTADO.
       MOVE PRE-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-AUDITORIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AUDITORIA-ARCHIVO.
       ERROR-AUDITORIA-ANOTAR.
       MOVE "auditoria.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-AUDITORIA TO WS-ERR-ESTADO.
       MOVE AUD-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ESTADO-DIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ESTADO-DIA-ARCHIVO.
       ERROR-ESTADO-DIA-ANOTAR.
       MOVE "estado_dia.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ESTADO-DIA TO WS-ERR-ESTADO.
       MOVE EST-ID TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-OPERADORES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPERADORES-ARCHIVO.
       ERROR-OPERADORES-ANOTAR.
       MOVE "operadores.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-OPERADORES TO WS-ERR-ESTADO.
       MOVE ID-OPERADOR TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PARAMETROS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PARAMETROS-ARCHIVO.
       ERROR-PARAMETROS-ANOTAR.
       MOVE "parametros.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PARAMETROS TO WS-ERR-ESTADO.
       MOVE PARAM-NOMBRE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-BLOQUEOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BLOQUEOS-ARCHIVO.
       ERROR-BLOQUEOS-ANOTAR.
       MOVE "bloqueos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-BLOQUEOS TO WS-ERR-ESTADO.
       MOVE LOCK-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-LLAMADOS-UNIDADES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON LLAMADOS-UNIDADES-ARCHIVO.
       ERROR-LLAMADOS-UNIDADES-ANOTAR.
       MOVE "llamados_unidades.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-LLAMADOS-UNIDADES TO WS-ERR-ESTADO.
       MOVE UNI-LLAVE TO WS-ERR-LLAVE.
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
       DISPLAY "1) Registrar".
       DISPLAY "2) Actualizar".
       DISPLAY "3) Strikes de reservas (solo supervisor)".
       DISPLAY "4) Lista de recoleccion de los retiros del dia".
       DISPLAY "5) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU.

       WHEN 3
           PERFORM STRIKES-USUARIO
       WHEN 4
           PERFORM RECOLECCION-RETIROS
       WHEN 5
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
       *>APARTE. DEJA EL VEREDICTO EN WS-DIA-OK.
       VERIFICAR-DIA-ABIERTO.
       MOVE 1 TO WS-DIA-OK.
       MOVE "OPEN    VERIFICAR-DIA-ABIERTO" TO WS-ERR-DONDE
       OPEN I-O ESTADO-DIA-ARCHIVO.
       MOVE "DIA" TO EST-ID.
       MOVE "READ    VERIFICAR-DIA-ABIERTO" TO WS-ERR-DONDE
       READ ESTADO-DIA-ARCHIVO RECORD
           KEY EST-ID
               INVALID KEY     MOVE 0 TO WS-HAY-ESTADO-DIA
           DISPLAY "autorizacion de un supervisor."
           PERFORM VALIDAR-CLAVE-SUPERVISOR
           IF WS-AUTORIZADO = 1
               MOVE "OPEN    VERIFICAR-DIA-ABIERTO" TO WS-ERR-DONDE
               OPEN I-O AUDITORIA-ARCHIVO
               MOVE SPACES TO WS-AUD-LLAVE-REG
               STRING "Dia cerrado Aut: " WS-SUPERVISOR-ID
       ACCEPT WS-SUPERVISOR-ID.
       DISPLAY "Ingrese clave del supervisor".
       ACCEPT WS-SUPERVISOR-CLAVE.
       MOVE "OPEN    VALIDAR-CLAVE-SUPERVISOR" TO WS-ERR-DONDE
       OPEN I-O OPERADORES-ARCHIVO.
       MOVE WS-SUPERVISOR-ID TO ID-OPERADOR.
       MOVE "READ    VALIDAR-CLAVE-SUPERVISOR" TO WS-ERR-DONDE
       READ OPERADORES-ARCHIVO RECORD
           KEY ID-OPERADOR
               INVALID KEY     MOVE 0 TO WS-INDICADOR
       DISPLAY " ".
       DISPLAY "Escanee o digite el codigo del instrumento a reservar".
       ACCEPT ID-INSTRUMENTO-RES.
       MOVE "OPEN    REGISTRAR-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       PERFORM VALIDACION-INSTRUMENTO-RES.
       IF STATUS-INSTRUMENTO-INV NOT = "Prestado"
           DISPLAY " "
       DISPLAY " ".
       DISPLAY "Indique numero de cedula del usuario que reserva".
       ACCEPT CEDULA-USUARIO-RES.
       MOVE "OPEN    REGISTRAR-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       PERFORM VALIDACION-USUARIO-RES.
       CLOSE USUARIOS-ARCHIVO.

       *>LEE EL CONTADOR DE PLANTONES DEL USUARIO EN PANTALLA; CERO
       *>SI NUNCA HA DEJADO UN APARTADO SIN RETIRAR.
       LEER-STRIKES-USUARIO.
       MOVE "OPEN    LEER-STRIKES-USUARIO" TO WS-ERR-DONDE
       OPEN I-O STRIKES-RESERVAS-ARCHIVO.
       MOVE CEDULA-USUARIO-RES TO CEDULA-USUARIO-STK.
       MOVE "READ    LEER-STRIKES-USUARIO" TO WS-ERR-DONDE
       READ STRIKES-RESERVAS-ARCHIVO RECORD
           KEY CEDULA-USUARIO-STK
               INVALID KEY     MOVE 0 TO WS-STRIKES-ACTUAL
               PERFORM TERMINAR-RESERVA.

       LEER-PARAMETRO-CORTEPER.
       MOVE "OPEN    LEER-PARAMETRO-CORTEPER" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "CORTEPER" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-CORTEPER" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 0 TO WS-CORTEPER
       *>WS-CONFLICTO-USO.
       VERIFICAR-CONFLICTO-USO.
       MOVE 0 TO WS-CONFLICTO-USO.
       MOVE "OPEN    VERIFICAR-CONFLICTO-USO" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE WS-ID-RESERVANTE TO ID-INSTRUMENTO-PR.
       MOVE "START   VERIFICAR-CONFLICTO-USO" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO KEY IS NOT LESS THAN ID-INSTRUMENTO-PR
           INVALID KEY     MOVE 1 TO WS-LEE-CONFLICTO
           NOT INVALID KEY MOVE 0 TO WS-LEE-CONFLICTO.
               UNTIL WS-LEE-CONFLICTO = 1.
       CLOSE PRESTAMOS-ARCHIVO.

       MOVE "OPEN    VERIFICAR-CONFLICTO-USO" TO WS-ERR-DONDE
       OPEN I-O RESERVAS-ARCHIVO.
       MOVE WS-ID-RESERVANTE TO ID-INSTRUMENTO-RES.
       MOVE ZERO TO FECHA-RESERVA.
       MOVE LOW-VALUES TO HORA-RESERVA.
       MOVE "START   VERIFICAR-CONFLICTO-USO" TO WS-ERR-DONDE
       START RESERVAS-ARCHIVO KEY IS NOT LESS THAN RES-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-CONFLICTO
           NOT INVALID KEY MOVE 0 TO WS-LEE-CONFLICTO.
       CLOSE RESERVAS-ARCHIVO.

       LEER-PRESTAMO-CONFLICTO.
       MOVE "READ    LEER-PRESTAMO-CONFLICTO" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-CONFLICTO.
               PERFORM LEER-PRESTAMO-CONFLICTO.

       LEER-RESERVA-CONFLICTO.
       MOVE "READ    LEER-RESERVA-CONFLICTO" TO WS-ERR-DONDE
       READ RESERVAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-CONFLICTO.
       ACCEPT FECHA-RESERVA FROM DATE YYYYMMDD.
       ACCEPT HORA-RESERVA FROM TIME.

       MOVE "OPEN    TERMINAR-RESERVA" TO WS-ERR-DONDE
       OPEN I-O RESERVAS-ARCHIVO.
       MOVE "OPEN    TERMINAR-RESERVA" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "READ    TERMINAR-RESERVA" TO WS-ERR-DONDE
       READ RESERVAS-ARCHIVO RECORD
           KEY RES-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0 *>SI NO EXISTE, GUARDO EL NUEVO REGISTRO
           MOVE "Pendiente" TO STATUS-RESERVA
           MOVE "WRITE   TERMINAR-RESERVA" TO WS-ERR-DONDE
           WRITE RESERVAS-REGISTRO
           MOVE ID-INSTRUMENTO-RES TO WS-DIS-INSTRUMENTO
           PERFORM ACTUALIZAR-DISPONIBILIDAD
           MOVE RES-LLAVE TO WS-AUD-LLAVE-REG
           MOVE "Alta" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA
       *>PRESTAMOS.CBL.
       VALIDACION-INSTRUMENTO-RES.
       MOVE ID-INSTRUMENTO-RES TO ID-INSTRUMENTO-INV.
       MOVE "READ    VALIDACION-INSTRUMENTO-RES" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-INV
               INVALID KEY     MOVE 0 TO WS-INDICADOR
           DISPLAY "Escanee o digite el codigo del instrumento"
           ACCEPT ID-INSTRUMENTO-RES
           PERFORM VALIDACION-INSTRUMENTO-RES.
       *>UN EQUIPO BAJO UN LLAMADO DEL FABRICANTE SIN RESOLVER NO SE
       *>RESERVA: NO SE SABE SI VOLVERA AL SERVICIO.
       MOVE ID-INSTRUMENTO-RES TO WS-ID-LLAMADO.
       PERFORM VERIFICAR-LLAMADO.
       IF WS-EN-LLAMADO = 1
           DISPLAY " "
           DISPLAY "Ese instrumento esta bajo el llamado del "
               "fabricante " WS-AVISO-LLAMADO
           DISPLAY "y no se reserva hasta resolverlo en Llamados."
           DISPLAY "Escanee o digite el codigo del instrumento"
           ACCEPT ID-INSTRUMENTO-RES
           PERFORM VALIDACION-INSTRUMENTO-RES.

       *>VERIFICA QUE LA CEDULA INGRESADA EXISTA EN USUARIOS.DAT,
       *>IGUAL QUE VALIDACION-USUARIO-MUL EN MULTAS.CBL.
       VALIDACION-USUARIO-RES.
       MOVE CEDULA-USUARIO-RES TO CEDULA-USUARIO-USR.
       MOVE "READ    VALIDACION-USUARIO-RES" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO-USR
               INVALID KEY     MOVE 0 TO WS-INDICADOR
       DISPLAY " ".
       DISPLAY "Escanee o digite el codigo del instrumento".
       ACCEPT WS-ID-BUSCADO.
       MOVE "OPEN    ACTUALIZAR" TO WS-ERR-DONDE
       OPEN I-O RESERVAS-ARCHIVO.
       MOVE "OPEN    ACTUALIZAR" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "OPEN    ACTUALIZAR" TO WS-ERR-DONDE
       OPEN I-O BLOQUEOS-ARCHIVO.
       *>COMO PUEDE HABER VARIAS RESERVAS EN COLA PARA EL MISMO
       *>INSTRUMENTO, SE MUESTRAN TODAS PRIMERO Y LUEGO SE PIDE LA
       MOVE WS-ID-BUSCADO TO ID-INSTRUMENTO-RES.
       MOVE ZERO TO FECHA-RESERVA.
       MOVE LOW-VALUES TO HORA-RESERVA.
       MOVE "START   ACTUALIZAR" TO WS-ERR-DONDE
       START RESERVAS-ARCHIVO KEY IS NOT LESS THAN RES-LLAVE
           INVALID KEY MOVE 1 TO WS-INDICADOR
           NOT INVALID KEY MOVE 0 TO WS-INDICADOR.
           DISPLAY "Ingrese hora de la reserva a actualizar"
           ACCEPT HORA-RESERVA
           MOVE WS-ID-BUSCADO TO ID-INSTRUMENTO-RES
           MOVE "READ    ACTUALIZAR" TO WS-ERR-DONDE
           READ RESERVAS-ARCHIVO RECORD
               KEY RES-LLAVE
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
                   PERFORM CONFIRMAR-ACTUALIZAR.

       LISTAR-RESERVAS-INSTRUMENTO.
       MOVE "READ    LISTAR-RESERVAS-INSTRUMENTO" TO WS-ERR-DONDE
       READ RESERVAS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1 OR ID-INSTRUMENTO-RES NOT = WS-ID-BUSCADO
       END-EVALUATE.

       GRABAR-CAMBIO-STATUS.
       MOVE "REWRITE GRABAR-CAMBIO-STATUS" TO WS-ERR-DONDE
       REWRITE RESERVAS-REGISTRO.
       MOVE ID-INSTRUMENTO-RES TO WS-DIS-INSTRUMENTO.
       PERFORM ACTUALIZAR-DISPONIBILIDAD.
       MOVE RES-LLAVE TO WS-AUD-LLAVE-REG.
       MOVE "Modificacion" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       VALIDACION-ELIMINAR.
       EVALUATE WS-SI-NO
       WHEN = "S" OR = "s"
           MOVE "DELETE  VALIDACION-ELIMINAR" TO WS-ERR-DONDE
           DELETE RESERVAS-ARCHIVO RECORD
           MOVE ID-INSTRUMENTO-RES TO WS-DIS-INSTRUMENTO
           PERFORM ACTUALIZAR-DISPONIBILIDAD
           MOVE RES-LLAVE TO WS-AUD-LLAVE-REG
           MOVE "Baja" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA
       ELSE
           DISPLAY "Indique numero de cedula del usuario"
           ACCEPT WS-CEDULA-STRIKES
           MOVE "OPEN    STRIKES-USUARIO" TO WS-ERR-DONDE
           OPEN I-O STRIKES-RESERVAS-ARCHIVO
           MOVE WS-CEDULA-STRIKES TO CEDULA-USUARIO-STK
           MOVE "READ    STRIKES-USUARIO" TO WS-ERR-DONDE
           READ STRIKES-RESERVAS-ARCHIVO RECORD
               KEY CEDULA-USUARIO-STK
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
       EVALUATE WS-SI-NO
       WHEN = "S" OR = "s"
           MOVE 0 TO STRIKES-RESERVA
           MOVE "REWRITE CONFIRMAR-REPONER-STRIKES" TO WS-ERR-DONDE
           REWRITE STRIKES-RESERVAS-REGISTRO
           CLOSE STRIKES-RESERVAS-ARCHIVO
           MOVE "OPEN    CONFIRMAR-REPONER-STRIKES" TO WS-ERR-DONDE
           OPEN I-O AUDITORIA-ARCHIVO
           MOVE SPACES TO WS-AUD-LLAVE-REG
           STRING "Strikes " WS-CEDULA-STRIKES
           PERFORM CONFIRMAR-REPONER-STRIKES
       END-EVALUATE.

       *>LAS RESERVAS ANTICIPADAS CUYO USO EMPIEZA EN LA FECHA
       *>INDICADA SE PREPARAN ANTES DE QUE EL SOCIO PASE: SE IMPRIME
       *>LA LISTA DE RECOLECCION ORDENADA POR SEDE Y ESTANTE CON LO
       *>QUE ESTA EN EL ESTANTE, Y SE AVISA EN PANTALLA DE LO QUE NO
       *>(PRESTADO, EN REPARACION...). LAS RESERVAS DE COLA DE ESPERA
       *>NO ENTRAN: SU INSTRUMENTO YA QUEDA APARTADO EN EL MOSTRADOR
       *>AL DEVOLVERSE (VER PRESTAMOS.CBL).
       RECOLECCION-RETIROS.
       DISPLAY "---Lista de recoleccion de los retiros del dia---".
       DISPLAY " ".
       DISPLAY "Ingrese la fecha de los retiros (AAAAMMDD)".
       ACCEPT WS-FECHA-RETIRO.
       PERFORM VALIDACION-FECHA-RETIRO.
       MOVE "OPEN    RECOLECCION-RETIROS" TO WS-ERR-DONDE
       OPEN I-O RESERVAS-ARCHIVO.
       MOVE "OPEN    RECOLECCION-RETIROS" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "N" TO WS-EST-ACCION.
       PERFORM LLAMAR-ESTANTES.
       MOVE 0 TO WS-CANT-RETIROS.
       MOVE 0 TO WS-LEE-RETIRO.
       PERFORM LEER-SIGUIENTE-RETIRO.
       PERFORM REVISAR-RETIRO UNTIL WS-LEE-RETIRO = 1.
       CLOSE RESERVAS-ARCHIVO.
       CLOSE INSTRUMENTOS-ARCHIVO.
       IF WS-CANT-RETIROS = 0
           DISPLAY " "
           DISPLAY "No hay instrumentos que recoger para esa fecha."
       ELSE
           MOVE SPACES TO WS-EST-DETALLE
           STRING "Retiros de reservas del " WS-FECHA-RETIRO
               DELIMITED BY SIZE INTO WS-EST-DETALLE
           DISPLAY " "
           MOVE "P" TO WS-EST-ACCION
           PERFORM LLAMAR-ESTANTES
           DISPLAY " "
           DISPLAY "Lista de recoleccion grabada en " WS-EST-ARCHIVO.
       PERFORM PROGRAM-BEGIN.

       VALIDACION-FECHA-RETIRO.
       MOVE WS-FECHA-RETIRO TO WS-FECHA-VAL.
       PERFORM VALIDAR-FECHA.
       IF WS-FECHA-OK = 0
           DISPLAY "Fecha invalida. Ingrese la fecha de los retiros "
           DISPLAY "(AAAAMMDD)"
           ACCEPT WS-FECHA-RETIRO
           PERFORM VALIDACION-FECHA-RETIRO.

       LEER-SIGUIENTE-RETIRO.
       MOVE "READ    LEER-SIGUIENTE-RETIRO" TO WS-ERR-DONDE
       READ RESERVAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-RETIRO.

       REVISAR-RETIRO.
       IF STATUS-RESERVA = "Pendiente"
           AND FECHA-USO-DESDE-RES = WS-FECHA-RETIRO
           MOVE ID-INSTRUMENTO-RES TO ID-INSTRUMENTO-INV
           MOVE "READ    REVISAR-RETIRO" TO WS-ERR-DONDE
           READ INSTRUMENTOS-ARCHIVO RECORD
               KEY ID-INSTRUMENTO-INV
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
                   NOT INVALID KEY MOVE 1 TO WS-INDICADOR
           END-READ
           MOVE 0 TO WS-EN-LLAMADO
           IF WS-INDICADOR = 1
               AND STATUS-INSTRUMENTO-INV = "En buen estado"
               MOVE ID-INSTRUMENTO-RES TO WS-ID-LLAMADO
               PERFORM VERIFICAR-LLAMADO
           END-IF
           IF WS-INDICADOR = 1
               AND STATUS-INSTRUMENTO-INV = "En buen estado"
               AND WS-EN-LLAMADO = 0
               MOVE ID-INSTRUMENTO-RES TO WS-EST-INSTRUMENTO
               MOVE UBICACION-INV TO WS-EST-SEDE
               MOVE SPACES TO WS-EST-DETALLE
               STRING "Reserva de " CEDULA-USUARIO-RES
                   DELIMITED BY SIZE INTO WS-EST-DETALLE
               MOVE "A" TO WS-EST-ACCION
               PERFORM LLAMAR-ESTANTES
               ADD 1 TO WS-CANT-RETIROS
           ELSE
               IF WS-EN-LLAMADO = 1
                   DISPLAY "Aviso: " ID-INSTRUMENTO-RES
                       " reservado para " CEDULA-USUARIO-RES
                       " esta bajo el llamado"
                   DISPLAY "  del fabricante " WS-AVISO-LLAMADO
                       "; no se recoge."
               ELSE
                   DISPLAY "Aviso: " ID-INSTRUMENTO-RES
                       " reservado para " CEDULA-USUARIO-RES
                       " no esta en el estante"
                   IF WS-INDICADOR = 1
                       DISPLAY "  (status: " STATUS-INSTRUMENTO-INV
                           ")."
                   END-IF
               END-IF
           END-IF
       END-IF.
       PERFORM LEER-SIGUIENTE-RETIRO.

       GRABAR-AUDITORIA.
       *>DEJA CONSTANCIA DE QUE OPERADOR REALIZO LA TRANSACCION.
       *>AUD-ACCION Y WS-AUD-LLAVE-REG DEBEN SER LLENADOS POR QUIEN
       MOVE SPACES TO LOCK-CLAVE.
       MOVE RES-LLAVE TO LOCK-CLAVE(1:23).
       MOVE LOCK-CLAVE TO WS-BLOQUEO-CLAVE.
       MOVE "READ    VERIFICAR-BLOQUEO" TO WS-ERR-DONDE
       READ BLOQUEOS-ARCHIVO RECORD
           KEY LOCK-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
           MOVE LS-CONECTAR TO LOCK-OPERADOR
           ACCEPT LOCK-FECHA FROM DATE YYYYMMDD
           ACCEPT LOCK-HORA FROM TIME
           MOVE "WRITE   VERIFICAR-BLOQUEO" TO WS-ERR-DONDE
           WRITE BLOQUEOS-REGISTRO
           MOVE 1 TO WS-INDICADOR
       ELSE
       LIBERAR-BLOQUEO.
       MOVE "RESERVAS" TO LOCK-ARCHIVO.
       MOVE WS-BLOQUEO-CLAVE TO LOCK-CLAVE.
       MOVE "DELETE  LIBERAR-BLOQUEO" TO WS-ERR-DONDE
       DELETE BLOQUEOS-ARCHIVO RECORD
           INVALID KEY     MOVE 0 TO WS-INDICADOR
           NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
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

       *>DEJA WS-EN-LLAMADO EN 1, Y EL AVISO EN WS-AVISO-LLAMADO, SI
       *>EL INSTRUMENTO WS-ID-LLAMADO TIENE UNA UNIDAD Pendiente O
       *>Recogido EN ALGUN LLAMADO DEL FABRICANTE, IGUAL QUE
       *>VERIFICAR-LLAMADO EN PRESTAMOS.CBL.
       VERIFICAR-LLAMADO.
       MOVE 0 TO WS-EN-LLAMADO.
       MOVE SPACES TO WS-AVISO-LLAMADO.
       MOVE "OPEN    VERIFICAR-LLAMADO" TO WS-ERR-DONDE
       OPEN I-O LLAMADOS-UNIDADES-ARCHIVO.
       MOVE WS-ID-LLAMADO TO UNI-INSTRUMENTO.
       MOVE "START   VERIFICAR-LLAMADO" TO WS-ERR-DONDE
       START LLAMADOS-UNIDADES-ARCHIVO KEY IS EQUAL TO UNI-INSTRUMENTO
           INVALID KEY     MOVE 1 TO WS-LEE-LLAMADO
           NOT INVALID KEY MOVE 0 TO WS-LEE-LLAMADO.
       IF WS-LEE-LLAMADO = 0
           PERFORM LEER-SIGUIENTE-UNIDAD-LLAMADO
           PERFORM REVISAR-UNIDAD-LLAMADO UNTIL WS-LEE-LLAMADO = 1.
       CLOSE LLAMADOS-UNIDADES-ARCHIVO.

       LEER-SIGUIENTE-UNIDAD-LLAMADO.
       MOVE "READ    LEER-SIGUIENTE-UNIDAD-LLAMADO" TO WS-ERR-DONDE
       READ LLAMADOS-UNIDADES-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-LLAMADO.
       IF WS-LEE-LLAMADO = 0 AND UNI-INSTRUMENTO NOT = WS-ID-LLAMADO
           MOVE 1 TO WS-LEE-LLAMADO.

       REVISAR-UNIDAD-LLAMADO.
       IF UNI-STATUS = "Pendiente" OR UNI-STATUS = "Recogido"
           MOVE 1 TO WS-EN-LLAMADO
           MOVE UNI-AVISO TO WS-AVISO-LLAMADO
           MOVE 1 TO WS-LEE-LLAMADO
       ELSE
           PERFORM LEER-SIGUIENTE-UNIDAD-LLAMADO.

       LLAMAR-ESTANTES.
       MOVE LS-CONECTAR TO WS-EST-OPERADOR.
       MOVE LS-DIRECTORIO TO WS-EST-DIRECTORIO.
       CALL "Estantes" USING WS-EST-DATOS.

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
       MOVE SPACES TO WS-RESERVAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reservas.dat" DELIMITED BY SIZE INTO WS-RESERVAS-RUTA.
       MOVE SPACES TO WS-USUARIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios.dat" DELIMITED BY SIZE INTO WS-USUARIOS-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-RUTA.
       MOVE SPACES TO WS-STRIKES-RESERVAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "strikes_reservas.dat" DELIMITED BY SIZE
           INTO WS-STRIKES-RESERVAS-RUTA.
       MOVE SPACES TO WS-PRESTAMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "prestamos.dat" DELIMITED BY SIZE INTO WS-PRESTAMOS-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.
       MOVE SPACES TO WS-ESTADO-DIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "estado_dia.dat" DELIMITED BY SIZE INTO WS-ESTADO-DIA-RUTA.
       MOVE SPACES TO WS-OPERADORES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "operadores.dat" DELIMITED BY SIZE INTO WS-OPERADORES-RUTA.
       MOVE SPACES TO WS-PARAMETROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "parametros.dat" DELIMITED BY SIZE INTO WS-PARAMETROS-RUTA.
       MOVE SPACES TO WS-BLOQUEOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "bloqueos.dat" DELIMITED BY SIZE INTO WS-BLOQUEOS-RUTA.
       MOVE SPACES TO WS-LLAMADOS-UNIDADES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "llamados_unidades.dat" DELIMITED BY SIZE
           INTO WS-LLAMADOS-UNIDADES-RUTA.

       FIN-PROGRAMA.
       EXIT PROGRAM.
