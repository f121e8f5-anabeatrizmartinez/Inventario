       IDENTIFICATION DIVISION.
       PROGRAM-ID. Llamados INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       *>LLAMADOS A REVISION DEL FABRICANTE: CUANDO UNA MARCA RETIRA
       *>UN MODELO DE CASCO O UN LOTE DE HORQUILLAS, SE REGISTRA AQUI
       *>SU AVISO (MARCA, MODELO, RANGO DE SERIES Y LA ACCION QUE
       *>PIDE) Y SE MARCAN DE UNA VEZ TODAS LAS UNIDADES DEL CLUB QUE
       *>CALZAN. EL LLAMADO QUEDA Abierto HASTA QUE CADA UNIDAD SE
       *>REPARA O SE DA DE BAJA.
       SELECT OPTIONAL LLAMADOS-ARCHIVO
       ASSIGN TO WS-LLAMADOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AVISO-LLA
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-LLAMADOS.

       *>UNA FILA POR CADA INSTRUMENTO MARCADO EN UN LLAMADO, CON SU
       *>SEGUIMIENTO HASTA QUE QUEDA RESUELTO. PRESTAMOS.CBL Y
       *>RESERVAS.CBL LA CONSULTAN POR LA LLAVE ALTERNA DE
       *>INSTRUMENTO PARA NO PRESTAR NI RESERVAR UNA UNIDAD SIN
       *>RESOLVER.
       SELECT OPTIONAL LLAMADOS-UNIDADES-ARCHIVO
       ASSIGN TO WS-LLAMADOS-UNIDADES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS UNI-LLAVE
       ALTERNATE RECORD KEY IS UNI-INSTRUMENTO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-LLAMADOS-UNIDADES.

       SELECT OPTIONAL INSTRUMENTOS-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-INV
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS.

       *>PARA SABER QUE SOCIO TIENE HOY CADA UNIDAD PRESTADA.
       SELECT OPTIONAL PRESTAMOS-ARCHIVO
       ASSIGN TO WS-PRESTAMOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO WITH DUPLICATES
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PRESTAMOS.

       *>TELEFONO DEL SOCIO QUE TIENE UNA UNIDAD LLAMADA.
       SELECT OPTIONAL USUARIOS-ARCHIVO
       ASSIGN TO WS-USUARIOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO-USR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS.

       *>FECHA DE NACIMIENTO Y REPRESENTANTE DE LOS SOCIOS (VER
       *>USUARIOS.CBL): MIENTRAS EL SOCIO ES MENOR, LAS
       *>NOTIFICACIONES VAN A SU REPRESENTANTE.
       SELECT OPTIONAL USUARIOS-NACIMIENTO-ARCHIVO
       ASSIGN TO WS-USUARIOS-NACIMIENTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO-NAC
       ALTERNATE RECORD KEY IS CEDULA-REPRESENTANTE-NAC
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS-NACIMIENTO.

       *>PARAMETROS GENERALES DEL SISTEMA (VER BLOQUEOS.CBL). AQUI SE
       *>LEE MAYORIA, LA EDAD EN QUE VENCE LA REPRESENTACION.
       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO WS-PARAMETROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PARAM-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PARAMETROS.

       *>COLA DE NOTIFICACIONES PARA EL ENVIO MASIVO DE LA OFICINA
       *>(VER CIERRE.CBL): EL SOCIO QUE TIENE UNA UNIDAD LLAMADA
       *>RECIBE AQUI SU AVISO DE DEVOLUCION.
       SELECT OPTIONAL NOTIFICACIONES-ARCHIVO
       ASSIGN TO WS-NOTIFICACIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NOTIF-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-NOTIFICACIONES.

       SELECT OPTIONAL REPORTE-LLAMADOS-ARCHIVO
       ASSIGN TO WS-REPORTE-LLAMADOS-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       *>DEJA CONSTANCIA DE QUE OPERADOR REGISTRO CADA LLAMADO Y
       *>RESOLVIO CADA UNIDAD.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD LLAMADOS-ARCHIVO.
           01 LLAMADOS-REGISTRO.
               05 AVISO-LLA        PIC X(15). *>NUMERO DEL AVISO DEL
                                              *>FABRICANTE.
               05 FECHA-LLA        PIC 9(8).
               05 MARCA-LLA        PIC X(20).
               05 MODELO-LLA       PIC X(20).
               *>RANGO DE SERIES AFECTADAS, COMPARADO CARACTER A
               *>CARACTER CONTRA SERIE DE INSTRUMENTOS.DAT. EN BLANCO
               *>AMBOS SI EL LLAMADO CUBRE TODO EL MODELO.
               05 SERIE-DESDE-LLA  PIC X(20).
               05 SERIE-HASTA-LLA  PIC X(20).
               05 ACCION-LLA       PIC X(60). *>LO QUE PIDE EL AVISO.
               05 STATUS-LLA       PIC X(8).  *>Abierto/Cerrado.
               05 FECHA-CIERRE-LLA PIC 9(8).
               05 OPERADOR-LLA     PIC X(10).

       FD LLAMADOS-UNIDADES-ARCHIVO.
           01 LLAMADOS-UNIDADES-REGISTRO.
               05 UNI-LLAVE.
                   10 UNI-AVISO       PIC X(15).
                   10 UNI-INSTRUMENTO PIC X(6).
               *>Pendiente (SIGUE EN EL ESTANTE O EN MANOS DE UN
               *>SOCIO), Recogido (APARTADO EN EL CLUB, ESPERANDO
               *>REPARACION O BAJA), Reparado O Baja. LAS DOS ULTIMAS
               *>LA DAN POR RESUELTA.
               05 UNI-STATUS       PIC X(10).
               *>SOCIO QUE LA TENIA PRESTADA AL MARCARLA; EN BLANCO SI
               *>ESTABA EN EL CLUB.
               05 UNI-CEDULA       PIC X(11).
               05 UNI-FECHA-MARCA  PIC 9(8).
               05 UNI-FECHA-STATUS PIC 9(8).
               05 UNI-OPERADOR     PIC X(10).

       *>COPIA DEL REGISTRO DE INSTRUMENTOS.DAT (VER INSTRUMENTOS.CBL).
       FD INSTRUMENTOS-ARCHIVO.
           01 INSTRUMENTOS-REGISTRO.
               05 ID-INSTRUMENTO-INV       PIC X(6).
               05 TIPO-INSTRUMENTO-INV     PIC X(40).
               05 FECHA-ADQUISICION-INV    PIC 9(8).
               05 FORMA-ADQUISICION-INV    PIC X(8).
               05 ID-PROVEEDOR-INV         PIC X(11).
               05 STATUS-INSTRUMENTO-INV   PIC X(14).
               05 FECHA-STATUS-INV         PIC 9(8).
               05 UBICACION-INV            PIC X(3).
               05 MARCA-INV                PIC X(20).
               05 MODELO-INV               PIC X(20).
               05 SERIE-INV                PIC X(20).

       *>COPIA DEL REGISTRO DE PRESTAMOS.DAT (VER PRESTAMOS.CBL).
       FD PRESTAMOS-ARCHIVO.
           01 PRESTAMOS-REGISTRO.
               05 PRE-LLAVE.
                   10 CEDULA-USUARIO     PIC X(11).
                   10 FECHA-PRESTAMO     PIC 9(8).
                   10 HORA-PRESTAMO      PIC X(9).
                   10 ITEM-PRESTAMO      PIC 9(02).
               05 ID-INSTRUMENTO     PIC X(6).
               05 FECHA-DEVOLUCION   PIC 9(8).
               05 HORA-DEVOLUCION    PIC X(9).
               05 STATUS-INSTRUMENTO PIC X(14).
               05 STATUS-PRESTAMO    PIC X(8).

       *>COPIA DEL REGISTRO DE USUARIOS.DAT (VER USUARIOS.CBL).
       FD USUARIOS-ARCHIVO.
           01 USUARIOS-REGISTRO.
               05 CEDULA-USUARIO-USR   PIC X(11).
               05 NOMBRE-USUARIO-USR   PIC X(40).
               05 SEXO-USR             PIC X(9).
               05 DIRECCION-USR        PIC X(100).
               05 TELEFONO-USR         PIC 9(11).
               05 TIPO-INSTRUMENTO-USR PIC X(40).
               05 STATUS-USUARIO-USR   PIC X(8).
               05 STATUS-VENCIDO-USR   PIC X(8).
               05 STATUS-SUSPENDIDO-USR PIC X(10).
               05 FECHA-INSCRIPCION-USR PIC 9(8).
               05 FECHA-VENCIMIENTO-USR PIC 9(8).
               05 CATEGORIA-USR       PIC X(10).

       *>COPIA DEL REGISTRO DE USUARIOS_NACIMIENTO.DAT (VER
       *>USUARIOS.CBL).
       FD USUARIOS-NACIMIENTO-ARCHIVO.
           01 USUARIOS-NACIMIENTO-REGISTRO.
               05 CEDULA-USUARIO-NAC       PIC X(11).
               05 FECHA-NACIMIENTO-NAC     PIC 9(8).
               05 CEDULA-REPRESENTANTE-NAC PIC X(11).
               05 PARENTESCO-NAC           PIC X(12).
               05 STATUS-REPRESENTACION-NAC PIC X(8). *>Vigente/
                                                      *>Vencida.

       FD PARAMETROS-ARCHIVO.
           01 PARAMETROS-REGISTRO.
               05 PARAM-NOMBRE PIC X(12).
               05 PARAM-VALOR  PIC 9(6).

       *>COPIA DEL REGISTRO DE NOTIFICACIONES.DAT (VER CIERRE.CBL).
       FD NOTIFICACIONES-ARCHIVO.
           01 NOTIFICACIONES-REGISTRO.
               05 NOTIF-LLAVE.
                   10 NOTIF-FECHA     PIC 9(8).
                   10 NOTIF-HORA      PIC 9(8).
                   10 NOTIF-SECUENCIA PIC 9(2).
               05 CEDULA-USUARIO-NOT  PIC X(11).
               05 TELEFONO-NOT        PIC 9(11).
               05 TIPO-NOTIF          PIC X(12).
               05 DETALLE-NOTIF       PIC X(60).
               05 STATUS-NOTIF        PIC X(10). *>Pendiente/Enviada.

       FD REPORTE-LLAMADOS-ARCHIVO.
           01 REPORTE-LLAMADOS-LINEA PIC X(100).

       FD AUDITORIA-ARCHIVO.
           01 AUDITORIA-REGISTRO.
               05 AUD-LLAVE. *>VARIAS AUDITORIAS PUEDEN OCURRIR EL
                             *>MISMO DIA.
                   10 AUD-FECHA          PIC 9(8).
                   10 AUD-HORA           PIC 9(8).
                   *>DISTINGUE DOS MOVIMIENTOS CAIDOS EN LA
                   *>MISMA CENTESIMA DE SEGUNDO, PARA QUE EL
                   *>SEGUNDO NO SE PIERDA POR LLAVE REPETIDA.
                   10 AUD-SECUENCIA      PIC 9(2).
               05 AUD-OPERADOR       PIC X(10).
               05 AUD-PROGRAMA       PIC X(15).
               05 AUD-ACCION         PIC X(13).
               05 AUD-LLAVE-REGISTRO PIC X(60).
               *>FOTO DEL REGISTRO ANTES Y DESPUES DE UNA
               *>MODIFICACION, PARA PODER VER QUE CAMBIO Y, SI HACE
               *>FALTA, DESHACERLO (VER REVERTIR EN RESTAURAR.CBL).
               *>EN LAS DEMAS ACCIONES QUEDAN EN BLANCO.
               05 AUD-ANTES          PIC X(280).
               05 AUD-DESPUES        PIC X(280).

       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS
       01 WS-TITULO.
           05 FILLER   PIC X(25) VALUE SPACES.
           05 WS-TIT   PIC X(34)
               VALUE "Llamados a revision del fabricante".
           05 FILLER   PIC X(21) VALUE SPACES.

       77 WS-OPCION PIC 9(2).
       77 WS-INDICADOR PIC 9(1).
       77 WS-SI-NO PIC X(1).
       77 LEE-TODO PIC 9(1).
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-AVISO-BUSCADO PIC X(15).

       *>USADOS PARA COMPARAR MARCA Y MODELO SIN IMPORTAR MAYUSCULAS,
       *>QUE CADA OPERADOR ESCRIBE A SU MANERA.
       77 WS-MARCA-BUSCADA PIC X(20).
       77 WS-MODELO-BUSCADO PIC X(20).
       77 WS-MARCA-INST PIC X(20).
       77 WS-MODELO-INST PIC X(20).
       77 WS-EN-RANGO PIC 9(1).

       *>USADOS AL MARCAR LAS UNIDADES DE UN LLAMADO NUEVO.
       77 WS-MARCADAS PIC 9(5).
       77 WS-EN-PRESTAMO PIC 9(5).
       77 WS-SIN-SERIE PIC 9(5).
       77 WS-LEE-TENEDOR PIC 9(1).

       *>USADOS PARA RECORRER Y TOTALIZAR LAS UNIDADES DE UN LLAMADO.
       77 WS-LEE-UNIDAD PIC 9(1).
       77 WS-LEE-LLAMADO PIC 9(1).
       77 WS-UNI-NUEVO-STATUS PIC X(10).
       77 WS-SIN-RESOLVER PIC 9(5).
       77 WS-CANT-PENDIENTES PIC 9(5).
       77 WS-CANT-RECOGIDAS PIC 9(5).
       77 WS-CANT-REPARADAS PIC 9(5).
       77 WS-CANT-BAJAS PIC 9(5).
       77 WS-CANT-UNIDADES PIC 9(5).
       77 WS-CANT-LLAMADOS PIC 9(5).
       77 WS-LINEA PIC X(100).
       77 WS-NOTA-UNIDAD PIC X(40).

       *>USADOS PARA ENCOLAR NOTIFICACIONES A LA OFICINA, IGUAL QUE
       *>EN CIERRE.CBL. QUIEN LLAMA A GRABAR-NOTIFICACION LLENA
       *>ESTOS CAMPOS.
       77 WS-NOTIF-CEDULA PIC X(11).
       77 WS-NOTIF-TELEFONO PIC 9(11).
       77 WS-NOTIF-TIPO PIC X(12).
       77 WS-NOTIF-DETALLE PIC X(60).
       77 WS-LEE-NOTIF PIC 9(1).
       77 WS-NOTIF-DUPLICADA PIC 9(1).

       *>USADOS PARA DIRIGIR LA NOTIFICACION DE UN SOCIO MENOR DE
       *>EDAD A SU REPRESENTANTE (VER BUSCAR-REPRESENTANTE).
       77 WS-REP-MENOR PIC X(11).
       77 WS-REP-ACTIVO PIC 9(1).
       77 WS-REP-TELEFONO PIC 9(11).
       77 WS-MAYORIA PIC 9(2).
       77 WS-FECHA-MAYORIA-NAC PIC 9(8).

       *>USADOS PARA DEJAR CONSTANCIA EN LA AUDITORIA.
       77 WS-AUD-LLAVE-REG PIC X(60).
       01 WS-AUD-ANTES PIC X(280) VALUE SPACES.
       01 WS-AUD-DESPUES PIC X(280) VALUE SPACES.

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

       *>DATOS DE LA CORRIDA QUE SE ANOTA EN EL CATALOGO DE
       *>REPORTES (VER CATALOGO.CBL).
       01 WS-CAT-DATOS.
           05 WS-CAT-ACCION     PIC X(1).
           05 WS-CAT-PROGRAMA   PIC X(15) VALUE "Llamados".
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
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Llamados".
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
       77 WS-FS-LLAMADOS PIC X(2).
       77 WS-FS-LLAMADOS-UNIDADES PIC X(2).
       77 WS-FS-INSTRUMENTOS PIC X(2).
       77 WS-FS-PRESTAMOS PIC X(2).
       77 WS-FS-USUARIOS PIC X(2).
       77 WS-FS-USUARIOS-NACIMIENTO PIC X(2).
       77 WS-FS-PARAMETROS PIC X(2).
       77 WS-FS-NOTIFICACIONES PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-LLAMADOS-RUTA PIC X(80).
       77 WS-LLAMADOS-UNIDADES-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-PRESTAMOS-RUTA PIC X(80).
       77 WS-USUARIOS-RUTA PIC X(80).
       77 WS-USUARIOS-NACIMIENTO-RUTA PIC X(80).
       77 WS-PARAMETROS-RUTA PIC X(80).
       77 WS-NOTIFICACIONES-RUTA PIC X(80).
       77 WS-REPORTE-LLAMADOS-RUTA PIC X(80).
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
       ERROR-LLAMADOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON LLAMADOS-ARCHIVO.
       ERROR-LLAMADOS-ANOTAR.
       MOVE "llamados.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-LLAMADOS TO WS-ERR-ESTADO.
       MOVE AVISO-LLA TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-LLAMADOS-UNIDADES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON LLAMADOS-UNIDADES-ARCHIVO.
       ERROR-LLAMADOS-UNIDADES-ANOTAR.
       MOVE "llamados_unidades.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-LLAMADOS-UNIDADES TO WS-ERR-ESTADO.
       MOVE UNI-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INSTRUMENTOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSTRUMENTOS-ARCHIVO.
       ERROR-INSTRUMENTOS-ANOTAR.
       MOVE "instrumentos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-INV TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PRESTAMOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PRESTAMOS-ARCHIVO.
       ERROR-PRESTAMOS-ANOTAR.
       MOVE "prestamos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PRESTAMOS TO WS-ERR-ESTADO.
       MOVE PRE-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-USUARIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USUARIOS-ARCHIVO.
       ERROR-USUARIOS-ANOTAR.
       MOVE "usuarios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO-USR TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-USUARIOS-NACIMIENTO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON USUARIOS-NACIMIENTO-ARCHIVO.
       ERROR-USUARIOS-NACIMIENTO-ANOTAR.
       MOVE "usuarios_nacimiento.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS-NACIMIENTO TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO-NAC TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PARAMETROS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PARAMETROS-ARCHIVO.
       ERROR-PARAMETROS-ANOTAR.
       MOVE "parametros.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PARAMETROS TO WS-ERR-ESTADO.
       MOVE PARAM-NOMBRE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-NOTIFICACIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NOTIFICACIONES-ARCHIVO.
       ERROR-NOTIFICACIONES-ANOTAR.
       MOVE "notificaciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-NOTIFICACIONES TO WS-ERR-ESTADO.
       MOVE NOTIF-LLAVE TO WS-ERR-LLAVE.
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
       *>PROGRAMA PRINCIPAL. REGISTRAR UN LLAMADO ES DE SUPERVISOR;
       *>EL MOSTRADOR RESUELVE LAS UNIDADES A MEDIDA QUE SE RECOGEN,
       *>SE REPARAN O SE DAN DE BAJA.
       PROGRAM-BEGIN.
       PERFORM ARMAR-RUTAS.
       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
       DISPLAY " ".
       DISPLAY WS-TITULO.
       DISPLAY " ".
       DISPLAY "1) Registrar llamado del fabricante (solo supervisor)".
       DISPLAY "2) Resolver una unidad marcada".
       DISPLAY "3) Reporte de estado de los llamados".
       DISPLAY "4) Ver llamados registrados".
       DISPLAY "5) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU.

       PERFORM FIN-PROGRAMA.

       *>RUTINAS.
       VALIDACION-MENU.
       EVALUATE WS-OPCION
       WHEN 1
           IF LS-ROL NOT = "supervisor"
               DISPLAY "Esta opcion requiere rol supervisor."
               PERFORM VOLVER
           ELSE
               PERFORM REGISTRAR-LLAMADO
           END-IF
       WHEN 2
           PERFORM RESOLVER-UNIDAD
       WHEN 3
           PERFORM REPORTE-LLAMADOS
       WHEN 4
           PERFORM VER-LLAMADOS
       WHEN 5
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-MENU
       END-EVALUATE.

       *>REGISTRA EL AVISO DEL FABRICANTE Y MARCA TODAS LAS UNIDADES
       *>QUE CALZAN CON SU MARCA, MODELO Y RANGO DE SERIES. A QUIEN
       *>TIENE UNA DE ELLAS PRESTADA SE LE ENCOLA EL AVISO DE
       *>DEVOLUCION.
       REGISTRAR-LLAMADO.
       DISPLAY "---Registro de llamado del fabricante---".
       DISPLAY " ".
       DISPLAY "Indique el numero del aviso del fabricante".
       ACCEPT AVISO-LLA.
       PERFORM VALIDACION-AVISO.
       MOVE "OPEN    REGISTRAR-LLAMADO" TO WS-ERR-DONDE
       OPEN I-O LLAMADOS-ARCHIVO.
       MOVE "OPEN    REGISTRAR-LLAMADO" TO WS-ERR-DONDE
       OPEN I-O LLAMADOS-UNIDADES-ARCHIVO.
       MOVE "OPEN    REGISTRAR-LLAMADO" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    REGISTRAR-LLAMADO" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    REGISTRAR-LLAMADO" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "OPEN    REGISTRAR-LLAMADO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "READ    REGISTRAR-LLAMADO" TO WS-ERR-DONDE
       READ LLAMADOS-ARCHIVO RECORD
           KEY AVISO-LLA
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1
           DISPLAY " "
           DISPLAY "Ese aviso ya esta registrado (" STATUS-LLA ")."
       ELSE
           PERFORM PEDIR-DATOS-LLAMADO
           MOVE WS-FECHA-HOY TO FECHA-LLA
           MOVE "Abierto" TO STATUS-LLA
           MOVE 0 TO FECHA-CIERRE-LLA
           MOVE LS-CONECTAR TO OPERADOR-LLA
           MOVE "WRITE   REGISTRAR-LLAMADO" TO WS-ERR-DONDE
           WRITE LLAMADOS-REGISTRO
           MOVE SPACES TO WS-AUD-ANTES
           MOVE LLAMADOS-REGISTRO TO WS-AUD-DESPUES
           MOVE SPACES TO WS-AUD-LLAVE-REG
           MOVE AVISO-LLA TO WS-AUD-LLAVE-REG
           MOVE "Alta" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA
           DISPLAY " "
           DISPLAY "Unidades marcadas:"
           PERFORM MARCAR-UNIDADES
           DISPLAY " "
           DISPLAY "Total marcadas: " WS-MARCADAS
               "  En prestamo (socio avisado): " WS-EN-PRESTAMO
           IF WS-SIN-SERIE > 0
               DISPLAY "Aviso: " WS-SIN-SERIE " unidad(es) del mismo "
                   "modelo no tienen serie anotada;"
               DISPLAY "reviselas a mano contra el aviso."
           END-IF
           IF WS-MARCADAS = 0
               PERFORM CERRAR-LLAMADO
               DISPLAY "Ningun instrumento del club calza con el "
                   "aviso; el llamado queda Cerrado."
           END-IF
       END-IF.
       CLOSE LLAMADOS-ARCHIVO.
       CLOSE LLAMADOS-UNIDADES-ARCHIVO.
       CLOSE INSTRUMENTOS-ARCHIVO.
       CLOSE PRESTAMOS-ARCHIVO.
       CLOSE USUARIOS-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       PERFORM VOLVER.

       VALIDACION-AVISO.
       IF AVISO-LLA = SPACES
           DISPLAY " "
           DISPLAY "Indique el numero del aviso del fabricante"
           ACCEPT AVISO-LLA
           PERFORM VALIDACION-AVISO.

       PEDIR-DATOS-LLAMADO.
       DISPLAY "Indique la marca".
       ACCEPT MARCA-LLA.
       PERFORM VALIDACION-MARCA-LLA.
       DISPLAY "Indique el modelo".
       ACCEPT MODELO-LLA.
       PERFORM VALIDACION-MODELO-LLA.
       DISPLAY "Indique la primera serie afectada (en blanco si el "
           "aviso cubre todo el modelo)".
       ACCEPT SERIE-DESDE-LLA.
       DISPLAY "Indique la ultima serie afectada (en blanco si el "
           "aviso cubre todo el modelo)".
       ACCEPT SERIE-HASTA-LLA.
       PERFORM VALIDACION-RANGO-SERIES.
       DISPLAY "Indique la accion que pide el fabricante (devolver, "
           "cambiar una pieza, dar de baja...)".
       ACCEPT ACCION-LLA.

       VALIDACION-MARCA-LLA.
       IF MARCA-LLA = SPACES
           DISPLAY "Indique la marca"
           ACCEPT MARCA-LLA
           PERFORM VALIDACION-MARCA-LLA.

       VALIDACION-MODELO-LLA.
       IF MODELO-LLA = SPACES
           DISPLAY "Indique el modelo"
           ACCEPT MODELO-LLA
           PERFORM VALIDACION-MODELO-LLA.

       VALIDACION-RANGO-SERIES.
       IF SERIE-DESDE-LLA NOT = SPACES
           AND SERIE-HASTA-LLA NOT = SPACES
           AND SERIE-DESDE-LLA > SERIE-HASTA-LLA
           DISPLAY " "
           DISPLAY "La primera serie no puede ser mayor que la ultima."
           DISPLAY "Indique la primera serie afectada"
           ACCEPT SERIE-DESDE-LLA
           DISPLAY "Indique la ultima serie afectada"
           ACCEPT SERIE-HASTA-LLA
           PERFORM VALIDACION-RANGO-SERIES.

       *>RECORRE INSTRUMENTOS.DAT Y MARCA CADA UNIDAD DE LA MARCA Y EL
       *>MODELO DEL AVISO CUYA SERIE CAE EN EL RANGO. LO YA
       *>DESINCORPORADO NO SE MARCA.
       MARCAR-UNIDADES.
       MOVE 0 TO WS-MARCADAS.
       MOVE 0 TO WS-EN-PRESTAMO.
       MOVE 0 TO WS-SIN-SERIE.
       MOVE MARCA-LLA TO WS-MARCA-BUSCADA.
       INSPECT WS-MARCA-BUSCADA CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       MOVE MODELO-LLA TO WS-MODELO-BUSCADO.
       INSPECT WS-MODELO-BUSCADO CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-INSTRUMENTO.
       PERFORM EVALUAR-INSTRUMENTO-LLAMADO UNTIL LEE-TODO = 1.

       LEER-SIGUIENTE-INSTRUMENTO.
       MOVE "READ    LEER-SIGUIENTE-INSTRUMENTO" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       EVALUAR-INSTRUMENTO-LLAMADO.
       MOVE MARCA-INV TO WS-MARCA-INST.
       INSPECT WS-MARCA-INST CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       MOVE MODELO-INV TO WS-MODELO-INST.
       INSPECT WS-MODELO-INST CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       IF WS-MARCA-INST = WS-MARCA-BUSCADA
           AND WS-MODELO-INST = WS-MODELO-BUSCADO
           AND STATUS-INSTRUMENTO-INV NOT = "Desincorporado"
           PERFORM VERIFICAR-RANGO-SERIE
           IF WS-EN-RANGO = 1
               PERFORM MARCAR-UNIDAD
           END-IF
       END-IF.
       PERFORM LEER-SIGUIENTE-INSTRUMENTO.

       *>UNA UNIDAD SIN SERIE ANOTADA NO SE PUEDE UBICAR EN EL RANGO:
       *>NO SE MARCA, PERO SE MUESTRA PARA REVISARLA A MANO.
       VERIFICAR-RANGO-SERIE.
       MOVE 1 TO WS-EN-RANGO.
       IF SERIE-DESDE-LLA NOT = SPACES OR SERIE-HASTA-LLA NOT = SPACES
           IF SERIE-INV = SPACES
               MOVE 0 TO WS-EN-RANGO
               ADD 1 TO WS-SIN-SERIE
               DISPLAY "  " ID-INSTRUMENTO-INV " sin serie anotada, "
                   "no se marca"
           ELSE
               IF SERIE-DESDE-LLA NOT = SPACES
                   AND SERIE-INV < SERIE-DESDE-LLA
                   MOVE 0 TO WS-EN-RANGO
               END-IF
               IF SERIE-HASTA-LLA NOT = SPACES
                   AND SERIE-INV > SERIE-HASTA-LLA
                   MOVE 0 TO WS-EN-RANGO
               END-IF
           END-IF
       END-IF.

       MARCAR-UNIDAD.
       MOVE AVISO-LLA TO UNI-AVISO.
       MOVE ID-INSTRUMENTO-INV TO UNI-INSTRUMENTO.
       MOVE "Pendiente" TO UNI-STATUS.
       MOVE SPACES TO UNI-CEDULA.
       MOVE WS-FECHA-HOY TO UNI-FECHA-MARCA.
       MOVE WS-FECHA-HOY TO UNI-FECHA-STATUS.
       MOVE LS-CONECTAR TO UNI-OPERADOR.
       IF STATUS-INSTRUMENTO-INV = "Prestado"
           PERFORM BUSCAR-TENEDOR.
       MOVE "WRITE   MARCAR-UNIDAD" TO WS-ERR-DONDE
       WRITE LLAMADOS-UNIDADES-REGISTRO
           INVALID KEY     MOVE 0 TO WS-INDICADOR
           NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1
           ADD 1 TO WS-MARCADAS
           MOVE UNI-INSTRUMENTO TO WS-DIS-INSTRUMENTO
           PERFORM ACTUALIZAR-DISPONIBILIDAD
           DISPLAY "  " ID-INSTRUMENTO-INV " serie " SERIE-INV
               " sede " UBICACION-INV " " STATUS-INSTRUMENTO-INV
           IF UNI-CEDULA NOT = SPACES
               ADD 1 TO WS-EN-PRESTAMO
               DISPLAY "    en prestamo a la cedula " UNI-CEDULA
                   "; se le encola el aviso de devolucion"
               PERFORM NOTIFICAR-TENEDOR.

       *>BUSCA, POR LA LLAVE ALTERNA DE INSTRUMENTO, EL PRESTAMO
       *>ABIERTO QUE TIENE LA UNIDAD Y DEJA SU CEDULA EN UNI-CEDULA.
       BUSCAR-TENEDOR.
       MOVE ID-INSTRUMENTO-INV TO ID-INSTRUMENTO.
       MOVE "START   BUSCAR-TENEDOR" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO KEY IS EQUAL TO ID-INSTRUMENTO
           INVALID KEY     MOVE 1 TO WS-LEE-TENEDOR
           NOT INVALID KEY MOVE 0 TO WS-LEE-TENEDOR.
       IF WS-LEE-TENEDOR = 0
           PERFORM LEER-PRESTAMO-TENEDOR
           PERFORM REVISAR-PRESTAMO-TENEDOR UNTIL WS-LEE-TENEDOR = 1.

       LEER-PRESTAMO-TENEDOR.
       MOVE "READ    LEER-PRESTAMO-TENEDOR" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-TENEDOR.
       IF WS-LEE-TENEDOR = 0
           AND ID-INSTRUMENTO NOT = ID-INSTRUMENTO-INV
           MOVE 1 TO WS-LEE-TENEDOR.

       REVISAR-PRESTAMO-TENEDOR.
       IF STATUS-INSTRUMENTO NOT = "Devuelto"
               AND NOT = "devuelto"
           AND STATUS-PRESTAMO NOT = "Inactivo"
           MOVE CEDULA-USUARIO TO UNI-CEDULA
           MOVE 1 TO WS-LEE-TENEDOR
       ELSE
           PERFORM LEER-PRESTAMO-TENEDOR.

       *>ENCOLA EL AVISO DE DEVOLUCION PARA EL SOCIO QUE TIENE LA
       *>UNIDAD, CON EL TELEFONO QUE DIGA USUARIOS.DAT.
       NOTIFICAR-TENEDOR.
       MOVE UNI-CEDULA TO CEDULA-USUARIO-USR.
       MOVE "READ    NOTIFICAR-TENEDOR" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO-USR
               INVALID KEY MOVE 0 TO TELEFONO-USR
       END-READ.
       MOVE UNI-CEDULA TO WS-NOTIF-CEDULA.
       MOVE TELEFONO-USR TO WS-NOTIF-TELEFONO.
       MOVE "Llamado" TO WS-NOTIF-TIPO.
       MOVE SPACES TO WS-NOTIF-DETALLE.
       STRING "Llamado del fabricante: devuelva el equipo "
           UNI-INSTRUMENTO DELIMITED BY SIZE INTO WS-NOTIF-DETALLE.
       PERFORM GRABAR-NOTIFICACION.

       *>ENCOLA UNA NOTIFICACION PARA EL ENVIO MASIVO DE LA OFICINA,
       *>IGUAL QUE GRABAR-NOTIFICACION EN CIERRE.CBL. AQUI LA
       *>DUPLICADA SE BUSCA TAMBIEN POR EL DETALLE, PORQUE UN SOCIO
       *>PUEDE TENER MAS DE UNA UNIDAD LLAMADA.
       *>EN MODO PRACTICA NO SE ENCOLA NINGUNA NOTIFICACION.
       GRABAR-NOTIFICACION.
       IF LS-MODO-SESION NOT = "P"
           PERFORM GRABAR-NOTIFICACION-REAL.

       GRABAR-NOTIFICACION-REAL.
       MOVE WS-NOTIF-CEDULA TO WS-REP-MENOR.
       PERFORM BUSCAR-REPRESENTANTE.
       IF WS-REP-ACTIVO = 1
           MOVE WS-REP-TELEFONO TO WS-NOTIF-TELEFONO.
       MOVE "OPEN    GRABAR-NOTIFICACION-REAL" TO WS-ERR-DONDE
       OPEN I-O NOTIFICACIONES-ARCHIVO.
       PERFORM BUSCAR-NOTIF-PENDIENTE.
       IF WS-NOTIF-DUPLICADA = 0
           ACCEPT NOTIF-FECHA FROM DATE YYYYMMDD
           ACCEPT NOTIF-HORA FROM TIME
           MOVE 0 TO NOTIF-SECUENCIA
           MOVE WS-NOTIF-CEDULA TO CEDULA-USUARIO-NOT
           MOVE WS-NOTIF-TELEFONO TO TELEFONO-NOT
           MOVE WS-NOTIF-TIPO TO TIPO-NOTIF
           MOVE WS-NOTIF-DETALLE TO DETALLE-NOTIF
           MOVE "Pendiente" TO STATUS-NOTIF
           PERFORM ESCRIBIR-NOTIFICACION.
       CLOSE NOTIFICACIONES-ARCHIVO.

       BUSCAR-NOTIF-PENDIENTE.
       MOVE 0 TO WS-NOTIF-DUPLICADA.
       MOVE 0 TO WS-LEE-NOTIF.
       PERFORM LEER-SIGUIENTE-NOTIF.
       PERFORM REVISAR-NOTIF-PENDIENTE UNTIL WS-LEE-NOTIF = 1.

       LEER-SIGUIENTE-NOTIF.
       MOVE "READ    LEER-SIGUIENTE-NOTIF" TO WS-ERR-DONDE
       READ NOTIFICACIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-NOTIF.

       REVISAR-NOTIF-PENDIENTE.
       IF WS-LEE-NOTIF = 0
           IF STATUS-NOTIF = "Pendiente"
               AND CEDULA-USUARIO-NOT = WS-NOTIF-CEDULA
               AND TIPO-NOTIF = WS-NOTIF-TIPO
               AND DETALLE-NOTIF = WS-NOTIF-DETALLE
               MOVE 1 TO WS-NOTIF-DUPLICADA
               MOVE 1 TO WS-LEE-NOTIF
           ELSE
               PERFORM LEER-SIGUIENTE-NOTIF.

       *>SI DOS NOTIFICACIONES CAEN EN LA MISMA CENTESIMA DE SEGUNDO,
       *>LA LLAVE REPITE Y EL WRITE FALLA; SE AVANZA LA SECUENCIA Y
       *>SE REINTENTA.
       ESCRIBIR-NOTIFICACION.
       MOVE "WRITE   ESCRIBIR-NOTIFICACION" TO WS-ERR-DONDE
       WRITE NOTIFICACIONES-REGISTRO
           INVALID KEY
               ADD 1 TO NOTIF-SECUENCIA
               PERFORM ESCRIBIR-NOTIFICACION
       END-WRITE.

       *>SI WS-REP-MENOR TIENE UNA REPRESENTACION Vigente Y AUN NO
       *>CUMPLE LA MAYORIA DE EDAD, DEJA WS-REP-ACTIVO EN 1 CON EL
       *>TELEFONO DEL REPRESENTANTE, IGUAL QUE EN CIERRE.CBL.
       *>USUARIOS-ARCHIVO DEBE ESTAR ABIERTO.
       BUSCAR-REPRESENTANTE.
       MOVE "OPEN    BUSCAR-REPRESENTANTE" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-NACIMIENTO-ARCHIVO.
       MOVE WS-REP-MENOR TO CEDULA-USUARIO-NAC.
       MOVE "READ    BUSCAR-REPRESENTANTE" TO WS-ERR-DONDE
       READ USUARIOS-NACIMIENTO-ARCHIVO RECORD
           KEY CEDULA-USUARIO-NAC
               INVALID KEY     MOVE 0 TO WS-REP-ACTIVO
               NOT INVALID KEY MOVE 1 TO WS-REP-ACTIVO.
       IF WS-REP-ACTIVO = 1
           IF STATUS-REPRESENTACION-NAC NOT = "Vigente"
               MOVE 0 TO WS-REP-ACTIVO
           ELSE
               PERFORM LEER-PARAMETRO-MAYORIA
               COMPUTE WS-FECHA-MAYORIA-NAC =
                   FECHA-NACIMIENTO-NAC + WS-MAYORIA * 10000
               IF WS-FECHA-HOY NOT < WS-FECHA-MAYORIA-NAC
                   MOVE 0 TO WS-REP-ACTIVO.
       IF WS-REP-ACTIVO = 1
           MOVE CEDULA-REPRESENTANTE-NAC TO CEDULA-USUARIO-USR
           MOVE "READ    BUSCAR-REPRESENTANTE" TO WS-ERR-DONDE
           READ USUARIOS-ARCHIVO RECORD
               KEY CEDULA-USUARIO-USR
                   INVALID KEY
                       MOVE 0 TO WS-REP-ACTIVO
                   NOT INVALID KEY
                       MOVE TELEFONO-USR TO WS-REP-TELEFONO
           END-READ.
       CLOSE USUARIOS-NACIMIENTO-ARCHIVO.

       LEER-PARAMETRO-MAYORIA.
       MOVE "OPEN    LEER-PARAMETRO-MAYORIA" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "MAYORIA" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-MAYORIA" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 18 TO WS-MAYORIA
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-MAYORIA.
       CLOSE PARAMETROS-ARCHIVO.

       *>DEJA CONSTANCIA DE LO QUE PASO CON UNA UNIDAD: Recogido
       *>CUANDO SE APARTA EN EL CLUB, Reparado CUANDO VUELVE AL
       *>SERVICIO Y Baja CUANDO SE DESINCORPORO. LA BAJA EN SI SE
       *>HACE EN INSTRUMENTOS, QUE LLEVA LA CONTABILIDAD Y EL SEGURO.
       RESOLVER-UNIDAD.
       DISPLAY "---Resolver una unidad marcada---".
       DISPLAY " ".
       DISPLAY "Indique el numero del aviso del fabricante".
       ACCEPT AVISO-LLA.
       DISPLAY "Escanee o digite el codigo del instrumento".
       ACCEPT UNI-INSTRUMENTO.
       MOVE "OPEN    RESOLVER-UNIDAD" TO WS-ERR-DONDE
       OPEN I-O LLAMADOS-ARCHIVO.
       MOVE "OPEN    RESOLVER-UNIDAD" TO WS-ERR-DONDE
       OPEN I-O LLAMADOS-UNIDADES-ARCHIVO.
       MOVE "OPEN    RESOLVER-UNIDAD" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    RESOLVER-UNIDAD" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "READ    RESOLVER-UNIDAD" TO WS-ERR-DONDE
       READ LLAMADOS-ARCHIVO RECORD
           KEY AVISO-LLA
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           DISPLAY " "
           DISPLAY "No existe un llamado con ese aviso."
       ELSE
           MOVE AVISO-LLA TO UNI-AVISO
           MOVE "READ    RESOLVER-UNIDAD" TO WS-ERR-DONDE
           READ LLAMADOS-UNIDADES-ARCHIVO RECORD
               KEY UNI-LLAVE
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
                   NOT INVALID KEY MOVE 1 TO WS-INDICADOR
           END-READ
           IF WS-INDICADOR = 0
               DISPLAY " "
               DISPLAY "Ese instrumento no esta marcado en ese llamado."
           ELSE
               IF UNI-STATUS = "Reparado" OR UNI-STATUS = "Baja"
                   DISPLAY " "
                   DISPLAY "Esa unidad ya esta resuelta (" UNI-STATUS
                       ")."
               ELSE
                   PERFORM MOSTRAR-UNIDAD
               END-IF
           END-IF
       END-IF.
       CLOSE LLAMADOS-ARCHIVO.
       CLOSE LLAMADOS-UNIDADES-ARCHIVO.
       CLOSE INSTRUMENTOS-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       PERFORM VOLVER.

       MOSTRAR-UNIDAD.
       MOVE UNI-INSTRUMENTO TO ID-INSTRUMENTO-INV.
       MOVE "READ    MOSTRAR-UNIDAD" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-INV
               INVALID KEY MOVE SPACES TO STATUS-INSTRUMENTO-INV
       END-READ.
       DISPLAY " ".
       DISPLAY "Aviso " AVISO-LLA " " MARCA-LLA " " MODELO-LLA.
       DISPLAY "Accion del fabricante: " ACCION-LLA.
       DISPLAY "Unidad " UNI-INSTRUMENTO " en el llamado: " UNI-STATUS
           "  Status del instrumento: " STATUS-INSTRUMENTO-INV.
       DISPLAY " ".
       DISPLAY "1.- Recogida (apartada en el club, espera reparacion "
           "o baja)".
       DISPLAY "2.- Reparada (vuelve al servicio)".
       DISPLAY "3.- Dada de baja".
       DISPLAY "4.- Volver sin cambios".
       DISPLAY "Ingrese numero de opcion deseada:".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-RESOLUCION.

       VALIDACION-RESOLUCION.
       EVALUATE WS-OPCION
       WHEN 1
           IF STATUS-INSTRUMENTO-INV = "Prestado"
               PERFORM AVISAR-SIGUE-PRESTADO
           ELSE
               MOVE "Recogido" TO WS-UNI-NUEVO-STATUS
               PERFORM GRABAR-RESOLUCION
           END-IF
       WHEN 2
           IF STATUS-INSTRUMENTO-INV = "Prestado"
               PERFORM AVISAR-SIGUE-PRESTADO
           ELSE
               IF STATUS-INSTRUMENTO-INV = "Desincorporado"
                   DISPLAY " "
                   DISPLAY "El instrumento ya fue desincorporado; "
                       "resuelva la unidad como baja."
               ELSE
                   MOVE "Reparado" TO WS-UNI-NUEVO-STATUS
                   PERFORM GRABAR-RESOLUCION
               END-IF
           END-IF
       WHEN 3
           IF STATUS-INSTRUMENTO-INV NOT = "Desincorporado"
               DISPLAY " "
               DISPLAY "Desincorpore primero el instrumento en "
                   "Instrumentos, donde queda la baja"
               DISPLAY "contable y el reclamo al seguro; luego "
                   "resuelva aqui la unidad."
           ELSE
               MOVE "Baja" TO WS-UNI-NUEVO-STATUS
               PERFORM GRABAR-RESOLUCION
           END-IF
       WHEN 4
           NEXT SENTENCE
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-RESOLUCION
       END-EVALUATE.

       AVISAR-SIGUE-PRESTADO.
       DISPLAY " ".
       DISPLAY "El instrumento sigue prestado; registre primero su "
           "devolucion en Prestamos.".

       GRABAR-RESOLUCION.
       MOVE LLAMADOS-UNIDADES-REGISTRO TO WS-AUD-ANTES.
       MOVE WS-UNI-NUEVO-STATUS TO UNI-STATUS.
       MOVE WS-FECHA-HOY TO UNI-FECHA-STATUS.
       MOVE LS-CONECTAR TO UNI-OPERADOR.
       MOVE "REWRITE GRABAR-RESOLUCION" TO WS-ERR-DONDE
       REWRITE LLAMADOS-UNIDADES-REGISTRO.
       MOVE UNI-INSTRUMENTO TO WS-DIS-INSTRUMENTO.
       PERFORM ACTUALIZAR-DISPONIBILIDAD.
       MOVE LLAMADOS-UNIDADES-REGISTRO TO WS-AUD-DESPUES.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       MOVE UNI-LLAVE TO WS-AUD-LLAVE-REG.
       MOVE "Resolucion" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       DISPLAY " ".
       DISPLAY "Unidad marcada " UNI-STATUS ".".
       PERFORM CONTAR-SIN-RESOLVER.
       IF WS-SIN-RESOLVER = 0
           PERFORM CERRAR-LLAMADO
           DISPLAY "Todas las unidades del llamado quedaron "
               "resueltas: el llamado se cierra."
       ELSE
           DISPLAY "Quedan " WS-SIN-RESOLVER " unidad(es) sin "
               "resolver en el llamado.".

       *>CUENTA LAS UNIDADES Pendiente O Recogido DEL LLAMADO EN
       *>PANTALLA. LAS UNIDADES DE UN AVISO QUEDAN JUNTAS EN LA LLAVE
       *>PRINCIPAL.
       CONTAR-SIN-RESOLVER.
       MOVE 0 TO WS-SIN-RESOLVER.
       PERFORM POSICIONAR-UNIDADES-LLAMADO.
       PERFORM ACUMULAR-SIN-RESOLVER UNTIL WS-LEE-UNIDAD = 1.

       ACUMULAR-SIN-RESOLVER.
       IF UNI-STATUS = "Pendiente" OR UNI-STATUS = "Recogido"
           ADD 1 TO WS-SIN-RESOLVER.
       PERFORM LEER-SIGUIENTE-UNIDAD.

       *>SE UBICA EN LA PRIMERA UNIDAD DEL LLAMADO AVISO-LLA Y LA
       *>DEJA LEIDA. WS-LEE-UNIDAD QUEDA EN 1 SI NO TIENE NINGUNA.
       POSICIONAR-UNIDADES-LLAMADO.
       MOVE AVISO-LLA TO UNI-AVISO.
       MOVE LOW-VALUES TO UNI-INSTRUMENTO.
       MOVE "START   POSICIONAR-UNIDADES-LLAMADO" TO WS-ERR-DONDE
       START LLAMADOS-UNIDADES-ARCHIVO
           KEY IS NOT LESS THAN UNI-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-UNIDAD
           NOT INVALID KEY MOVE 0 TO WS-LEE-UNIDAD.
       IF WS-LEE-UNIDAD = 0
           PERFORM LEER-SIGUIENTE-UNIDAD.

       LEER-SIGUIENTE-UNIDAD.
       MOVE "READ    LEER-SIGUIENTE-UNIDAD" TO WS-ERR-DONDE
       READ LLAMADOS-UNIDADES-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-UNIDAD.
       IF WS-LEE-UNIDAD = 0 AND UNI-AVISO NOT = AVISO-LLA
           MOVE 1 TO WS-LEE-UNIDAD.

       *>EL LLAMADO EN PANTALLA QUEDA Cerrado: YA NO TIENE UNIDADES
       *>SIN RESOLVER. LLAMADOS-ARCHIVO Y AUDITORIA-ARCHIVO DEBEN
       *>ESTAR ABIERTOS.
       CERRAR-LLAMADO.
       MOVE LLAMADOS-REGISTRO TO WS-AUD-ANTES.
       MOVE "Cerrado" TO STATUS-LLA.
       MOVE WS-FECHA-HOY TO FECHA-CIERRE-LLA.
       MOVE "REWRITE CERRAR-LLAMADO" TO WS-ERR-DONDE
       REWRITE LLAMADOS-REGISTRO.
       MOVE LLAMADOS-REGISTRO TO WS-AUD-DESPUES.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       MOVE AVISO-LLA TO WS-AUD-LLAVE-REG.
       MOVE "Cierre" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.

       *>ESTADO DE UN LLAMADO, O DE TODOS LOS ABIERTOS: CADA UNIDAD
       *>CON SU SITUACION Y DONDE ESTA, Y LOS TOTALES POR STATUS. LA
       *>UNIDAD SIN RESOLVER CUYO INSTRUMENTO YA SE DESINCORPORO EN
       *>INSTRUMENTOS SE DA POR RESUELTA COMO Baja, Y EL LLAMADO QUE
       *>QUEDA SIN UNIDADES PENDIENTES SE CIERRA.
       REPORTE-LLAMADOS.
       DISPLAY "---Reporte de estado de los llamados---".
       DISPLAY " ".
       DISPLAY "Indique el numero del aviso (en blanco para todos los "
           "llamados abiertos)".
       ACCEPT WS-AVISO-BUSCADO.
       MOVE "OPEN    REPORTE-LLAMADOS" TO WS-ERR-DONDE
       OPEN I-O LLAMADOS-ARCHIVO.
       MOVE "OPEN    REPORTE-LLAMADOS" TO WS-ERR-DONDE
       OPEN I-O LLAMADOS-UNIDADES-ARCHIVO.
       MOVE "OPEN    REPORTE-LLAMADOS" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    REPORTE-LLAMADOS" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "reporte_llamados" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       IF WS-AVISO-BUSCADO = SPACES
           MOVE "Abiertos" TO WS-CAT-PARAMETROS
       ELSE
           STRING "Aviso " WS-AVISO-BUSCADO
               DELIMITED BY SIZE INTO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-LLAMADOS-RUTA.
       OPEN OUTPUT REPORTE-LLAMADOS-ARCHIVO.
       MOVE SPACES TO WS-LINEA.
       STRING "---Estado de los llamados del fabricante al "
           WS-FECHA-HOY "---" DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-LLAMADOS.
       MOVE 0 TO WS-CANT-LLAMADOS.
       IF WS-AVISO-BUSCADO = SPACES
           MOVE 0 TO WS-LEE-LLAMADO
           PERFORM LEER-SIGUIENTE-LLAMADO
           PERFORM REPORTAR-SI-ABIERTO UNTIL WS-LEE-LLAMADO = 1
       ELSE
           MOVE WS-AVISO-BUSCADO TO AVISO-LLA
           MOVE "READ    REPORTE-LLAMADOS" TO WS-ERR-DONDE
           READ LLAMADOS-ARCHIVO RECORD
               KEY AVISO-LLA
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
                   NOT INVALID KEY MOVE 1 TO WS-INDICADOR
           END-READ
           IF WS-INDICADOR = 1
               PERFORM REPORTAR-UN-LLAMADO
           END-IF
       END-IF.
       IF WS-CANT-LLAMADOS = 0
           MOVE " " TO WS-LINEA
           PERFORM IMPRIMIR-LLAMADOS
           MOVE "(no hay llamados que mostrar)" TO WS-LINEA
           PERFORM IMPRIMIR-LLAMADOS.
       CLOSE LLAMADOS-ARCHIVO.
       CLOSE LLAMADOS-UNIDADES-ARCHIVO.
       CLOSE INSTRUMENTOS-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       CLOSE REPORTE-LLAMADOS-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-LLAMADO.
       MOVE "READ    LEER-SIGUIENTE-LLAMADO" TO WS-ERR-DONDE
       READ LLAMADOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-LLAMADO.

       REPORTAR-SI-ABIERTO.
       IF STATUS-LLA = "Abierto"
           PERFORM REPORTAR-UN-LLAMADO.
       PERFORM LEER-SIGUIENTE-LLAMADO.

       REPORTAR-UN-LLAMADO.
       ADD 1 TO WS-CANT-LLAMADOS.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-LLAMADOS.
       STRING "Aviso " AVISO-LLA " del " FECHA-LLA "  (" STATUS-LLA
           ")" DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-LLAMADOS.
       STRING "  " MARCA-LLA " " MODELO-LLA
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-LLAMADOS.
       IF SERIE-DESDE-LLA = SPACES AND SERIE-HASTA-LLA = SPACES
           MOVE "  Series: todas las del modelo" TO WS-LINEA
       ELSE
           STRING "  Series: de " SERIE-DESDE-LLA " a "
               SERIE-HASTA-LLA DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-LLAMADOS.
       STRING "  Accion: " ACCION-LLA DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-LLAMADOS.
       MOVE 0 TO WS-CANT-UNIDADES.
       MOVE 0 TO WS-CANT-PENDIENTES.
       MOVE 0 TO WS-CANT-RECOGIDAS.
       MOVE 0 TO WS-CANT-REPARADAS.
       MOVE 0 TO WS-CANT-BAJAS.
       PERFORM POSICIONAR-UNIDADES-LLAMADO.
       PERFORM REPORTAR-UNIDAD UNTIL WS-LEE-UNIDAD = 1.
       STRING "  Unidades: " WS-CANT-UNIDADES
           "  Pendientes: " WS-CANT-PENDIENTES
           "  Recogidas: " WS-CANT-RECOGIDAS
           "  Reparadas: " WS-CANT-REPARADAS
           "  Bajas: " WS-CANT-BAJAS
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-LLAMADOS.
       COMPUTE WS-SIN-RESOLVER = WS-CANT-PENDIENTES
           + WS-CANT-RECOGIDAS.
       IF WS-SIN-RESOLVER = 0 AND STATUS-LLA = "Abierto"
           PERFORM CERRAR-LLAMADO
           MOVE "  Todas las unidades quedaron resueltas: el llamado "
               TO WS-LINEA
           PERFORM IMPRIMIR-LLAMADOS
           MOVE "  se cierra." TO WS-LINEA
           PERFORM IMPRIMIR-LLAMADOS.

       REPORTAR-UNIDAD.
       MOVE UNI-INSTRUMENTO TO ID-INSTRUMENTO-INV.
       MOVE "READ    REPORTAR-UNIDAD" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-INV
               INVALID KEY MOVE SPACES TO STATUS-INSTRUMENTO-INV
                           MOVE SPACES TO UBICACION-INV
       END-READ.
       MOVE SPACES TO WS-NOTA-UNIDAD.
       IF (UNI-STATUS = "Pendiente" OR UNI-STATUS = "Recogido")
           AND STATUS-INSTRUMENTO-INV = "Desincorporado"
           MOVE "Baja" TO WS-UNI-NUEVO-STATUS
           MOVE LLAMADOS-UNIDADES-REGISTRO TO WS-AUD-ANTES
           MOVE WS-UNI-NUEVO-STATUS TO UNI-STATUS
           MOVE WS-FECHA-HOY TO UNI-FECHA-STATUS
           MOVE LS-CONECTAR TO UNI-OPERADOR
           MOVE "REWRITE REPORTAR-UNIDAD" TO WS-ERR-DONDE
           REWRITE LLAMADOS-UNIDADES-REGISTRO
           MOVE UNI-INSTRUMENTO TO WS-DIS-INSTRUMENTO
           PERFORM ACTUALIZAR-DISPONIBILIDAD
           MOVE LLAMADOS-UNIDADES-REGISTRO TO WS-AUD-DESPUES
           MOVE SPACES TO WS-AUD-LLAVE-REG
           MOVE UNI-LLAVE TO WS-AUD-LLAVE-REG
           MOVE "Resolucion" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA
           MOVE "(baja tomada de Instrumentos)" TO WS-NOTA-UNIDAD
       ELSE
           IF UNI-STATUS = "Pendiente"
               IF STATUS-INSTRUMENTO-INV = "Prestado"
                   STRING "en manos de " UNI-CEDULA
                       DELIMITED BY SIZE INTO WS-NOTA-UNIDAD
               ELSE
                   MOVE "en el club: retirela del servicio"
                       TO WS-NOTA-UNIDAD
               END-IF
           END-IF
       END-IF.
       EVALUATE UNI-STATUS
       WHEN "Pendiente" ADD 1 TO WS-CANT-PENDIENTES
       WHEN "Recogido"  ADD 1 TO WS-CANT-RECOGIDAS
       WHEN "Reparado"  ADD 1 TO WS-CANT-REPARADAS
       WHEN "Baja"      ADD 1 TO WS-CANT-BAJAS
       END-EVALUATE.
       ADD 1 TO WS-CANT-UNIDADES.
       STRING "    " UNI-INSTRUMENTO " " UNI-STATUS " "
           STATUS-INSTRUMENTO-INV " " UBICACION-INV " "
           WS-NOTA-UNIDAD DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-LLAMADOS.
       PERFORM LEER-SIGUIENTE-UNIDAD.

       IMPRIMIR-LLAMADOS.
       DISPLAY WS-LINEA.
       WRITE REPORTE-LLAMADOS-LINEA FROM WS-LINEA.
       MOVE SPACES TO WS-LINEA.

       *>LISTA EN PANTALLA TODOS LOS LLAMADOS REGISTRADOS.
       VER-LLAMADOS.
       DISPLAY "---Llamados registrados---".
       DISPLAY " ".
       MOVE "OPEN    VER-LLAMADOS" TO WS-ERR-DONDE
       OPEN I-O LLAMADOS-ARCHIVO.
       MOVE 0 TO WS-CANT-LLAMADOS.
       MOVE 0 TO WS-LEE-LLAMADO.
       PERFORM LEER-SIGUIENTE-LLAMADO.
       PERFORM MOSTRAR-LLAMADO UNTIL WS-LEE-LLAMADO = 1.
       IF WS-CANT-LLAMADOS = 0
           DISPLAY "No hay llamados registrados.".
       CLOSE LLAMADOS-ARCHIVO.
       PERFORM VOLVER.

       MOSTRAR-LLAMADO.
       ADD 1 TO WS-CANT-LLAMADOS.
       DISPLAY AVISO-LLA " " FECHA-LLA " " STATUS-LLA " " MARCA-LLA
           " " MODELO-LLA.
       PERFORM LEER-SIGUIENTE-LLAMADO.

       GRABAR-AUDITORIA.
       *>DEJA CONSTANCIA DE QUE OPERADOR REALIZO LA TRANSACCION.
       *>AUD-ACCION, WS-AUD-LLAVE-REG Y LA FOTO ANTES/DESPUES DEBEN
       *>SER LLENADOS POR QUIEN LLAMA A ESTE PARRAFO.
       ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUD-HORA FROM TIME.
       MOVE LS-CONECTAR TO AUD-OPERADOR.
       MOVE "Llamados" TO AUD-PROGRAMA.
       MOVE WS-AUD-LLAVE-REG TO AUD-LLAVE-REGISTRO.
       MOVE WS-AUD-ANTES TO AUD-ANTES.
       MOVE WS-AUD-DESPUES TO AUD-DESPUES.
       MOVE 0 TO AUD-SECUENCIA.
       PERFORM ESCRIBIR-AUDITORIA.

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

       *>SI DOS TERMINALES REGISTRAN EN LA MISMA CENTESIMA DE
       *>SEGUNDO, LA LLAVE REPITE Y EL WRITE FALLA; EN VEZ DE PERDER
       *>LA ENTRADA EN SILENCIO SE AVANZA LA SECUENCIA Y SE REINTENTA.
       ESCRIBIR-AUDITORIA.
       MOVE "WRITE   ESCRIBIR-AUDITORIA" TO WS-ERR-DONDE
       WRITE AUDITORIA-REGISTRO
           INVALID KEY
               ADD 1 TO AUD-SECUENCIA
               PERFORM ESCRIBIR-AUDITORIA
       END-WRITE.

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

       *>LLEVA AL RESUMEN DE DISPONIBILIDAD EL ESTADO EN QUE QUEDO
       *>EL INSTRUMENTO WS-DIS-INSTRUMENTO, DESPUES DE GRABAR EL
       *>CAMBIO (VER DISPONIBILIDAD.CBL). UNA UNIDAD MARCADA EN UN
       *>LLAMADO SIN RESOLVER QUEDA APARTADA, NO DISPONIBLE.
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
       MOVE SPACES TO WS-LLAMADOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "llamados.dat" DELIMITED BY SIZE INTO WS-LLAMADOS-RUTA.
       MOVE SPACES TO WS-LLAMADOS-UNIDADES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "llamados_unidades.dat" DELIMITED BY SIZE
           INTO WS-LLAMADOS-UNIDADES-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-RUTA.
       MOVE SPACES TO WS-PRESTAMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "prestamos.dat" DELIMITED BY SIZE INTO WS-PRESTAMOS-RUTA.
       MOVE SPACES TO WS-USUARIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios.dat" DELIMITED BY SIZE INTO WS-USUARIOS-RUTA.
       MOVE SPACES TO WS-USUARIOS-NACIMIENTO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios_nacimiento.dat" DELIMITED BY SIZE
           INTO WS-USUARIOS-NACIMIENTO-RUTA.
       MOVE SPACES TO WS-PARAMETROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "parametros.dat" DELIMITED BY SIZE INTO WS-PARAMETROS-RUTA.
       MOVE SPACES TO WS-NOTIFICACIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "notificaciones.dat" DELIMITED BY SIZE
           INTO WS-NOTIFICACIONES-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
       EXIT PROGRAM.
