       *>EL INICIO DE SESION SE VALIDA CONTRA ESTE ARCHIVO EN LUGAR
       *>DE ACEPTAR CUALQUIER IDENTIFICADOR ESCRITO A MANO.
       SELECT OPTIONAL OPERADORES-ARCHIVO
       ASSIGN TO WS-OPERADORES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-OPERADOR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-OPERADORES.

       *>RESULTADOS DE LOS LOTES DE MADRUGADA (CIERRE, MENSUAL,
       *>VERIFICAR EN MODO DESATENDIDO), PARA MOSTRARLOS AL INICIAR
       *>SESION: EL PRIMER OPERADOR DE LA MAÑANA VE DE UNA VEZ SI
       *>ALGO FALLO.
       SELECT OPTIONAL ESTADO-LOTE-ARCHIVO
       ASSIGN TO WS-ESTADO-LOTE-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PROGRAMA-LOTE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ESTADO-LOTE.

       *>MATRIZ DE PERMISOS POR ROL (VER OPERADORES.CBL). SI EL ROL
       *>CONECTADO TIENE AL MENOS UN PERMISO CARGADO, EL MENU SE ARMA
       *>FIJAS DE SIEMPRE (ASI LOS ROLES VIEJOS SIGUEN FUNCIONANDO
       *>SIN CARGAR NADA).
       SELECT OPTIONAL PERMISOS-ARCHIVO
       ASSIGN TO WS-PERMISOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PERM-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PERMISOS.

       *>DEJA CONSTANCIA DE CADA INICIO Y CIERRE DE SESION, PARA
       *>PODER DECIR CUANDO ESTUVO CONECTADO CADA OPERADOR (VER EL
       *>REPORTE DE SESIONES EN OPERADORES.CBL).
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       *>PARAMETROS GENERALES DEL SISTEMA (VER BLOQUEOS.CBL). AQUI SE
       *>LEE CLAVEDIAS, LOS DIAS DE VIGENCIA DE UNA CLAVE ANTES DE
       *>OBLIGAR A CAMBIARLA AL INICIAR SESION, Y SESIONMIN, LOS
       *>MINUTOS DE INACTIVIDAD ANTES DE CERRAR LA SESION SOLA.
       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO WS-PARAMETROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PARAM-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PARAMETROS.

       *>BITACORA DE ERRORES DE ARCHIVO (VER ERRORES.CBL) Y EL ULTIMO
       *>INGRESO DE CADA OPERADOR, PARA AVISAR AL INICIAR SESION SI
       *>SE ANOTARON ERRORES NUEVOS DESDE LA VEZ ANTERIOR.
       SELECT OPTIONAL ERRORES-ARCHIVO
       ASSIGN TO WS-ERRORES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ERR-LLAVE
       ACCESS MODE IS DYNAMIC.

       SELECT OPTIONAL ULTIMO-INGRESO-ARCHIVO
       ASSIGN TO WS-ULTIMO-INGRESO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS UIN-OPERADOR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ULTIMO-INGRESO.

       *>DIRECTORIOS DE DATOS DE LA INSTALACION: EL REAL (CLAVE
       *>DATOS) Y EL DE PRACTICA PARA EL PERSONAL EN ENTRENAMIENTO
       *>(CLAVE PRACTICA), UNO POR LINEA Y TERMINADOS EN "\". ES EL
       *>UNICO ARCHIVO DE RUTA FIJA; SI FALTA O NO TRAE ALGUNA CLAVE
       *>SE USAN c:\ Y c:\practica\. TODOS LOS PROGRAMAS RECIBEN DEL
       *>MENU EL DIRECTORIO DE LA SESION Y ARMAN SUS RUTAS CON EL.
       SELECT OPTIONAL DIRECTORIOS-ARCHIVO
       ASSIGN TO "c:\directorios.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES-ARCHIVO.
               05 PARAM-NOMBRE PIC X(12).
               05 PARAM-VALOR  PIC 9(6).

       *>COPIA DEL REGISTRO DE ERRORES.DAT (VER ERRORES.CBL).
       FD ERRORES-ARCHIVO.
           01 ERRORES-REGISTRO.
               05 ERR-LLAVE.
                   10 ERR-FECHA      PIC 9(8).
                   10 ERR-HORA       PIC 9(8).
                   10 ERR-SECUENCIA  PIC 9(2).
               05 ERR-PROGRAMA   PIC X(15).
               05 ERR-PARRAFO    PIC X(40).
               05 ERR-ARCHIVO    PIC X(30).
               05 ERR-OPERACION  PIC X(8).
               05 ERR-ESTADO     PIC X(2).
               05 ERR-LLAVE-REG  PIC X(60).
               05 ERR-OPERADOR   PIC X(10).

       FD ULTIMO-INGRESO-ARCHIVO.
           01 ULTIMO-INGRESO-REGISTRO.
               05 UIN-OPERADOR PIC X(10).
               05 UIN-FECHA    PIC 9(8).
               05 UIN-HORA     PIC 9(8).

       FD DIRECTORIOS-ARCHIVO.
           01 DIRECTORIOS-REGISTRO.
               05 DIR-CLAVE PIC X(10). *>DATOS O PRACTICA.
               05 DIR-RUTA  PIC X(40).

       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS.
       77  WS-CONECTAR PIC X(10). *>ID DEL OPERADOR QUE INICIO SESION.
       *>ACCIONES DELICADAS.
       77  WS-ROL PIC X(12).
       77  WS-CLAVE PIC X(10).
       *>MODO Y DIRECTORIO DE DATOS DE LA SESION, QUE TAMBIEN SE
       *>PASAN A LOS DEMAS PROGRAMAS. EN MODO PRACTICA TODO SE LEE Y
       *>SE GRABA EN EL DIRECTORIO DE PRACTICA, ASI QUE NADA DE LO QUE
       *>HAGA EL PERSONAL EN ENTRENAMIENTO TOCA LOS ARCHIVOS REALES.
       01  WS-SESION.
           05 WS-MODO-SESION         PIC X(1) VALUE "R". *>R REAL,
                                                         *>P PRACTICA.
           05 WS-DIRECTORIO          PIC X(40).
           05 WS-DIRECTORIO-PRACTICA PIC X(40).
       01  WS-DIRECTORIO-REAL PIC X(40).
       77  WS-LEE-DIRECTORIO PIC 9(1).

       01  WS-TITULO. *>VARIABLE PARA MOSTRAR EL TITULO CENTRADO.
           05 FILLER   PIC X(32) VALUE SPACES.
       *>ROL SUPERVISOR AUNQUE LA MATRIZ LAS OTORGUE.
       77  WS-MATRIZ-ACTIVA PIC 9(1).
       77  WS-LEE-LOTE PIC 9(1).
       *>USADOS PARA AVISAR DE LOS ERRORES DE ARCHIVO NUEVOS.
       77  WS-LEE-ERROR PIC 9(1).
       77  WS-HAY-INGRESO PIC 9(1).
       77  WS-ERRORES-NUEVOS PIC 9(5).
       77  WS-PERMITIDO PIC 9(1).
       77  WS-OPC-N PIC 9(2).
       77  WS-LEE-PERM PIC 9(1).
       77  WS-BISIESTO-ANIO PIC 9(4).
       77  WS-ES-BISIESTO PIC 9(1).

       *>DATOS DEL ERROR DE ARCHIVO QUE SE ANOTA EN ERRORES.DAT
       *>(VER ERRORES.CBL). ANTES DE CADA OPERACION SOBRE UN
       *>ARCHIVO DE DATOS SE DEJA EN WS-ERR-DONDE LA OPERACION Y EL
       *>PARRAFO; SI FALLA, LAS DECLARATIVAS COMPLETAN EL RESTO.
       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Menu".
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
       77 WS-FS-OPERADORES PIC X(2).
       77 WS-FS-ESTADO-LOTE PIC X(2).
       77 WS-FS-PERMISOS PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       77 WS-FS-PARAMETROS PIC X(2).
       77 WS-FS-ULTIMO-INGRESO PIC X(2).
       *>RUTA DE CADA ARCHIVO (VER ARMAR-RUTAS).
       77 WS-OPERADORES-RUTA PIC X(80).
       77 WS-ESTADO-LOTE-RUTA PIC X(80).
       77 WS-PERMISOS-RUTA PIC X(80).
       77 WS-AUDITORIA-RUTA PIC X(80).
       77 WS-PARAMETROS-RUTA PIC X(80).
       77 WS-ERRORES-RUTA PIC X(80).
       77 WS-ULTIMO-INGRESO-RUTA PIC X(80).

       PROCEDURE DIVISION.
       DECLARATIVES.
       *>CUALQUIER FALLA SOBRE UN ARCHIVO DE DATOS QUE EL PROPIO
       *>PARRAFO NO ATIENDA (INVALID KEY, AT END) SE ANOTA EN
       *>ERRORES.DAT CON LA LLAVE DEL REGISTRO EN CURSO.
       ERROR-OPERADORES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPERADORES-ARCHIVO.
       ERROR-OPERADORES-ANOTAR.
       MOVE "operadores.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-OPERADORES TO WS-ERR-ESTADO.
       MOVE ID-OPERADOR TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ESTADO-LOTE SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ESTADO-LOTE-ARCHIVO.
       ERROR-ESTADO-LOTE-ANOTAR.
       MOVE "estado_lote.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ESTADO-LOTE TO WS-ERR-ESTADO.
       MOVE PROGRAMA-LOTE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PERMISOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PERMISOS-ARCHIVO.
       ERROR-PERMISOS-ANOTAR.
       MOVE "permisos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PERMISOS TO WS-ERR-ESTADO.
       MOVE PERM-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-AUDITORIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AUDITORIA-ARCHIVO.
       ERROR-AUDITORIA-ANOTAR.
       MOVE "auditoria.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-AUDITORIA TO WS-ERR-ESTADO.
       MOVE AUD-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PARAMETROS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PARAMETROS-ARCHIVO.
       ERROR-PARAMETROS-ANOTAR.
       MOVE "parametros.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PARAMETROS TO WS-ERR-ESTADO.
       MOVE PARAM-NOMBRE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ULTIMO-INGRESO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ULTIMO-INGRESO-ARCHIVO.
       ERROR-ULTIMO-INGRESO-ANOTAR.
       MOVE "ultimo_ingreso.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ULTIMO-INGRESO TO WS-ERR-ESTADO.
       MOVE UIN-OPERADOR TO WS-ERR-LLAVE.
       *>LA ULTIMA SECCION SIGUE DIRECTO EN ESTE PARRAFO.
       ANOTAR-ERROR-ARCHIVO.
       MOVE WS-CONECTAR TO WS-ERR-OPERADOR.
       MOVE WS-DIRECTORIO TO WS-ERR-DIRECTORIO.
       CALL "Errores" USING WS-ERR-DATOS.
       MOVE 1 TO WS-ERR-HUBO.
       *>UNA LLAVE INEXISTENTE O REPETIDA SIN INVALID KEY SE ANOTA
       *>Y SE SIGUE; CUALQUIER OTRA FALLA (ARCHIVO BLOQUEADO,
       *>DAÑADO O SIN ABRIR) NO DEJA SEGUIR.
       IF WS-ERR-ESTADO(1:1) NOT = "2"
           DISPLAY "El sistema no puede seguir; avise al supervisor."
           STOP RUN.
       END DECLARATIVES.

       MAIN SECTION.
       PROGRAM-BEGIN.
       *>MOSTRAR MENU
       DISPLAY WS-TITULO.
       DISPLAY " ". *>PARA SALTAR UNA LÍNEA.
       PERFORM LEER-DIRECTORIOS.
       PERFORM INICIAR-SESION.
       MOVE 0 TO WS-SALIR.
       PERFORM MOSTRAR-MENU UNTIL WS-SALIR = 1.
       *>REGISTRAR EL PRIMER SUPERVISOR PARA NO DEJAR EL SISTEMA
       *>INACCESIBLE.
       INICIAR-SESION.
       *>LA SESION ANTERIOR PUDO SER DE PRACTICA; LA CLAVE SE VALIDA
       *>SIEMPRE CONTRA LOS OPERADORES REALES.
       MOVE "R" TO WS-MODO-SESION.
       MOVE WS-DIRECTORIO-REAL TO WS-DIRECTORIO.
       PERFORM ARMAR-RUTAS.
       MOVE "OPEN    INICIAR-SESION" TO WS-ERR-DONDE
       OPEN I-O OPERADORES-ARCHIVO.
       PERFORM VERIFICAR-HAY-OPERADORES.
       IF WS-HAY-OPERADORES = 0
           PERFORM REGISTRAR-PRIMER-SUPERVISOR.
       PERFORM PEDIR-CREDENCIALES.
       CLOSE OPERADORES-ARCHIVO.
       PERFORM ELEGIR-MODO-SESION.
       MOVE "Sesion inicio" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA-SESION.
       DISPLAY " ".
       DISPLAY "Bienvenido " NOMBRE-OPERADOR.
       PERFORM MOSTRAR-ESTADO-LOTES.

       *>LEE LOS DIRECTORIOS DE DATOS DE DIRECTORIOS.TXT.
       LEER-DIRECTORIOS.
       MOVE "c:\" TO WS-DIRECTORIO-REAL.
       MOVE "c:\practica\" TO WS-DIRECTORIO-PRACTICA.
       OPEN INPUT DIRECTORIOS-ARCHIVO.
       MOVE 0 TO WS-LEE-DIRECTORIO.
       PERFORM LEER-SIGUIENTE-DIRECTORIO.
       PERFORM TOMAR-DIRECTORIO UNTIL WS-LEE-DIRECTORIO = 1.
       CLOSE DIRECTORIOS-ARCHIVO.

       LEER-SIGUIENTE-DIRECTORIO.
       READ DIRECTORIOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-DIRECTORIO.

       TOMAR-DIRECTORIO.
       IF DIR-RUTA NOT = SPACES
           IF DIR-CLAVE = "DATOS"
               MOVE DIR-RUTA TO WS-DIRECTORIO-REAL
           ELSE
               IF DIR-CLAVE = "PRACTICA"
                   MOVE DIR-RUTA TO WS-DIRECTORIO-PRACTICA.
       PERFORM LEER-SIGUIENTE-DIRECTORIO.

       *>EL PERSONAL NUEVO ENTRA EN MODO PRACTICA PARA APRENDER SIN
       *>TOCAR LOS ARCHIVOS REALES. EL DIRECTORIO DE PRACTICA SE CREA
       *>SI TODAVIA NO EXISTE (SI YA EXISTE LA LLAMADA NO HACE NADA);
       *>UN SUPERVISOR LO REFRESCA DESDE EL RESPALDO DE ANOCHE EN
       *>RESTAURAR.CBL.
       ELEGIR-MODO-SESION.
       DISPLAY " ".
       DISPLAY "¿Entrar en modo practica? (S/N)".
       ACCEPT WS-SI-NO.
       PERFORM VALIDACION-MODO-SESION.
       IF WS-SI-NO = "S" OR WS-SI-NO = "s"
           MOVE "P" TO WS-MODO-SESION
           MOVE WS-DIRECTORIO-PRACTICA TO WS-DIRECTORIO
           CALL "CBL_CREATE_DIR" USING WS-DIRECTORIO-PRACTICA
           PERFORM ARMAR-RUTAS
           DISPLAY " "
           DISPLAY "*** MODO PRACTICA: datos de entrenamiento en "
               WS-DIRECTORIO-PRACTICA
           DISPLAY "    Nada de lo que haga aqui es real: no se emiten "
               "documentos fiscales ni notificaciones. ***".

       VALIDACION-MODO-SESION.
       IF WS-SI-NO NOT = "S" AND WS-SI-NO NOT = "s"
           AND WS-SI-NO NOT = "N" AND WS-SI-NO NOT = "n"
           DISPLAY "Por favor ingrese S o N"
           ACCEPT WS-SI-NO
           PERFORM VALIDACION-MODO-SESION.

       *>ARMA LA RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE LA SESION.
       *>OPERADORES Y PERMISOS SON SIEMPRE LOS REALES: EN PRACTICA
       *>ENTRA LA MISMA GENTE CON LOS MISMOS PERMISOS.
       ARMAR-RUTAS.
       MOVE SPACES TO WS-OPERADORES-RUTA.
       STRING WS-DIRECTORIO-REAL DELIMITED BY SPACE
           "operadores.dat" DELIMITED BY SIZE INTO WS-OPERADORES-RUTA.
       MOVE SPACES TO WS-PERMISOS-RUTA.
       STRING WS-DIRECTORIO-REAL DELIMITED BY SPACE
           "permisos.dat" DELIMITED BY SIZE INTO WS-PERMISOS-RUTA.
       MOVE SPACES TO WS-ESTADO-LOTE-RUTA.
       STRING WS-DIRECTORIO DELIMITED BY SPACE
           "estado_lote.dat" DELIMITED BY SIZE INTO WS-ESTADO-LOTE-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING WS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.
       MOVE SPACES TO WS-PARAMETROS-RUTA.
       STRING WS-DIRECTORIO DELIMITED BY SPACE
           "parametros.dat" DELIMITED BY SIZE INTO WS-PARAMETROS-RUTA.
       MOVE SPACES TO WS-ERRORES-RUTA.
       STRING WS-DIRECTORIO DELIMITED BY SPACE
           "errores.dat" DELIMITED BY SIZE INTO WS-ERRORES-RUTA.
       MOVE SPACES TO WS-ULTIMO-INGRESO-RUTA.
       STRING WS-DIRECTORIO DELIMITED BY SPACE
           "ultimo_ingreso.dat" DELIMITED BY SIZE
           INTO WS-ULTIMO-INGRESO-RUTA.

       *>MUESTRA EL RESULTADO DE LAS ULTIMAS CORRIDAS POR LOTE
       *>(CIERRE, MENSUAL, VERIFICAR) AL INICIAR SESION.
       MOSTRAR-ESTADO-LOTES.
       MOVE "OPEN    MOSTRAR-ESTADO-LOTES" TO WS-ERR-DONDE
       OPEN I-O ESTADO-LOTE-ARCHIVO.
       MOVE 0 TO WS-LEE-LOTE.
       PERFORM LEER-SIGUIENTE-LOTE.
       PERFORM MOSTRAR-UN-LOTE UNTIL WS-LEE-LOTE = 1.
       CLOSE ESTADO-LOTE-ARCHIVO.
       PERFORM AVISAR-ERRORES-NUEVOS.

       LEER-SIGUIENTE-LOTE.
       MOVE "READ    LEER-SIGUIENTE-LOTE" TO WS-ERR-DONDE
       READ ESTADO-LOTE-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-LOTE.
           RESULTADO-LOTE.
       PERFORM LEER-SIGUIENTE-LOTE.

       *>CUENTA LOS ERRORES DE ARCHIVO ANOTADOS EN ERRORES.DAT DESDE
       *>EL INGRESO ANTERIOR DE ESTE OPERADOR Y DEJA ANOTADO EL DE
       *>AHORA PARA LA PROXIMA VEZ. LA LLAVE DE ERRORES.DAT EMPIEZA
       *>POR FECHA Y HORA, ASI QUE SE POSICIONA CON START.
       AVISAR-ERRORES-NUEVOS.
       MOVE "OPEN    AVISAR-ERRORES-NUEVOS" TO WS-ERR-DONDE
       OPEN I-O ULTIMO-INGRESO-ARCHIVO.
       MOVE WS-CONECTAR TO UIN-OPERADOR.
       MOVE "READ    AVISAR-ERRORES-NUEVOS" TO WS-ERR-DONDE
       READ ULTIMO-INGRESO-ARCHIVO RECORD
           KEY UIN-OPERADOR
               INVALID KEY     MOVE 0 TO WS-HAY-INGRESO
               NOT INVALID KEY MOVE 1 TO WS-HAY-INGRESO.
       IF WS-HAY-INGRESO = 0
           MOVE 0 TO UIN-FECHA
           MOVE 0 TO UIN-HORA.
       MOVE UIN-FECHA TO ERR-FECHA.
       MOVE UIN-HORA TO ERR-HORA.
       MOVE 99 TO ERR-SECUENCIA.
       MOVE 0 TO WS-ERRORES-NUEVOS.
       OPEN I-O ERRORES-ARCHIVO.
       START ERRORES-ARCHIVO KEY IS GREATER THAN ERR-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-ERROR
           NOT INVALID KEY MOVE 0 TO WS-LEE-ERROR.
       IF WS-LEE-ERROR = 0
           PERFORM LEER-SIGUIENTE-ERROR
           PERFORM CONTAR-ERROR-NUEVO UNTIL WS-LEE-ERROR = 1.
       CLOSE ERRORES-ARCHIVO.
       IF WS-ERRORES-NUEVOS > 0
           DISPLAY " "
           DISPLAY "ATENCION: " WS-ERRORES-NUEVOS
               " errores de archivo nuevos desde su ultimo ingreso"
           DISPLAY "(ver errores.dat). Avise al supervisor.".

       MOVE WS-CONECTAR TO UIN-OPERADOR.
       ACCEPT UIN-FECHA FROM DATE YYYYMMDD.
       ACCEPT UIN-HORA FROM TIME.
       IF WS-HAY-INGRESO = 0
           MOVE "WRITE   AVISAR-ERRORES-NUEVOS" TO WS-ERR-DONDE
           WRITE ULTIMO-INGRESO-REGISTRO
       ELSE
           MOVE "REWRITE AVISAR-ERRORES-NUEVOS" TO WS-ERR-DONDE
           REWRITE ULTIMO-INGRESO-REGISTRO.
       CLOSE ULTIMO-INGRESO-ARCHIVO.

       LEER-SIGUIENTE-ERROR.
       READ ERRORES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-ERROR.

       CONTAR-ERROR-NUEVO.
       ADD 1 TO WS-ERRORES-NUEVOS.
       PERFORM LEER-SIGUIENTE-ERROR.

       *>SE FIJA SI OPERADORES.DAT TIENE AL MENOS UN REGISTRO.
       VERIFICAR-HAY-OPERADORES.
       MOVE "READ    VERIFICAR-HAY-OPERADORES" TO WS-ERR-DONDE
       READ OPERADORES-ARCHIVO NEXT RECORD
           AT END     MOVE 0 TO WS-HAY-OPERADORES
           NOT AT END MOVE 1 TO WS-HAY-OPERADORES.
       MOVE "supervisor" TO ROL-OPERADOR.
       MOVE "Activo" TO STATUS-OPERADOR.
       ACCEPT FECHA-CLAVE FROM DATE YYYYMMDD.
       MOVE "WRITE   REGISTRAR-PRIMER-SUPERVISOR" TO WS-ERR-DONDE
       WRITE OPERADORES-REGISTRO.
       DISPLAY " ".
       DISPLAY "Supervisor registrado. Inicie sesion.".
       DISPLAY "Ingrese su clave".
       ACCEPT WS-CLAVE.
       MOVE WS-CONECTAR TO ID-OPERADOR.
       MOVE "READ    PEDIR-CREDENCIALES" TO WS-ERR-DONDE
       READ OPERADORES-ARCHIVO RECORD
           KEY ID-OPERADOR
               INVALID KEY     MOVE 0 TO WS-INDICADOR
           ADD 1 TO WS-INTENTOS
           IF WS-INTENTOS NOT < 5
               MOVE "Bloqueado" TO STATUS-OPERADOR
               MOVE "REWRITE CONTAR-INTENTO-FALLIDO" TO WS-ERR-DONDE
               REWRITE OPERADORES-REGISTRO
               MOVE 0 TO WS-INTENTOS
               DISPLAY "Demasiados intentos fallidos: la cuenta "
       ELSE
           MOVE WS-CLAVE-NUEVA TO CLAVE-OPERADOR
           ACCEPT FECHA-CLAVE FROM DATE YYYYMMDD
           MOVE "REWRITE CAPTURAR-CLAVE-NUEVA" TO WS-ERR-DONDE
           REWRITE OPERADORES-REGISTRO
           DISPLAY " "
           DISPLAY "Clave actualizada.".

       LEER-PARAMETRO-CLAVEDIAS.
       MOVE "OPEN    LEER-PARAMETRO-CLAVEDIAS" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "CLAVEDIAS" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-CLAVEDIAS" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 90 TO WS-CLAVEDIAS
       CAMBIAR-MI-CLAVE.
       DISPLAY " ".
       DISPLAY "---Cambiar mi clave---".
       MOVE "OPEN    CAMBIAR-MI-CLAVE" TO WS-ERR-DONDE
       OPEN I-O OPERADORES-ARCHIVO.
       MOVE WS-CONECTAR TO ID-OPERADOR.
       MOVE "READ    CAMBIAR-MI-CLAVE" TO WS-ERR-DONDE
       READ OPERADORES-ARCHIVO RECORD
           KEY ID-OPERADOR
               INVALID KEY     MOVE 0 TO WS-INDICADOR

       MOSTRAR-MENU.
       DISPLAY " ".
       IF WS-MODO-SESION = "P"
           DISPLAY "*** MODO PRACTICA: datos de entrenamiento, "
               "nada de esto es real ***".
       ACCEPT WS-HORA-MENU FROM TIME.
       COMPUTE WS-MIN-ANTES = WS-MENU-HH * 60 + WS-MENU-MM.
       PERFORM VERIFICAR-MATRIZ-ROL.
       *>MATRIZ. CON UNO BASTA PARA QUE LA MATRIZ MANDE.
       VERIFICAR-MATRIZ-ROL.
       MOVE 0 TO WS-MATRIZ-ACTIVA.
       MOVE "OPEN    VERIFICAR-MATRIZ-ROL" TO WS-ERR-DONDE
       OPEN I-O PERMISOS-ARCHIVO.
       MOVE WS-ROL TO ROL-PERM.
       MOVE 0 TO OPCION-PERM.
       MOVE "START   VERIFICAR-MATRIZ-ROL" TO WS-ERR-DONDE
       START PERMISOS-ARCHIVO KEY IS NOT LESS THAN PERM-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-PERM
           NOT INVALID KEY MOVE 0 TO WS-LEE-PERM.
       IF WS-LEE-PERM = 0
           MOVE "READ    VERIFICAR-MATRIZ-ROL" TO WS-ERR-DONDE
           READ PERMISOS-ARCHIVO NEXT RECORD
               AT END MOVE 1 TO WS-LEE-PERM
           END-READ
       MOSTRAR-MENU-MATRIZ.
       PERFORM MOSTRAR-OPCION-PERMITIDA
           VARYING WS-OPC-N FROM 1 BY 1
           UNTIL WS-OPC-N > 48.

       MOSTRAR-OPCION-PERMITIDA.
       IF WS-OPC-N = 23 OR WS-OPC-N = 24

       LEER-PERMISO-OPCION.
       MOVE 0 TO WS-PERMITIDO.
       MOVE "OPEN    LEER-PERMISO-OPCION" TO WS-ERR-DONDE
       OPEN I-O PERMISOS-ARCHIVO.
       MOVE WS-ROL TO ROL-PERM.
       MOVE WS-OPC-N TO OPCION-PERM.
       MOVE "READ    LEER-PERMISO-OPCION" TO WS-ERR-DONDE
       READ PERMISOS-ARCHIVO RECORD
           KEY PERM-LLAVE
               INVALID KEY     MOVE 0 TO WS-PERMITIDO
       WHEN 29 DISPLAY "29) Incidentes"
       WHEN 30 DISPLAY "30) Reorganizacion de archivos (solo "
                       "supervisor)"
       WHEN 31 DISPLAY "31) Correlativos de documentos (solo "
                       "supervisor)"
       WHEN 32 DISPLAY "32) Documentos fiscales y libro de ventas "
                       "(solo supervisor)"
       WHEN 33 DISPLAY "33) Diario contable (solo supervisor)"
       WHEN 34 DISPLAY "34) Convenios de pago de multas"
       WHEN 35 DISPLAY "35) Saldos a favor de socios"
       WHEN 36 DISPLAY "36) Grupos y equipos"
       WHEN 37 DISPLAY "37) Insumos consumibles"
       WHEN 38 DISPLAY "38) Pronostico de reemplazo de equipos (solo "
                       "supervisor)"
       WHEN 39 DISPLAY "39) Retorno estadistico trimestral (solo "
                       "supervisor)"
       WHEN 40 DISPLAY "40) Datos personales y anonimizacion"
       WHEN 41 DISPLAY "41) Archivo de reportes (reimprimir)"
       WHEN 42 DISPLAY "42) Llamados a revision del fabricante"
       WHEN 43 DISPLAY "43) Objetos encontrados"
       WHEN 44 DISPLAY "44) Certificados de donacion"
       WHEN 45 DISPLAY "45) Sancionados de clubes aliados"
       WHEN 46 DISPLAY "46) Cobranza de equipo vencido"
       WHEN 47 DISPLAY "47) Simulacion de tarifas y politicas"
       WHEN 48 DISPLAY "48) Redistribucion de equipo entre sedes"
       END-EVALUATE.

       *>EL MENU FIJO DE SIEMPRE, PARA LOS ROLES SIN MATRIZ CARGADA.
           DISPLAY "28) Importar datos desde CSV"
           DISPLAY "29) Incidentes"
           DISPLAY "30) Reorganizacion de archivos (solo supervisor)"
           DISPLAY "31) Correlativos de documentos (solo supervisor)"
           DISPLAY "32) Documentos fiscales y libro de ventas (solo "
                   "supervisor)"
           DISPLAY "33) Diario contable (solo supervisor)"
           DISPLAY "34) Convenios de pago de multas"
           DISPLAY "35) Saldos a favor de socios"
           DISPLAY "36) Grupos y equipos"
           DISPLAY "37) Insumos consumibles"
           DISPLAY "38) Pronostico de reemplazo de equipos (solo "
                   "supervisor)"
           DISPLAY "39) Retorno estadistico trimestral (solo "
                   "supervisor)"
           DISPLAY "40) Datos personales y anonimizacion"
           DISPLAY "41) Archivo de reportes (reimprimir)"
           DISPLAY "42) Llamados a revision del fabricante"
           DISPLAY "43) Objetos encontrados"
           DISPLAY "44) Certificados de donacion"
           DISPLAY "45) Sancionados de clubes aliados"
           DISPLAY "46) Cobranza de equipo vencido"
           DISPLAY "47) Simulacion de tarifas y politicas"
           DISPLAY "48) Redistribucion de equipo entre sedes"
           DISPLAY "23) Cerrar sesion"
           DISPLAY "24) Salir".

               PERFORM INICIAR-SESION.

       LEER-PARAMETRO-SESIONMIN.
       MOVE "OPEN    LEER-PARAMETRO-SESIONMIN" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "SESIONMIN" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-SESIONMIN" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 15 TO WS-SESIONMIN
       *>DEJA EN LA AUDITORIA EL INICIO O EL FIN DE LA SESION DEL
       *>OPERADOR CONECTADO. AUD-ACCION DEBE VENIR LLENA.
       GRABAR-AUDITORIA-SESION.
       MOVE "OPEN    GRABAR-AUDITORIA-SESION" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUD-HORA FROM TIME.
       *>LA LLAVE REPITE Y EL WRITE FALLA; SE AVANZA LA SECUENCIA Y
       *>SE REINTENTA, IGUAL QUE EN LOS DEMAS PROGRAMAS.
       ESCRIBIR-AUDITORIA.
       MOVE "WRITE   ESCRIBIR-AUDITORIA" TO WS-ERR-DONDE
       WRITE AUDITORIA-REGISTRO
           INVALID KEY
               ADD 1 TO AUD-SECUENCIA
               OR WS-OPCION = 16 OR WS-OPCION = 18
               OR WS-OPCION = 19 OR WS-OPCION = 20
               OR WS-OPCION = 22 OR WS-OPCION = 27
               OR WS-OPCION = 30 OR WS-OPCION = 31 OR WS-OPCION = 32
               OR WS-OPCION = 33 OR WS-OPCION = 38
               OR WS-OPCION = 39)
               AND WS-ROL NOT = "supervisor"
               DISPLAY "Esa opcion requiere rol supervisor."
               ACCEPT WS-OPCION
               OR WS-OPCION = 16 OR WS-OPCION = 18
               OR WS-OPCION = 19 OR WS-OPCION = 20
               OR WS-OPCION = 22 OR WS-OPCION = 27
               OR WS-OPCION = 30 OR WS-OPCION = 31 OR WS-OPCION = 32
               OR WS-OPCION = 33 OR WS-OPCION = 38
               OR WS-OPCION = 39)
               AND WS-ROL NOT = "supervisor"
               DISPLAY "Esa opcion requiere rol supervisor."
               ACCEPT WS-OPCION
       DESPACHAR-OPCION.
       EVALUATE WS-OPCION
       WHEN 1
           *>HAGO LA LLAMADA DEL PROGRAMA.
           CALL "Instrumentos" USING WS-CONECTAR WS-ROL WS-SESION
           *>EL NOMBRE DEL CALL DEBE SER IGUAL AL PROGRAM-ID DEL PROGRAMA
           *>QUE SE QUIERE LLAMAR.
       WHEN 2
           CALL "Tipos" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 3
           CALL "Proveedores" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 4
           CALL "Usuarios" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 5
           CALL "Prestamos" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 6
           CALL "Consultas" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 7
           CALL "Cierre" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 8
           CALL "Multas" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 9
           CALL "Exportar" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 10
           CALL "Reservas" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 11
           CALL "Restaurar" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 12
           CALL "Bloqueos" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 13
           CALL "Reparaciones" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 14
           CALL "Conteo" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 15
           CALL "Verificar" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 16
           CALL "Convertir" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 17
           CALL "Mensual" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 18
           CALL "Depreciar" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 19
           CALL "Duplicados" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 20
           CALL "Archivar" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 21
           CALL "Sedes" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 22
           CALL "Operadores" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 23
           MOVE "Sesion fin" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA-SESION
       *>RENUMERAR LAS QUE LOS OPERADORES YA SE SABEN DE MEMORIA;
       *>EN PANTALLA SE MUESTRAN ANTES DE CERRAR SESION Y SALIR.
       WHEN 25
           CALL "Compras" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 26
           PERFORM CAMBIAR-MI-CLAVE
       WHEN 27
           CALL "Parametros" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 28
           CALL "Importar" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 29
           CALL "Incidentes" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 30
           CALL "Reorganizar" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 31
           CALL "Correlativos" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 32
           *>LA NUMERACION FISCAL NUNCA SALE DE LOS DATOS DE PRACTICA.
           IF WS-MODO-SESION = "P"
               DISPLAY "Los documentos fiscales no se manejan en modo "
                   "practica."
           ELSE
               CALL "Fiscal" USING WS-CONECTAR WS-ROL WS-SESION
           END-IF
       WHEN 33
           CALL "Diario" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 34
           CALL "Convenios" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 35
           CALL "Creditos" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 36
           CALL "Grupos" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 37
           CALL "Insumos" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 38
           CALL "Pronostico" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 39
           CALL "Estadistica" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 40
           CALL "Privacidad" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 41
           CALL "Reimprimir" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 42
           CALL "Llamados" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 43
           CALL "Hallazgos" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 44
           CALL "Donaciones" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 45
           CALL "Sanciones" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 46
           CALL "Cobranza" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 47
           CALL "Simulador" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN 48
           CALL "Redistribucion" USING WS-CONECTAR WS-ROL WS-SESION
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
       END-EVALUATE.
