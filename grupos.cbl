       IDENTIFICATION DIVISION.
       PROGRAM-ID. Grupos INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       *>EQUIPOS DE LA ESCUELA Y DE LAS LIGAS QUE SACAN EQUIPO PARA
       *>TODA LA TEMPORADA. CADA GRUPO TIENE UN ENTRENADOR RESPONSABLE
       *>(QUE RESPONDE COMO GARANTE DE SUS MULTAS), UN CONTACTO
       *>ALTERNO, SU SEDE Y SUS PROPIOS LIMITES DE PRESTAMO. EL
       *>CODIGO EMPIEZA POR GRP Y VA EN EL LUGAR DE LA CEDULA EN LOS
       *>PRESTAMOS Y LAS MULTAS DEL GRUPO (VER PRESTAMOS.CBL), ASI NO
       *>SE MEZCLAN CON LOS DEL ENTRENADOR.
       SELECT OPTIONAL GRUPOS-ARCHIVO
       ASSIGN TO WS-GRUPOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-GRUPO
       ALTERNATE RECORD KEY IS CEDULA-RESPONSABLE-GRP WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-GRUPOS.

       *>EL PLANTEL DE CADA GRUPO: LOS SOCIOS QUE LO INTEGRAN. SOLO
       *>ELLOS O EL ENTRENADOR PUEDEN RETIRAR EL EQUIPO DEL GRUPO.
       SELECT OPTIONAL GRUPOS-MIEMBROS-ARCHIVO
       ASSIGN TO WS-GRUPOS-MIEMBROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS GMI-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-MIEMBRO-GMI WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-GRUPOS-MIEMBROS.

       *>PARA VALIDAR AL ENTRENADOR Y A LOS SOCIOS DEL PLANTEL.
       SELECT OPTIONAL USUARIOS-ARCHIVO
       ASSIGN TO WS-USUARIOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO-USR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS.

       SELECT OPTIONAL SEDES-ARCHIVO
       ASSIGN TO WS-SEDES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS SEDE-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-SEDES.

       *>DEJA CONSTANCIA DE QUE OPERADOR CREO O CAMBIO CADA GRUPO Y
       *>SU PLANTEL.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD GRUPOS-ARCHIVO.
           01 GRUPOS-REGISTRO.
               05 CODIGO-GRUPO           PIC X(11). *>GRP...
               05 NOMBRE-GRUPO           PIC X(40).
               05 CEDULA-RESPONSABLE-GRP PIC X(11). *>ENTRENADOR.
               05 CONTACTO-ALTERNO-GRP   PIC X(40).
               05 TELEFONO-ALTERNO-GRP   PIC 9(11).
               05 SEDE-GRP               PIC X(3).
               *>LIMITES PROPIOS DEL GRUPO EN LUGAR DE LOS DEL TIPO Y
               *>LA CATEGORIA: ITEMS ABIERTOS A LA VEZ (DE CUALQUIER
               *>TIPO) Y DIAS DE PRESTAMO. COBRA-TARIFAS-GRP EN N
               *>EXIME AL GRUPO DE ALQUILER Y FIANZA.
               05 ITEMS-MAX-GRP          PIC 9(3).
               05 DIAS-MAX-GRP           PIC 9(3).
               05 COBRA-TARIFAS-GRP      PIC X(1).
               05 STATUS-GRP             PIC X(8). *>Activo/Inactivo.

       FD GRUPOS-MIEMBROS-ARCHIVO.
           01 GRUPOS-MIEMBROS-REGISTRO.
               05 GMI-LLAVE.
                   10 CODIGO-GRUPO-GMI   PIC X(11).
                   10 CEDULA-MIEMBRO-GMI PIC X(11).
               05 FECHA-ALTA-GMI PIC 9(8).

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

       *>COPIA DEL REGISTRO DE SEDES.DAT (VER SEDES.CBL).
       FD SEDES-ARCHIVO.
           01 SEDES-REGISTRO.
               05 SEDE-CODIGO PIC X(3).
               05 SEDE-NOMBRE PIC X(40).
               05 SEDE-STATUS PIC X(8).

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
           05 FILLER   PIC X(33) VALUE SPACES.
           05 WS-TIT   PIC X(16) VALUE "Grupos y equipos".
           05 FILLER   PIC X(31) VALUE SPACES.

       77 WS-OPCION PIC 9(2).
       77 WS-INDICADOR PIC 9(1).
       77 WS-SI-NO PIC X(1).
       77 LEE-TODO PIC 9(1).
       77 WS-HAY-MIEMBROS PIC 9(1).
       77 WS-CEDULA-VAL PIC X(11).
       77 WS-SOCIO-OK PIC 9(1).
       77 WS-CAMPO PIC 9(1).

       *>USADOS PARA DEJAR CONSTANCIA EN LA AUDITORIA, CON LA FOTO
       *>DEL GRUPO ANTES Y DESPUES DE UN CAMBIO.
       77 WS-AUD-LLAVE-REG PIC X(60).
       01 WS-AUD-ANTES PIC X(280) VALUE SPACES.
       01 WS-AUD-DESPUES PIC X(280) VALUE SPACES.

       *>DATOS DEL ERROR DE ARCHIVO QUE SE ANOTA EN ERRORES.DAT
       *>(VER ERRORES.CBL). ANTES DE CADA OPERACION SOBRE UN
       *>ARCHIVO DE DATOS SE DEJA EN WS-ERR-DONDE LA OPERACION Y EL
       *>PARRAFO; SI FALLA, LAS DECLARATIVAS COMPLETAN EL RESTO.
       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Grupos".
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
       77 WS-FS-GRUPOS PIC X(2).
       77 WS-FS-GRUPOS-MIEMBROS PIC X(2).
       77 WS-FS-USUARIOS PIC X(2).
       77 WS-FS-SEDES PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-GRUPOS-RUTA PIC X(80).
       77 WS-GRUPOS-MIEMBROS-RUTA PIC X(80).
       77 WS-USUARIOS-RUTA PIC X(80).
       77 WS-SEDES-RUTA PIC X(80).
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
       ERROR-GRUPOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON GRUPOS-ARCHIVO.
       ERROR-GRUPOS-ANOTAR.
       MOVE "grupos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-GRUPOS TO WS-ERR-ESTADO.
       MOVE CODIGO-GRUPO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-GRUPOS-MIEMBROS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON GRUPOS-MIEMBROS-ARCHIVO.
       ERROR-GRUPOS-MIEMBROS-ANOTAR.
       MOVE "grupos_miembros.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-GRUPOS-MIEMBROS TO WS-ERR-ESTADO.
       MOVE GMI-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-USUARIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USUARIOS-ARCHIVO.
       ERROR-USUARIOS-ANOTAR.
       MOVE "usuarios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO-USR TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-SEDES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SEDES-ARCHIVO.
       ERROR-SEDES-ANOTAR.
       MOVE "sedes.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-SEDES TO WS-ERR-ESTADO.
       MOVE SEDE-CODIGO TO WS-ERR-LLAVE.
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
       *>PROGRAMA PRINCIPAL. CREAR UN GRUPO O CAMBIAR SUS LIMITES
       *>ES DE SUPERVISOR, PORQUE LOS LIMITES DEL GRUPO REEMPLAZAN A
       *>LOS DE LA POLITICA; EL PLANTEL LO LLEVA EL MOSTRADOR.
       PROGRAM-BEGIN.
       PERFORM ARMAR-RUTAS.
       DISPLAY " ".
       DISPLAY WS-TITULO.
       DISPLAY " ".
       DISPLAY "1) Registrar grupo (solo supervisor)".
       DISPLAY "2) Ver grupo y su plantel".
       DISPLAY "3) Modificar grupo (solo supervisor)".
       DISPLAY "4) Agregar socio al plantel".
       DISPLAY "5) Quitar socio del plantel".
       DISPLAY "6) Salir".
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
               PERFORM REGISTRAR-GRUPO
           END-IF
       WHEN 2
           PERFORM VER-GRUPO
       WHEN 3
           IF LS-ROL NOT = "supervisor"
               DISPLAY "Esta opcion requiere rol supervisor."
               PERFORM VOLVER
           ELSE
               PERFORM MODIFICAR-GRUPO
           END-IF
       WHEN 4
           PERFORM AGREGAR-MIEMBRO
       WHEN 5
           PERFORM QUITAR-MIEMBRO
       WHEN 6
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-MENU
       END-EVALUATE.

       REGISTRAR-GRUPO.
       DISPLAY "---Registro de nuevo grupo---".
       DISPLAY " ".
       DISPLAY "Indique codigo del grupo (GRP seguido de hasta 8 "
       DISPLAY "letras o numeros, ej. GRPSUB12)".
       ACCEPT CODIGO-GRUPO.
       PERFORM VALIDACION-CODIGO-GRUPO.
       MOVE "OPEN    REGISTRAR-GRUPO" TO WS-ERR-DONDE
       OPEN I-O GRUPOS-ARCHIVO.
       MOVE "OPEN    REGISTRAR-GRUPO" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "OPEN    REGISTRAR-GRUPO" TO WS-ERR-DONDE
       OPEN I-O SEDES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-SEDES.
       MOVE "OPEN    REGISTRAR-GRUPO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "READ    REGISTRAR-GRUPO" TO WS-ERR-DONDE
       READ GRUPOS-ARCHIVO RECORD
           KEY CODIGO-GRUPO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           DISPLAY " "
           DISPLAY "Ingrese nombre del grupo"
           ACCEPT NOMBRE-GRUPO
           PERFORM PEDIR-RESPONSABLE
           PERFORM PEDIR-CONTACTO-ALTERNO
           PERFORM PEDIR-SEDE-GRUPO
           PERFORM PEDIR-LIMITES-GRUPO
           PERFORM PEDIR-COBRA-TARIFAS
           MOVE "Activo" TO STATUS-GRP
           MOVE "WRITE   REGISTRAR-GRUPO" TO WS-ERR-DONDE
           WRITE GRUPOS-REGISTRO
           MOVE SPACES TO WS-AUD-ANTES
           MOVE GRUPOS-REGISTRO TO WS-AUD-DESPUES
           MOVE SPACES TO WS-AUD-LLAVE-REG
           MOVE CODIGO-GRUPO TO WS-AUD-LLAVE-REG
           MOVE "Alta" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA
           DISPLAY " "
           DISPLAY "Grupo registrado correctamente."
           DISPLAY "Agregue los socios del plantel con la opcion 4."
       ELSE
           DISPLAY " "
           DISPLAY "El grupo ya existe.".
       CLOSE GRUPOS-ARCHIVO.
       CLOSE USUARIOS-ARCHIVO.
       CLOSE SEDES-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       PERFORM VOLVER.

       *>EL CODIGO DEL GRUPO OCUPA EL LUGAR DE LA CEDULA EN LOS
       *>PRESTAMOS Y LAS MULTAS; EL PREFIJO GRP ES LO QUE LO
       *>DISTINGUE DE UNA CEDULA DE VERDAD.
       VALIDACION-CODIGO-GRUPO.
       IF CODIGO-GRUPO(1:3) NOT = "GRP" OR CODIGO-GRUPO(4:1) = SPACE
           DISPLAY " "
           DISPLAY "El codigo debe empezar por GRP y llevar algo "
           DISPLAY "despues."
           DISPLAY "Indique codigo del grupo"
           ACCEPT CODIGO-GRUPO
           PERFORM VALIDACION-CODIGO-GRUPO.

       PEDIR-RESPONSABLE.
       DISPLAY "Indique cedula del entrenador responsable".
       ACCEPT CEDULA-RESPONSABLE-GRP.
       MOVE CEDULA-RESPONSABLE-GRP TO WS-CEDULA-VAL.
       PERFORM VALIDAR-SOCIO.
       IF WS-SOCIO-OK = 0
           PERFORM PEDIR-RESPONSABLE
       ELSE
           DISPLAY "Responsable: " NOMBRE-USUARIO-USR.

       PEDIR-CONTACTO-ALTERNO.
       DISPLAY "Ingrese nombre del contacto alterno".
       ACCEPT CONTACTO-ALTERNO-GRP.
       DISPLAY "Ingrese telefono del contacto alterno".
       ACCEPT TELEFONO-ALTERNO-GRP.

       PEDIR-SEDE-GRUPO.
       DISPLAY "Indique la sede del grupo (3 letras)".
       ACCEPT SEDE-GRP.
       MOVE SEDE-GRP TO SEDE-CODIGO.
       MOVE "READ    PEDIR-SEDE-GRUPO" TO WS-ERR-DONDE
       READ SEDES-ARCHIVO RECORD
           KEY SEDE-CODIGO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0 OR SEDE-STATUS = "Inactivo"
           DISPLAY " "
           DISPLAY "No existe una sede activa con ese codigo."
           PERFORM PEDIR-SEDE-GRUPO.

       PEDIR-LIMITES-GRUPO.
       DISPLAY "Ingrese el maximo de items que el grupo puede tener "
       DISPLAY "afuera a la vez".
       ACCEPT ITEMS-MAX-GRP.
       DISPLAY "Ingrese los dias de prestamo del grupo (la "
       DISPLAY "temporada)".
       ACCEPT DIAS-MAX-GRP.
       IF ITEMS-MAX-GRP = 0 OR DIAS-MAX-GRP = 0
           DISPLAY " "
           DISPLAY "Los limites deben ser mayores que cero."
           PERFORM PEDIR-LIMITES-GRUPO.

       PEDIR-COBRA-TARIFAS.
       DISPLAY "¿El grupo paga alquiler y fianza como un socio? (S/N)".
       ACCEPT COBRA-TARIFAS-GRP.
       EVALUATE COBRA-TARIFAS-GRP
       WHEN "S"
       WHEN "N"
           NEXT SENTENCE
       WHEN "s"
           MOVE "S" TO COBRA-TARIFAS-GRP
       WHEN "n"
           MOVE "N" TO COBRA-TARIFAS-GRP
       WHEN OTHER
           DISPLAY "Por favor ingrese S para si, o N para no."
           PERFORM PEDIR-COBRA-TARIFAS
       END-EVALUATE.

       *>EL SOCIO WS-CEDULA-VAL DEBE EXISTIR, ESTAR ACTIVO Y NO
       *>ESTAR SUSPENDIDO. USUARIOS-ARCHIVO DEBE ESTAR ABIERTO. DEJA
       *>EL VEREDICTO EN WS-SOCIO-OK.
       VALIDAR-SOCIO.
       MOVE 1 TO WS-SOCIO-OK.
       MOVE WS-CEDULA-VAL TO CEDULA-USUARIO-USR.
       MOVE "READ    VALIDAR-SOCIO" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO-USR
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           MOVE 0 TO WS-SOCIO-OK
           DISPLAY " "
           DISPLAY "No existe un socio con esa cedula."
       ELSE
           IF STATUS-USUARIO-USR = "Inactivo"
               OR STATUS-SUSPENDIDO-USR = "Suspendido"
               MOVE 0 TO WS-SOCIO-OK
               DISPLAY " "
               DISPLAY "Ese socio esta inactivo o suspendido.".

       VER-GRUPO.
       DISPLAY "---Ver grupo y su plantel---".
       DISPLAY " ".
       DISPLAY "Indique codigo del grupo".
       ACCEPT CODIGO-GRUPO.
       MOVE "OPEN    VER-GRUPO" TO WS-ERR-DONDE
       OPEN I-O GRUPOS-ARCHIVO.
       MOVE "OPEN    VER-GRUPO" TO WS-ERR-DONDE
       OPEN I-O GRUPOS-MIEMBROS-ARCHIVO.
       MOVE "OPEN    VER-GRUPO" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "READ    VER-GRUPO" TO WS-ERR-DONDE
       READ GRUPOS-ARCHIVO RECORD
           KEY CODIGO-GRUPO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           DISPLAY " "
           DISPLAY "No existe un grupo con ese codigo."
       ELSE
           PERFORM MOSTRAR-GRUPO
           PERFORM LISTAR-PLANTEL.
       CLOSE GRUPOS-ARCHIVO.
       CLOSE GRUPOS-MIEMBROS-ARCHIVO.
       CLOSE USUARIOS-ARCHIVO.
       PERFORM VOLVER.

       MOSTRAR-GRUPO.
       DISPLAY " ".
       DISPLAY "Grupo: " CODIGO-GRUPO " " NOMBRE-GRUPO.
       MOVE CEDULA-RESPONSABLE-GRP TO CEDULA-USUARIO-USR.
       MOVE "READ    MOSTRAR-GRUPO" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO-USR
               INVALID KEY     MOVE SPACES TO NOMBRE-USUARIO-USR
                               MOVE 0 TO TELEFONO-USR.
       DISPLAY "Responsable: " CEDULA-RESPONSABLE-GRP " "
           NOMBRE-USUARIO-USR.
       DISPLAY "  Telefono: " TELEFONO-USR.
       DISPLAY "Contacto alterno: " CONTACTO-ALTERNO-GRP.
       DISPLAY "  Telefono: " TELEFONO-ALTERNO-GRP.
       DISPLAY "Sede: " SEDE-GRP.
       DISPLAY "Items a la vez: " ITEMS-MAX-GRP
           "  Dias de prestamo: " DIAS-MAX-GRP.
       DISPLAY "Paga alquiler y fianza: " COBRA-TARIFAS-GRP.
       DISPLAY "Status: " STATUS-GRP.

       *>RECORRE EL PLANTEL DEL GRUPO EN PANTALLA POR LA LLAVE
       *>PRIMARIA, QUE EMPIEZA POR EL CODIGO DEL GRUPO.
       LISTAR-PLANTEL.
       DISPLAY " ".
       DISPLAY "Plantel:".
       MOVE 0 TO WS-HAY-MIEMBROS.
       MOVE CODIGO-GRUPO TO CODIGO-GRUPO-GMI.
       MOVE LOW-VALUES TO CEDULA-MIEMBRO-GMI.
       MOVE "START   LISTAR-PLANTEL" TO WS-ERR-DONDE
       START GRUPOS-MIEMBROS-ARCHIVO
           KEY IS NOT LESS THAN GMI-LLAVE
           INVALID KEY     MOVE 1 TO LEE-TODO
           NOT INVALID KEY MOVE 0 TO LEE-TODO.
       IF LEE-TODO = 0
           PERFORM LEER-SIGUIENTE-MIEMBRO
           PERFORM MUESTRA-MIEMBRO UNTIL LEE-TODO = 1.
       IF WS-HAY-MIEMBROS = 0
           DISPLAY "  (sin socios en el plantel)".

       LEER-SIGUIENTE-MIEMBRO.
       MOVE "READ    LEER-SIGUIENTE-MIEMBRO" TO WS-ERR-DONDE
       READ GRUPOS-MIEMBROS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       MUESTRA-MIEMBRO.
       IF CODIGO-GRUPO-GMI NOT = CODIGO-GRUPO
           MOVE 1 TO LEE-TODO
       ELSE
           MOVE 1 TO WS-HAY-MIEMBROS
           MOVE CEDULA-MIEMBRO-GMI TO CEDULA-USUARIO-USR
           MOVE "READ    MUESTRA-MIEMBRO" TO WS-ERR-DONDE
           READ USUARIOS-ARCHIVO RECORD
               KEY CEDULA-USUARIO-USR
                   INVALID KEY MOVE SPACES TO NOMBRE-USUARIO-USR
           END-READ
           DISPLAY "  " CEDULA-MIEMBRO-GMI " " NOMBRE-USUARIO-USR
               " desde " FECHA-ALTA-GMI
           PERFORM LEER-SIGUIENTE-MIEMBRO.

       MODIFICAR-GRUPO.
       DISPLAY "---Modificar grupo---".
       DISPLAY " ".
       DISPLAY "Indique codigo del grupo".
       ACCEPT CODIGO-GRUPO.
       MOVE "OPEN    MODIFICAR-GRUPO" TO WS-ERR-DONDE
       OPEN I-O GRUPOS-ARCHIVO.
       MOVE "OPEN    MODIFICAR-GRUPO" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "OPEN    MODIFICAR-GRUPO" TO WS-ERR-DONDE
       OPEN I-O SEDES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-SEDES.
       MOVE "OPEN    MODIFICAR-GRUPO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "READ    MODIFICAR-GRUPO" TO WS-ERR-DONDE
       READ GRUPOS-ARCHIVO RECORD
           KEY CODIGO-GRUPO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           DISPLAY " "
           DISPLAY "No existe un grupo con ese codigo."
       ELSE
           MOVE GRUPOS-REGISTRO TO WS-AUD-ANTES
           PERFORM MOSTRAR-GRUPO
           PERFORM ELEGIR-CAMPO-GRUPO
           MOVE "REWRITE MODIFICAR-GRUPO" TO WS-ERR-DONDE
           REWRITE GRUPOS-REGISTRO
           MOVE GRUPOS-REGISTRO TO WS-AUD-DESPUES
           MOVE SPACES TO WS-AUD-LLAVE-REG
           MOVE CODIGO-GRUPO TO WS-AUD-LLAVE-REG
           MOVE "Modificacion" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA
           DISPLAY " "
           DISPLAY "Grupo actualizado.".
       CLOSE GRUPOS-ARCHIVO.
       CLOSE USUARIOS-ARCHIVO.
       CLOSE SEDES-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       PERFORM VOLVER.

       ELEGIR-CAMPO-GRUPO.
       DISPLAY " ".
       DISPLAY "¿Que desea cambiar?".
       DISPLAY "1) Nombre  2) Responsable  3) Contacto alterno".
       DISPLAY "4) Sede  5) Limites  6) Alquiler y fianza".
       DISPLAY "7) Activar o desactivar  8) Terminar".
       ACCEPT WS-CAMPO.
       EVALUATE WS-CAMPO
       WHEN 1
           DISPLAY "Ingrese nombre del grupo"
           ACCEPT NOMBRE-GRUPO
           PERFORM ELEGIR-CAMPO-GRUPO
       WHEN 2
           PERFORM PEDIR-RESPONSABLE
           PERFORM ELEGIR-CAMPO-GRUPO
       WHEN 3
           PERFORM PEDIR-CONTACTO-ALTERNO
           PERFORM ELEGIR-CAMPO-GRUPO
       WHEN 4
           PERFORM PEDIR-SEDE-GRUPO
           PERFORM ELEGIR-CAMPO-GRUPO
       WHEN 5
           PERFORM PEDIR-LIMITES-GRUPO
           PERFORM ELEGIR-CAMPO-GRUPO
       WHEN 6
           PERFORM PEDIR-COBRA-TARIFAS
           PERFORM ELEGIR-CAMPO-GRUPO
       WHEN 7
           IF STATUS-GRP = "Inactivo"
               MOVE "Activo" TO STATUS-GRP
           ELSE
               MOVE "Inactivo" TO STATUS-GRP
           END-IF
           DISPLAY "Status: " STATUS-GRP
           PERFORM ELEGIR-CAMPO-GRUPO
       WHEN 8
           NEXT SENTENCE
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           PERFORM ELEGIR-CAMPO-GRUPO
       END-EVALUATE.

       AGREGAR-MIEMBRO.
       DISPLAY "---Agregar socio al plantel---".
       DISPLAY " ".
       DISPLAY "Indique codigo del grupo".
       ACCEPT CODIGO-GRUPO.
       MOVE "OPEN    AGREGAR-MIEMBRO" TO WS-ERR-DONDE
       OPEN I-O GRUPOS-ARCHIVO.
       MOVE "OPEN    AGREGAR-MIEMBRO" TO WS-ERR-DONDE
       OPEN I-O GRUPOS-MIEMBROS-ARCHIVO.
       MOVE "OPEN    AGREGAR-MIEMBRO" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "OPEN    AGREGAR-MIEMBRO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "READ    AGREGAR-MIEMBRO" TO WS-ERR-DONDE
       READ GRUPOS-ARCHIVO RECORD
           KEY CODIGO-GRUPO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0 OR STATUS-GRP = "Inactivo"
           DISPLAY " "
           DISPLAY "No existe un grupo activo con ese codigo."
       ELSE
           DISPLAY "Grupo: " NOMBRE-GRUPO
           DISPLAY "Indique cedula del socio"
           ACCEPT WS-CEDULA-VAL
           PERFORM VALIDAR-SOCIO
           IF WS-SOCIO-OK = 1
               MOVE CODIGO-GRUPO TO CODIGO-GRUPO-GMI
               MOVE WS-CEDULA-VAL TO CEDULA-MIEMBRO-GMI
               ACCEPT FECHA-ALTA-GMI FROM DATE YYYYMMDD
               MOVE "WRITE   AGREGAR-MIEMBRO" TO WS-ERR-DONDE
               WRITE GRUPOS-MIEMBROS-REGISTRO
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
                   NOT INVALID KEY MOVE 1 TO WS-INDICADOR
               END-WRITE
               IF WS-INDICADOR = 0
                   DISPLAY " "
                   DISPLAY "Ese socio ya esta en el plantel."
               ELSE
                   MOVE SPACES TO WS-AUD-ANTES
                   MOVE SPACES TO WS-AUD-DESPUES
                   MOVE GMI-LLAVE TO WS-AUD-LLAVE-REG
                   MOVE "Alta plantel" TO AUD-ACCION
                   PERFORM GRABAR-AUDITORIA
                   DISPLAY " "
                   DISPLAY NOMBRE-USUARIO-USR
                       " agregado al plantel."
               END-IF
           END-IF.
       CLOSE GRUPOS-ARCHIVO.
       CLOSE GRUPOS-MIEMBROS-ARCHIVO.
       CLOSE USUARIOS-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       PERFORM VOLVER.

       *>EL PLANTEL ES EL DE HOY: EL SOCIO QUE SE VA DEL GRUPO SE
       *>BORRA DE LA LISTA Y QUEDA LA CONSTANCIA EN LA AUDITORIA.
       QUITAR-MIEMBRO.
       DISPLAY "---Quitar socio del plantel---".
       DISPLAY " ".
       DISPLAY "Indique codigo del grupo".
       ACCEPT CODIGO-GRUPO-GMI.
       DISPLAY "Indique cedula del socio".
       ACCEPT CEDULA-MIEMBRO-GMI.
       MOVE "OPEN    QUITAR-MIEMBRO" TO WS-ERR-DONDE
       OPEN I-O GRUPOS-MIEMBROS-ARCHIVO.
       MOVE "OPEN    QUITAR-MIEMBRO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "READ    QUITAR-MIEMBRO" TO WS-ERR-DONDE
       READ GRUPOS-MIEMBROS-ARCHIVO RECORD
           KEY GMI-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           DISPLAY " "
           DISPLAY "Ese socio no esta en el plantel de ese grupo."
       ELSE
           DISPLAY "¿Esta seguro de quitarlo del plantel? (S/N)"
           ACCEPT WS-SI-NO
           PERFORM VALIDACION-QUITAR.
       CLOSE GRUPOS-MIEMBROS-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       PERFORM VOLVER.

       VALIDACION-QUITAR.
       EVALUATE WS-SI-NO
       WHEN = "S" OR = "s"
           MOVE "DELETE  VALIDACION-QUITAR" TO WS-ERR-DONDE
           DELETE GRUPOS-MIEMBROS-ARCHIVO RECORD
           MOVE SPACES TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DESPUES
           MOVE GMI-LLAVE TO WS-AUD-LLAVE-REG
           MOVE "Baja plantel" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA
           DISPLAY " "
           DISPLAY "Socio quitado del plantel."
       WHEN = "N" OR = "n"
           NEXT SENTENCE
       WHEN OTHER
           DISPLAY "Por favor ingrese S para si, o N para no."
           ACCEPT WS-SI-NO
           PERFORM VALIDACION-QUITAR
       END-EVALUATE.

       GRABAR-AUDITORIA.
       *>DEJA CONSTANCIA DE QUE OPERADOR REALIZO LA TRANSACCION.
       *>AUD-ACCION, WS-AUD-LLAVE-REG Y LA FOTO ANTES/DESPUES DEBEN
       *>SER LLENADOS POR QUIEN LLAMA A ESTE PARRAFO.
       ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUD-HORA FROM TIME.
       MOVE LS-CONECTAR TO AUD-OPERADOR.
       MOVE "Grupos" TO AUD-PROGRAMA.
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

       *>LOS MAESTROS SE DECLARAN OPTIONAL: SI UNO FALTA, EL OPEN
       *>DEVUELVE 05 Y LO CREA VACIO. DONDE EL ARCHIVO YA DEBE
       *>EXISTIR SE BORRA ESE VACIO, SE ANOTA EN ERRORES.DAT Y SE
       *>AVISA QUE FALTA, EN LUGAR DE SEGUIR COMO SI NO TUVIERA
       *>REGISTROS.
       VERIFICAR-EXISTE-USUARIOS.
       IF WS-FS-USUARIOS = "05"
           MOVE "usuarios.dat" TO WS-ERR-ARCHIVO
           MOVE WS-FS-USUARIOS TO WS-ERR-ESTADO
           CLOSE USUARIOS-ARCHIVO
           CALL "CBL_DELETE_FILE" USING WS-USUARIOS-RUTA
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

       *>ARMA LA RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE
       *>LA SESION (EL REAL O EL DE PRACTICA, VER MENU.CBL) Y, EN
       *>MODO PRACTICA, LO ADVIERTE EN CADA PANTALLA.
       ARMAR-RUTAS.
       IF LS-MODO-SESION = "P"
           DISPLAY "*** MODO PRACTICA: datos de entrenamiento, "
               "nada de esto es real ***".
       MOVE SPACES TO WS-GRUPOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "grupos.dat" DELIMITED BY SIZE INTO WS-GRUPOS-RUTA.
       MOVE SPACES TO WS-GRUPOS-MIEMBROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "grupos_miembros.dat" DELIMITED BY SIZE
           INTO WS-GRUPOS-MIEMBROS-RUTA.
       MOVE SPACES TO WS-USUARIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios.dat" DELIMITED BY SIZE INTO WS-USUARIOS-RUTA.
       MOVE SPACES TO WS-SEDES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "sedes.dat" DELIMITED BY SIZE INTO WS-SEDES-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
       EXIT PROGRAM.
