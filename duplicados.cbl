       *>SOBREVIVIENTE, IGUAL QUE CASCADEAR-CEDULA-TIPOS EN
       *>USUARIOS.CBL CASCADEA UN CAMBIO DE CEDULA.
       SELECT OPTIONAL USUARIOS-ARCHIVO
       ASSIGN TO WS-USUARIOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO-USR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS.

       SELECT OPTIONAL USUARIOS-TIPOS-ARCHIVO
       ASSIGN TO WS-USUARIOS-TIPOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS UT-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-UT WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS-TIPOS.

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

       *>LOS PAGOS GUARDAN LA LLAVE DE SU MULTA, ASI QUE SI LA MULTA
       *>CAMBIA DE CEDULA LOS PAGOS DEBEN CAMBIAR CON ELLA O QUEDAN
       *>HUERFANOS.
       SELECT OPTIONAL PAGOS-MULTAS-ARCHIVO
       ASSIGN TO WS-PAGOS-MULTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PAGO-LLAVE
       ALTERNATE RECORD KEY IS MUL-LLAVE-PAGO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PAGOS-MULTAS.

       SELECT OPTIONAL RESERVAS-ARCHIVO
       ASSIGN TO WS-RESERVAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS RES-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-RES WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-RESERVAS.

       *>LOS DEMAS ARCHIVOS LLAVEADOS O MARCADOS POR CEDULA TAMBIEN
       *>DEBEN SEGUIR AL SOBREVIVIENTE: LAS FIANZAS RETENIDAS (O NO
       *>PRESTAMOS.CBL LE NEGARIA EL EQUIPO), LOS STRIKES, LOS PAGOS
       *>DE CUOTAS Y LOS APARTADOS DEL MOSTRADOR.
       SELECT OPTIONAL FIANZAS-ARCHIVO
       ASSIGN TO WS-FIANZAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS FIA-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-FIANZAS.

       SELECT OPTIONAL CERTIFICACIONES-ARCHIVO
       ASSIGN TO WS-CERTIFICACIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CERT-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CERTIFICACIONES.

       SELECT OPTIONAL STRIKES-RESERVAS-ARCHIVO
       ASSIGN TO WS-STRIKES-RESERVAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO-STK
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-STRIKES-RESERVAS.

       SELECT OPTIONAL PAGOS-CUOTAS-ARCHIVO
       ASSIGN TO WS-PAGOS-CUOTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CUO-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PAGOS-CUOTAS.

       SELECT OPTIONAL APARTADOS-ARCHIVO
       ASSIGN TO WS-APARTADOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-APA
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-APARTADOS.

       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       *>PARA LA REVISION DE FORMATO DE CEDULAS Y RIF: LOS
       *>PROVEEDORES, UN ARCHIVO DE TRABAJO LLAVEADO POR LA FORMA
       *>NORMAL (DOS REGISTROS QUE CAEN EN LA MISMA LLAVE CHOCARIAN
       *>AL NORMALIZARLOS) Y EL LISTADO RESULTANTE.
       SELECT OPTIONAL PROVEEDORES-ARCHIVO
       ASSIGN TO WS-PROVEEDORES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-PROVEEDOR-PRV
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PROVEEDORES.

       SELECT OPTIONAL REVISION-TRABAJO-ARCHIVO
       ASSIGN TO WS-REVISION-TRABAJO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS REV-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-REVISION-TRABAJO.

       SELECT OPTIONAL REPORTE-REVISION-ARCHIVO
       ASSIGN TO WS-REPORTE-REVISION-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
               05 AUD-ANTES          PIC X(280).
               05 AUD-DESPUES        PIC X(280).

       *>COPIA DEL REGISTRO DE PROVEEDORES.DAT. LOS NOMBRES DE CAMPOS
       *>SE SUFIJAN CON "-PRV" PARA NO CHOCAR, IGUAL QUE EN
       *>COMPRAS.CBL.
       FD PROVEEDORES-ARCHIVO.
           01 PROVEEDORES-REGISTRO.
               05 ID-PROVEEDOR-PRV     PIC X(11).
               05 NOMBRE-PROVEEDOR-PRV PIC X(40).
               05 TIPO-PROVEEDOR-PRV   PIC X(8).
               05 DIRECCION-PRV        PIC X(100).
               05 TELEFONO-PRV         PIC 9(11).
               05 TELEFONO-ALTERNO-PRV PIC 9(11).
               05 STATUS-PROVEEDOR-PRV PIC X(8).

       FD REVISION-TRABAJO-ARCHIVO.
           01 REVISION-TRABAJO-REGISTRO.
               05 REV-LLAVE.
                   10 REV-ARCHIVO  PIC X(1). *>U USUARIO, P PROVEEDOR.
                   10 REV-NORMAL   PIC X(11).
               05 REV-ORIGINAL PIC X(11).

       FD REPORTE-REVISION-ARCHIVO.
           01 REPORTE-REVISION-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS
       01 WS-TITULO.
       *>USADO PARA DEJAR CONSTANCIA DE LA FUSION EN LA AUDITORIA.
       77 WS-AUD-LLAVE-REG PIC X(60).

       *>USADOS PARA VALIDAR Y NORMALIZAR CEDULAS Y RIF CON LA RUTINA
       *>COMUN (VER IDENTIDAD.CBL).
       77 WS-DOC-TIPO PIC X(1).
       77 WS-DOC-ENTRADA PIC X(15).
       77 WS-DOC-NORMAL PIC X(11).
       77 WS-DOC-RESULTADO PIC 9(1).
       77 WS-DOC-MENSAJE PIC X(50).
       77 WS-DOC-MENSAJE-RIF PIC X(50).
       77 WS-DOC-CEDULA PIC X(11).
       77 WS-DOC-HALLADA PIC 9(1).

       *>USADOS POR LA REVISION DE FORMATO DE CEDULAS Y RIF.
       01 WS-LINEA PIC X(100).
       77 WS-REV-ORIGINAL PIC X(11).
       77 WS-REV-NOMBRE PIC X(40).
       77 WS-REV-LEIDOS PIC 9(5).
       77 WS-REV-INVALIDOS PIC 9(5).
       77 WS-REV-CHOQUES PIC 9(5).
       77 WS-REV-POR-NORMALIZAR PIC 9(5).

       *>DATOS DE LA CORRIDA QUE SE ANOTA EN EL CATALOGO DE
       *>REPORTES (VER CATALOGO.CBL).
       01 WS-CAT-DATOS.
           05 WS-CAT-ACCION     PIC X(1).
           05 WS-CAT-PROGRAMA   PIC X(15) VALUE "Duplicados".
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
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Duplicados".
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
       77 WS-FS-USUARIOS PIC X(2).
       77 WS-FS-USUARIOS-TIPOS PIC X(2).
       77 WS-FS-PRESTAMOS PIC X(2).
       77 WS-FS-MULTAS PIC X(2).
       77 WS-FS-PAGOS-MULTAS PIC X(2).
       77 WS-FS-RESERVAS PIC X(2).
       77 WS-FS-FIANZAS PIC X(2).
       77 WS-FS-CERTIFICACIONES PIC X(2).
       77 WS-FS-STRIKES-RESERVAS PIC X(2).
       77 WS-FS-PAGOS-CUOTAS PIC X(2).
       77 WS-FS-APARTADOS PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       77 WS-FS-PROVEEDORES PIC X(2).
       77 WS-FS-REVISION-TRABAJO PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-USUARIOS-RUTA PIC X(80).
       77 WS-USUARIOS-TIPOS-RUTA PIC X(80).
       77 WS-PRESTAMOS-RUTA PIC X(80).
       77 WS-MULTAS-RUTA PIC X(80).
       77 WS-PAGOS-MULTAS-RUTA PIC X(80).
       77 WS-RESERVAS-RUTA PIC X(80).
       77 WS-FIANZAS-RUTA PIC X(80).
       77 WS-CERTIFICACIONES-RUTA PIC X(80).
       77 WS-STRIKES-RESERVAS-RUTA PIC X(80).
       77 WS-PAGOS-CUOTAS-RUTA PIC X(80).
       77 WS-APARTADOS-RUTA PIC X(80).
       77 WS-AUDITORIA-RUTA PIC X(80).
       77 WS-PROVEEDORES-RUTA PIC X(80).
       77 WS-REVISION-TRABAJO-RUTA PIC X(80).
       77 WS-REPORTE-REVISION-RUTA PIC X(80).

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
       ERROR-USUARIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USUARIOS-ARCHIVO.
       ERROR-USUARIOS-ANOTAR.
       MOVE "usuarios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO-USR TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-USUARIOS-TIPOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USUARIOS-TIPOS-ARCHIVO.
       ERROR-USUARIOS-TIPOS-ANOTAR.
       MOVE "usuarios_tipos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS-TIPOS TO WS-ERR-ESTADO.
       MOVE UT-LLAVE TO WS-ERR-LLAVE.
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
       ERROR-PAGOS-MULTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAGOS-MULTAS-ARCHIVO.
       ERROR-PAGOS-MULTAS-ANOTAR.
       MOVE "pagos_multas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PAGOS-MULTAS TO WS-ERR-ESTADO.
       MOVE PAGO-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-RESERVAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RESERVAS-ARCHIVO.
       ERROR-RESERVAS-ANOTAR.
       MOVE "reservas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-RESERVAS TO WS-ERR-ESTADO.
       MOVE RES-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-FIANZAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON FIANZAS-ARCHIVO.
       ERROR-FIANZAS-ANOTAR.
       MOVE "fianzas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-FIANZAS TO WS-ERR-ESTADO.
       MOVE FIA-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-CERTIFICACIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON CERTIFICACIONES-ARCHIVO.
       ERROR-CERTIFICACIONES-ANOTAR.
       MOVE "certificaciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CERTIFICACIONES TO WS-ERR-ESTADO.
       MOVE CERT-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-STRIKES-RESERVAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON STRIKES-RESERVAS-ARCHIVO.
       ERROR-STRIKES-RESERVAS-ANOTAR.
       MOVE "strikes_reservas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-STRIKES-RESERVAS TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO-STK TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PAGOS-CUOTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAGOS-CUOTAS-ARCHIVO.
       ERROR-PAGOS-CUOTAS-ANOTAR.
       MOVE "pagos_cuotas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PAGOS-CUOTAS TO WS-ERR-ESTADO.
       MOVE CUO-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-APARTADOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON APARTADOS-ARCHIVO.
       ERROR-APARTADOS-ANOTAR.
       MOVE "apartados.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-APARTADOS TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-APA TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-AUDITORIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AUDITORIA-ARCHIVO.
       ERROR-AUDITORIA-ANOTAR.
       MOVE "auditoria.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-AUDITORIA TO WS-ERR-ESTADO.
       MOVE AUD-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PROVEEDORES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROVEEDORES-ARCHIVO.
       ERROR-PROVEEDORES-ANOTAR.
       MOVE "proveedores.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PROVEEDORES TO WS-ERR-ESTADO.
       MOVE ID-PROVEEDOR-PRV TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-REVISION-TRABAJO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON REVISION-TRABAJO-ARCHIVO.
       ERROR-REVISION-TRABAJO-ANOTAR.
       MOVE "revision_documentos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-REVISION-TRABAJO TO WS-ERR-ESTADO.
       MOVE REV-LLAVE TO WS-ERR-LLAVE.
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
       DISPLAY "1) Buscar posibles duplicados".
       DISPLAY "2) Fusionar dos cedulas".
       DISPLAY "3) Revisar formato de cedulas y RIF".
       DISPLAY "4) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU.

       WHEN 2
           PERFORM FUSIONAR-CEDULAS
       WHEN 3
           PERFORM REVISAR-DOCUMENTOS
       WHEN 4
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
       BUSCAR-DUPLICADOS.
       DISPLAY "---Posibles usuarios duplicados---".
       DISPLAY " ".
       MOVE "OPEN    BUSCAR-DUPLICADOS" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE 0 TO WS-HAY-DUPLICADOS.
       MOVE LOW-VALUES TO CEDULA-USUARIO-USR.
       MOVE "START   BUSCAR-DUPLICADOS" TO WS-ERR-DONDE
       START USUARIOS-ARCHIVO
           KEY IS GREATER THAN CEDULA-USUARIO-USR
           INVALID KEY     MOVE 1 TO LEE-TODO
       PERFORM VOLVER.

       LEER-SIGUIENTE-EXTERNO.
       MOVE "READ    LEER-SIGUIENTE-EXTERNO" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       PERFORM COMPARAR-UNA-PAREJA UNTIL WS-LEE-INTERNO = 1.
       *>SE REPONE LA POSICION DEL RECORRIDO EXTERNO.
       MOVE WS-CEDULA-A TO CEDULA-USUARIO-USR.
       MOVE "START   COMPARAR-CONTRA-SIGUIENTES" TO WS-ERR-DONDE
       START USUARIOS-ARCHIVO
           KEY IS GREATER THAN CEDULA-USUARIO-USR
           INVALID KEY     MOVE 1 TO LEE-TODO
           PERFORM LEER-SIGUIENTE-EXTERNO.

       COMPARAR-UNA-PAREJA.
       MOVE "READ    COMPARAR-UNA-PAREJA" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
       DISPLAY "---Fusionar dos cedulas---".
       DISPLAY " ".
       DISPLAY "Indique la cedula que SOBREVIVE".
       PERFORM PEDIR-CEDULA-FUSION.
       MOVE WS-DOC-CEDULA TO WS-CEDULA-SOBREVIVE.
       DISPLAY "Indique la cedula duplicada que se ABSORBE".
       PERFORM PEDIR-CEDULA-FUSION.
       MOVE WS-DOC-CEDULA TO WS-CEDULA-ABSORBIDA.
       IF WS-CEDULA-SOBREVIVE = WS-CEDULA-ABSORBIDA
           DISPLAY " "
           DISPLAY "Deben ser dos cedulas distintas."
       ELSE
           PERFORM VALIDAR-Y-FUSIONAR.

       *>EN UNA FUSION SE NOMBRAN REGISTROS PUNTUALES, A MENUDO
       *>GUARDADOS CON LA CEDULA TAL COMO SE ESCRIBIO EN SU DIA: SI
       *>LO ESCRITO EXISTE SE USA ASI; SI NO, SE BUSCA SU FORMA
       *>NORMAL (VER IDENTIDAD.CBL).
       PEDIR-CEDULA-FUSION.
       ACCEPT WS-DOC-ENTRADA.
       MOVE WS-DOC-ENTRADA TO WS-DOC-CEDULA.
       MOVE "OPEN    PEDIR-CEDULA-FUSION" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE WS-DOC-CEDULA TO CEDULA-USUARIO-USR.
       MOVE "READ    PEDIR-CEDULA-FUSION" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO-USR
               INVALID KEY     MOVE 0 TO WS-DOC-HALLADA
               NOT INVALID KEY MOVE 1 TO WS-DOC-HALLADA.
       IF WS-DOC-HALLADA = 0
           MOVE "C" TO WS-DOC-TIPO
           CALL "Identidad" USING WS-DOC-TIPO WS-DOC-ENTRADA
               WS-DOC-NORMAL WS-DOC-RESULTADO WS-DOC-MENSAJE
           IF WS-DOC-RESULTADO = 0
               MOVE WS-DOC-NORMAL TO WS-DOC-CEDULA.
       CLOSE USUARIOS-ARCHIVO.

       VALIDAR-Y-FUSIONAR.
       MOVE "OPEN    VALIDAR-Y-FUSIONAR" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE WS-CEDULA-SOBREVIVE TO CEDULA-USUARIO-USR.
       MOVE "READ    VALIDAR-Y-FUSIONAR" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO-USR
               INVALID KEY     MOVE 0 TO WS-INDICADOR
           PERFORM VOLVER
       ELSE
           MOVE WS-CEDULA-ABSORBIDA TO CEDULA-USUARIO-USR
           MOVE "READ    VALIDAR-Y-FUSIONAR" TO WS-ERR-DONDE
           READ USUARIOS-ARCHIVO RECORD
               KEY CEDULA-USUARIO-USR
                   INVALID KEY     MOVE 0 TO WS-INDICADOR

       EJECUTAR-FUSION.
       MOVE 0 TO WS-OMITIDOS-TOTAL.
       MOVE "OPEN    EJECUTAR-FUSION" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-TIPOS-ARCHIVO.
       MOVE "OPEN    EJECUTAR-FUSION" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    EJECUTAR-FUSION" TO WS-ERR-DONDE
       OPEN I-O MULTAS-ARCHIVO.
       MOVE "OPEN    EJECUTAR-FUSION" TO WS-ERR-DONDE
       OPEN I-O PAGOS-MULTAS-ARCHIVO.
       MOVE "OPEN    EJECUTAR-FUSION" TO WS-ERR-DONDE
       OPEN I-O RESERVAS-ARCHIVO.
       MOVE "OPEN    EJECUTAR-FUSION" TO WS-ERR-DONDE
       OPEN I-O FIANZAS-ARCHIVO.
       MOVE "OPEN    EJECUTAR-FUSION" TO WS-ERR-DONDE
       OPEN I-O CERTIFICACIONES-ARCHIVO.
       MOVE "OPEN    EJECUTAR-FUSION" TO WS-ERR-DONDE
       OPEN I-O STRIKES-RESERVAS-ARCHIVO.
       MOVE "OPEN    EJECUTAR-FUSION" TO WS-ERR-DONDE
       OPEN I-O PAGOS-CUOTAS-ARCHIVO.
       MOVE "OPEN    EJECUTAR-FUSION" TO WS-ERR-DONDE
       OPEN I-O APARTADOS-ARCHIVO.
       MOVE "OPEN    EJECUTAR-FUSION" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.

       PERFORM CASCADEAR-PRESTAMOS.
       *>LOS CHOQUES A MANO ANTES DE REPETIR LA FUSION.
       IF WS-OMITIDOS-TOTAL = 0
           MOVE WS-CEDULA-ABSORBIDA TO CEDULA-USUARIO-USR
           MOVE "DELETE  EJECUTAR-FUSION" TO WS-ERR-DONDE
           DELETE USUARIOS-ARCHIVO RECORD
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR

       BUSCAR-PRESTAMO-ABSORBIDO.
       MOVE WS-LLAVE-DESDE TO PRE-LLAVE.
       MOVE "START   BUSCAR-PRESTAMO-ABSORBIDO" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO
           KEY IS GREATER THAN PRE-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           MOVE "READ    BUSCAR-PRESTAMO-ABSORBIDO" TO WS-ERR-DONDE
           READ PRESTAMOS-ARCHIVO NEXT RECORD
               AT END MOVE 1 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
       MOVE PRESTAMOS-REGISTRO TO WS-REG-COPIA.
       *>¿LA LLAVE YA EXISTE EN LA CEDULA DESTINO?
       MOVE WS-CEDULA-SOBREVIVE TO CEDULA-USUARIO-PR.
       MOVE "READ    MOVER-PRESTAMO" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO RECORD
           KEY PRE-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
       ELSE
           MOVE WS-REG-COPIA TO PRESTAMOS-REGISTRO
           MOVE WS-CEDULA-SOBREVIVE TO CEDULA-USUARIO-PR
           MOVE "WRITE   MOVER-PRESTAMO" TO WS-ERR-DONDE
           WRITE PRESTAMOS-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo escribir en la cedula "
                   ADD 1 TO WS-OMITIDOS-TOTAL
               NOT INVALID KEY
                   MOVE WS-LLAVE-DESDE TO PRE-LLAVE
                   MOVE "DELETE  MOVER-PRESTAMO" TO WS-ERR-DONDE
                   DELETE PRESTAMOS-ARCHIVO RECORD
                       INVALID KEY
                           DISPLAY "No se pudo borrar el original: "

       BUSCAR-MULTA-ABSORBIDA.
       MOVE WS-LLAVE-DESDE TO MUL-LLAVE.
       MOVE "START   BUSCAR-MULTA-ABSORBIDA" TO WS-ERR-DONDE
       START MULTAS-ARCHIVO
           KEY IS GREATER THAN MUL-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           MOVE "READ    BUSCAR-MULTA-ABSORBIDA" TO WS-ERR-DONDE
           READ MULTAS-ARCHIVO NEXT RECORD
               AT END MOVE 1 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
       MOVE MULTAS-REGISTRO TO WS-REG-COPIA.
       *>¿LA LLAVE YA EXISTE EN LA CEDULA DESTINO?
       MOVE WS-CEDULA-SOBREVIVE TO CEDULA-USUARIO-MUL.
       MOVE "READ    MOVER-MULTA" TO WS-ERR-DONDE
       READ MULTAS-ARCHIVO RECORD
           KEY MUL-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
       ELSE
           MOVE WS-REG-COPIA TO MULTAS-REGISTRO
           MOVE WS-CEDULA-SOBREVIVE TO CEDULA-USUARIO-MUL
           MOVE "WRITE   MOVER-MULTA" TO WS-ERR-DONDE
           WRITE MULTAS-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo escribir en la cedula "
                   ADD 1 TO WS-OMITIDOS-TOTAL
               NOT INVALID KEY
                   MOVE WS-LLAVE-DESDE TO MUL-LLAVE
                   MOVE "DELETE  MOVER-MULTA" TO WS-ERR-DONDE
                   DELETE MULTAS-ARCHIVO RECORD
                       INVALID KEY
                           DISPLAY "No se pudo borrar el original: "
       BUSCAR-PAGO-ABSORBIDO.
       MOVE WS-LLAVE-DESDE-PAGO TO MUL-LLAVE-PAGO.
       IF WS-SALTA-GRUPO = 1
           MOVE "START   BUSCAR-PAGO-ABSORBIDO" TO WS-ERR-DONDE
           START PAGOS-MULTAS-ARCHIVO
               KEY IS GREATER THAN MUL-LLAVE-PAGO
               INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
               NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO
       ELSE
           MOVE "START   BUSCAR-PAGO-ABSORBIDO" TO WS-ERR-DONDE
           START PAGOS-MULTAS-ARCHIVO
               KEY IS NOT LESS THAN MUL-LLAVE-PAGO
               INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
               NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           MOVE "READ    BUSCAR-PAGO-ABSORBIDO" TO WS-ERR-DONDE
           READ PAGOS-MULTAS-ARCHIVO NEXT RECORD
               AT END MOVE 1 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
       MOVE 0 TO WS-SALTA-GRUPO.
       *>¿SU MULTA SIGUE BAJO LA CEDULA ABSORBIDA?
       MOVE MUL-LLAVE-PAGO TO MUL-LLAVE.
       MOVE "READ    MOVER-PAGO" TO WS-ERR-DONDE
       READ MULTAS-ARCHIVO RECORD
           KEY MUL-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
           MOVE 1 TO WS-SALTA-GRUPO
       ELSE
           MOVE WS-CEDULA-SOBREVIVE TO CEDULA-USUARIO-PAGO
           MOVE "REWRITE MOVER-PAGO" TO WS-ERR-DONDE
           REWRITE PAGOS-MULTAS-REGISTRO
           ADD 1 TO WS-MOVIDOS.
       PERFORM BUSCAR-PAGO-ABSORBIDO.

       BUSCAR-UT-ABSORBIDO.
       MOVE WS-LLAVE-DESDE TO UT-LLAVE.
       MOVE "START   BUSCAR-UT-ABSORBIDO" TO WS-ERR-DONDE
       START USUARIOS-TIPOS-ARCHIVO
           KEY IS GREATER THAN UT-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           MOVE "READ    BUSCAR-UT-ABSORBIDO" TO WS-ERR-DONDE
           READ USUARIOS-TIPOS-ARCHIVO NEXT RECORD
               AT END MOVE 1 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
       MOVE USUARIOS-TIPOS-REGISTRO TO WS-REG-COPIA.
       *>¿LA LLAVE YA EXISTE EN LA CEDULA DESTINO?
       MOVE WS-CEDULA-SOBREVIVE TO CEDULA-USUARIO-UT.
       MOVE "READ    MOVER-UT" TO WS-ERR-DONDE
       READ USUARIOS-TIPOS-ARCHIVO RECORD
           KEY UT-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
       ELSE
           MOVE WS-REG-COPIA TO USUARIOS-TIPOS-REGISTRO
           MOVE WS-CEDULA-SOBREVIVE TO CEDULA-USUARIO-UT
           MOVE "WRITE   MOVER-UT" TO WS-ERR-DONDE
           WRITE USUARIOS-TIPOS-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo escribir en la cedula "
                   ADD 1 TO WS-OMITIDOS-TOTAL
               NOT INVALID KEY
                   MOVE WS-LLAVE-DESDE TO UT-LLAVE
                   MOVE "DELETE  MOVER-UT" TO WS-ERR-DONDE
                   DELETE USUARIOS-TIPOS-ARCHIVO RECORD
                       INVALID KEY
                           DISPLAY "No se pudo borrar el original: "

       BUSCAR-RESERVA-ABSORBIDA.
       MOVE WS-CEDULA-ABSORBIDA TO CEDULA-USUARIO-RES.
       MOVE "START   BUSCAR-RESERVA-ABSORBIDA" TO WS-ERR-DONDE
       START RESERVAS-ARCHIVO
           KEY IS NOT LESS THAN CEDULA-USUARIO-RES
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           MOVE "READ    BUSCAR-RESERVA-ABSORBIDA" TO WS-ERR-DONDE
           READ RESERVAS-ARCHIVO NEXT RECORD
               AT END MOVE 1 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0

       MOVER-RESERVA.
       MOVE WS-CEDULA-SOBREVIVE TO CEDULA-USUARIO-RES.
       MOVE "REWRITE MOVER-RESERVA" TO WS-ERR-DONDE
       REWRITE RESERVAS-REGISTRO.
       ADD 1 TO WS-MOVIDOS.
       PERFORM BUSCAR-RESERVA-ABSORBIDA.
       DISPLAY "Fianzas movidas: " WS-MOVIDOS.

       LEER-SIGUIENTE-FIANZA-CASC.
       MOVE "READ    LEER-SIGUIENTE-FIANZA-CASC" TO WS-ERR-DONDE
       READ FIANZAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-INTERNO.
       MOVER-FIANZA.
       IF CEDULA-USUARIO-FIA = WS-CEDULA-ABSORBIDA
           MOVE WS-CEDULA-SOBREVIVE TO CEDULA-USUARIO-FIA
           MOVE "REWRITE MOVER-FIANZA" TO WS-ERR-DONDE
           REWRITE FIANZAS-REGISTRO
           ADD 1 TO WS-MOVIDOS.
       PERFORM LEER-SIGUIENTE-FIANZA-CASC.

       BUSCAR-CERT-ABSORBIDA.
       MOVE WS-LLAVE-DESDE(1:14) TO CERT-LLAVE.
       MOVE "START   BUSCAR-CERT-ABSORBIDA" TO WS-ERR-DONDE
       START CERTIFICACIONES-ARCHIVO
           KEY IS GREATER THAN CERT-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           MOVE "READ    BUSCAR-CERT-ABSORBIDA" TO WS-ERR-DONDE
           READ CERTIFICACIONES-ARCHIVO NEXT RECORD
               AT END MOVE 1 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
       MOVE CERTIFICACIONES-REGISTRO TO WS-CERT-COPIA.
       *>¿EL SOBREVIVIENTE YA TIENE CERTIFICACION DE ESTE TIPO?
       MOVE WS-CEDULA-SOBREVIVE TO CEDULA-CERT.
       MOVE "READ    MOVER-CERT" TO WS-ERR-DONDE
       READ CERTIFICACIONES-ARCHIVO RECORD
           KEY CERT-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
           IF WS-CERT-COPIA(53:8) > FECHA-VENCE-CERT
               MOVE WS-CERT-COPIA TO CERTIFICACIONES-REGISTRO
               MOVE WS-CEDULA-SOBREVIVE TO CEDULA-CERT
               MOVE "REWRITE MOVER-CERT" TO WS-ERR-DONDE
               REWRITE CERTIFICACIONES-REGISTRO
           END-IF
       ELSE
           MOVE WS-CERT-COPIA TO CERTIFICACIONES-REGISTRO
           MOVE WS-CEDULA-SOBREVIVE TO CEDULA-CERT
           MOVE "WRITE   MOVER-CERT" TO WS-ERR-DONDE
           WRITE CERTIFICACIONES-REGISTRO
       END-IF.
       MOVE WS-LLAVE-DESDE(1:14) TO CERT-LLAVE.
       MOVE "DELETE  MOVER-CERT" TO WS-ERR-DONDE
       DELETE CERTIFICACIONES-ARCHIVO RECORD
           INVALID KEY
               DISPLAY "No se pudo borrar la certificacion original: "
       *>NO DEL REGISTRO.
       CASCADEAR-STRIKES.
       MOVE WS-CEDULA-ABSORBIDA TO CEDULA-USUARIO-STK.
       MOVE "READ    CASCADEAR-STRIKES" TO WS-ERR-DONDE
       READ STRIKES-RESERVAS-ARCHIVO RECORD
           KEY CEDULA-USUARIO-STK
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1
           MOVE STRIKES-RESERVA TO WS-STRIKES-ABS
           MOVE "DELETE  CASCADEAR-STRIKES" TO WS-ERR-DONDE
           DELETE STRIKES-RESERVAS-ARCHIVO RECORD
           MOVE WS-CEDULA-SOBREVIVE TO CEDULA-USUARIO-STK
           MOVE "READ    CASCADEAR-STRIKES" TO WS-ERR-DONDE
           READ STRIKES-RESERVAS-ARCHIVO RECORD
               KEY CEDULA-USUARIO-STK
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
           END-READ
           IF WS-INDICADOR = 1
               ADD WS-STRIKES-ABS TO STRIKES-RESERVA
               MOVE "REWRITE CASCADEAR-STRIKES" TO WS-ERR-DONDE
               REWRITE STRIKES-RESERVAS-REGISTRO
           ELSE
               MOVE WS-CEDULA-SOBREVIVE TO CEDULA-USUARIO-STK
               MOVE WS-STRIKES-ABS TO STRIKES-RESERVA
               MOVE "WRITE   CASCADEAR-STRIKES" TO WS-ERR-DONDE
               WRITE STRIKES-RESERVAS-REGISTRO
           END-IF
           DISPLAY "Strikes de reservas sumados al sobreviviente.".
       DISPLAY "Pagos de cuotas movidos: " WS-MOVIDOS.

       LEER-SIGUIENTE-CUOTA-CASC.
       MOVE "READ    LEER-SIGUIENTE-CUOTA-CASC" TO WS-ERR-DONDE
       READ PAGOS-CUOTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-INTERNO.
       MOVER-PAGO-CUOTA.
       IF CEDULA-USUARIO-CUO = WS-CEDULA-ABSORBIDA
           MOVE WS-CEDULA-SOBREVIVE TO CEDULA-USUARIO-CUO
           MOVE "REWRITE MOVER-PAGO-CUOTA" TO WS-ERR-DONDE
           REWRITE PAGOS-CUOTAS-REGISTRO
           ADD 1 TO WS-MOVIDOS.
       PERFORM LEER-SIGUIENTE-CUOTA-CASC.
       DISPLAY "Apartados movidos: " WS-MOVIDOS.

       LEER-SIGUIENTE-APARTADO-CASC.
       MOVE "READ    LEER-SIGUIENTE-APARTADO-CASC" TO WS-ERR-DONDE
       READ APARTADOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-INTERNO.
       MOVER-APARTADO.
       IF CEDULA-USUARIO-APA = WS-CEDULA-ABSORBIDA
           MOVE WS-CEDULA-SOBREVIVE TO CEDULA-USUARIO-APA
           MOVE "REWRITE MOVER-APARTADO" TO WS-ERR-DONDE
           REWRITE APARTADOS-REGISTRO
           ADD 1 TO WS-MOVIDOS.
       PERFORM LEER-SIGUIENTE-APARTADO-CASC.
       MOVE 0 TO AUD-SECUENCIA.
       PERFORM ESCRIBIR-AUDITORIA.

       *>REVISION DE UNA SOLA VEZ DE LAS CEDULAS DE USUARIOS.DAT Y
       *>LOS RIF DE PROVEEDORES.DAT CONTRA LA RUTINA COMUN: LISTA LOS
       *>QUE NO TIENEN FORMATO VALIDO Y LOS QUE CHOCARIAN CON OTRO
       *>REGISTRO AL PASARLOS A SU FORMA NORMAL. LOS QUE SOLO FALTA
       *>NORMALIZAR SE CUENTAN: SE CORRIGEN EDITANDO LA CEDULA EN
       *>USUARIOS.CBL (O EL RIF EN PROVEEDORES.CBL), Y LOS CHOQUES DE
       *>USUARIOS SE RESUELVEN CON LA FUSION DE ESTE PROGRAMA.
       REVISAR-DOCUMENTOS.
       DISPLAY "---Revision de formato de cedulas y RIF---".
       DISPLAY " ".
       MOVE "OPEN    REVISAR-DOCUMENTOS" TO WS-ERR-DONDE
       OPEN OUTPUT REVISION-TRABAJO-ARCHIVO.
       CLOSE REVISION-TRABAJO-ARCHIVO.
       MOVE "OPEN    REVISAR-DOCUMENTOS" TO WS-ERR-DONDE
       OPEN I-O REVISION-TRABAJO-ARCHIVO.
       MOVE "OPEN    REVISAR-DOCUMENTOS" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "OPEN    REVISAR-DOCUMENTOS" TO WS-ERR-DONDE
       OPEN I-O PROVEEDORES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PROVEEDORES.
       MOVE "revision_documentos" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-REVISION-RUTA.
       OPEN OUTPUT REPORTE-REVISION-ARCHIVO.
       MOVE 0 TO WS-REV-LEIDOS.
       MOVE 0 TO WS-REV-INVALIDOS.
       MOVE 0 TO WS-REV-CHOQUES.
       MOVE 0 TO WS-REV-POR-NORMALIZAR.

       MOVE SPACES TO WS-LINEA.
       MOVE "---Revision de formato de cedulas y RIF---" TO WS-LINEA.
       PERFORM IMPRIMIR-REVISION.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-REVISION.
       MOVE "Usuarios (usuarios.dat):" TO WS-LINEA.
       PERFORM IMPRIMIR-REVISION.
       MOVE LOW-VALUES TO CEDULA-USUARIO-USR.
       MOVE "START   REVISAR-DOCUMENTOS" TO WS-ERR-DONDE
       START USUARIOS-ARCHIVO
           KEY IS GREATER THAN CEDULA-USUARIO-USR
           INVALID KEY     MOVE 1 TO LEE-TODO
           NOT INVALID KEY MOVE 0 TO LEE-TODO.
       IF LEE-TODO = 0
           PERFORM LEER-SIGUIENTE-EXTERNO
           PERFORM REVISAR-CEDULA-USUARIO UNTIL LEE-TODO = 1.

       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-REVISION.
       MOVE "Proveedores (proveedores.dat):" TO WS-LINEA.
       PERFORM IMPRIMIR-REVISION.
       MOVE LOW-VALUES TO ID-PROVEEDOR-PRV.
       MOVE "START   REVISAR-DOCUMENTOS" TO WS-ERR-DONDE
       START PROVEEDORES-ARCHIVO
           KEY IS GREATER THAN ID-PROVEEDOR-PRV
           INVALID KEY     MOVE 1 TO LEE-TODO
           NOT INVALID KEY MOVE 0 TO LEE-TODO.
       IF LEE-TODO = 0
           PERFORM LEER-SIGUIENTE-PROVEEDOR
           PERFORM REVISAR-RIF-PROVEEDOR UNTIL LEE-TODO = 1.

       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-REVISION.
       STRING "Revisados: " WS-REV-LEIDOS
           "  No validos: " WS-REV-INVALIDOS
           "  Choques: " WS-REV-CHOQUES
           "  Por normalizar: " WS-REV-POR-NORMALIZAR
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-REVISION.

       CLOSE REVISION-TRABAJO-ARCHIVO.
       CLOSE USUARIOS-ARCHIVO.
       CLOSE PROVEEDORES-ARCHIVO.
       CLOSE REPORTE-REVISION-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Listado grabado en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       REVISAR-CEDULA-USUARIO.
       ADD 1 TO WS-REV-LEIDOS.
       *>LAS CLAVES SEUDONIMAS DE LOS EX SOCIOS ANONIMIZADOS (VER
       *>PRIVACIDAD.CBL) NO SON CEDULAS Y NO SE REVISAN.
       IF CEDULA-USUARIO-USR(1:4) NOT = "ANON"
           MOVE "C" TO WS-DOC-TIPO
           MOVE CEDULA-USUARIO-USR TO WS-DOC-ENTRADA
           CALL "Identidad" USING WS-DOC-TIPO WS-DOC-ENTRADA
               WS-DOC-NORMAL WS-DOC-RESULTADO WS-DOC-MENSAJE
           MOVE "U" TO REV-ARCHIVO
           MOVE CEDULA-USUARIO-USR TO WS-REV-ORIGINAL
           MOVE NOMBRE-USUARIO-USR TO WS-REV-NOMBRE
           PERFORM ANOTAR-REVISION.
       PERFORM LEER-SIGUIENTE-EXTERNO.

       LEER-SIGUIENTE-PROVEEDOR.
       MOVE "READ    LEER-SIGUIENTE-PROVEEDOR" TO WS-ERR-DONDE
       READ PROVEEDORES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       *>IGUAL QUE EN PROVEEDORES.CBL: UN RIF CON SU VERIFICADOR, O
       *>LA CEDULA DE UN DONANTE PARTICULAR.
       REVISAR-RIF-PROVEEDOR.
       ADD 1 TO WS-REV-LEIDOS.
       MOVE "R" TO WS-DOC-TIPO.
       MOVE ID-PROVEEDOR-PRV TO WS-DOC-ENTRADA.
       CALL "Identidad" USING WS-DOC-TIPO WS-DOC-ENTRADA
           WS-DOC-NORMAL WS-DOC-RESULTADO WS-DOC-MENSAJE.
       IF WS-DOC-RESULTADO NOT = 0
           MOVE WS-DOC-MENSAJE TO WS-DOC-MENSAJE-RIF
           MOVE "C" TO WS-DOC-TIPO
           CALL "Identidad" USING WS-DOC-TIPO WS-DOC-ENTRADA
               WS-DOC-NORMAL WS-DOC-RESULTADO WS-DOC-MENSAJE
           IF WS-DOC-RESULTADO NOT = 0
               MOVE WS-DOC-MENSAJE-RIF TO WS-DOC-MENSAJE.
       MOVE "P" TO REV-ARCHIVO.
       MOVE ID-PROVEEDOR-PRV TO WS-REV-ORIGINAL.
       MOVE NOMBRE-PROVEEDOR-PRV TO WS-REV-NOMBRE.
       PERFORM ANOTAR-REVISION.
       PERFORM LEER-SIGUIENTE-PROVEEDOR.

       *>UN REGISTRO VALIDO SE ANOTA EN EL ARCHIVO DE TRABAJO BAJO SU
       *>FORMA NORMAL; SI ESA LLAVE YA ESTABA, OTRO REGISTRO CAE EN
       *>LA MISMA Y CHOCARIAN AL NORMALIZAR.
       ANOTAR-REVISION.
       IF WS-DOC-RESULTADO NOT = 0
           ADD 1 TO WS-REV-INVALIDOS
           STRING "  No valido " WS-REV-ORIGINAL " "
               WS-REV-NOMBRE(1:30) " " WS-DOC-MENSAJE
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-REVISION
       ELSE
           IF WS-DOC-NORMAL NOT = WS-REV-ORIGINAL
               ADD 1 TO WS-REV-POR-NORMALIZAR
           END-IF
           MOVE WS-DOC-NORMAL TO REV-NORMAL
           MOVE WS-REV-ORIGINAL TO REV-ORIGINAL
           MOVE "WRITE   ANOTAR-REVISION" TO WS-ERR-DONDE
           WRITE REVISION-TRABAJO-REGISTRO
               INVALID KEY PERFORM ANOTAR-CHOQUE
           END-WRITE.

       ANOTAR-CHOQUE.
       MOVE "READ    ANOTAR-CHOQUE" TO WS-ERR-DONDE
       READ REVISION-TRABAJO-ARCHIVO RECORD
           KEY REV-LLAVE
               INVALID KEY MOVE SPACES TO REV-ORIGINAL.
       ADD 1 TO WS-REV-CHOQUES.
       STRING "  Choque    " WS-REV-ORIGINAL " "
           WS-REV-NOMBRE(1:30) " con " REV-ORIGINAL
           " (ambos quedan " WS-DOC-NORMAL ")"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-REVISION.

       IMPRIMIR-REVISION.
       *>MUESTRA LA LINEA EN PANTALLA Y LA DEJA EN EL LISTADO.
       DISPLAY WS-LINEA.
       WRITE REPORTE-REVISION-LINEA FROM WS-LINEA.
       MOVE SPACES TO WS-LINEA.

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
       MOVE SPACES TO WS-USUARIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios.dat" DELIMITED BY SIZE INTO WS-USUARIOS-RUTA.
       MOVE SPACES TO WS-USUARIOS-TIPOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios_tipos.dat" DELIMITED BY SIZE
           INTO WS-USUARIOS-TIPOS-RUTA.
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
       MOVE SPACES TO WS-RESERVAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reservas.dat" DELIMITED BY SIZE INTO WS-RESERVAS-RUTA.
       MOVE SPACES TO WS-FIANZAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "fianzas.dat" DELIMITED BY SIZE INTO WS-FIANZAS-RUTA.
       MOVE SPACES TO WS-CERTIFICACIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "certificaciones.dat" DELIMITED BY SIZE
           INTO WS-CERTIFICACIONES-RUTA.
       MOVE SPACES TO WS-STRIKES-RESERVAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "strikes_reservas.dat" DELIMITED BY SIZE
           INTO WS-STRIKES-RESERVAS-RUTA.
       MOVE SPACES TO WS-PAGOS-CUOTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "pagos_cuotas.dat" DELIMITED BY SIZE
           INTO WS-PAGOS-CUOTAS-RUTA.
       MOVE SPACES TO WS-APARTADOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "apartados.dat" DELIMITED BY SIZE INTO WS-APARTADOS-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.
       MOVE SPACES TO WS-PROVEEDORES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "proveedores.dat" DELIMITED BY SIZE INTO WS-PROVEEDORES-RUTA.
       MOVE SPACES TO WS-REVISION-TRABAJO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "revision_documentos.dat" DELIMITED BY SIZE
           INTO WS-REVISION-TRABAJO-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
