       IDENTIFICATION DIVISION.
       PROGRAM-ID. Insumos INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       *>CATALOGO DE CONSUMIBLES: CUERDAS, CAÑAS, BOQUILLAS, PAÑOS Y
       *>DEMAS QUE SE CUENTAN POR CANTIDAD Y NO POR UNIDAD CON CODIGO
       *>PROPIO COMO LOS INSTRUMENTOS. EL CODIGO ES DE TRES LETRAS,
       *>IGUAL QUE EL DE UN TIPO, PARA PODER PEDIRLO EN UNA LINEA DE
       *>ORDEN DE COMPRA (VER COMPRAS.CBL); POR ESO NO PUEDE REPETIR
       *>EL CODIGO DE UN TIPO DE INSTRUMENTO.
       SELECT OPTIONAL INSUMOS-ARCHIVO
       ASSIGN TO WS-INSUMOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-INSUMO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSUMOS.

       *>EXISTENCIA DE CADA INSUMO EN CADA SEDE, CON SU STOCK MINIMO.
       *>LA RECEPCION DE COMPRAS SUMA AQUI LO QUE LLEGA.
       SELECT OPTIONAL INSUMOS-STOCK-ARCHIVO
       ASSIGN TO WS-INSUMOS-STOCK-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS STK-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSUMOS-STOCK.

       *>CADA ENTRADA, ENTREGA Y AJUSTE DE EXISTENCIA, PARA SABER A
       *>DONDE FUE CADA INSUMO Y POR QUE CAMBIO EL CONTEO.
       SELECT OPTIONAL INSUMOS-MOVIMIENTOS-ARCHIVO
       ASSIGN TO WS-INSUMOS-MOVIMIENTOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS MOV-LLAVE
       ALTERNATE RECORD KEY IS CODIGO-INSUMO-MOV WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSUMOS-MOVIMIENTOS.

       *>PARA NO REPETIR EL CODIGO DE UN TIPO DE INSTRUMENTO.
       SELECT OPTIONAL TIPO-INSTRUMENTO-ARCHIVO
       ASSIGN TO WS-TIPO-INSTRUMENTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-TIPO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TIPO-INSTRUMENTO.

       SELECT OPTIONAL SEDES-ARCHIVO
       ASSIGN TO WS-SEDES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS SEDE-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-SEDES.

       *>PARA VALIDAR AL SOCIO O AL GRUPO QUE RECIBE UNA ENTREGA.
       SELECT OPTIONAL USUARIOS-ARCHIVO
       ASSIGN TO WS-USUARIOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO-USR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS.

       SELECT OPTIONAL GRUPOS-ARCHIVO
       ASSIGN TO WS-GRUPOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-GRUPO
       ALTERNATE RECORD KEY IS CEDULA-RESPONSABLE-GRP WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-GRUPOS.

       *>PARA SABER CUANTO DE CADA INSUMO YA ESTA PEDIDO EN ORDENES
       *>ABIERTAS AL ARMAR EL REPORTE DE COMPRAS.
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

       SELECT OPTIONAL REPORTE-INSUMOS-ARCHIVO
       ASSIGN TO WS-REPORTE-INSUMOS-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       *>DEJA CONSTANCIA DE QUE OPERADOR MOVIO CADA INSUMO.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD INSUMOS-ARCHIVO.
           01 INSUMOS-REGISTRO.
               05 CODIGO-INSUMO PIC X(3).
               05 NOMBRE-INSUMO PIC X(40).
               05 UNIDAD-INSUMO PIC X(10). *>unidad, juego, caja...
               05 STATUS-INSUMO PIC X(8).  *>Activo/Inactivo.

       FD INSUMOS-STOCK-ARCHIVO.
           01 INSUMOS-STOCK-REGISTRO.
               05 STK-LLAVE.
                   10 CODIGO-INSUMO-STK PIC X(3).
                   10 SEDE-STK          PIC X(3).
               05 CANTIDAD-STK PIC 9(6).
               *>POR DEBAJO DE ESTE NIVEL EL INSUMO SALE EN EL
               *>REPORTE PARA COMPRAS. 0 SI NO SE CONTROLA.
               05 MINIMO-STK   PIC 9(6).

       FD INSUMOS-MOVIMIENTOS-ARCHIVO.
           01 INSUMOS-MOVIMIENTOS-REGISTRO.
               05 MOV-LLAVE.
                   10 FECHA-MOV      PIC 9(8).
                   10 HORA-MOV       PIC 9(8).
                   10 SECUENCIA-MOV  PIC 9(2).
               05 CODIGO-INSUMO-MOV PIC X(3).
               05 SEDE-MOV          PIC X(3).
               05 TIPO-MOV          PIC X(7). *>Entrada/Entrega/
                                              *>Ajuste.
               05 SIGNO-MOV         PIC X(1). *>+ SUMA, - RESTA.
               05 CANTIDAD-MOV      PIC 9(6).
               *>A QUIEN FUE UNA ENTREGA (Socio, Grupo O Interno) O DE
               *>DONDE VINO UNA ENTRADA (Compra). DESTINO-MOV LLEVA LA
               *>CEDULA O EL CODIGO DEL GRUPO.
               05 DESTINO-TIPO-MOV  PIC X(7).
               05 DESTINO-MOV       PIC X(11).
               *>AREA DEL USO INTERNO O MOTIVO DEL AJUSTE.
               05 MOTIVO-MOV        PIC X(30).
               05 ORDEN-MOV         PIC 9(6). *>0 SI NO VIENE DE UNA
                                              *>ORDEN DE COMPRA.
               05 OPERADOR-MOV      PIC X(10).

       *>COPIA DEL REGISTRO DE TIPO_INSTRUMENTO.DAT (VER TIPOS.CBL).
       FD TIPO-INSTRUMENTO-ARCHIVO.
           01 TIPO-INSTRUMENTO-REGISTRO.
               05 CODIGO-TIPO PIC X(3).
               05 NOMBRE-TIPO PIC X(40).
               05 CORRELATIVO PIC 9(3).
               05 STATUS-TIPO PIC X(8).

       *>COPIA DEL REGISTRO DE SEDES.DAT (VER SEDES.CBL).
       FD SEDES-ARCHIVO.
           01 SEDES-REGISTRO.
               05 SEDE-CODIGO PIC X(3).
               05 SEDE-NOMBRE PIC X(40).
               05 SEDE-STATUS PIC X(8).

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

       FD REPORTE-INSUMOS-ARCHIVO.
           01 REPORTE-INSUMOS-LINEA PIC X(100).

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
           05 FILLER   PIC X(30) VALUE SPACES.
           05 WS-TIT   PIC X(20) VALUE "Insumos consumibles".
           05 FILLER   PIC X(30) VALUE SPACES.

       77 WS-OPCION PIC 9(2).
       77 WS-INDICADOR PIC 9(1).
       77 WS-SI-NO PIC X(1).
       77 LEE-TODO PIC 9(1).
       77 WS-SEDE PIC X(3).
       77 WS-CANTIDAD PIC 9(6).
       77 WS-DIFERENCIA PIC 9(6).
       77 WS-DESTINO-OK PIC 9(1).
       77 WS-HAY-STOCK PIC 9(1).
       77 WS-HAY-LINEAS PIC 9(1).

       *>USADOS EN EL REPORTE DE INSUMOS BAJO EL MINIMO.
       77 WS-LINEA-ORD PIC X(100).
       77 WS-LEE-DET PIC 9(1).
       77 WS-FALTANTE PIC 9(6).
       77 WS-PEDIDO-ABIERTO PIC 9(6).
       77 WS-SUGERIDO PIC 9(6).
       77 WS-BAJO-MINIMO PIC 9(4).

       *>USADOS PARA DEJAR CONSTANCIA EN LA AUDITORIA.
       77 WS-AUD-LLAVE-REG PIC X(60).
       01 WS-AUD-ANTES PIC X(280) VALUE SPACES.
       01 WS-AUD-DESPUES PIC X(280) VALUE SPACES.

       *>DATOS DE LA CORRIDA QUE SE ANOTA EN EL CATALOGO DE
       *>REPORTES (VER CATALOGO.CBL).
       01 WS-CAT-DATOS.
           05 WS-CAT-ACCION     PIC X(1).
           05 WS-CAT-PROGRAMA   PIC X(15) VALUE "Insumos".
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
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Insumos".
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
       77 WS-FS-INSUMOS PIC X(2).
       77 WS-FS-INSUMOS-STOCK PIC X(2).
       77 WS-FS-INSUMOS-MOVIMIENTOS PIC X(2).
       77 WS-FS-TIPO-INSTRUMENTO PIC X(2).
       77 WS-FS-SEDES PIC X(2).
       77 WS-FS-USUARIOS PIC X(2).
       77 WS-FS-GRUPOS PIC X(2).
       77 WS-FS-ORDENES PIC X(2).
       77 WS-FS-ORDENES-DET PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-INSUMOS-RUTA PIC X(80).
       77 WS-INSUMOS-STOCK-RUTA PIC X(80).
       77 WS-INSUMOS-MOVIMIENTOS-RUTA PIC X(80).
       77 WS-TIPO-INSTRUMENTO-RUTA PIC X(80).
       77 WS-SEDES-RUTA PIC X(80).
       77 WS-USUARIOS-RUTA PIC X(80).
       77 WS-GRUPOS-RUTA PIC X(80).
       77 WS-ORDENES-RUTA PIC X(80).
       77 WS-ORDENES-DET-RUTA PIC X(80).
       77 WS-REPORTE-INSUMOS-RUTA PIC X(80).
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
       ERROR-INSUMOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSUMOS-ARCHIVO.
       ERROR-INSUMOS-ANOTAR.
       MOVE "insumos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSUMOS TO WS-ERR-ESTADO.
       MOVE CODIGO-INSUMO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INSUMOS-STOCK SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSUMOS-STOCK-ARCHIVO.
       ERROR-INSUMOS-STOCK-ANOTAR.
       MOVE "insumos_stock.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSUMOS-STOCK TO WS-ERR-ESTADO.
       MOVE STK-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INSUMOS-MOVIMIENTOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON INSUMOS-MOVIMIENTOS-ARCHIVO.
       ERROR-INSUMOS-MOVIMIENTOS-ANOTAR.
       MOVE "insumos_movimientos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSUMOS-MOVIMIENTOS TO WS-ERR-ESTADO.
       MOVE MOV-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-TIPO-INSTRUMENTO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON TIPO-INSTRUMENTO-ARCHIVO.
       ERROR-TIPO-INSTRUMENTO-ANOTAR.
       MOVE "tipo_instrumento.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-TIPO-INSTRUMENTO TO WS-ERR-ESTADO.
       MOVE CODIGO-TIPO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-SEDES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SEDES-ARCHIVO.
       ERROR-SEDES-ANOTAR.
       MOVE "sedes.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-SEDES TO WS-ERR-ESTADO.
       MOVE SEDE-CODIGO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-USUARIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USUARIOS-ARCHIVO.
       ERROR-USUARIOS-ANOTAR.
       MOVE "usuarios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO-USR TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-GRUPOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON GRUPOS-ARCHIVO.
       ERROR-GRUPOS-ANOTAR.
       MOVE "grupos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-GRUPOS TO WS-ERR-ESTADO.
       MOVE CODIGO-GRUPO TO WS-ERR-LLAVE.
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
       *>PROGRAMA PRINCIPAL. EL CATALOGO, LOS MINIMOS Y LOS AJUSTES
       *>DE CONTEO SON DE SUPERVISOR; LAS ENTREGAS LAS HACE EL
       *>MOSTRADOR. LAS ENTRADAS LLEGAN POR LA RECEPCION DE COMPRAS.
       PROGRAM-BEGIN.
       PERFORM ARMAR-RUTAS.
       DISPLAY " ".
       DISPLAY WS-TITULO.
       DISPLAY " ".
       DISPLAY "1) Registrar insumo (solo supervisor)".
       DISPLAY "2) Fijar stock minimo por sede (solo supervisor)".
       DISPLAY "3) Entregar insumo".
       DISPLAY "4) Ajustar existencia (solo supervisor)".
       DISPLAY "5) Consultar existencias".
       DISPLAY "6) Ver movimientos de un insumo".
       DISPLAY "7) Reporte de insumos bajo el minimo".
       DISPLAY "8) Salir".
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
               PERFORM REGISTRAR-INSUMO
           END-IF
       WHEN 2
           IF LS-ROL NOT = "supervisor"
               DISPLAY "Esta opcion requiere rol supervisor."
               PERFORM VOLVER
           ELSE
               PERFORM FIJAR-MINIMO
           END-IF
       WHEN 3
           PERFORM ENTREGAR-INSUMO
       WHEN 4
           IF LS-ROL NOT = "supervisor"
               DISPLAY "Esta opcion requiere rol supervisor."
               PERFORM VOLVER
           ELSE
               PERFORM AJUSTAR-EXISTENCIA
           END-IF
       WHEN 5
           PERFORM CONSULTAR-EXISTENCIAS
       WHEN 6
           PERFORM VER-MOVIMIENTOS
       WHEN 7
           PERFORM REPORTE-BAJO-MINIMO
       WHEN 8
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-MENU
       END-EVALUATE.

       REGISTRAR-INSUMO.
       DISPLAY "---Registro de nuevo insumo---".
       DISPLAY " ".
       DISPLAY "Indique codigo del insumo (3 letras)".
       ACCEPT CODIGO-INSUMO.
       PERFORM VALIDACION-CODIGO-INSUMO.
       MOVE "OPEN    REGISTRAR-INSUMO" TO WS-ERR-DONDE
       OPEN I-O INSUMOS-ARCHIVO.
       MOVE "OPEN    REGISTRAR-INSUMO" TO WS-ERR-DONDE
       OPEN I-O TIPO-INSTRUMENTO-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       MOVE "OPEN    REGISTRAR-INSUMO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "READ    REGISTRAR-INSUMO" TO WS-ERR-DONDE
       READ INSUMOS-ARCHIVO RECORD
           KEY CODIGO-INSUMO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1
           DISPLAY " "
           DISPLAY "El insumo ya existe."
       ELSE
           MOVE CODIGO-INSUMO TO CODIGO-TIPO
           MOVE "READ    REGISTRAR-INSUMO" TO WS-ERR-DONDE
           READ TIPO-INSTRUMENTO-ARCHIVO RECORD
               KEY CODIGO-TIPO
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
                   NOT INVALID KEY MOVE 1 TO WS-INDICADOR
           END-READ
           IF WS-INDICADOR = 1
               DISPLAY " "
               DISPLAY "Ese codigo ya es del tipo de instrumento "
                   NOMBRE-TIPO
               DISPLAY "Use otro codigo para el insumo."
           ELSE
               DISPLAY "Ingrese nombre del insumo"
               ACCEPT NOMBRE-INSUMO
               DISPLAY "Ingrese la unidad en que se cuenta (unidad, "
               DISPLAY "juego, caja...)"
               ACCEPT UNIDAD-INSUMO
               MOVE "Activo" TO STATUS-INSUMO
               MOVE "WRITE   REGISTRAR-INSUMO" TO WS-ERR-DONDE
               WRITE INSUMOS-REGISTRO
               MOVE SPACES TO WS-AUD-ANTES
               MOVE INSUMOS-REGISTRO TO WS-AUD-DESPUES
               MOVE SPACES TO WS-AUD-LLAVE-REG
               MOVE CODIGO-INSUMO TO WS-AUD-LLAVE-REG
               MOVE "Alta" TO AUD-ACCION
               PERFORM GRABAR-AUDITORIA
               DISPLAY " "
               DISPLAY "Insumo registrado correctamente."
               DISPLAY "Fije su stock minimo por sede con la opcion 2."
           END-IF.
       CLOSE INSUMOS-ARCHIVO.
       CLOSE TIPO-INSTRUMENTO-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       PERFORM VOLVER.

       VALIDACION-CODIGO-INSUMO.
       IF CODIGO-INSUMO = SPACES
           DISPLAY " "
           DISPLAY "Indique codigo del insumo (3 letras)"
           ACCEPT CODIGO-INSUMO
           PERFORM VALIDACION-CODIGO-INSUMO.

       *>EL INSUMO DEBE EXISTIR Y ESTAR ACTIVO. INSUMOS-ARCHIVO DEBE
       *>ESTAR ABIERTO. DEJA EL VEREDICTO EN WS-INDICADOR.
       LEER-INSUMO.
       MOVE "READ    LEER-INSUMO" TO WS-ERR-DONDE
       READ INSUMOS-ARCHIVO RECORD
           KEY CODIGO-INSUMO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1 AND STATUS-INSUMO = "Inactivo"
           MOVE 0 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           DISPLAY " "
           DISPLAY "No existe un insumo activo con ese codigo.".

       PEDIR-SEDE.
       DISPLAY "Indique la sede (3 letras)".
       ACCEPT WS-SEDE.
       MOVE WS-SEDE TO SEDE-CODIGO.
       MOVE "READ    PEDIR-SEDE" TO WS-ERR-DONDE
       READ SEDES-ARCHIVO RECORD
           KEY SEDE-CODIGO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0 OR SEDE-STATUS = "Inactivo"
           DISPLAY " "
           DISPLAY "No existe una sede activa con ese codigo."
           PERFORM PEDIR-SEDE.

       *>LEE LA EXISTENCIA DE CODIGO-INSUMO EN WS-SEDE. SI LA SEDE
       *>NUNCA TUVO ESE INSUMO LA DEJA EN CERO, SIN GRABARLA.
       LEER-STOCK.
       MOVE CODIGO-INSUMO TO CODIGO-INSUMO-STK.
       MOVE WS-SEDE TO SEDE-STK.
       MOVE "READ    LEER-STOCK" TO WS-ERR-DONDE
       READ INSUMOS-STOCK-ARCHIVO RECORD
           KEY STK-LLAVE
               INVALID KEY     MOVE 0 TO WS-HAY-STOCK
               NOT INVALID KEY MOVE 1 TO WS-HAY-STOCK.
       IF WS-HAY-STOCK = 0
           MOVE 0 TO CANTIDAD-STK
           MOVE 0 TO MINIMO-STK.

       GRABAR-STOCK.
       IF WS-HAY-STOCK = 0
           MOVE "WRITE   GRABAR-STOCK" TO WS-ERR-DONDE
           WRITE INSUMOS-STOCK-REGISTRO
       ELSE
           MOVE "REWRITE GRABAR-STOCK" TO WS-ERR-DONDE
           REWRITE INSUMOS-STOCK-REGISTRO.

       FIJAR-MINIMO.
       DISPLAY "---Fijar stock minimo por sede---".
       DISPLAY " ".
       DISPLAY "Indique codigo del insumo".
       ACCEPT CODIGO-INSUMO.
       MOVE "OPEN    FIJAR-MINIMO" TO WS-ERR-DONDE
       OPEN I-O INSUMOS-ARCHIVO.
       MOVE "OPEN    FIJAR-MINIMO" TO WS-ERR-DONDE
       OPEN I-O INSUMOS-STOCK-ARCHIVO.
       MOVE "OPEN    FIJAR-MINIMO" TO WS-ERR-DONDE
       OPEN I-O SEDES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-SEDES.
       MOVE "OPEN    FIJAR-MINIMO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       PERFORM LEER-INSUMO.
       IF WS-INDICADOR = 1
           DISPLAY "Insumo: " NOMBRE-INSUMO
           PERFORM PEDIR-SEDE
           PERFORM LEER-STOCK
           MOVE INSUMOS-STOCK-REGISTRO TO WS-AUD-ANTES
           DISPLAY "Existencia: " CANTIDAD-STK
               "  Minimo actual: " MINIMO-STK
           DISPLAY "Ingrese el nuevo stock minimo (0 si no se "
           DISPLAY "controla)"
           ACCEPT MINIMO-STK
           PERFORM GRABAR-STOCK
           MOVE INSUMOS-STOCK-REGISTRO TO WS-AUD-DESPUES
           MOVE STK-LLAVE TO WS-AUD-LLAVE-REG
           MOVE "Minimo" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA
           DISPLAY " "
           DISPLAY "Stock minimo actualizado.".
       CLOSE INSUMOS-ARCHIVO.
       CLOSE INSUMOS-STOCK-ARCHIVO.
       CLOSE SEDES-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       PERFORM VOLVER.

       *>ENTREGA DE UN INSUMO A UN SOCIO, A UN GRUPO O PARA USO
       *>INTERNO DEL CLUB. NUNCA SE ENTREGA MAS DE LO QUE HAY EN LA
       *>SEDE.
       ENTREGAR-INSUMO.
       DISPLAY "---Entregar insumo---".
       DISPLAY " ".
       DISPLAY "Indique codigo del insumo".
       ACCEPT CODIGO-INSUMO.
       MOVE "OPEN    ENTREGAR-INSUMO" TO WS-ERR-DONDE
       OPEN I-O INSUMOS-ARCHIVO.
       MOVE "OPEN    ENTREGAR-INSUMO" TO WS-ERR-DONDE
       OPEN I-O INSUMOS-STOCK-ARCHIVO.
       MOVE "OPEN    ENTREGAR-INSUMO" TO WS-ERR-DONDE
       OPEN I-O INSUMOS-MOVIMIENTOS-ARCHIVO.
       MOVE "OPEN    ENTREGAR-INSUMO" TO WS-ERR-DONDE
       OPEN I-O SEDES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-SEDES.
       MOVE "OPEN    ENTREGAR-INSUMO" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "OPEN    ENTREGAR-INSUMO" TO WS-ERR-DONDE
       OPEN I-O GRUPOS-ARCHIVO.
       MOVE "OPEN    ENTREGAR-INSUMO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       PERFORM LEER-INSUMO.
       IF WS-INDICADOR = 1
           DISPLAY "Insumo: " NOMBRE-INSUMO
           PERFORM PEDIR-SEDE
           PERFORM LEER-STOCK
           IF CANTIDAD-STK = 0
               DISPLAY " "
               DISPLAY "No hay existencia de ese insumo en la sede."
           ELSE
               DISPLAY "Existencia: " CANTIDAD-STK " " UNIDAD-INSUMO
               MOVE SPACES TO DESTINO-MOV
               MOVE SPACES TO MOTIVO-MOV
               PERFORM PEDIR-DESTINO
               DISPLAY "Ingrese la cantidad a entregar"
               ACCEPT WS-CANTIDAD
               PERFORM VALIDAR-CANTIDAD-ENTREGA
               SUBTRACT WS-CANTIDAD FROM CANTIDAD-STK
               PERFORM GRABAR-STOCK
               MOVE "Entrega" TO TIPO-MOV
               MOVE "-" TO SIGNO-MOV
               PERFORM GRABAR-MOVIMIENTO
               DISPLAY " "
               DISPLAY "Entrega registrada. Queda en la sede: "
                   CANTIDAD-STK
               IF MINIMO-STK > 0 AND CANTIDAD-STK < MINIMO-STK
                   DISPLAY "Aviso: la sede quedo bajo el minimo de "
                       MINIMO-STK
               END-IF
           END-IF.
       CLOSE INSUMOS-ARCHIVO.
       CLOSE INSUMOS-STOCK-ARCHIVO.
       CLOSE INSUMOS-MOVIMIENTOS-ARCHIVO.
       CLOSE SEDES-ARCHIVO.
       CLOSE USUARIOS-ARCHIVO.
       CLOSE GRUPOS-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       PERFORM VOLVER.

       PEDIR-DESTINO.
       DISPLAY "¿A quien se entrega?".
       DISPLAY "1) A un socio  2) A un grupo  3) Uso interno".
       ACCEPT WS-OPCION.
       EVALUATE WS-OPCION
       WHEN 1
           MOVE "Socio" TO DESTINO-TIPO-MOV
           PERFORM PEDIR-SOCIO-DESTINO
       WHEN 2
           MOVE "Grupo" TO DESTINO-TIPO-MOV
           PERFORM PEDIR-GRUPO-DESTINO
       WHEN 3
           MOVE "Interno" TO DESTINO-TIPO-MOV
           DISPLAY "Indique el area o el uso (taller, ensayo...)"
           ACCEPT MOTIVO-MOV
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           PERFORM PEDIR-DESTINO
       END-EVALUATE.

       PEDIR-SOCIO-DESTINO.
       DISPLAY "Indique cedula del socio".
       ACCEPT DESTINO-MOV.
       MOVE DESTINO-MOV TO CEDULA-USUARIO-USR.
       MOVE "READ    PEDIR-SOCIO-DESTINO" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO-USR
               INVALID KEY     MOVE 0 TO WS-DESTINO-OK
               NOT INVALID KEY MOVE 1 TO WS-DESTINO-OK.
       IF WS-DESTINO-OK = 1 AND STATUS-USUARIO-USR = "Inactivo"
           MOVE 0 TO WS-DESTINO-OK.
       IF WS-DESTINO-OK = 0
           DISPLAY " "
           DISPLAY "No existe un socio activo con esa cedula."
           PERFORM PEDIR-SOCIO-DESTINO
       ELSE
           DISPLAY "Socio: " NOMBRE-USUARIO-USR.

       PEDIR-GRUPO-DESTINO.
       DISPLAY "Indique codigo del grupo (GRP...)".
       ACCEPT DESTINO-MOV.
       MOVE DESTINO-MOV TO CODIGO-GRUPO.
       MOVE "READ    PEDIR-GRUPO-DESTINO" TO WS-ERR-DONDE
       READ GRUPOS-ARCHIVO RECORD
           KEY CODIGO-GRUPO
               INVALID KEY     MOVE 0 TO WS-DESTINO-OK
               NOT INVALID KEY MOVE 1 TO WS-DESTINO-OK.
       IF WS-DESTINO-OK = 1 AND STATUS-GRP = "Inactivo"
           MOVE 0 TO WS-DESTINO-OK.
       IF WS-DESTINO-OK = 0
           DISPLAY " "
           DISPLAY "No existe un grupo activo con ese codigo."
           PERFORM PEDIR-GRUPO-DESTINO
       ELSE
           DISPLAY "Grupo: " NOMBRE-GRUPO.

       VALIDAR-CANTIDAD-ENTREGA.
       IF WS-CANTIDAD = 0 OR WS-CANTIDAD > CANTIDAD-STK
           DISPLAY " "
           DISPLAY "La cantidad debe ser mayor que cero y no pasar "
               "de " CANTIDAD-STK
           DISPLAY "Ingrese la cantidad a entregar"
           ACCEPT WS-CANTIDAD
           PERFORM VALIDAR-CANTIDAD-ENTREGA.

       *>EL AJUSTE LLEVA LA EXISTENCIA AL CONTEO FISICO DE LA SEDE Y
       *>DEJA LA DIFERENCIA COMO MOVIMIENTO CON SU MOTIVO (ROTURA,
       *>VENCIMIENTO, ERROR DE CONTEO...).
       AJUSTAR-EXISTENCIA.
       DISPLAY "---Ajustar existencia---".
       DISPLAY " ".
       DISPLAY "Indique codigo del insumo".
       ACCEPT CODIGO-INSUMO.
       MOVE "OPEN    AJUSTAR-EXISTENCIA" TO WS-ERR-DONDE
       OPEN I-O INSUMOS-ARCHIVO.
       MOVE "OPEN    AJUSTAR-EXISTENCIA" TO WS-ERR-DONDE
       OPEN I-O INSUMOS-STOCK-ARCHIVO.
       MOVE "OPEN    AJUSTAR-EXISTENCIA" TO WS-ERR-DONDE
       OPEN I-O INSUMOS-MOVIMIENTOS-ARCHIVO.
       MOVE "OPEN    AJUSTAR-EXISTENCIA" TO WS-ERR-DONDE
       OPEN I-O SEDES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-SEDES.
       MOVE "OPEN    AJUSTAR-EXISTENCIA" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       PERFORM LEER-INSUMO.
       IF WS-INDICADOR = 1
           DISPLAY "Insumo: " NOMBRE-INSUMO
           PERFORM PEDIR-SEDE
           PERFORM LEER-STOCK
           DISPLAY "Existencia registrada: " CANTIDAD-STK
           DISPLAY "Ingrese la existencia contada en la sede"
           ACCEPT WS-CANTIDAD
           IF WS-CANTIDAD = CANTIDAD-STK
               DISPLAY " "
               DISPLAY "El conteo coincide; no hay nada que ajustar."
           ELSE
               PERFORM PEDIR-MOTIVO-AJUSTE
               IF WS-CANTIDAD > CANTIDAD-STK
                   COMPUTE WS-DIFERENCIA = WS-CANTIDAD - CANTIDAD-STK
                   MOVE "+" TO SIGNO-MOV
               ELSE
                   COMPUTE WS-DIFERENCIA = CANTIDAD-STK - WS-CANTIDAD
                   MOVE "-" TO SIGNO-MOV
               END-IF
               MOVE WS-CANTIDAD TO CANTIDAD-STK
               PERFORM GRABAR-STOCK
               MOVE WS-DIFERENCIA TO WS-CANTIDAD
               MOVE "Ajuste" TO TIPO-MOV
               MOVE SPACES TO DESTINO-TIPO-MOV
               MOVE SPACES TO DESTINO-MOV
               PERFORM GRABAR-MOVIMIENTO
               DISPLAY " "
               DISPLAY "Existencia ajustada en " SIGNO-MOV
                   WS-DIFERENCIA
           END-IF.
       CLOSE INSUMOS-ARCHIVO.
       CLOSE INSUMOS-STOCK-ARCHIVO.
       CLOSE INSUMOS-MOVIMIENTOS-ARCHIVO.
       CLOSE SEDES-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       PERFORM VOLVER.

       PEDIR-MOTIVO-AJUSTE.
       DISPLAY "Indique el motivo del ajuste".
       ACCEPT MOTIVO-MOV.
       IF MOTIVO-MOV = SPACES
           DISPLAY " "
           DISPLAY "El ajuste debe llevar un motivo."
           PERFORM PEDIR-MOTIVO-AJUSTE.

       *>GRABA EL MOVIMIENTO CON LA CANTIDAD DE WS-CANTIDAD Y LO DEJA
       *>EN LA AUDITORIA. TIPO-MOV, SIGNO-MOV, EL DESTINO Y EL MOTIVO
       *>DEBEN SER LLENADOS POR QUIEN LLAMA A ESTE PARRAFO.
       GRABAR-MOVIMIENTO.
       ACCEPT FECHA-MOV FROM DATE YYYYMMDD.
       ACCEPT HORA-MOV FROM TIME.
       MOVE 0 TO SECUENCIA-MOV.
       MOVE CODIGO-INSUMO TO CODIGO-INSUMO-MOV.
       MOVE WS-SEDE TO SEDE-MOV.
       MOVE WS-CANTIDAD TO CANTIDAD-MOV.
       MOVE 0 TO ORDEN-MOV.
       MOVE LS-CONECTAR TO OPERADOR-MOV.
       PERFORM ESCRIBIR-MOVIMIENTO.
       MOVE SPACES TO WS-AUD-ANTES.
       MOVE INSUMOS-MOVIMIENTOS-REGISTRO TO WS-AUD-DESPUES.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING CODIGO-INSUMO " " WS-SEDE " " SIGNO-MOV WS-CANTIDAD
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE TIPO-MOV TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.

       *>MISMO REINTENTO QUE ESCRIBIR-AUDITORIA.
       ESCRIBIR-MOVIMIENTO.
       MOVE "WRITE   ESCRIBIR-MOVIMIENTO" TO WS-ERR-DONDE
       WRITE INSUMOS-MOVIMIENTOS-REGISTRO
           INVALID KEY
               ADD 1 TO SECUENCIA-MOV
               PERFORM ESCRIBIR-MOVIMIENTO
       END-WRITE.

       *>EXISTENCIAS DE UNA SEDE, O DE TODAS SI SE DEJA EN BLANCO.
       CONSULTAR-EXISTENCIAS.
       DISPLAY "---Consultar existencias---".
       DISPLAY " ".
       DISPLAY "Indique la sede (en blanco para todas)".
       ACCEPT WS-SEDE.
       MOVE "OPEN    CONSULTAR-EXISTENCIAS" TO WS-ERR-DONDE
       OPEN I-O INSUMOS-ARCHIVO.
       MOVE "OPEN    CONSULTAR-EXISTENCIAS" TO WS-ERR-DONDE
       OPEN I-O INSUMOS-STOCK-ARCHIVO.
       MOVE 0 TO WS-HAY-LINEAS.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-STOCK.
       PERFORM MUESTRA-STOCK UNTIL LEE-TODO = 1.
       IF WS-HAY-LINEAS = 0
           DISPLAY " "
           DISPLAY "No hay existencias registradas.".
       CLOSE INSUMOS-ARCHIVO.
       CLOSE INSUMOS-STOCK-ARCHIVO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-STOCK.
       MOVE "READ    LEER-SIGUIENTE-STOCK" TO WS-ERR-DONDE
       READ INSUMOS-STOCK-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       MUESTRA-STOCK.
       IF WS-SEDE = SPACES OR SEDE-STK = WS-SEDE
           MOVE CODIGO-INSUMO-STK TO CODIGO-INSUMO
           MOVE "READ    MUESTRA-STOCK" TO WS-ERR-DONDE
           READ INSUMOS-ARCHIVO RECORD
               KEY CODIGO-INSUMO
                   INVALID KEY MOVE SPACES TO NOMBRE-INSUMO
           END-READ
           MOVE 1 TO WS-HAY-LINEAS
           IF MINIMO-STK > 0 AND CANTIDAD-STK < MINIMO-STK
               DISPLAY CODIGO-INSUMO-STK " " SEDE-STK " "
                   NOMBRE-INSUMO " Hay: " CANTIDAD-STK
                   " Min: " MINIMO-STK " (bajo minimo)"
           ELSE
               DISPLAY CODIGO-INSUMO-STK " " SEDE-STK " "
                   NOMBRE-INSUMO " Hay: " CANTIDAD-STK
                   " Min: " MINIMO-STK
           END-IF.
       PERFORM LEER-SIGUIENTE-STOCK.

       *>MOVIMIENTOS DE UN INSUMO EN ORDEN DE FECHA, POR LA LLAVE
       *>ALTERNA DEL CODIGO.
       VER-MOVIMIENTOS.
       DISPLAY "---Movimientos de un insumo---".
       DISPLAY " ".
       DISPLAY "Indique codigo del insumo".
       ACCEPT CODIGO-INSUMO.
       MOVE "OPEN    VER-MOVIMIENTOS" TO WS-ERR-DONDE
       OPEN I-O INSUMOS-MOVIMIENTOS-ARCHIVO.
       MOVE 0 TO WS-HAY-LINEAS.
       MOVE CODIGO-INSUMO TO CODIGO-INSUMO-MOV.
       MOVE "START   VER-MOVIMIENTOS" TO WS-ERR-DONDE
       START INSUMOS-MOVIMIENTOS-ARCHIVO
           KEY IS EQUAL TO CODIGO-INSUMO-MOV
           INVALID KEY     MOVE 1 TO LEE-TODO
           NOT INVALID KEY MOVE 0 TO LEE-TODO.
       IF LEE-TODO = 0
           PERFORM LEER-SIGUIENTE-MOVIMIENTO
           PERFORM MUESTRA-MOVIMIENTO UNTIL LEE-TODO = 1.
       IF WS-HAY-LINEAS = 0
           DISPLAY " "
           DISPLAY "Ese insumo no tiene movimientos.".
       CLOSE INSUMOS-MOVIMIENTOS-ARCHIVO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-MOVIMIENTO.
       MOVE "READ    LEER-SIGUIENTE-MOVIMIENTO" TO WS-ERR-DONDE
       READ INSUMOS-MOVIMIENTOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       MUESTRA-MOVIMIENTO.
       IF CODIGO-INSUMO-MOV NOT = CODIGO-INSUMO
           MOVE 1 TO LEE-TODO
       ELSE
           MOVE 1 TO WS-HAY-LINEAS
           DISPLAY FECHA-MOV " " SEDE-MOV " " TIPO-MOV " "
               SIGNO-MOV CANTIDAD-MOV " " DESTINO-TIPO-MOV " "
               DESTINO-MOV " " MOTIVO-MOV
           IF ORDEN-MOV > 0
               DISPLAY "    Orden de compra " ORDEN-MOV
           END-IF
           PERFORM LEER-SIGUIENTE-MOVIMIENTO.

       *>INSUMOS POR DEBAJO DEL MINIMO EN CADA SEDE, CON LO QUE YA
       *>ESTA PEDIDO Y SIN RECIBIR EN ORDENES ABIERTAS, PARA QUE
       *>COMPRAS SEPA CUANTO FALTA PEDIR.
       REPORTE-BAJO-MINIMO.
       DISPLAY "---Insumos bajo el minimo---".
       MOVE "OPEN    REPORTE-BAJO-MINIMO" TO WS-ERR-DONDE
       OPEN I-O INSUMOS-ARCHIVO.
       MOVE "OPEN    REPORTE-BAJO-MINIMO" TO WS-ERR-DONDE
       OPEN I-O INSUMOS-STOCK-ARCHIVO.
       MOVE "OPEN    REPORTE-BAJO-MINIMO" TO WS-ERR-DONDE
       OPEN I-O ORDENES-ARCHIVO.
       MOVE "OPEN    REPORTE-BAJO-MINIMO" TO WS-ERR-DONDE
       OPEN I-O ORDENES-DET-ARCHIVO.
       MOVE "reporte_insumos_minimo" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-INSUMOS-RUTA.
       OPEN OUTPUT REPORTE-INSUMOS-ARCHIVO.
       MOVE "---Insumos bajo el minimo---" TO WS-LINEA-ORD.
       PERFORM IMPRIMIR-INSUMOS.
       MOVE "Insumo Sede Nombre" TO WS-LINEA-ORD.
       PERFORM IMPRIMIR-INSUMOS.
       MOVE 0 TO WS-BAJO-MINIMO.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-STOCK.
       PERFORM EVALUAR-STOCK-MINIMO UNTIL LEE-TODO = 1.
       MOVE " " TO WS-LINEA-ORD.
       PERFORM IMPRIMIR-INSUMOS.
       STRING "Insumos bajo el minimo: " WS-BAJO-MINIMO
           DELIMITED BY SIZE INTO WS-LINEA-ORD.
       PERFORM IMPRIMIR-INSUMOS.
       CLOSE INSUMOS-ARCHIVO.
       CLOSE INSUMOS-STOCK-ARCHIVO.
       CLOSE ORDENES-ARCHIVO.
       CLOSE ORDENES-DET-ARCHIVO.
       CLOSE REPORTE-INSUMOS-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       EVALUAR-STOCK-MINIMO.
       IF MINIMO-STK > 0 AND CANTIDAD-STK < MINIMO-STK
           ADD 1 TO WS-BAJO-MINIMO
           COMPUTE WS-FALTANTE = MINIMO-STK - CANTIDAD-STK
           MOVE CODIGO-INSUMO-STK TO CODIGO-INSUMO
           MOVE "READ    EVALUAR-STOCK-MINIMO" TO WS-ERR-DONDE
           READ INSUMOS-ARCHIVO RECORD
               KEY CODIGO-INSUMO
                   INVALID KEY MOVE SPACES TO NOMBRE-INSUMO
                               MOVE SPACES TO UNIDAD-INSUMO
           END-READ
           PERFORM SUMAR-PEDIDO-ABIERTO
           IF WS-PEDIDO-ABIERTO < WS-FALTANTE
               COMPUTE WS-SUGERIDO = WS-FALTANTE - WS-PEDIDO-ABIERTO
           ELSE
               MOVE 0 TO WS-SUGERIDO
           END-IF
           STRING CODIGO-INSUMO-STK "    " SEDE-STK "  "
               NOMBRE-INSUMO " " UNIDAD-INSUMO
               DELIMITED BY SIZE INTO WS-LINEA-ORD
           PERFORM IMPRIMIR-INSUMOS
           STRING "    Hay: " CANTIDAD-STK " Minimo: " MINIMO-STK
               " Faltan: " WS-FALTANTE " Pedido: " WS-PEDIDO-ABIERTO
               " Pedir: " WS-SUGERIDO
               DELIMITED BY SIZE INTO WS-LINEA-ORD
           PERFORM IMPRIMIR-INSUMOS.
       PERFORM LEER-SIGUIENTE-STOCK.

       *>DEJA EN WS-PEDIDO-ABIERTO LO PEDIDO Y AUN NO RECIBIDO DE
       *>CODIGO-INSUMO EN LAS ORDENES QUE SIGUEN ABIERTAS. LAS
       *>ORDENES NO DICEN A QUE SEDE VAN, ASI QUE ES EL TOTAL DEL
       *>CLUB.
       SUMAR-PEDIDO-ABIERTO.
       MOVE 0 TO WS-PEDIDO-ABIERTO.
       MOVE LOW-VALUES TO DET-LLAVE.
       MOVE "START   SUMAR-PEDIDO-ABIERTO" TO WS-ERR-DONDE
       START ORDENES-DET-ARCHIVO
           KEY IS NOT LESS THAN DET-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-DET
           NOT INVALID KEY MOVE 0 TO WS-LEE-DET.
       IF WS-LEE-DET = 0
           PERFORM LEER-SIGUIENTE-DET
           PERFORM SUMAR-LINEA-ABIERTA UNTIL WS-LEE-DET = 1.

       LEER-SIGUIENTE-DET.
       MOVE "READ    LEER-SIGUIENTE-DET" TO WS-ERR-DONDE
       READ ORDENES-DET-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-DET.

       SUMAR-LINEA-ABIERTA.
       IF CODIGO-TIPO-DET = CODIGO-INSUMO
           AND CANTIDAD-DET > CANTIDAD-RECIBIDA-DET
           MOVE NUMERO-ORDEN-DET TO NUMERO-ORDEN
           MOVE "READ    SUMAR-LINEA-ABIERTA" TO WS-ERR-DONDE
           READ ORDENES-ARCHIVO RECORD
               KEY ORD-LLAVE
                   INVALID KEY MOVE SPACES TO STATUS-ORDEN
           END-READ
           IF STATUS-ORDEN = "Abierta"
               COMPUTE WS-PEDIDO-ABIERTO = WS-PEDIDO-ABIERTO
                   + CANTIDAD-DET - CANTIDAD-RECIBIDA-DET
           END-IF.
       PERFORM LEER-SIGUIENTE-DET.

       IMPRIMIR-INSUMOS.
       DISPLAY WS-LINEA-ORD.
       WRITE REPORTE-INSUMOS-LINEA FROM WS-LINEA-ORD.
       MOVE SPACES TO WS-LINEA-ORD.

       GRABAR-AUDITORIA.
       *>DEJA CONSTANCIA DE QUE OPERADOR REALIZO LA TRANSACCION.
       *>AUD-ACCION, WS-AUD-LLAVE-REG Y LA FOTO ANTES/DESPUES DEBEN
       *>SER LLENADOS POR QUIEN LLAMA A ESTE PARRAFO.
       ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUD-HORA FROM TIME.
       MOVE LS-CONECTAR TO AUD-OPERADOR.
       MOVE "Insumos" TO AUD-PROGRAMA.
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
       MOVE SPACES TO WS-INSUMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "insumos.dat" DELIMITED BY SIZE INTO WS-INSUMOS-RUTA.
       MOVE SPACES TO WS-INSUMOS-STOCK-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "insumos_stock.dat" DELIMITED BY SIZE
           INTO WS-INSUMOS-STOCK-RUTA.
       MOVE SPACES TO WS-INSUMOS-MOVIMIENTOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "insumos_movimientos.dat" DELIMITED BY SIZE
           INTO WS-INSUMOS-MOVIMIENTOS-RUTA.
       MOVE SPACES TO WS-TIPO-INSTRUMENTO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "tipo_instrumento.dat" DELIMITED BY SIZE
           INTO WS-TIPO-INSTRUMENTO-RUTA.
       MOVE SPACES TO WS-SEDES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "sedes.dat" DELIMITED BY SIZE INTO WS-SEDES-RUTA.
       MOVE SPACES TO WS-USUARIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios.dat" DELIMITED BY SIZE INTO WS-USUARIOS-RUTA.
       MOVE SPACES TO WS-GRUPOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "grupos.dat" DELIMITED BY SIZE INTO WS-GRUPOS-RUTA.
       MOVE SPACES TO WS-ORDENES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "ordenes_compra.dat" DELIMITED BY SIZE INTO WS-ORDENES-RUTA.
       MOVE SPACES TO WS-ORDENES-DET-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "ordenes_compra_det.dat" DELIMITED BY SIZE
           INTO WS-ORDENES-DET-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
       EXIT PROGRAM.
