       *>SE INDICA LA UBICACION DEL ARCHIVO Y SE CONECTA CON EL ARCHIVO LOGICO.
       SELECT OPTIONAL INSTRUMENTOS-ARCHIVO *>NOMBRE QUE SE LE DA AL ARCHIVO.
                                            *>CON OPTIONAL SE EVITAN ERRORES DE OPEN.
       ASSIGN TO WS-INSTRUMENTOS-RUTA *>UBICACION AL ARCHIVO. ABRIR OPENCOBOLIDE
                                       *>COMO ADMINISTRADOR PARA QUE CREE EL ARCHIVO
                                       *>SIN PROBLEMA EN C.
       ORGANIZATION IS INDEXED *>TIPO DE ORGANIZACIÓN INDEXADA PARA USAR LLAVES.
       RECORD KEY IS ID-INSTRUMENTO *>LLAVE PRIMARIA.
       ACCESS MODE IS DYNAMIC *>TIPO DE ACCESO DINÁMICO PARA PODER ACCEDER A UN CAMPO
       FILE STATUS IS WS-FS-INSTRUMENTOS.
                               *>CUANDO SE NECESITE SIN QUE PASE PRIMERO POR TODOS.

       SELECT OPTIONAL TIPO-INSTRUMENTO-ARCHIVO
       ASSIGN TO WS-TIPO-INSTRUMENTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-TIPO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TIPO-INSTRUMENTO.

       *>PARA VERIFICAR QUE EL PROVEEDOR INDICADO EXISTA ANTES DE
       *>GUARDAR UN INSTRUMENTO.
       SELECT OPTIONAL PROVEEDORES-ARCHIVO
       ASSIGN TO WS-PROVEEDORES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-PROVEEDOR-PRV
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PROVEEDORES.

       *>GUARDA CADA CAMBIO DE STATUS DE UN INSTRUMENTO, PARA PODER
       *>CONSULTAR SU HISTORIAL MAS ADELANTE.
       SELECT OPTIONAL INSTRUMENTOS-HISTORIAL-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-HISTORIAL-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS HIST-LLAVE
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-HIST WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS-HISTORIAL.

       *>DEJA CONSTANCIA DE QUE OPERADOR REALIZO CADA TRANSACCION DE
       *>MANTENIMIENTO (ALTA, MODIFICACION O BAJA) SOBRE UN INSTRUMENTO.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       *>PERMITE DETECTAR SI OTRO TERMINAL YA TIENE UN REGISTRO ABIERTO
       *>PARA EDICION, PARA EVITAR QUE DOS OPERADORES SE PISEN LOS
       *>CAMBIOS SIN DARSE CUENTA.
       SELECT OPTIONAL BLOQUEOS-ARCHIVO
       ASSIGN TO WS-BLOQUEOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS LOCK-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-BLOQUEOS.

       *>CATALOGO DE SEDES DEL CLUB (VER SEDES.CBL), PARA VALIDAR LA
       *>UBICACION DE CADA INSTRUMENTO.
       SELECT OPTIONAL SEDES-ARCHIVO
       ASSIGN TO WS-SEDES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS SEDE-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-SEDES.

       *>BANDERA DEL ESTADO DEL DIA (VER CIERRE.CBL): CON EL DIA
       *>CERRADO NO SE REGISTRAN MOVIMIENTOS NUEVOS SALVO OVERRIDE DE
       *>SUPERVISOR, QUE QUEDA EN LA AUDITORIA.
       SELECT OPTIONAL ESTADO-DIA-ARCHIVO
       ASSIGN TO WS-ESTADO-DIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS EST-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ESTADO-DIA.

       *>REGISTRO DE INCIDENTES (VER INCIDENTES.CBL): EL HISTORIAL
       *>DEL INSTRUMENTO MENCIONA SUS INCIDENTES ABIERTOS.
       SELECT OPTIONAL INCIDENTES-ARCHIVO
       ASSIGN TO WS-INCIDENTES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS INC-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INCIDENTES.

       *>PARA VALIDAR LA CLAVE DEL SUPERVISOR QUE AUTORIZA UNA
       *>DESINCORPORACION.
       SELECT OPTIONAL OPERADORES-ARCHIVO
       ASSIGN TO WS-OPERADORES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-OPERADOR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-OPERADORES.

       *>PARAMETROS GENERALES DEL SISTEMA (VER BLOQUEOS.CBL). AQUI SE
       *>LEE LOCKMIN, LOS MINUTOS PARA CONSIDERAR VENCIDO UN BLOQUEO
       *>DE EDICION ABANDONADO.
       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO WS-PARAMETROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PARAM-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PARAMETROS.

       *>SE ABRE PARA PODER CASCADEAR UN CAMBIO DE ID-INSTRUMENTO HACIA
       *>LOS PRESTAMOS QUE YA LO REFERENCIAN, EN FINAL-EDITAR-CAMPOS.
       SELECT OPTIONAL PRESTAMOS-ARCHIVO
       ASSIGN TO WS-PRESTAMOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-PR WITH DUPLICATES
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-PR WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PRESTAMOS.

       *>REGISTRA EL COSTO DE COMPRA O EL VALOR ESTIMADO DE DONACION DE
       *>CADA INSTRUMENTO, PARA LOS REPORTES DE GASTO Y DE VALOR
       *>DONADO POR PROVEEDOR QUE SE CONSULTAN DESDE CONSULTAS.CBL.
       SELECT OPTIONAL ADQUISICIONES-ARCHIVO
       ASSIGN TO WS-ADQUISICIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-ADQ
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-ADQ WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ADQUISICIONES.

       *>LIBRO DE BAJAS DEFINITIVAS: CADA DESINCORPORACION FORMAL CON
       *>SU MOTIVO (DESECHO, VENTA, DONACION, EXTRAVIO), EL DINERO
       *>RESPALDO QUE PIDE EL CONTADOR PARA LAS SALIDAS DEL
       *>INVENTARIO.
       SELECT OPTIONAL BAJAS-ARCHIVO
       ASSIGN TO WS-BAJAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS BAJA-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-BAJAS.

       *>COMPONENTES DE CADA INSTRUMENTO (VER COMPONENTES) Y SU
       *>HISTORIAL. LA LLAVE ALTERNA ID-PADRE-COMP LISTA LOS
       *>COMPONENTES DE UN INSTRUMENTO; LAS DEL HISTORIAL, LOS
       *>MOVIMIENTOS DE COMPONENTES QUE LE TOCAN.
       SELECT OPTIONAL COMPONENTES-ARCHIVO
       ASSIGN TO WS-COMPONENTES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-COMPONENTE
       ALTERNATE RECORD KEY IS ID-PADRE-COMP WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-COMPONENTES.

       SELECT OPTIONAL COMPONENTES-HISTORIAL-ARCHIVO
       ASSIGN TO WS-COMPONENTES-HISTORIAL-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS HCO-LLAVE
       ALTERNATE RECORD KEY IS ID-PADRE-HCO WITH DUPLICATES
       ALTERNATE RECORD KEY IS ID-PADRE-ANT-HCO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-COMPONENTES-HISTORIAL.

       *>CONTROL CENTRAL DE NUMERACION (VER CORRELATIVOS.CBL): EL
       *>CODIGO DE CADA COMPONENTE SE TOMA DE LA SERIE COMPONENTE.
       SELECT OPTIONAL CORRELATIVOS-ARCHIVO
       ASSIGN TO WS-CORRELATIVOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CORR-SERIE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CORRELATIVOS.

       *>EL LIBRO ANUAL DE BAJAS IMPRESO PARA EL CONTADOR. CADA
       *>CORRIDA SE ANOTA EN EL CATALOGO DE REPORTES (VER
       *>CATALOGO.CBL), QUE LE DA SU NOMBRE FECHADO Y NUMERADO.
       SELECT OPTIONAL LIBRO-BAJAS-ARCHIVO
       ASSIGN TO WS-LIBRO-BAJAS-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.
       *>USUARIOS.CBL. ETIQUETAS FRESCAS ANTES DE CADA CONTEO FISICO
       *>HACEN QUE EL ESCANEO DE CONTEO.CBL FUNCIONE DE VERDAD.
       SELECT OPTIONAL ETIQUETAS-ARCHIVO
       ASSIGN TO WS-ETIQUETAS-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
               05 SUPERVISOR-BAJA    PIC X(10).
               05 OPERADOR-BAJA      PIC X(10).

       *>COMPONENTES DE UN INSTRUMENTO: LAS PIEZAS QUE FORMAN UN
       *>JUEGO CON EL (LA BOMBA Y EL CANDADO DE UNA BICICLETA, LOS
       *>PARALES Y ESTACAS DE UNA CARPA, LA RED DE UNA PORTERIA).
       *>CADA UNO TIENE SU PROPIO CODIGO (UNA C Y CINCO DIGITOS DE LA
       *>SERIE COMPONENTE) Y SU PROPIO STATUS, Y SALE Y REGRESA CON
       *>SU INSTRUMENTO PADRE (VER PRESTAMOS.CBL).
       FD COMPONENTES-ARCHIVO.
           01 COMPONENTES-REGISTRO.
               05 ID-COMPONENTE     PIC X(6).
               05 ID-PADRE-COMP     PIC X(6).
               05 DESCRIPCION-COMP  PIC X(30).
               *>En buen estado, Prestado, Deteriorado, Extraviado O
               *>Desincorporado, IGUAL QUE LOS INSTRUMENTOS.
               05 STATUS-COMP       PIC X(14).
               05 FECHA-STATUS-COMP PIC 9(8).
               *>LO QUE SE LE COBRA AL SOCIO SI NO LO DEVUELVE.
               05 VALOR-COMP        PIC 9(6)V99.

       *>HISTORIAL DE CADA COMPONENTE: SU ALTA, SUS SALIDAS Y
       *>REGRESOS CON EL PADRE, LOS FALTANTES, LOS CAMBIOS DE STATUS
       *>Y LOS TRASLADOS DE UN PADRE A OTRO.
       FD COMPONENTES-HISTORIAL-ARCHIVO.
           01 COMPONENTES-HISTORIAL-REGISTRO.
               05 HCO-LLAVE.
                   10 ID-COMPONENTE-HCO PIC X(6).
                   10 FECHA-HCO         PIC 9(8).
                   10 HORA-HCO          PIC 9(8).
               05 ID-PADRE-HCO     PIC X(6). *>PADRE DESPUES DEL
                                             *>MOVIMIENTO.
               05 ID-PADRE-ANT-HCO PIC X(6). *>SOLO EN TRASLADOS.
               05 EVENTO-HCO       PIC X(14).
               05 STATUS-HCO       PIC X(14).
               05 OPERADOR-HCO     PIC X(10).

       FD CORRELATIVOS-ARCHIVO.
           01 CORRELATIVOS-REGISTRO.
               05 CORR-SERIE        PIC X(10).
               05 CORR-SIGUIENTE    PIC 9(8). *>PROXIMO NUMERO A DAR.
               05 CORR-FECHA-ACT    PIC 9(8).
               05 CORR-OPERADOR-ACT PIC X(10).

       FD LIBRO-BAJAS-ARCHIVO.
           01 LIBRO-BAJAS-LINEA PIC X(100).

       77 WS-PASA-FILTRO PIC 9(1).

       *>USADOS POR LA BAJA DEFINITIVA Y EL LIBRO ANUAL DE BAJAS.
       77 WS-LIBRO-BAJAS-RUTA PIC X(80).
       77 WS-LINEA-BAJAS PIC X(100).
       77 WS-ANIO-BAJAS PIC 9(4).
       77 WS-LEE-BAJA PIC 9(1).
       01 WS-AUD-ANTES PIC X(280) VALUE SPACES.
       01 WS-AUD-DESPUES PIC X(280) VALUE SPACES.

       *>USADOS POR LOS COMPONENTES DE UN INSTRUMENTO: SU LISTA, SU
       *>ALTA, SU CAMBIO DE STATUS, SU TRASLADO A OTRO INSTRUMENTO Y
       *>SU HISTORIAL.
       77 WS-LEE-COMP PIC 9(1).
       77 WS-HAY-COMPONENTES PIC 9(3).
       77 WS-COMP-ACTIVOS PIC 9(3).
       77 WS-ID-PADRE-ACTUAL PIC X(6).
       77 WS-ID-PADRE-NUEVO PIC X(6).
       77 WS-ID-COMP-BUSCADO PIC X(6).
       77 WS-DESCRIPCION-COMP PIC X(30).
       77 WS-VALOR-COMP PIC 9(6)V99.
       77 WS-STATUS-COMP-NUEVO PIC X(14).
       77 WS-NUMERO-COMP PIC 9(5).
       77 WS-HCO-EVENTO PIC X(14).
       77 WS-HCO-PADRE-ANT PIC X(6).

       *>USADOS PARA TOMAR EL PROXIMO NUMERO DE UNA SERIE (VER
       *>TOMAR-CORRELATIVO).
       77 WS-CORR-SERIE PIC X(10).
       77 WS-CORR-NUMERO PIC 9(8).
       77 WS-HAY-CORR PIC 9(1).
       77 WS-CORR-MAYOR PIC 9(8).

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

       *>ESTANTE DEL INSTRUMENTO DENTRO DE SU SEDE (VER
       *>ESTANTES.CBL).
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

       *>DATOS DE LA CORRIDA QUE SE ANOTA EN EL CATALOGO DE
       *>REPORTES (VER CATALOGO.CBL).
       01 WS-CAT-DATOS.
           05 WS-CAT-ACCION     PIC X(1).
           05 WS-CAT-PROGRAMA   PIC X(15) VALUE "Instrumentos".
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
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Instrumentos".
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
       77 WS-FS-INSTRUMENTOS-HISTORIAL PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       77 WS-FS-BLOQUEOS PIC X(2).
       77 WS-FS-SEDES PIC X(2).
       77 WS-FS-ESTADO-DIA PIC X(2).
       77 WS-FS-INCIDENTES PIC X(2).
       77 WS-FS-OPERADORES PIC X(2).
       77 WS-FS-PARAMETROS PIC X(2).
       77 WS-FS-PRESTAMOS PIC X(2).
       77 WS-FS-ADQUISICIONES PIC X(2).
       77 WS-FS-BAJAS PIC X(2).
       77 WS-FS-COMPONENTES PIC X(2).
       77 WS-FS-COMPONENTES-HISTORIAL PIC X(2).
       77 WS-FS-CORRELATIVOS PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-TIPO-INSTRUMENTO-RUTA PIC X(80).
       77 WS-PROVEEDORES-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-HISTORIAL-RUTA PIC X(80).
       77 WS-AUDITORIA-RUTA PIC X(80).
       77 WS-BLOQUEOS-RUTA PIC X(80).
       77 WS-SEDES-RUTA PIC X(80).
       77 WS-ESTADO-DIA-RUTA PIC X(80).
       77 WS-INCIDENTES-RUTA PIC X(80).
       77 WS-OPERADORES-RUTA PIC X(80).
       77 WS-PARAMETROS-RUTA PIC X(80).
       77 WS-PRESTAMOS-RUTA PIC X(80).
       77 WS-ADQUISICIONES-RUTA PIC X(80).
       77 WS-BAJAS-RUTA PIC X(80).
       77 WS-COMPONENTES-RUTA PIC X(80).
       77 WS-COMPONENTES-HISTORIAL-RUTA PIC X(80).
       77 WS-CORRELATIVOS-RUTA PIC X(80).
       77 WS-ETIQUETAS-RUTA PIC X(80).

       LINKAGE SECTION.
       *>VARIABLES PARA CONECTAR CON OTROS PROGRAMAS.
       77 LS-CONECTAR PIC X(10). *>ID DEL OPERADOR CONECTADO.
       *>ROL DEL OPERADOR CONECTADO (VER OPERADORES.DAT EN MENU.CBL).
       77 LS-ROL PIC X(12).
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
       MOVE ID-PROVEEDOR-PRV TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INSTRUMENTOS-HISTORIAL SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON INSTRUMENTOS-HISTORIAL-ARCHIVO.
       ERROR-INSTRUMENTOS-HISTORIAL-ANOTAR.
       MOVE "instrumentos_historial.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS-HISTORIAL TO WS-ERR-ESTADO.
       MOVE HIST-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-AUDITORIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AUDITORIA-ARCHIVO.
       ERROR-AUDITORIA-ANOTAR.
       MOVE "auditoria.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-AUDITORIA TO WS-ERR-ESTADO.
       MOVE AUD-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-BLOQUEOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BLOQUEOS-ARCHIVO.
       ERROR-BLOQUEOS-ANOTAR.
       MOVE "bloqueos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-BLOQUEOS TO WS-ERR-ESTADO.
       MOVE LOCK-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-SEDES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SEDES-ARCHIVO.
       ERROR-SEDES-ANOTAR.
       MOVE "sedes.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-SEDES TO WS-ERR-ESTADO.
       MOVE SEDE-CODIGO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ESTADO-DIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ESTADO-DIA-ARCHIVO.
       ERROR-ESTADO-DIA-ANOTAR.
       MOVE "estado_dia.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ESTADO-DIA TO WS-ERR-ESTADO.
       MOVE EST-ID TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INCIDENTES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INCIDENTES-ARCHIVO.
       ERROR-INCIDENTES-ANOTAR.
       MOVE "incidentes.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INCIDENTES TO WS-ERR-ESTADO.
       MOVE INC-LLAVE TO WS-ERR-LLAVE.
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
       ERROR-PRESTAMOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PRESTAMOS-ARCHIVO.
       ERROR-PRESTAMOS-ANOTAR.
       MOVE "prestamos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PRESTAMOS TO WS-ERR-ESTADO.
       MOVE PRE-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ADQUISICIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ADQUISICIONES-ARCHIVO.
       ERROR-ADQUISICIONES-ANOTAR.
       MOVE "adquisiciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ADQUISICIONES TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-ADQ TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-BAJAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BAJAS-ARCHIVO.
       ERROR-BAJAS-ANOTAR.
       MOVE "bajas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-BAJAS TO WS-ERR-ESTADO.
       MOVE BAJA-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-COMPONENTES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON COMPONENTES-ARCHIVO.
       ERROR-COMPONENTES-ANOTAR.
       MOVE "componentes.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-COMPONENTES TO WS-ERR-ESTADO.
       MOVE ID-COMPONENTE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-CORRELATIVOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CORRELATIVOS-ARCHIVO.
       ERROR-CORRELATIVOS-ANOTAR.
       MOVE "correlativos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CORRELATIVOS TO WS-ERR-ESTADO.
       MOVE CORR-SERIE TO WS-ERR-LLAVE.
       *>UN REGISTRO RETENIDO POR OTRA SESION NO ES FALLA:
       *>TOMAR-CORRELATIVO LO VUELVE A LEER.
       IF WS-FS-CORRELATIVOS NOT = "51"
           PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-COMPONENTES-HISTORIAL SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON COMPONENTES-HISTORIAL-ARCHIVO.
       ERROR-COMPONENTES-HISTORIAL-ANOTAR.
       MOVE "componentes_historial.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-COMPONENTES-HISTORIAL TO WS-ERR-ESTADO.
       MOVE HCO-LLAVE TO WS-ERR-LLAVE.
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
       DISPLAY "3) Baja definitiva (solo supervisor)".
       DISPLAY "4) Libro anual de bajas".
       DISPLAY "5) Imprimir etiquetas de codigo de barras".
       DISPLAY "6) Componentes de un instrumento".
       DISPLAY "7) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU.

       WHEN 5
           PERFORM IMPRIMIR-ETIQUETAS
       WHEN 6
           PERFORM COMPONENTES
       WHEN 7
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
       END-EVALUATE.

       APERTURA.
       MOVE "OPEN    APERTURA" TO WS-ERR-DONDE
       OPEN I-O TIPO-INSTRUMENTO-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       MOVE "OPEN    APERTURA" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       MOVE "OPEN    APERTURA" TO WS-ERR-DONDE
       OPEN I-O PROVEEDORES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PROVEEDORES.
       MOVE "OPEN    APERTURA" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-HISTORIAL-ARCHIVO.
       MOVE "OPEN    APERTURA" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "OPEN    APERTURA" TO WS-ERR-DONDE
       OPEN I-O BLOQUEOS-ARCHIVO.
       MOVE "OPEN    APERTURA" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       MOVE "OPEN    APERTURA" TO WS-ERR-DONDE
       OPEN I-O ADQUISICIONES-ARCHIVO.
       MOVE "OPEN    APERTURA" TO WS-ERR-DONDE
       OPEN I-O SEDES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-SEDES.
       MOVE "OPEN    APERTURA" TO WS-ERR-DONDE
       OPEN I-O COMPONENTES-ARCHIVO.
       MOVE "OPEN    APERTURA" TO WS-ERR-DONDE
       OPEN I-O COMPONENTES-HISTORIAL-ARCHIVO.

       *>SE LIBERA CUALQUIER BLOQUEO QUE SE HAYA DEJADO EN
       *>VERIFICAR-BLOQUEO DURANTE ACTUALIZAR. SI NO SE HABIA
       CLOSE PRESTAMOS-ARCHIVO.
       CLOSE ADQUISICIONES-ARCHIVO.
       CLOSE SEDES-ARCHIVO.
       CLOSE COMPONENTES-ARCHIVO.
       CLOSE COMPONENTES-HISTORIAL-ARCHIVO.

       *>CORRELATIVO ES PIC 9(3), ASI QUE 999 ES EL ULTIMO CODIGO QUE SE
       *>PUEDE GENERAR PARA UN TIPO. SE AVISA AL OPERADOR CUANDO QUEDAN
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
           PERFORM PEDIR-AUTORIZACION-SUPERVISOR
           IF WS-AUTORIZADO = 1
               MOVE "OPEN    VERIFICAR-DIA-ABIERTO" TO WS-ERR-DONDE
               OPEN I-O AUDITORIA-ARCHIVO
               MOVE SPACES TO WS-AUD-LLAVE-REG
               STRING "Dia cerrado Aut: " WS-SUPERVISOR-ID
       *>VERIFICAR SI EL CODIGO YA EXISTE EN LA BASE DE DATOS DE TIPO DE INSTRUMENTO.
       PERFORM APERTURA.
       MOVE WS-CODIGO-TIPO TO CODIGO-TIPO.
       MOVE "READ    REGISTRAR-DIA-OK" TO WS-ERR-DONDE
       READ TIPO-INSTRUMENTO-ARCHIVO RECORD *>LEER UN REGISTRO DEL ARCHIVO
           KEY CODIGO-TIPO *>INDICO EN BASE A LA LLAVE QUE SE LEE.
               INVALID KEY     MOVE 0 TO WS-INDICADOR *>NO SE ENCONTRÓ LA LLAVE.
       IF WS-INDICADOR = 0 *>SI NO EXISTE, GUARDO EL NUEVO REGISTRO EN TIPO-INSTRUMENTO
           MOVE WS-TIPO-INSTRUMENTO TO NOMBRE-TIPO
           MOVE 0 TO CORRELATIVO *>ARRANCA EN 0, IGUAL QUE DESDE TIPOS.CBL.
           MOVE "WRITE   REGISTRAR-DIA-OK" TO WS-ERR-DONDE
           WRITE TIPO-INSTRUMENTO-REGISTRO.

       *>EL PRIMER INSTRUMENTO DE UN TIPO NUEVO TAMBIEN SE CUENTA AQUI,
       *>ASI EL CORRELATIVO SIEMPRE ARRANCA EN 0 Y SUBE DE A UNO CADA
       *>VEZ QUE SE GENERA UN INSTRUMENTO, SEA TIPO NUEVO O EXISTENTE.
       ADD 1 TO CORRELATIVO
       MOVE "REWRITE REGISTRAR-DIA-OK" TO WS-ERR-DONDE
       REWRITE TIPO-INSTRUMENTO-REGISTRO
       PERFORM AVISO-CORRELATIVO.

       DISPLAY "Indique el codigo de la sede donde queda (3 letras)".
       ACCEPT UBICACION.
       PERFORM VALIDACION-SEDE.
       DISPLAY "Indique el estante donde se guarda en esa sede (en "
       DISPLAY "blanco si aun no tiene)".
       ACCEPT WS-EST-ESTANTE.
       *>MARCA, MODELO Y SERIE DEL FABRICANTE: SIN EL NUMERO DE
       *>SERIE NO HAY COMO PROBAR ANTE LA POLICIA O EL SEGURO QUE UN
       *>EQUIPO RECUPERADO ES DEL CLUB.
       DISPLAY "Ingrese numero de serie del fabricante".
       ACCEPT SERIE.

       MOVE "WRITE   REGISTRAR-DIA-OK" TO WS-ERR-DONDE
       WRITE INSTRUMENTOS-REGISTRO.
       MOVE ID-INSTRUMENTO TO WS-DIS-INSTRUMENTO.
       PERFORM ACTUALIZAR-DISPONIBILIDAD.
       IF WS-EST-ESTANTE NOT = SPACES
           MOVE ID-INSTRUMENTO TO WS-EST-INSTRUMENTO
           MOVE UBICACION TO WS-EST-SEDE
           PERFORM GRABAR-ESTANTE.

       MOVE ID-INSTRUMENTO TO WS-HIST-ID.
       MOVE FECHA-STATUS TO WS-HIST-FECHA.
       ELSE
           MOVE 0 TO GARANTIA-FIN-ADQ
           MOVE SPACES TO GARANTIA-NOTA-ADQ.
       MOVE "WRITE   REGISTRAR-DIA-OK" TO WS-ERR-DONDE
       WRITE ADQUISICIONES-REGISTRO.

       MOVE ID-INSTRUMENTO TO WS-AUD-LLAVE-REG.

       VALIDAR-PROVEEDOR.
       *>VERIFICA QUE EL PROVEEDOR CARGADO EN ID-PROVEEDOR-PRV EXISTA.
       MOVE "READ    VALIDAR-PROVEEDOR" TO WS-ERR-DONDE
       READ PROVEEDORES-ARCHIVO RECORD
           KEY ID-PROVEEDOR-PRV
               INVALID KEY     MOVE 0 TO WS-INDICADOR
       *>LA SEDE DEBE EXISTIR EN EL CATALOGO Y ESTAR ACTIVA.
       VALIDACION-SEDE.
       MOVE UBICACION TO SEDE-CODIGO.
       MOVE "READ    VALIDACION-SEDE" TO WS-ERR-DONDE
       READ SEDES-ARCHIVO RECORD
           KEY SEDE-CODIGO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
       *>ADQUISICIONES-ARCHIVO ABIERTO.
       AVISAR-GARANTIA-VIGENTE.
       MOVE ID-INSTRUMENTO TO ID-INSTRUMENTO-ADQ.
       MOVE "READ    AVISAR-GARANTIA-VIGENTE" TO WS-ERR-DONDE
       READ ADQUISICIONES-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-ADQ
               INVALID KEY     MOVE 0 TO WS-INDICADOR-GAR
               PERFORM GRABAR-AUDITORIA.

       LEER-PARAMETRO-CORTEPER.
       MOVE "OPEN    LEER-PARAMETRO-CORTEPER" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "CORTEPER" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-CORTEPER" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 0 TO WS-CORTEPER
           PERFORM VOLVER-ACTUALIZAR
       ELSE
           MOVE ID-INSTRUMENTO TO ID-INSTRUMENTO-ADQ
           MOVE "READ    ACTUALIZAR" TO WS-ERR-DONDE
           READ ADQUISICIONES-ARCHIVO RECORD
               KEY ID-INSTRUMENTO-ADQ
                   INVALID KEY     MOVE 0 TO WS-HAY-ADQUISICION
           DISPLAY "Status del instrumento: " STATUS-INSTRUMENTO
           DISPLAY "Fecha del status: " FECHA-STATUS
           DISPLAY "Sede: " UBICACION
           PERFORM MOSTRAR-ESTANTE
           DISPLAY "Marca: " MARCA " Modelo: " MODELO
           DISPLAY "Serie: " SERIE
           PERFORM CONFIRMAR-ACTUALIZAR.
       *>CORRESPONDE A NINGUN INSTRUMENTO, EN VEZ DE REGRESAR AL MENU
       *>DE UNA VEZ, IGUAL QUE VALIDACION-INSTRUMENTO EN PRESTAMOS.CBL.
       BUSCAR-INSTRUMENTO-ACTUALIZAR.
       MOVE "READ    BUSCAR-INSTRUMENTO-ACTUALIZAR" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO
               INVALID KEY     MOVE 0 TO WS-INDICADOR *>NO SE ENCONTRÓ LA LLAVE.
       DISPLAY "2.- Eliminar instrumento".
       DISPLAY "3.- Ver historial de status".
       DISPLAY "4.- Editar marca, modelo y serie".
       DISPLAY "5.- Cambiar estante".
       DISPLAY "6.- Actualizar otro instrumento deportivo"
       DISPLAY "7.- Volver al menu".
       DISPLAY "8.- Salir"
       DISPLAY "Ingrese numero de opcion deseada:".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-CONFIRMAR-ACTUALIZAR.
       WHEN 4
           PERFORM EDITAR-MARCA-MODELO-SERIE
       WHEN 5
           PERFORM EDITAR-ESTANTE
       WHEN 6
           PERFORM CIERRE
           PERFORM ACTUALIZAR
       WHEN 7
           PERFORM CIERRE
           PERFORM PROGRAM-BEGIN
       WHEN 8
           PERFORM CIERRE
           PERFORM FIN-PROGRAMA
       WHEN OTHER
       DISPLAY "Serie actual: " SERIE.
       DISPLAY "Ingrese nuevo numero de serie".
       ACCEPT SERIE.
       MOVE "REWRITE EDITAR-MARCA-MODELO-SERIE" TO WS-ERR-DONDE
       REWRITE INSTRUMENTOS-REGISTRO.
       MOVE INSTRUMENTOS-REGISTRO TO WS-AUD-DESPUES.
       MOVE ID-INSTRUMENTO TO WS-AUD-LLAVE-REG.
       DISPLAY "Marca, modelo y serie actualizados.".
       PERFORM CONFIRMAR-ACTUALIZAR.

       *>MUESTRA EL ESTANTE DEL INSTRUMENTO. UN ESTANTE ANOTADO EN
       *>OTRA SEDE QUEDO VIEJO (EL INSTRUMENTO CAMBIO DE SEDE SIN
       *>PASAR POR LA RECEPCION DE SEDES.CBL) Y SE AVISA.
       MOSTRAR-ESTANTE.
       MOVE ID-INSTRUMENTO TO WS-EST-INSTRUMENTO.
       MOVE "L" TO WS-EST-ACCION.
       PERFORM LLAMAR-ESTANTES.
       IF WS-EST-HALLADO = 0
           DISPLAY "Estante: (sin estante)"
       ELSE
           IF WS-EST-SEDE = UBICACION
               DISPLAY "Estante: " WS-EST-ESTANTE
           ELSE
               DISPLAY "Estante: " WS-EST-ESTANTE " de la sede "
                   WS-EST-SEDE " (no es la sede actual)".

       *>CAMBIA EL ESTANTE DEL INSTRUMENTO DENTRO DE SU SEDE ACTUAL.
       *>EN BLANCO LE QUITA EL ESTANTE. QUEDA EN LA AUDITORIA.
       EDITAR-ESTANTE.
       DISPLAY " ".
       PERFORM MOSTRAR-ESTANTE.
       DISPLAY "Ingrese el nuevo estante en la sede " UBICACION
           " (en blanco para quitarlo)".
       ACCEPT WS-EST-ESTANTE.
       MOVE ID-INSTRUMENTO TO WS-EST-INSTRUMENTO.
       MOVE UBICACION TO WS-EST-SEDE.
       PERFORM GRABAR-ESTANTE.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING ID-INSTRUMENTO " sede " UBICACION " estante "
           WS-EST-ESTANTE
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Estante" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       DISPLAY " ".
       DISPLAY "Estante actualizado.".
       PERFORM CONFIRMAR-ACTUALIZAR.

       ELIMINAR. *>DAR DE BAJA EL INSTRUMENTO (BAJA LOGICA, NO SE
                 *>BORRA EL REGISTRO, SE PUEDE RESTAURAR CAMBIANDO
                 *>EL STATUS DESDE EDITAR-CAMPOS).
       ACCEPT WS-SUPERVISOR-ID.
       DISPLAY "Ingrese clave del supervisor".
       ACCEPT WS-SUPERVISOR-CLAVE.
       MOVE "OPEN    PEDIR-AUTORIZACION-SUPERVISOR" TO WS-ERR-DONDE
       OPEN I-O OPERADORES-ARCHIVO.
       MOVE WS-SUPERVISOR-ID TO ID-OPERADOR.
       MOVE "READ    PEDIR-AUTORIZACION-SUPERVISOR" TO WS-ERR-DONDE
       READ OPERADORES-ARCHIVO RECORD
           KEY ID-OPERADOR
               INVALID KEY     MOVE 0 TO WS-INDICADOR
           MOVE "Desincorporado" TO STATUS-INSTRUMENTO
           MOVE STATUS-INSTRUMENTO TO WS-HIST-STATUS
           PERFORM GRABAR-HISTORIAL-STATUS
           MOVE "REWRITE VALIDACION-ELIMINAR" TO WS-ERR-DONDE
           REWRITE INSTRUMENTOS-REGISTRO
           MOVE ID-INSTRUMENTO TO WS-DIS-INSTRUMENTO
           PERFORM ACTUALIZAR-DISPONIBILIDAD
           DISPLAY " "
           DISPLAY "Instrumento deportivo desincorporado."
           PERFORM AVISAR-COMPONENTES-ACTIVOS
           MOVE SPACES TO WS-AUD-LLAVE-REG
           STRING ID-INSTRUMENTO " Aut: " WS-SUPERVISOR-ID
               DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG
       END-EVALUATE.

       LEER-CODIGO-TIPO.
       MOVE "READ    LEER-CODIGO-TIPO" TO WS-ERR-DONDE
       READ TIPO-INSTRUMENTO-ARCHIVO RECORD
           KEY CODIGO-TIPO
               INVALID KEY     MOVE 0 TO WS-INDICADOR *>NO SE ENCONTRÓ LA LLAVE.
           DISPLAY "Ingrese nombre de tipo de instrumento"
           ACCEPT NOMBRE-TIPO
           MOVE 0 TO CORRELATIVO *>ARRANCA EN 0, IGUAL QUE DESDE TIPOS.CBL.
           MOVE "WRITE   NUEVO-CORRELATIVO" TO WS-ERR-DONDE
           WRITE TIPO-INSTRUMENTO-REGISTRO.

       ADD 1 TO CORRELATIVO
       MOVE "REWRITE NUEVO-CORRELATIVO" TO WS-ERR-DONDE
       REWRITE TIPO-INSTRUMENTO-REGISTRO
       PERFORM AVISO-CORRELATIVO.


       MOVE ID-INSTRUMENTO TO WS-ID-INSTRUMENTO-VIEJO.
       IF ID-INSTRUMENTO = WS-ID-INSTRUMENTO *>LA LLAVE ID-INSTRUMENTO EXISTE.
           MOVE "REWRITE FINAL-EDITAR-CAMPOS" TO WS-ERR-DONDE
           REWRITE INSTRUMENTOS-REGISTRO FROM WS-INSTRUMENTOS-REGISTRO
       ELSE *>LA LLAVE ID-INSTRUMENTO ES NUEVA.
           MOVE "DELETE  FINAL-EDITAR-CAMPOS" TO WS-ERR-DONDE
           DELETE INSTRUMENTOS-ARCHIVO RECORD *>ELIMINO LLAVE ACTUAL.
           MOVE "WRITE   FINAL-EDITAR-CAMPOS" TO WS-ERR-DONDE
           WRITE INSTRUMENTOS-REGISTRO FROM WS-INSTRUMENTOS-REGISTRO*>ESCRIBO LA NUEVA
           PERFORM CASCADEAR-PRESTAMOS
           PERFORM CASCADEAR-COMPONENTES.
       *>SI CAMBIO EL CODIGO, EL VIEJO SALE DEL RESUMEN DE
       *>DISPONIBILIDAD Y EL NUEVO ENTRA CON SU ESTADO.
       MOVE WS-ID-INSTRUMENTO-VIEJO TO WS-DIS-INSTRUMENTO.
       PERFORM ACTUALIZAR-DISPONIBILIDAD.
       IF WS-ID-INSTRUMENTO NOT = WS-ID-INSTRUMENTO-VIEJO
           MOVE WS-ID-INSTRUMENTO TO WS-DIS-INSTRUMENTO
           PERFORM ACTUALIZAR-DISPONIBILIDAD.

       PERFORM GRABAR-ADQUISICION-EDITADA.

       PERFORM VERIFICAR-PRESTAMO-CASC UNTIL LEE-TODO = 1.

       LEER-SIGUIENTE-PRESTAMO-CASC.
       MOVE "READ    LEER-SIGUIENTE-PRESTAMO-CASC" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       VERIFICAR-PRESTAMO-CASC.
       IF ID-INSTRUMENTO-PR = WS-ID-INSTRUMENTO-VIEJO
           MOVE WS-ID-INSTRUMENTO TO ID-INSTRUMENTO-PR
           MOVE "REWRITE VERIFICAR-PRESTAMO-CASC" TO WS-ERR-DONDE
           REWRITE PRESTAMOS-REGISTRO.
       PERFORM LEER-SIGUIENTE-PRESTAMO-CASC.

       *>LOS COMPONENTES DEL INSTRUMENTO PASAN AL CODIGO NUEVO. SE
       *>RECORRE EL ARCHIVO POR SU LLAVE PRIMARIA POR LA MISMA RAZON
       *>QUE EN CASCADEAR-PRESTAMOS. EL HISTORIAL NO SE TOCA.
       CASCADEAR-COMPONENTES.
       MOVE SPACES TO ID-COMPONENTE.
       MOVE "START   CASCADEAR-COMPONENTES" TO WS-ERR-DONDE
       START COMPONENTES-ARCHIVO
           KEY IS NOT LESS THAN ID-COMPONENTE
           INVALID KEY     MOVE 1 TO WS-LEE-COMP
           NOT INVALID KEY MOVE 0 TO WS-LEE-COMP.
       IF WS-LEE-COMP = 0
           PERFORM LEER-SIGUIENTE-COMP-TODOS
           PERFORM VERIFICAR-COMPONENTE-CASC UNTIL WS-LEE-COMP = 1.

       VERIFICAR-COMPONENTE-CASC.
       IF ID-PADRE-COMP = WS-ID-INSTRUMENTO-VIEJO
           MOVE WS-ID-INSTRUMENTO TO ID-PADRE-COMP
           MOVE "REWRITE VERIFICAR-COMPONENTE-CASC" TO WS-ERR-DONDE
           REWRITE COMPONENTES-REGISTRO.
       PERFORM LEER-SIGUIENTE-COMP-TODOS.

       *>ACTUALIZA EL REGISTRO DE ADQUISICIONES.DAT CON LOS DATOS
       *>NUEVOS, CASCADEANDO EL CAMBIO DE LLAVE IGUAL QUE
       *>INSTRUMENTOS-ARCHIVO CUANDO CAMBIA EL CODIGO DE INSTRUMENTO.
               MOVE WS-FORMA-ADQUISICION TO FORMA-ADQUISICION-ADQ
               MOVE WS-FECHA-ADQUISICION TO FECHA-ADQUISICION-ADQ
               MOVE WS-VALOR-ADQUISICION TO VALOR-ADQUISICION
               MOVE "REWRITE GRABAR-ADQUISICION-EDITADA" TO WS-ERR-DONDE
               REWRITE ADQUISICIONES-REGISTRO
           ELSE
               MOVE WS-ID-INSTRUMENTO-VIEJO TO ID-INSTRUMENTO-ADQ
               MOVE "DELETE  GRABAR-ADQUISICION-EDITADA" TO WS-ERR-DONDE
               DELETE ADQUISICIONES-ARCHIVO RECORD
               MOVE WS-ID-INSTRUMENTO TO ID-INSTRUMENTO-ADQ
               MOVE WS-ID-PROVEEDOR TO ID-PROVEEDOR-ADQ
               MOVE WS-FORMA-ADQUISICION TO FORMA-ADQUISICION-ADQ
               MOVE WS-FECHA-ADQUISICION TO FECHA-ADQUISICION-ADQ
               MOVE WS-VALOR-ADQUISICION TO VALOR-ADQUISICION
               MOVE "WRITE   GRABAR-ADQUISICION-EDITADA" TO WS-ERR-DONDE
               WRITE ADQUISICIONES-REGISTRO
           END-IF
       ELSE
           MOVE WS-VALOR-ADQUISICION TO VALOR-ADQUISICION
           MOVE 0 TO GARANTIA-FIN-ADQ
           MOVE SPACES TO GARANTIA-NOTA-ADQ
           MOVE "WRITE   GRABAR-ADQUISICION-EDITADA" TO WS-ERR-DONDE
           WRITE ADQUISICIONES-REGISTRO.

       GRABAR-HISTORIAL-STATUS.
       MOVE WS-HORA-STATUS-HIST TO HORA-STATUS-HIST.
       MOVE WS-HIST-STATUS TO STATUS-INSTRUMENTO-HIST.
       MOVE SPACES TO GRADO-CONDICION-HIST
       MOVE "WRITE   GRABAR-HISTORIAL-STATUS" TO WS-ERR-DONDE
       WRITE INSTRUMENTOS-HISTORIAL-REGISTRO.

       VER-HISTORIAL-STATUS.
       DISPLAY " ".
       DISPLAY "---Historial de status del instrumento---".
       MOVE ID-INSTRUMENTO TO ID-INSTRUMENTO-HIST.
       MOVE "START   VER-HISTORIAL-STATUS" TO WS-ERR-DONDE
       START INSTRUMENTOS-HISTORIAL-ARCHIVO
           KEY IS NOT LESS THAN ID-INSTRUMENTO-HIST
           INVALID KEY     MOVE 1 TO WS-INDICADOR
       ELSE
           MOVE 0 TO LEE-TODO
           PERFORM LISTAR-HISTORIAL-STATUS UNTIL LEE-TODO = 1.
       PERFORM VER-HISTORIAL-COMP-PADRE.

       *>SI EL INSTRUMENTO TIENE INCIDENTES ABIERTOS (ROBO,
       *>VANDALISMO, ACCIDENTE; VER INCIDENTES.CBL), EL HISTORIAL LO
       PERFORM CONFIRMAR-ACTUALIZAR.

       AVISAR-INCIDENTES-ABIERTOS.
       MOVE "OPEN    AVISAR-INCIDENTES-ABIERTOS" TO WS-ERR-DONDE
       OPEN I-O INCIDENTES-ARCHIVO.
       MOVE 0 TO WS-LEE-INC.
       MOVE 0 TO WS-HAY-INCIDENTES.
       CLOSE INCIDENTES-ARCHIVO.

       LEER-SIGUIENTE-INCIDENTE-INS.
       MOVE "READ    LEER-SIGUIENTE-INCIDENTE-INS" TO WS-ERR-DONDE
       READ INCIDENTES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-INC.
       PERFORM LEER-SIGUIENTE-INCIDENTE-INS.

       LISTAR-HISTORIAL-STATUS.
       MOVE "READ    LISTAR-HISTORIAL-STATUS" TO WS-ERR-DONDE
       READ INSTRUMENTOS-HISTORIAL-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO LEE-TODO.
       IF LEE-TODO = 1 OR ID-INSTRUMENTO-HIST NOT = WS-ID-BUSCADO-HIST
       MOVE SPACES TO LOCK-CLAVE.
       MOVE ID-INSTRUMENTO TO LOCK-CLAVE(1:6).
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
           MOVE 1 TO WS-BLOQUEO-ACTIVO
                   DISPLAY " "
                   DISPLAY "El bloqueo del operador " LOCK-OPERADOR
                   DISPLAY "estaba vencido y se reclama."
                   MOVE "DELETE  VERIFICAR-BLOQUEO" TO WS-ERR-DONDE
                   DELETE BLOQUEOS-ARCHIVO RECORD
                   PERFORM VERIFICAR-BLOQUEO
               ELSE
               MOVE 1 TO WS-LOCK-VENCIDO.

       LEER-PARAMETRO-LOCKMIN.
       MOVE "OPEN    LEER-PARAMETRO-LOCKMIN" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "LOCKMIN" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-LOCKMIN" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 30 TO WS-LOCK-MINUTOS
       LIBERAR-BLOQUEO.
       MOVE "INSTRUMENTOS" TO LOCK-ARCHIVO.
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
           DISPLAY "Escanee o digite el codigo del instrumento"
           ACCEPT ID-INSTRUMENTO
           PERFORM APERTURA
           MOVE "OPEN    BAJA-DEFINITIVA-DIA-OK" TO WS-ERR-DONDE
           OPEN I-O BAJAS-ARCHIVO
           MOVE "READ    BAJA-DEFINITIVA-DIA-OK" TO WS-ERR-DONDE
           READ INSTRUMENTOS-ARCHIVO RECORD
               KEY ID-INSTRUMENTO
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
       ACCEPT FECHA-BAJA FROM DATE YYYYMMDD.
       MOVE WS-SUPERVISOR-ID TO SUPERVISOR-BAJA.
       MOVE LS-CONECTAR TO OPERADOR-BAJA.
       MOVE "WRITE   GRABAR-BAJA-DEFINITIVA" TO WS-ERR-DONDE
       WRITE BAJAS-REGISTRO
           INVALID KEY
               MOVE "REWRITE GRABAR-BAJA-DEFINITIVA" TO WS-ERR-DONDE
               REWRITE BAJAS-REGISTRO
       END-WRITE.
       *>EL INSTRUMENTO QUEDA Desincorporado CON SU ENTRADA DE
       MOVE "Desincorporado" TO STATUS-INSTRUMENTO.
       MOVE STATUS-INSTRUMENTO TO WS-HIST-STATUS.
       PERFORM GRABAR-HISTORIAL-STATUS.
       MOVE "REWRITE GRABAR-BAJA-DEFINITIVA" TO WS-ERR-DONDE
       REWRITE INSTRUMENTOS-REGISTRO.
       MOVE ID-INSTRUMENTO TO WS-DIS-INSTRUMENTO.
       PERFORM ACTUALIZAR-DISPONIBILIDAD.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING ID-INSTRUMENTO " " MOTIVO-BAJA " Aut: " WS-SUPERVISOR-ID
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       PERFORM GRABAR-AUDITORIA.
       DISPLAY " ".
       DISPLAY "Baja definitiva registrada en el libro de bajas.".
       PERFORM AVISAR-COMPONENTES-ACTIVOS.
       *>EL EXTRAVIO SE RECLAMA AL SEGURO DESDE INCIDENTES.CBL CON
       *>EL CODIGO Y LA FECHA DE ESTA BAJA.
       IF MOTIVO-BAJA = "Extravio"
           DISPLAY " "
           DISPLAY "Registre el reclamo al seguro en Incidentes "
               "(opcion 4) con el instrumento " ID-INSTRUMENTO-BAJ
           DISPLAY "y la fecha de baja " FECHA-BAJA ".".

       VOLVER-BAJA.
       DISPLAY " ".
       DISPLAY " ".
       DISPLAY "Indique el año del libro (AAAA)".
       ACCEPT WS-ANIO-BAJAS.
       MOVE "OPEN    LIBRO-BAJAS" TO WS-ERR-DONDE
       OPEN I-O BAJAS-ARCHIVO.
       MOVE "libro_bajas" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       STRING "Año " WS-ANIO-BAJAS
           DELIMITED BY SIZE INTO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-LIBRO-BAJAS-RUTA.
       OPEN OUTPUT LIBRO-BAJAS-ARCHIVO.
       MOVE SPACES TO WS-LINEA-BAJAS.
       STRING "---Libro de bajas definitivas del año " WS-ANIO-BAJAS
       PERFORM IMPRIMIR-LIBRO-BAJAS.
       CLOSE BAJAS-ARCHIVO.
       CLOSE LIBRO-BAJAS-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Libro grabado en " WS-CAT-ARCHIVO.
       PERFORM VOLVER-ACTUALIZAR.

       IMPRIMIR-LIBRO-BAJAS.
       MOVE SPACES TO WS-LINEA-BAJAS.

       LEER-SIGUIENTE-BAJA.
       MOVE "READ    LEER-SIGUIENTE-BAJA" TO WS-ERR-DONDE
       READ BAJAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-BAJA.
           PERFORM IMPRIMIR-ETIQUETAS
       END-EVALUATE.

       MOVE "OPEN    IMPRIMIR-ETIQUETAS" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       OPEN OUTPUT ETIQUETAS-ARCHIVO.
       MOVE 0 TO WS-ETIQ-IMPRESAS.
       MOVE 0 TO WS-LEE-ETIQ.
       PERFORM VOLVER-ACTUALIZAR.

       LEER-INSTRUMENTO-ETIQ.
       MOVE "READ    LEER-INSTRUMENTO-ETIQ" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-ETIQ.
       WRITE ETIQUETAS-LINEA FROM WS-LINEA-ETIQ.
       MOVE SPACES TO WS-LINEA-ETIQ.

       *>COMPONENTES DE UN INSTRUMENTO: LAS PIEZAS QUE SALEN Y
       *>REGRESAN CON EL (VER COMPONENTES-ARCHIVO). AQUI SE DAN DE
       *>ALTA, SE LES CAMBIA EL STATUS, SE TRASLADAN DE UN INSTRUMENTO
       *>A OTRO Y SE CONSULTA SU HISTORIAL. LA SALIDA CON EL PRESTAMO
       *>Y EL REGRESO (O EL FALTANTE) SE MANEJAN EN PRESTAMOS.CBL.
       COMPONENTES.
       PERFORM VERIFICAR-DIA-ABIERTO.
       IF WS-DIA-OK = 0
           PERFORM VOLVER-COMPONENTES
       ELSE
           PERFORM COMPONENTES-DIA-OK.

       COMPONENTES-DIA-OK.
       DISPLAY "---Componentes de un instrumento---".
       DISPLAY " ".
       DISPLAY "Escanee o digite el codigo del instrumento".
       ACCEPT ID-INSTRUMENTO.
       PERFORM APERTURA.
       PERFORM BUSCAR-INSTRUMENTO-ACTUALIZAR.
       MOVE ID-INSTRUMENTO TO WS-ID-PADRE-ACTUAL.
       PERFORM MENU-COMPONENTES.

       VOLVER-COMPONENTES.
       DISPLAY " ".
       DISPLAY "¿Que desea hacer?".
       DISPLAY "1.- Intentar de nuevo".
       DISPLAY "2.- Volver al menu".
       DISPLAY "3.- Salir".
       DISPLAY "Ingrese numero de opcion deseada:".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-VOLVER-COMPONENTES.

       VALIDACION-VOLVER-COMPONENTES.
       EVALUATE WS-OPCION
       WHEN 1
           PERFORM COMPONENTES
       WHEN 2
           PERFORM PROGRAM-BEGIN
       WHEN 3
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-VOLVER-COMPONENTES
       END-EVALUATE.

       *>MUESTRA EL INSTRUMENTO WS-ID-PADRE-ACTUAL CON SUS
       *>COMPONENTES. LOS ARCHIVOS QUEDAN ABIERTOS HASTA QUE SE SALE
       *>DE ESTE MENU.
       MENU-COMPONENTES.
       DISPLAY " ".
       DISPLAY "Instrumento: " ID-INSTRUMENTO " " TIPO-INSTRUMENTO.
       DISPLAY "Status: " STATUS-INSTRUMENTO.
       DISPLAY " ".
       DISPLAY "Componentes:".
       PERFORM LISTAR-COMPONENTES-PADRE.
       DISPLAY " ".
       DISPLAY "1) Agregar un componente".
       DISPLAY "2) Cambiar el status de un componente".
       DISPLAY "3) Trasladar un componente a otro instrumento".
       DISPLAY "4) Historial de un componente".
       DISPLAY "5) Otro instrumento".
       DISPLAY "6) Volver al menu".
       DISPLAY "7) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU-COMPONENTES.

       VALIDACION-MENU-COMPONENTES.
       EVALUATE WS-OPCION
       WHEN 1
           PERFORM AGREGAR-COMPONENTE
       WHEN 2
           PERFORM CAMBIAR-STATUS-COMPONENTE
       WHEN 3
           PERFORM TRASLADAR-COMPONENTE
       WHEN 4
           PERFORM VER-HISTORIAL-COMPONENTE
       WHEN 5
           PERFORM CIERRE
           PERFORM COMPONENTES-DIA-OK
       WHEN 6
           PERFORM CIERRE
           PERFORM PROGRAM-BEGIN
       WHEN 7
           PERFORM CIERRE
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-MENU-COMPONENTES
       END-EVALUATE.

       LISTAR-COMPONENTES-PADRE.
       MOVE 0 TO WS-HAY-COMPONENTES.
       MOVE WS-ID-PADRE-ACTUAL TO ID-PADRE-COMP.
       MOVE "START   LISTAR-COMPONENTES-PADRE" TO WS-ERR-DONDE
       START COMPONENTES-ARCHIVO
           KEY IS EQUAL TO ID-PADRE-COMP
           INVALID KEY     MOVE 1 TO WS-LEE-COMP
           NOT INVALID KEY MOVE 0 TO WS-LEE-COMP.
       IF WS-LEE-COMP = 0
           PERFORM LEER-SIGUIENTE-COMP-PADRE
           PERFORM MOSTRAR-COMPONENTE-PADRE UNTIL WS-LEE-COMP = 1.
       IF WS-HAY-COMPONENTES = 0
           DISPLAY "No tiene componentes registrados.".

       *>LEE EL SIGUIENTE COMPONENTE DE WS-ID-PADRE-ACTUAL POR LA
       *>LLAVE ALTERNA; AL PASAR A OTRO PADRE SE TERMINA.
       LEER-SIGUIENTE-COMP-PADRE.
       MOVE "READ    LEER-SIGUIENTE-COMP-PADRE" TO WS-ERR-DONDE
       READ COMPONENTES-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-COMP.
       IF WS-LEE-COMP = 0 AND ID-PADRE-COMP NOT = WS-ID-PADRE-ACTUAL
           MOVE 1 TO WS-LEE-COMP.

       MOSTRAR-COMPONENTE-PADRE.
       ADD 1 TO WS-HAY-COMPONENTES.
       DISPLAY ID-COMPONENTE " " DESCRIPCION-COMP " " STATUS-COMP
           " Valor: " VALOR-COMP.
       PERFORM LEER-SIGUIENTE-COMP-PADRE.

       AGREGAR-COMPONENTE.
       IF STATUS-INSTRUMENTO = "Desincorporado"
           DISPLAY " "
           DISPLAY "El instrumento esta desincorporado; no se le "
               "agregan componentes."
           PERFORM MENU-COMPONENTES
       ELSE
           DISPLAY " "
           DISPLAY "Descripcion del componente (ej. Bomba de aire)"
           ACCEPT WS-DESCRIPCION-COMP
           DISPLAY "Valor que se cobra si no se devuelve"
           ACCEPT WS-VALOR-COMP
           PERFORM GRABAR-COMPONENTE-NUEVO
           PERFORM MENU-COMPONENTES.

       *>EL CODIGO ES UNA C Y LOS CINCO ULTIMOS DIGITOS DEL NUMERO
       *>QUE DA LA SERIE COMPONENTE. EL COMPONENTE NACE EN BUEN
       *>ESTADO, AUNQUE SU PADRE ESTE PRESTADO EN ESE MOMENTO: SOLO
       *>SALE CON EL EN EL PROXIMO PRESTAMO.
       GRABAR-COMPONENTE-NUEVO.
       MOVE "COMPONENTE" TO WS-CORR-SERIE.
       PERFORM TOMAR-CORRELATIVO.
       MOVE WS-CORR-NUMERO TO WS-NUMERO-COMP.
       MOVE SPACES TO ID-COMPONENTE.
       STRING "C" WS-NUMERO-COMP DELIMITED BY SIZE INTO ID-COMPONENTE.
       MOVE WS-ID-PADRE-ACTUAL TO ID-PADRE-COMP.
       MOVE WS-DESCRIPCION-COMP TO DESCRIPCION-COMP.
       MOVE "En buen estado" TO STATUS-COMP.
       ACCEPT FECHA-STATUS-COMP FROM DATE YYYYMMDD.
       MOVE WS-VALOR-COMP TO VALOR-COMP.
       PERFORM ESCRIBIR-COMPONENTE-NUEVO.
       MOVE "Alta" TO WS-HCO-EVENTO.
       MOVE SPACES TO WS-HCO-PADRE-ANT.
       PERFORM GRABAR-HISTORIAL-COMPONENTE.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING ID-COMPONENTE " Alta en " ID-PADRE-COMP
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Componente" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       DISPLAY " ".
       DISPLAY "Componente registrado con el codigo " ID-COMPONENTE.

       *>SI EL CODIGO YA ESTA GRABADO SE TOMA EL SIGUIENTE DE LA
       *>SERIE Y SE REINTENTA, IGUAL QUE GRABAR-FIANZA EN
       *>PRESTAMOS.CBL.
       ESCRIBIR-COMPONENTE-NUEVO.
       MOVE "WRITE   ESCRIBIR-COMPONENTE-NUEVO" TO WS-ERR-DONDE
       WRITE COMPONENTES-REGISTRO
           INVALID KEY
               PERFORM TOMAR-CORRELATIVO
               MOVE WS-CORR-NUMERO TO WS-NUMERO-COMP
               MOVE SPACES TO ID-COMPONENTE
               STRING "C" WS-NUMERO-COMP DELIMITED BY SIZE
                   INTO ID-COMPONENTE
               PERFORM ESCRIBIR-COMPONENTE-NUEVO
       END-WRITE.

       *>ENTREGA EN WS-CORR-NUMERO EL PROXIMO NUMERO DE LA SERIE
       *>WS-CORR-SERIE Y DEJA LA SERIE AVANZADA EN CORRELATIVOS.DAT,
       *>IGUAL QUE EN PRESTAMOS.CBL.
       TOMAR-CORRELATIVO.
       MOVE "OPEN    TOMAR-CORRELATIVO" TO WS-ERR-DONDE
       OPEN I-O CORRELATIVOS-ARCHIVO.
       PERFORM LEER-CORRELATIVO.
       PERFORM LEER-CORRELATIVO UNTIL WS-FS-CORRELATIVOS NOT = "51".
       IF WS-HAY-CORR = 0
           MOVE 0 TO WS-CORR-MAYOR
           PERFORM SEMBRAR-CORRELATIVO
           MOVE WS-CORR-SERIE TO CORR-SERIE
           COMPUTE CORR-SIGUIENTE = WS-CORR-MAYOR + 1
           ACCEPT CORR-FECHA-ACT FROM DATE YYYYMMDD
           MOVE LS-CONECTAR TO CORR-OPERADOR-ACT
           MOVE "WRITE   TOMAR-CORRELATIVO" TO WS-ERR-DONDE
           WRITE CORRELATIVOS-REGISTRO.
       MOVE CORR-SIGUIENTE TO WS-CORR-NUMERO.
       ADD 1 TO CORR-SIGUIENTE.
       ACCEPT CORR-FECHA-ACT FROM DATE YYYYMMDD.
       MOVE LS-CONECTAR TO CORR-OPERADOR-ACT.
       MOVE "REWRITE TOMAR-CORRELATIVO" TO WS-ERR-DONDE
       REWRITE CORRELATIVOS-REGISTRO.
       CLOSE CORRELATIVOS-ARCHIVO.

       *>OTRA SESION PUEDE ESTAR TOMANDO UN NUMERO DE LA MISMA SERIE:
       *>EL REGISTRO SE LEE RETENIDO HASTA EL CIERRE, Y SI YA LO
       *>RETIENE OTRA (ESTADO 51) SE VUELVE A LEER.
       LEER-CORRELATIVO.
       MOVE WS-CORR-SERIE TO CORR-SERIE.
       MOVE "READ    LEER-CORRELATIVO" TO WS-ERR-DONDE
       READ CORRELATIVOS-ARCHIVO RECORD WITH LOCK
           KEY CORR-SERIE
               INVALID KEY     MOVE 0 TO WS-HAY-CORR
               NOT INVALID KEY MOVE 1 TO WS-HAY-CORR.

       *>LA SERIE COMPONENTE SE SIEMBRA UNA SOLA VEZ CON EL MAYOR
       *>CODIGO QUE YA TENGA COMPONENTES.DAT. SE RECORRE POR LA LLAVE
       *>PRIMARIA, ASI QUE DESPUES HAY QUE DEJAR EL REGISTRO QUE SE
       *>VA A GRABAR COMO ESTABA.
       SEMBRAR-CORRELATIVO.
       EVALUATE WS-CORR-SERIE
       WHEN "COMPONENTE"
           MOVE SPACES TO ID-COMPONENTE
           MOVE "START   SEMBRAR-CORRELATIVO" TO WS-ERR-DONDE
           START COMPONENTES-ARCHIVO
               KEY IS NOT LESS THAN ID-COMPONENTE
               INVALID KEY     MOVE 1 TO WS-LEE-COMP
               NOT INVALID KEY MOVE 0 TO WS-LEE-COMP
           END-START
           IF WS-LEE-COMP = 0
               PERFORM LEER-SIGUIENTE-COMP-TODOS
               PERFORM MAYOR-COMPONENTE UNTIL WS-LEE-COMP = 1
           END-IF
       END-EVALUATE.

       LEER-SIGUIENTE-COMP-TODOS.
       MOVE "READ    LEER-SIGUIENTE-COMP-TODOS" TO WS-ERR-DONDE
       READ COMPONENTES-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-COMP.

       MAYOR-COMPONENTE.
       IF ID-COMPONENTE(1:1) = "C" AND ID-COMPONENTE(2:5) NUMERIC
           IF ID-COMPONENTE(2:5) > WS-CORR-MAYOR
               MOVE ID-COMPONENTE(2:5) TO WS-CORR-MAYOR.
       PERFORM LEER-SIGUIENTE-COMP-TODOS.

       *>LEE UN COMPONENTE DEL INSTRUMENTO WS-ID-PADRE-ACTUAL. DEJA
       *>WS-INDICADOR EN 1 SI LO ENCONTRO.
       BUSCAR-COMPONENTE-PADRE.
       DISPLAY " ".
       DISPLAY "Escanee o digite el codigo del componente".
       ACCEPT WS-ID-COMP-BUSCADO.
       MOVE WS-ID-COMP-BUSCADO TO ID-COMPONENTE.
       MOVE "READ    BUSCAR-COMPONENTE-PADRE" TO WS-ERR-DONDE
       READ COMPONENTES-ARCHIVO RECORD
           KEY ID-COMPONENTE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1 AND ID-PADRE-COMP NOT = WS-ID-PADRE-ACTUAL
           MOVE 0 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           DISPLAY "Ese componente no pertenece a este instrumento.".

       *>UN COMPONENTE PRESTADO CAMBIA DE STATUS SOLO AL DEVOLVER EL
       *>PRESTAMO (VER REVISAR-COMPONENTES EN PRESTAMOS.CBL).
       CAMBIAR-STATUS-COMPONENTE.
       PERFORM BUSCAR-COMPONENTE-PADRE.
       IF WS-INDICADOR = 0
           PERFORM MENU-COMPONENTES
       ELSE
           IF STATUS-COMP = "Prestado"
               DISPLAY "El componente esta prestado con su "
                   "instrumento; su status cambia al devolverlo."
               PERFORM MENU-COMPONENTES
           ELSE
               DISPLAY "Status actual: " STATUS-COMP
               DISPLAY "Indique el nuevo status del componente"
               DISPLAY "1) En buen estado"
               DISPLAY "2) Deteriorado"
               DISPLAY "3) Extraviado"
               DISPLAY "4) Desincorporado"
               ACCEPT WS-OPCION
               PERFORM VALIDACION-STATUS-COMP
               PERFORM GRABAR-STATUS-COMPONENTE
               PERFORM MENU-COMPONENTES.

       VALIDACION-STATUS-COMP.
       EVALUATE WS-OPCION
       WHEN 1
           MOVE "En buen estado" TO WS-STATUS-COMP-NUEVO
       WHEN 2
           MOVE "Deteriorado" TO WS-STATUS-COMP-NUEVO
       WHEN 3
           MOVE "Extraviado" TO WS-STATUS-COMP-NUEVO
       WHEN 4
           MOVE "Desincorporado" TO WS-STATUS-COMP-NUEVO
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-STATUS-COMP
       END-EVALUATE.

       *>UN COMPONENTE EXTRAVIADO QUE APARECE NO BORRA LA MULTA QUE
       *>SE LE HAYA PUESTO AL SOCIO AL DEVOLVER EL PRESTAMO; ESO SE
       *>HACE A MANO EN MULTAS.CBL.
       GRABAR-STATUS-COMPONENTE.
       IF WS-STATUS-COMP-NUEVO = STATUS-COMP
           DISPLAY "El componente ya tiene ese status."
       ELSE
           IF STATUS-COMP = "Extraviado"
               AND WS-STATUS-COMP-NUEVO = "En buen estado"
               DISPLAY " "
               DISPLAY "Si se multo a un socio por este componente, "
                   "condone la multa en Multas."
           END-IF
           MOVE WS-STATUS-COMP-NUEVO TO STATUS-COMP
           ACCEPT FECHA-STATUS-COMP FROM DATE YYYYMMDD
           MOVE "REWRITE GRABAR-STATUS-COMPONENTE" TO WS-ERR-DONDE
           REWRITE COMPONENTES-REGISTRO
           MOVE "Cambio status" TO WS-HCO-EVENTO
           MOVE SPACES TO WS-HCO-PADRE-ANT
           PERFORM GRABAR-HISTORIAL-COMPONENTE
           MOVE SPACES TO WS-AUD-LLAVE-REG
           STRING ID-COMPONENTE " " STATUS-COMP " en " ID-PADRE-COMP
               DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG
           MOVE "Componente" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA
           DISPLAY "Status del componente actualizado.".

       *>PASA UN COMPONENTE A OTRO INSTRUMENTO (POR EJEMPLO, LA BOMBA
       *>DE UNA BICICLETA DESINCORPORADA A OTRA). EL TRASLADO QUEDA EN
       *>EL HISTORIAL DEL COMPONENTE CON EL PADRE ANTERIOR Y EL NUEVO,
       *>Y SE VE EN EL HISTORIAL DE STATUS DE AMBOS INSTRUMENTOS.
       TRASLADAR-COMPONENTE.
       PERFORM BUSCAR-COMPONENTE-PADRE.
       IF WS-INDICADOR = 0
           PERFORM MENU-COMPONENTES
       ELSE
           IF STATUS-COMP = "Prestado" OR STATUS-COMP = "Desincorporado"
               DISPLAY "Un componente " STATUS-COMP
                   " no se puede trasladar."
               PERFORM MENU-COMPONENTES
           ELSE
               DISPLAY "Escanee o digite el codigo del instrumento "
                   "al que pasa"
               ACCEPT WS-ID-PADRE-NUEVO
               PERFORM VALIDAR-PADRE-NUEVO
               IF WS-INDICADOR = 1
                   PERFORM GRABAR-TRASLADO-COMPONENTE
               END-IF
               PERFORM RELEER-PADRE-COMP
               PERFORM MENU-COMPONENTES.

       VALIDAR-PADRE-NUEVO.
       MOVE WS-ID-PADRE-NUEVO TO ID-INSTRUMENTO.
       MOVE "READ    VALIDAR-PADRE-NUEVO" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           DISPLAY "No existe un instrumento con ese codigo."
       ELSE
           IF WS-ID-PADRE-NUEVO = WS-ID-PADRE-ACTUAL
               MOVE 0 TO WS-INDICADOR
               DISPLAY "El componente ya es de ese instrumento."
           ELSE
               IF STATUS-INSTRUMENTO = "Desincorporado"
                   OR STATUS-INSTRUMENTO = "Prestado"
                   MOVE 0 TO WS-INDICADOR
                   DISPLAY "No se traslada a un instrumento "
                       STATUS-INSTRUMENTO ".".

       GRABAR-TRASLADO-COMPONENTE.
       MOVE ID-PADRE-COMP TO WS-HCO-PADRE-ANT.
       MOVE WS-ID-PADRE-NUEVO TO ID-PADRE-COMP.
       MOVE "REWRITE GRABAR-TRASLADO-COMPONENTE" TO WS-ERR-DONDE
       REWRITE COMPONENTES-REGISTRO.
       MOVE "Traslado" TO WS-HCO-EVENTO.
       PERFORM GRABAR-HISTORIAL-COMPONENTE.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING ID-COMPONENTE " de " WS-HCO-PADRE-ANT " a " ID-PADRE-COMP
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Componente" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       MOVE SPACES TO WS-HCO-PADRE-ANT.
       DISPLAY "Componente " ID-COMPONENTE " trasladado a "
           ID-PADRE-COMP ".".

       RELEER-PADRE-COMP.
       MOVE WS-ID-PADRE-ACTUAL TO ID-INSTRUMENTO.
       MOVE "READ    RELEER-PADRE-COMP" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.

       *>DEJA CONSTANCIA DE UN MOVIMIENTO DEL COMPONENTE QUE ESTA EN
       *>COMPONENTES-REGISTRO. WS-HCO-EVENTO Y, EN LOS TRASLADOS,
       *>WS-HCO-PADRE-ANT DEBEN SER LLENADOS POR QUIEN LLAMA.
       GRABAR-HISTORIAL-COMPONENTE.
       MOVE ID-COMPONENTE TO ID-COMPONENTE-HCO.
       ACCEPT FECHA-HCO FROM DATE YYYYMMDD.
       ACCEPT HORA-HCO FROM TIME.
       MOVE ID-PADRE-COMP TO ID-PADRE-HCO.
       MOVE WS-HCO-PADRE-ANT TO ID-PADRE-ANT-HCO.
       MOVE WS-HCO-EVENTO TO EVENTO-HCO.
       MOVE STATUS-COMP TO STATUS-HCO.
       MOVE LS-CONECTAR TO OPERADOR-HCO.
       PERFORM ESCRIBIR-HISTORIAL-COMPONENTE.

       *>DOS MOVIMIENTOS DEL MISMO COMPONENTE EN LA MISMA CENTESIMA
       *>REPITEN LA LLAVE; SE CORRE LA HORA Y SE REINTENTA, IGUAL QUE
       *>ESCRIBIR-AUDITORIA.
       ESCRIBIR-HISTORIAL-COMPONENTE.
       MOVE "WRITE   ESCRIBIR-HISTORIAL-COMPONENTE" TO WS-ERR-DONDE
       WRITE COMPONENTES-HISTORIAL-REGISTRO
           INVALID KEY
               ADD 1 TO HORA-HCO
               PERFORM ESCRIBIR-HISTORIAL-COMPONENTE
       END-WRITE.

       *>EL HISTORIAL DE CUALQUIER COMPONENTE, AUNQUE YA SE HAYA
       *>TRASLADADO A OTRO INSTRUMENTO.
       VER-HISTORIAL-COMPONENTE.
       DISPLAY " ".
       DISPLAY "Escanee o digite el codigo del componente".
       ACCEPT WS-ID-COMP-BUSCADO.
       DISPLAY " ".
       DISPLAY "---Historial del componente " WS-ID-COMP-BUSCADO "---".
       MOVE 0 TO WS-HAY-COMPONENTES.
       MOVE WS-ID-COMP-BUSCADO TO ID-COMPONENTE-HCO.
       MOVE 0 TO FECHA-HCO.
       MOVE 0 TO HORA-HCO.
       MOVE "START   VER-HISTORIAL-COMPONENTE" TO WS-ERR-DONDE
       START COMPONENTES-HISTORIAL-ARCHIVO
           KEY IS NOT LESS THAN HCO-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-COMP
           NOT INVALID KEY MOVE 0 TO WS-LEE-COMP.
       IF WS-LEE-COMP = 0
           PERFORM LEER-SIGUIENTE-HCO
           PERFORM MOSTRAR-HISTORIAL-COMP UNTIL WS-LEE-COMP = 1.
       IF WS-HAY-COMPONENTES = 0
           DISPLAY "No hay historial registrado para ese componente.".
       PERFORM MENU-COMPONENTES.

       LEER-SIGUIENTE-HCO.
       MOVE "READ    LEER-SIGUIENTE-HCO" TO WS-ERR-DONDE
       READ COMPONENTES-HISTORIAL-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-COMP.
       IF WS-LEE-COMP = 0 AND ID-COMPONENTE-HCO NOT = WS-ID-COMP-BUSCADO
           MOVE 1 TO WS-LEE-COMP.

       MOSTRAR-HISTORIAL-COMP.
       ADD 1 TO WS-HAY-COMPONENTES.
       PERFORM MOSTRAR-LINEA-HCO.
       PERFORM LEER-SIGUIENTE-HCO.

       MOSTRAR-LINEA-HCO.
       DISPLAY "Fecha: " FECHA-HCO " Hora: " HORA-HCO
           " Componente: " ID-COMPONENTE-HCO " " EVENTO-HCO.
       IF ID-PADRE-ANT-HCO NOT = SPACES
           DISPLAY "  De " ID-PADRE-ANT-HCO " a " ID-PADRE-HCO
               " Status: " STATUS-HCO " Operador: " OPERADOR-HCO
       ELSE
           DISPLAY "  Instrumento: " ID-PADRE-HCO
               " Status: " STATUS-HCO " Operador: " OPERADOR-HCO.

       *>EN EL HISTORIAL DE STATUS DE UN INSTRUMENTO SE VEN TAMBIEN
       *>LOS MOVIMIENTOS DE SUS COMPONENTES: LOS QUE OCURRIERON
       *>ESTANDO BAJO EL Y LOS TRASLADOS QUE SE LOS LLEVARON A OTRO.
       VER-HISTORIAL-COMP-PADRE.
       MOVE 0 TO WS-HAY-COMPONENTES.
       MOVE WS-ID-BUSCADO-HIST TO ID-PADRE-HCO.
       MOVE "START   VER-HISTORIAL-COMP-PADRE" TO WS-ERR-DONDE
       START COMPONENTES-HISTORIAL-ARCHIVO
           KEY IS EQUAL TO ID-PADRE-HCO
           INVALID KEY     MOVE 1 TO WS-LEE-COMP
           NOT INVALID KEY MOVE 0 TO WS-LEE-COMP.
       IF WS-LEE-COMP = 0
           PERFORM LEER-SIGUIENTE-HCO-PADRE
           PERFORM MOSTRAR-HCO-PADRE UNTIL WS-LEE-COMP = 1.
       MOVE WS-ID-BUSCADO-HIST TO ID-PADRE-ANT-HCO.
       MOVE "START   VER-HISTORIAL-COMP-PADRE" TO WS-ERR-DONDE
       START COMPONENTES-HISTORIAL-ARCHIVO
           KEY IS EQUAL TO ID-PADRE-ANT-HCO
           INVALID KEY     MOVE 1 TO WS-LEE-COMP
           NOT INVALID KEY MOVE 0 TO WS-LEE-COMP.
       IF WS-LEE-COMP = 0
           PERFORM LEER-SIGUIENTE-HCO-SALIDA
           PERFORM MOSTRAR-HCO-SALIDA UNTIL WS-LEE-COMP = 1.

       LEER-SIGUIENTE-HCO-PADRE.
       MOVE "READ    LEER-SIGUIENTE-HCO-PADRE" TO WS-ERR-DONDE
       READ COMPONENTES-HISTORIAL-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-COMP.
       IF WS-LEE-COMP = 0 AND ID-PADRE-HCO NOT = WS-ID-BUSCADO-HIST
           MOVE 1 TO WS-LEE-COMP.

       MOSTRAR-HCO-PADRE.
       PERFORM ENCABEZAR-HCO-PADRE.
       PERFORM MOSTRAR-LINEA-HCO.
       PERFORM LEER-SIGUIENTE-HCO-PADRE.

       LEER-SIGUIENTE-HCO-SALIDA.
       MOVE "READ    LEER-SIGUIENTE-HCO-SALIDA" TO WS-ERR-DONDE
       READ COMPONENTES-HISTORIAL-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-COMP.
       IF WS-LEE-COMP = 0 AND ID-PADRE-ANT-HCO NOT = WS-ID-BUSCADO-HIST
           MOVE 1 TO WS-LEE-COMP.

       MOSTRAR-HCO-SALIDA.
       PERFORM ENCABEZAR-HCO-PADRE.
       PERFORM MOSTRAR-LINEA-HCO.
       PERFORM LEER-SIGUIENTE-HCO-SALIDA.

       ENCABEZAR-HCO-PADRE.
       IF WS-HAY-COMPONENTES = 0
           DISPLAY " "
           DISPLAY "---Movimientos de sus componentes---".
       ADD 1 TO WS-HAY-COMPONENTES.

       *>AL DESINCORPORAR UN INSTRUMENTO SE AVISA SI LE QUEDAN
       *>COMPONENTES SIN DESINCORPORAR, PARA QUE SE TRASLADEN A OTRO
       *>O SE DEN DE BAJA TAMBIEN.
       AVISAR-COMPONENTES-ACTIVOS.
       MOVE ID-INSTRUMENTO TO WS-ID-PADRE-ACTUAL.
       MOVE 0 TO WS-COMP-ACTIVOS.
       MOVE ID-INSTRUMENTO TO ID-PADRE-COMP.
       MOVE "START   AVISAR-COMPONENTES-ACTIVOS" TO WS-ERR-DONDE
       START COMPONENTES-ARCHIVO
           KEY IS EQUAL TO ID-PADRE-COMP
           INVALID KEY     MOVE 1 TO WS-LEE-COMP
           NOT INVALID KEY MOVE 0 TO WS-LEE-COMP.
       IF WS-LEE-COMP = 0
           PERFORM LEER-SIGUIENTE-COMP-PADRE
           PERFORM CONTAR-COMPONENTE-ACTIVO UNTIL WS-LEE-COMP = 1.
       IF WS-COMP-ACTIVOS > 0
           DISPLAY " "
           DISPLAY "El instrumento tiene " WS-COMP-ACTIVOS
               " componente(s) sin desincorporar. Trasladelos o"
           DISPLAY "desincorporelos en Componentes de un instrumento "
               "(opcion 6).".

       CONTAR-COMPONENTE-ACTIVO.
       IF STATUS-COMP NOT = "Desincorporado"
           ADD 1 TO WS-COMP-ACTIVOS.
       PERFORM LEER-SIGUIENTE-COMP-PADRE.

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

       *>DEJA EL INSTRUMENTO WS-EST-INSTRUMENTO EN EL ESTANTE
       *>WS-EST-ESTANTE DE LA SEDE WS-EST-SEDE; EN BLANCO LE QUITA EL
       *>ESTANTE (VER ESTANTES.CBL).
       GRABAR-ESTANTE.
       MOVE "G" TO WS-EST-ACCION.
       PERFORM LLAMAR-ESTANTES.

       LLAMAR-ESTANTES.
       MOVE LS-CONECTAR TO WS-EST-OPERADOR.
       MOVE LS-DIRECTORIO TO WS-EST-DIRECTORIO.
       CALL "Estantes" USING WS-EST-DATOS.

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
       MOVE SPACES TO WS-INSTRUMENTOS-HISTORIAL-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos_historial.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-HISTORIAL-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.
       MOVE SPACES TO WS-BLOQUEOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "bloqueos.dat" DELIMITED BY SIZE INTO WS-BLOQUEOS-RUTA.
       MOVE SPACES TO WS-SEDES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "sedes.dat" DELIMITED BY SIZE INTO WS-SEDES-RUTA.
       MOVE SPACES TO WS-ESTADO-DIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "estado_dia.dat" DELIMITED BY SIZE INTO WS-ESTADO-DIA-RUTA.
       MOVE SPACES TO WS-INCIDENTES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "incidentes.dat" DELIMITED BY SIZE INTO WS-INCIDENTES-RUTA.
       MOVE SPACES TO WS-OPERADORES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "operadores.dat" DELIMITED BY SIZE INTO WS-OPERADORES-RUTA.
       MOVE SPACES TO WS-PARAMETROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "parametros.dat" DELIMITED BY SIZE INTO WS-PARAMETROS-RUTA.
       MOVE SPACES TO WS-PRESTAMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "prestamos.dat" DELIMITED BY SIZE INTO WS-PRESTAMOS-RUTA.
       MOVE SPACES TO WS-ADQUISICIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "adquisiciones.dat" DELIMITED BY SIZE
           INTO WS-ADQUISICIONES-RUTA.
       MOVE SPACES TO WS-BAJAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "bajas.dat" DELIMITED BY SIZE INTO WS-BAJAS-RUTA.
       MOVE SPACES TO WS-ETIQUETAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "etiquetas.txt" DELIMITED BY SIZE INTO WS-ETIQUETAS-RUTA.
       MOVE SPACES TO WS-COMPONENTES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "componentes.dat" DELIMITED BY SIZE INTO WS-COMPONENTES-RUTA.
       MOVE SPACES TO WS-COMPONENTES-HISTORIAL-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "componentes_historial.dat" DELIMITED BY SIZE
           INTO WS-COMPONENTES-HISTORIAL-RUTA.
       MOVE SPACES TO WS-CORRELATIVOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "correlativos.dat" DELIMITED BY SIZE
           INTO WS-CORRELATIVOS-RUTA.

       FIN-PROGRAMA.
       EXIT PROGRAM. *>LOS PROGRAMAS LLAMADOS CON CALL DEBEN TERMINAR CON
                     *>EXIT PROGRAM Y NO CON END PROGRAM.
