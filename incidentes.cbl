       *>DEL SISTEMA PARA LOS RECLAMOS AL SEGURO, QUE HOY VIVEN EN
       *>UNA CARPETA DE PAPEL.
       SELECT OPTIONAL INCIDENTES-ARCHIVO
       ASSIGN TO WS-INCIDENTES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS INC-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INCIDENTES.

       *>PARA VALIDAR EL INSTRUMENTO INVOLUCRADO, SI LO HAY.
       SELECT OPTIONAL INSTRUMENTOS-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-INV
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS.

       *>PARA VALIDAR LA CEDULA INVOLUCRADA, SI LA HAY.
       SELECT OPTIONAL USUARIOS-ARCHIVO
       ASSIGN TO WS-USUARIOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO-USR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS.

       *>DEJA CONSTANCIA DE QUE OPERADOR TOCO CADA INCIDENTE.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       *>EL RESUMEN IMPRESO PARA LA JUNTA Y EL SEGURO.
       SELECT OPTIONAL RESUMEN-INCIDENTES-ARCHIVO
       ASSIGN TO WS-RESUMEN-INCIDENTES-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       *>CONTROL CENTRAL DE NUMERACION (VER CORRELATIVOS.CBL): LOS
       *>NUMEROS DE DOCUMENTO SE TOMAN DE AQUI EN LUGAR DE RECORRER
       *>EL LIBRO BUSCANDO EL MAYOR, PARA QUE DOS TERMINALES NO
       *>ENTREGUEN EL MISMO NUMERO.
       SELECT OPTIONAL CORRELATIVOS-ARCHIVO
       ASSIGN TO WS-CORRELATIVOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CORR-SERIE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CORRELATIVOS.

       *>RECLAMOS AL SEGURO POR ROBOS (VER INCIDENTES.CBL) Y POR
       *>BAJAS POR EXTRAVIO (VER INSTRUMENTOS.CBL). CADA UNO CON SU
       *>NUMERO DE LA SERIE RECLAMO, LA ASEGURADORA, LA POLIZA, LO
       *>RECLAMADO Y LO QUE PAGO EL SEGURO.
       SELECT OPTIONAL RECLAMOS-ARCHIVO
       ASSIGN TO WS-RECLAMOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS RCL-LLAVE
       ALTERNATE RECORD KEY IS NUMERO-INCIDENTE-RCL WITH DUPLICATES
       ALTERNATE RECORD KEY IS BAJA-LLAVE-RCL WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-RECLAMOS.

       *>LIBRO DE BAJAS (VER INSTRUMENTOS.CBL), PARA UBICAR LA BAJA
       *>POR EXTRAVIO QUE SE RECLAMA.
       SELECT OPTIONAL BAJAS-ARCHIVO
       ASSIGN TO WS-BAJAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS BAJA-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-BAJAS.

       *>VALOR EN LIBROS DE CADA INSTRUMENTO POR AÑO (VER
       *>DEPRECIAR.CBL). EL ULTIMO VALOR RESTANTE ES EL MONTO QUE SE
       *>SUGIERE RECLAMAR.
       SELECT OPTIONAL DEPRECIACION-ARCHIVO
       ASSIGN TO WS-DEPRECIACION-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS DEP-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-DEPRECIACION.

       *>LIBRO DE INGRESOS (VER PRESTAMOS.CBL): LA INDEMNIZACION QUE
       *>PAGA EL SEGURO ENTRA CON SU RECIBO DE LA SERIE RECIBOING,
       *>PARA QUE LA VEAN EL CUADRE DEL CIERRE Y EL DIARIO CONTABLE.
       SELECT OPTIONAL INGRESOS-ARCHIVO
       ASSIGN TO WS-INGRESOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ING-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INGRESOS.

       *>PARAMETROS GENERALES DEL SISTEMA (VER BLOQUEOS.CBL). AQUI SE
       *>LEE RECLAMODIAS, LOS DIAS TRAS LOS QUE UN RECLAMO ABIERTO SE
       *>REPORTA COMO ATRASADO.
       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO WS-PARAMETROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PARAM-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PARAMETROS.

       *>LOS RECLAMOS ABIERTOS ATRASADOS, PARA PERSEGUIR AL SEGURO.
       SELECT OPTIONAL REPORTE-RECLAMOS-ARCHIVO
       ASSIGN TO WS-REPORTE-RECLAMOS-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD INCIDENTES-ARCHIVO.
       FD RESUMEN-INCIDENTES-ARCHIVO.
           01 RESUMEN-INCIDENTES-LINEA PIC X(150).

       FD CORRELATIVOS-ARCHIVO.
           01 CORRELATIVOS-REGISTRO.
               05 CORR-SERIE        PIC X(10).
               05 CORR-SIGUIENTE    PIC 9(8). *>PROXIMO NUMERO A DAR.
               05 CORR-FECHA-ACT    PIC 9(8).
               05 CORR-OPERADOR-ACT PIC X(10).

       FD RECLAMOS-ARCHIVO.
           01 RECLAMOS-REGISTRO.
               05 RCL-LLAVE.
                   10 NUMERO-RECLAMO PIC 9(6).
               *>EL SINIESTRO QUE SE RECLAMA: EL INCIDENTE DE ROBO, O
               *>LA BAJA POR EXTRAVIO (INSTRUMENTO Y FECHA DE LA BAJA).
               *>EN LOS RECLAMOS POR INCIDENTE LA FECHA DE BAJA VA EN
               *>CERO; EN LOS DE BAJA EL INCIDENTE VA EN CERO.
               05 NUMERO-INCIDENTE-RCL PIC 9(6).
               05 BAJA-LLAVE-RCL.
                   10 ID-INSTRUMENTO-RCL PIC X(6).
                   10 FECHA-BAJA-RCL     PIC 9(8).
               05 ASEGURADORA-RCL      PIC X(30).
               05 POLIZA-RCL           PIC X(20).
               05 FECHA-RECLAMO-RCL    PIC 9(8).
               05 MONTO-RECLAMADO-RCL  PIC 9(8)V99.
               05 STATUS-RECLAMO-RCL   PIC X(11). *>Presentado/
                                                  *>En revision/
                                                  *>Pagado/Rechazado.
               05 MONTO-PAGADO-RCL     PIC 9(8)V99.
               05 FECHA-PAGO-RCL       PIC 9(8).
               *>RECIBO DE INGRESOS.DAT CON QUE ENTRO LA INDEMNIZACION.
               05 RECIBO-INGRESO-RCL   PIC 9(8).
               05 OPERADOR-RCL         PIC X(10).

       *>COPIA DEL REGISTRO DE BAJAS.DAT (VER INSTRUMENTOS.CBL).
       FD BAJAS-ARCHIVO.
           01 BAJAS-REGISTRO.
               05 BAJA-LLAVE.
                   10 ID-INSTRUMENTO-BAJ PIC X(6).
                   10 FECHA-BAJA         PIC 9(8).
               05 MOTIVO-BAJA        PIC X(12). *>Desecho/Venta/
                                                *>Donacion/Extravio.
               05 MONTO-INGRESO-BAJA PIC 9(8)V99.
               05 SUPERVISOR-BAJA    PIC X(10).
               05 OPERADOR-BAJA      PIC X(10).

       *>COPIA DEL REGISTRO DE DEPRECIACION.DAT (VER DEPRECIAR.CBL).
       FD DEPRECIACION-ARCHIVO.
           01 DEPRECIACION-REGISTRO.
               05 DEP-LLAVE.
                   10 ID-INSTRUMENTO-DEP PIC X(6).
                   10 ANIO-DEP           PIC 9(4).
               05 DEP-ACUMULADA    PIC 9(8)V99.
               05 VALOR-RESTANTE   PIC 9(8)V99.
               05 FECHA-CALCULO-DEP PIC 9(8).

       *>COPIA DEL REGISTRO DE INGRESOS.DAT (VER PRESTAMOS.CBL).
       FD INGRESOS-ARCHIVO.
           01 INGRESOS-REGISTRO.
               05 ING-LLAVE.
                   10 RECIBO-INGRESO PIC 9(8).
               05 CEDULA-USUARIO-ING PIC X(11).
               05 FECHA-INGRESO      PIC 9(8).
               05 MONTO-INGRESO      PIC 9(6)V99.
               05 CONCEPTO-INGRESO   PIC X(20).

       *>COPIA DEL REGISTRO DE PARAMETROS.DAT (VER BLOQUEOS.CBL).
       FD PARAMETROS-ARCHIVO.
           01 PARAMETROS-REGISTRO.
               05 PARAM-NOMBRE PIC X(12).
               05 PARAM-VALOR  PIC 9(6).

       FD REPORTE-RECLAMOS-ARCHIVO.
           01 REPORTE-RECLAMOS-LINEA PIC X(150).
       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS
       01 WS-TITULO.
       77 LEE-TODO PIC 9(1).

       77 WS-MAX-INCIDENTE PIC 9(6).

       *>USADOS PARA TOMAR EL PROXIMO NUMERO DE UNA SERIE DEL
       *>CONTROL CENTRAL DE NUMERACION (VER TOMAR-CORRELATIVO).
       77 WS-CORR-SERIE PIC X(10).
       77 WS-CORR-NUMERO PIC 9(8).
       77 WS-HAY-CORR PIC 9(1).
       77 WS-CORR-MAYOR PIC 9(8).
       77 WS-NUMERO-BUSCADO PIC 9(6).
       77 WS-HAY-INCIDENTES PIC 9(1).
       77 WS-ABIERTOS PIC 9(5).
       77 WS-CERRADOS PIC 9(5).
       77 WS-LINEA-RES PIC X(150).

       *>USADOS POR LOS RECLAMOS AL SEGURO.
       77 WS-RCL-INCIDENTE PIC 9(6).
       77 WS-RCL-INSTRUMENTO PIC X(6).
       77 WS-RCL-FECHA-BAJA PIC 9(8).
       77 WS-RCL-ORIGEN-OK PIC 9(1).
       77 WS-HAY-RECLAMO PIC 9(1).
       77 WS-NUMERO-RECLAMO PIC 9(6).
       77 WS-VALOR-SUGERIDO PIC 9(8)V99.
       77 WS-LEE-DEP PIC 9(1).
       77 WS-MAX-RECLAMO PIC 9(6).
       77 WS-MAX-RECIBO-ING PIC 9(8).
       77 WS-LEE-INGRESO PIC 9(1).
       77 WS-STATUS-NUEVO PIC X(11).
       77 WS-MONTO-PAGADO PIC 9(8)V99.
       77 WS-FECHA-PAGO PIC 9(8).

       *>USADOS POR EL REPORTE DE RECLAMOS ABIERTOS ATRASADOS. LA
       *>FECHA SE PASA A DIAS IGUAL QUE CONVERTIR-FECHA-A-DIAS EN
       *>CONSULTAS.CBL.
       77 WS-RECLAMODIAS PIC 9(6).
       77 WS-FECHA-HOY PIC 9(8).
       01 WS-FECHA-CONV PIC 9(8).
       01 WS-FECHA-CONV-R REDEFINES WS-FECHA-CONV.
           05 WS-CONV-AA PIC 9(4).
           05 WS-CONV-MM PIC 9(2).
           05 WS-CONV-DD PIC 9(2).
       77 WS-DIAS-CONV PIC 9(8).
       77 WS-DIAS-HOY-RCL PIC 9(8).
       77 WS-EDAD-RECLAMO PIC 9(8).
       77 WS-ATRASADOS PIC 9(5).
       77 WS-MONTO-ATRASADO PIC 9(10)V99.

       *>FECHA AAAAMMDD DESARMADA PARA VALIDARLA CONTRA EL
       *>CALENDARIO REAL, IGUAL QUE EN INSTRUMENTOS.CBL.
       01 WS-FECHA-VAL PIC 9(8).
       01 WS-AUD-ANTES PIC X(280) VALUE SPACES.
       01 WS-AUD-DESPUES PIC X(280) VALUE SPACES.

       *>DATOS DE LA CORRIDA QUE SE ANOTA EN EL CATALOGO DE
       *>REPORTES (VER CATALOGO.CBL).
       01 WS-CAT-DATOS.
           05 WS-CAT-ACCION     PIC X(1).
           05 WS-CAT-PROGRAMA   PIC X(15) VALUE "Incidentes".
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
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Incidentes".
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
       77 WS-FS-INCIDENTES PIC X(2).
       77 WS-FS-INSTRUMENTOS PIC X(2).
       77 WS-FS-USUARIOS PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       77 WS-FS-CORRELATIVOS PIC X(2).
       77 WS-FS-RECLAMOS PIC X(2).
       77 WS-FS-BAJAS PIC X(2).
       77 WS-FS-DEPRECIACION PIC X(2).
       77 WS-FS-INGRESOS PIC X(2).
       77 WS-FS-PARAMETROS PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-INCIDENTES-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-USUARIOS-RUTA PIC X(80).
       77 WS-AUDITORIA-RUTA PIC X(80).
       77 WS-RESUMEN-INCIDENTES-RUTA PIC X(80).
       77 WS-CORRELATIVOS-RUTA PIC X(80).
       77 WS-RECLAMOS-RUTA PIC X(80).
       77 WS-BAJAS-RUTA PIC X(80).
       77 WS-DEPRECIACION-RUTA PIC X(80).
       77 WS-INGRESOS-RUTA PIC X(80).
       77 WS-PARAMETROS-RUTA PIC X(80).
       77 WS-REPORTE-RECLAMOS-RUTA PIC X(80).

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
       ERROR-INCIDENTES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INCIDENTES-ARCHIVO.
       ERROR-INCIDENTES-ANOTAR.
       MOVE "incidentes.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INCIDENTES TO WS-ERR-ESTADO.
       MOVE INC-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INSTRUMENTOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSTRUMENTOS-ARCHIVO.
       ERROR-INSTRUMENTOS-ANOTAR.
       MOVE "instrumentos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-INV TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-USUARIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USUARIOS-ARCHIVO.
       ERROR-USUARIOS-ANOTAR.
       MOVE "usuarios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO-USR TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-AUDITORIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AUDITORIA-ARCHIVO.
       ERROR-AUDITORIA-ANOTAR.
       MOVE "auditoria.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-AUDITORIA TO WS-ERR-ESTADO.
       MOVE AUD-LLAVE TO WS-ERR-LLAVE.
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
       ERROR-RECLAMOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RECLAMOS-ARCHIVO.
       ERROR-RECLAMOS-ANOTAR.
       MOVE "reclamos_seguro.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-RECLAMOS TO WS-ERR-ESTADO.
       MOVE RCL-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-BAJAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BAJAS-ARCHIVO.
       ERROR-BAJAS-ANOTAR.
       MOVE "bajas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-BAJAS TO WS-ERR-ESTADO.
       MOVE BAJA-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-DEPRECIACION SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DEPRECIACION-ARCHIVO.
       ERROR-DEPRECIACION-ANOTAR.
       MOVE "depreciacion.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-DEPRECIACION TO WS-ERR-ESTADO.
       MOVE DEP-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INGRESOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INGRESOS-ARCHIVO.
       ERROR-INGRESOS-ANOTAR.
       MOVE "ingresos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INGRESOS TO WS-ERR-ESTADO.
       MOVE ING-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PARAMETROS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PARAMETROS-ARCHIVO.
       ERROR-PARAMETROS-ANOTAR.
       MOVE "parametros.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PARAMETROS TO WS-ERR-ESTADO.
       MOVE PARAM-NOMBRE TO WS-ERR-LLAVE.
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
       DISPLAY "1) Registrar incidente".
       DISPLAY "2) Ver o cerrar un incidente".
       DISPLAY "3) Resumen de incidentes para la junta".
       DISPLAY "4) Registrar reclamo al seguro".
       DISPLAY "5) Ver o actualizar un reclamo al seguro".
       DISPLAY "6) Reclamos al seguro abiertos y atrasados".
       DISPLAY "7) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU.

       WHEN 3
           PERFORM RESUMEN-JUNTA
       WHEN 4
           PERFORM REGISTRAR-RECLAMO
       WHEN 5
           PERFORM ACTUALIZAR-RECLAMO
       WHEN 6
           PERFORM RECLAMOS-ATRASADOS
       WHEN 7
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
       REGISTRAR.
       DISPLAY "---Registro de nuevo incidente---".
       DISPLAY " ".
       MOVE "OPEN    REGISTRAR" TO WS-ERR-DONDE
       OPEN I-O INCIDENTES-ARCHIVO.
       MOVE "OPEN    REGISTRAR" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       *>EL NUMERO SALE DE LA SERIE INCIDENTE DEL CONTROL CENTRAL
       *>DE NUMERACION (VER CORRELATIVOS.CBL).
       MOVE "INCIDENTE" TO WS-CORR-SERIE.
       PERFORM TOMAR-CORRELATIVO.
       MOVE WS-CORR-NUMERO TO NUMERO-INCIDENTE.
       DISPLAY "Numero de incidente asignado: " NUMERO-INCIDENTE.
       PERFORM PEDIR-TIPO-INCIDENTE.
       DISPLAY "Ingrese fecha del incidente (AAAAMMDD)".
       DISPLAY "Ingrese la narrativa del incidente".
       ACCEPT NARRATIVA-INC.
       MOVE "Abierto" TO STATUS-INCIDENTE.
       PERFORM GRABAR-INCIDENTE-NUEVO.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Incidente " NUMERO-INCIDENTE " " TIPO-INCIDENTE
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       CLOSE AUDITORIA-ARCHIVO.
       DISPLAY " ".
       DISPLAY "Incidente registrado como Abierto.".
       IF TIPO-INCIDENTE = "Robo"
           DISPLAY " "
           DISPLAY "¿Se reclama este robo al seguro? (S/N)"
           ACCEPT WS-SI-NO
           IF WS-SI-NO = "S" OR WS-SI-NO = "s"
               MOVE NUMERO-INCIDENTE TO WS-RCL-INCIDENTE
               MOVE ID-INSTRUMENTO-INC TO WS-RCL-INSTRUMENTO
               MOVE 0 TO WS-RCL-FECHA-BAJA
               PERFORM CAPTURAR-RECLAMO.
       PERFORM VOLVER.

       *>ADEMAS DEL CALENDARIO SE VERIFICA QUE EL CAMPO TRAIGA OCHO
           PERFORM PEDIR-TIPO-INCIDENTE.

       VALIDAR-INSTRUMENTO-INC.
       MOVE "OPEN    VALIDAR-INSTRUMENTO-INC" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE ID-INSTRUMENTO-INC TO ID-INSTRUMENTO-INV.
       MOVE "READ    VALIDAR-INSTRUMENTO-INC" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-INV
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               PERFORM VALIDAR-INSTRUMENTO-INC.

       VALIDAR-USUARIO-INC.
       MOVE "OPEN    VALIDAR-USUARIO-INC" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE CEDULA-USUARIO-INC TO CEDULA-USUARIO-USR.
       MOVE "READ    VALIDAR-USUARIO-INC" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO-USR
               INVALID KEY     MOVE 0 TO WS-INDICADOR
           IF CEDULA-USUARIO-INC NOT = SPACES
               PERFORM VALIDAR-USUARIO-INC.

       *>ENTREGA EN WS-CORR-NUMERO EL PROXIMO NUMERO DE LA SERIE
       *>WS-CORR-SERIE Y DEJA LA SERIE AVANZADA EN CORRELATIVOS.DAT.
       *>LA PRIMERA VEZ QUE SE USA UNA SERIE SE SIEMBRA CON EL MAYOR
       *>NUMERO YA USADO EN SU LIBRO (SEMBRAR-CORRELATIVO); DE AHI EN
       *>ADELANTE YA NO SE RECORRE EL LIBRO.
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

       *>CADA SERIE SOLO SE SIEMBRA UNA VEZ, CON EL MAYOR NUMERO QUE
       *>YA TENGA SU LIBRO.
       SEMBRAR-CORRELATIVO.
       EVALUATE WS-CORR-SERIE
       WHEN "INCIDENTE"
           PERFORM BUSCAR-MAX-INCIDENTE
           MOVE WS-MAX-INCIDENTE TO WS-CORR-MAYOR
       WHEN "RECLAMO"
           PERFORM BUSCAR-MAX-RECLAMO
           MOVE WS-MAX-RECLAMO TO WS-CORR-MAYOR
       WHEN "RECIBOING"
           PERFORM BUSCAR-MAX-RECIBO-INGRESO
           MOVE WS-MAX-RECIBO-ING TO WS-CORR-MAYOR
       END-EVALUATE.

       *>SI EL NUMERO YA ESTA GRABADO SE TOMA EL SIGUIENTE DE LA
       *>SERIE Y SE REINTENTA.
       GRABAR-INCIDENTE-NUEVO.
       MOVE "WRITE   GRABAR-INCIDENTE-NUEVO" TO WS-ERR-DONDE
       WRITE INCIDENTES-REGISTRO
           INVALID KEY
               PERFORM TOMAR-CORRELATIVO
               MOVE WS-CORR-NUMERO TO NUMERO-INCIDENTE
               DISPLAY "Ese numero ya estaba usado; el incidente "
                   "quedo con el numero " NUMERO-INCIDENTE
               PERFORM GRABAR-INCIDENTE-NUEVO
       END-WRITE.

       BUSCAR-MAX-INCIDENTE.
       MOVE 0 TO WS-MAX-INCIDENTE.
       MOVE 0 TO LEE-TODO.
       PERFORM COMPARAR-MAX-INCIDENTE UNTIL LEE-TODO = 1.

       LEER-SIGUIENTE-INCIDENTE.
       MOVE "READ    LEER-SIGUIENTE-INCIDENTE" TO WS-ERR-DONDE
       READ INCIDENTES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       DISPLAY " ".
       DISPLAY "Indique el numero del incidente".
       ACCEPT WS-NUMERO-BUSCADO.
       MOVE "OPEN    ACTUALIZAR" TO WS-ERR-DONDE
       OPEN I-O INCIDENTES-ARCHIVO.
       MOVE "OPEN    ACTUALIZAR" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE WS-NUMERO-BUSCADO TO NUMERO-INCIDENTE.
       MOVE "READ    ACTUALIZAR" TO WS-ERR-DONDE
       READ INCIDENTES-ARCHIVO RECORD
           KEY INC-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
       WHEN = "S" OR = "s"
           MOVE INCIDENTES-REGISTRO TO WS-AUD-ANTES
           MOVE "Cerrado" TO STATUS-INCIDENTE
           MOVE "REWRITE CONFIRMAR-CERRAR-INCIDENTE" TO WS-ERR-DONDE
           REWRITE INCIDENTES-REGISTRO
           MOVE INCIDENTES-REGISTRO TO WS-AUD-DESPUES
           MOVE SPACES TO WS-AUD-LLAVE-REG
       *>PARA ADJUNTAR AL RECLAMO DEL SEGURO.
       RESUMEN-JUNTA.
       DISPLAY "---Resumen de incidentes---".
       MOVE "OPEN    RESUMEN-JUNTA" TO WS-ERR-DONDE
       OPEN I-O INCIDENTES-ARCHIVO.
       MOVE "resumen_incidentes" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-RESUMEN-INCIDENTES-RUTA.
       OPEN OUTPUT RESUMEN-INCIDENTES-ARCHIVO.
       MOVE "---Resumen de incidentes para la junta---"
           TO WS-LINEA-RES.
       PERFORM IMPRIMIR-RESUMEN.
       CLOSE INCIDENTES-ARCHIVO.
       CLOSE RESUMEN-INCIDENTES-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resumen grabado en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       IMPRIMIR-RESUMEN.
       PERFORM IMPRIMIR-RESUMEN.
       PERFORM LEER-SIGUIENTE-INCIDENTE.

       *>REGISTRA EL RECLAMO AL SEGURO DE UN ROBO (POR SU NUMERO DE
       *>INCIDENTE) O DE UNA BAJA POR EXTRAVIO (POR EL INSTRUMENTO Y
       *>LA FECHA DE LA BAJA).
       REGISTRAR-RECLAMO.
       DISPLAY "---Registrar reclamo al seguro---".
       DISPLAY " ".
       DISPLAY "El reclamo es por:".
       DISPLAY "1.- Un incidente de robo".
       DISPLAY "2.- Una baja por extravio".
       ACCEPT WS-OPCION.
       MOVE 0 TO WS-RCL-ORIGEN-OK.
       PERFORM VALIDACION-ORIGEN-RECLAMO.
       IF WS-RCL-ORIGEN-OK = 1
           PERFORM CAPTURAR-RECLAMO.
       PERFORM VOLVER.

       VALIDACION-ORIGEN-RECLAMO.
       EVALUATE WS-OPCION
       WHEN 1
           PERFORM UBICAR-INCIDENTE-ROBO
       WHEN 2
           PERFORM UBICAR-BAJA-EXTRAVIO
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-ORIGEN-RECLAMO
       END-EVALUATE.

       UBICAR-INCIDENTE-ROBO.
       DISPLAY "Indique el numero del incidente".
       ACCEPT WS-NUMERO-BUSCADO.
       MOVE "OPEN    UBICAR-INCIDENTE-ROBO" TO WS-ERR-DONDE
       OPEN I-O INCIDENTES-ARCHIVO.
       MOVE WS-NUMERO-BUSCADO TO NUMERO-INCIDENTE.
       MOVE "READ    UBICAR-INCIDENTE-ROBO" TO WS-ERR-DONDE
       READ INCIDENTES-ARCHIVO RECORD
           KEY INC-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       CLOSE INCIDENTES-ARCHIVO.
       IF WS-INDICADOR = 0
           DISPLAY " "
           DISPLAY "No existe un incidente con ese numero."
       ELSE
           IF TIPO-INCIDENTE NOT = "Robo"
               DISPLAY " "
               DISPLAY "Solo los incidentes de robo se reclaman al "
                   "seguro."
           ELSE
               MOVE NUMERO-INCIDENTE TO WS-RCL-INCIDENTE
               MOVE ID-INSTRUMENTO-INC TO WS-RCL-INSTRUMENTO
               MOVE 0 TO WS-RCL-FECHA-BAJA
               MOVE 1 TO WS-RCL-ORIGEN-OK.

       UBICAR-BAJA-EXTRAVIO.
       DISPLAY "Indique el codigo del instrumento dado de baja".
       ACCEPT ID-INSTRUMENTO-BAJ.
       DISPLAY "Indique la fecha de la baja (AAAAMMDD)".
       ACCEPT FECHA-BAJA.
       MOVE "OPEN    UBICAR-BAJA-EXTRAVIO" TO WS-ERR-DONDE
       OPEN I-O BAJAS-ARCHIVO.
       MOVE "READ    UBICAR-BAJA-EXTRAVIO" TO WS-ERR-DONDE
       READ BAJAS-ARCHIVO RECORD
           KEY BAJA-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       CLOSE BAJAS-ARCHIVO.
       IF WS-INDICADOR = 0
           DISPLAY " "
           DISPLAY "No existe esa baja en el libro de bajas."
       ELSE
           IF MOTIVO-BAJA NOT = "Extravio"
               DISPLAY " "
               DISPLAY "Solo las bajas por extravio se reclaman al "
                   "seguro."
           ELSE
               MOVE 0 TO WS-RCL-INCIDENTE
               MOVE ID-INSTRUMENTO-BAJ TO WS-RCL-INSTRUMENTO
               MOVE FECHA-BAJA TO WS-RCL-FECHA-BAJA
               MOVE 1 TO WS-RCL-ORIGEN-OK.

       *>GRABA EL RECLAMO DEL SINIESTRO EN WS-RCL-INCIDENTE O EN
       *>WS-RCL-INSTRUMENTO/WS-RCL-FECHA-BAJA, SI NO TIENE YA UNO. EL
       *>MONTO SUGERIDO ES EL ULTIMO VALOR RESTANTE DEL INSTRUMENTO.
       CAPTURAR-RECLAMO.
       MOVE "OPEN    CAPTURAR-RECLAMO" TO WS-ERR-DONDE
       OPEN I-O RECLAMOS-ARCHIVO.
       MOVE "OPEN    CAPTURAR-RECLAMO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       PERFORM BUSCAR-RECLAMO-EXISTENTE.
       IF WS-HAY-RECLAMO = 1
           DISPLAY " "
           DISPLAY "Ese siniestro ya tiene el reclamo " NUMERO-RECLAMO
               " (" STATUS-RECLAMO-RCL ")."
       ELSE
           PERFORM GRABAR-DATOS-RECLAMO.
       CLOSE RECLAMOS-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.

       BUSCAR-RECLAMO-EXISTENTE.
       IF WS-RCL-INCIDENTE > 0
           MOVE WS-RCL-INCIDENTE TO NUMERO-INCIDENTE-RCL
           MOVE "READ    BUSCAR-RECLAMO-EXISTENTE" TO WS-ERR-DONDE
           READ RECLAMOS-ARCHIVO RECORD
               KEY NUMERO-INCIDENTE-RCL
                   INVALID KEY     MOVE 0 TO WS-HAY-RECLAMO
                   NOT INVALID KEY MOVE 1 TO WS-HAY-RECLAMO
           END-READ
       ELSE
           MOVE WS-RCL-INSTRUMENTO TO ID-INSTRUMENTO-RCL
           MOVE WS-RCL-FECHA-BAJA TO FECHA-BAJA-RCL
           MOVE "READ    BUSCAR-RECLAMO-EXISTENTE" TO WS-ERR-DONDE
           READ RECLAMOS-ARCHIVO RECORD
               KEY BAJA-LLAVE-RCL
                   INVALID KEY     MOVE 0 TO WS-HAY-RECLAMO
                   NOT INVALID KEY MOVE 1 TO WS-HAY-RECLAMO
           END-READ.

       GRABAR-DATOS-RECLAMO.
       PERFORM BUSCAR-VALOR-SUGERIDO.
       MOVE "RECLAMO" TO WS-CORR-SERIE.
       PERFORM TOMAR-CORRELATIVO.
       MOVE WS-CORR-NUMERO TO NUMERO-RECLAMO.
       MOVE WS-RCL-INCIDENTE TO NUMERO-INCIDENTE-RCL.
       MOVE WS-RCL-INSTRUMENTO TO ID-INSTRUMENTO-RCL.
       MOVE WS-RCL-FECHA-BAJA TO FECHA-BAJA-RCL.
       DISPLAY " ".
       DISPLAY "Numero de reclamo asignado: " NUMERO-RECLAMO.
       DISPLAY "Ingrese el nombre de la aseguradora".
       ACCEPT ASEGURADORA-RCL.
       DISPLAY "Ingrese el numero de poliza".
       ACCEPT POLIZA-RCL.
       DISPLAY "Valor restante en libros del instrumento: "
           WS-VALOR-SUGERIDO.
       DISPLAY "Ingrese el monto reclamado (0 para reclamar el valor "
       DISPLAY "restante)".
       ACCEPT MONTO-RECLAMADO-RCL.
       IF MONTO-RECLAMADO-RCL = 0
           MOVE WS-VALOR-SUGERIDO TO MONTO-RECLAMADO-RCL.
       ACCEPT FECHA-RECLAMO-RCL FROM DATE YYYYMMDD.
       MOVE "Presentado" TO STATUS-RECLAMO-RCL.
       MOVE 0 TO MONTO-PAGADO-RCL.
       MOVE 0 TO FECHA-PAGO-RCL.
       MOVE 0 TO RECIBO-INGRESO-RCL.
       MOVE LS-CONECTAR TO OPERADOR-RCL.
       PERFORM GRABAR-RECLAMO-NUEVO.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Reclamo " NUMERO-RECLAMO " Inc " NUMERO-INCIDENTE-RCL
           " Inst " ID-INSTRUMENTO-RCL " Baja " FECHA-BAJA-RCL
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Alta" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       DISPLAY " ".
       DISPLAY "Reclamo registrado como Presentado por "
           MONTO-RECLAMADO-RCL.

       *>SI EL NUMERO YA ESTA GRABADO SE TOMA EL SIGUIENTE DE LA
       *>SERIE Y SE REINTENTA.
       GRABAR-RECLAMO-NUEVO.
       MOVE "WRITE   GRABAR-RECLAMO-NUEVO" TO WS-ERR-DONDE
       WRITE RECLAMOS-REGISTRO
           INVALID KEY
               PERFORM TOMAR-CORRELATIVO
               MOVE WS-CORR-NUMERO TO NUMERO-RECLAMO
               DISPLAY "Ese numero ya estaba usado; el reclamo "
                   "quedo con el numero " NUMERO-RECLAMO
               PERFORM GRABAR-RECLAMO-NUEVO
       END-WRITE.

       *>EL ULTIMO AÑO CALCULADO POR DEPRECIAR.CBL TIENE EL VALOR EN
       *>LIBROS MAS RECIENTE; LA LLAVE VA POR INSTRUMENTO Y AÑO, ASI
       *>QUE EL ULTIMO LEIDO DEL INSTRUMENTO ES EL QUE VALE.
       BUSCAR-VALOR-SUGERIDO.
       MOVE 0 TO WS-VALOR-SUGERIDO.
       IF WS-RCL-INSTRUMENTO NOT = SPACES
           MOVE "OPEN    BUSCAR-VALOR-SUGERIDO" TO WS-ERR-DONDE
           OPEN I-O DEPRECIACION-ARCHIVO
           MOVE WS-RCL-INSTRUMENTO TO ID-INSTRUMENTO-DEP
           MOVE 0 TO ANIO-DEP
           MOVE 0 TO WS-LEE-DEP
           MOVE "START   BUSCAR-VALOR-SUGERIDO" TO WS-ERR-DONDE
           START DEPRECIACION-ARCHIVO
               KEY IS NOT LESS THAN DEP-LLAVE
               INVALID KEY MOVE 1 TO WS-LEE-DEP
           END-START
           IF WS-LEE-DEP = 0
               PERFORM LEER-SIGUIENTE-DEP
               PERFORM TOMAR-VALOR-RESTANTE UNTIL WS-LEE-DEP = 1
           END-IF
           CLOSE DEPRECIACION-ARCHIVO.

       LEER-SIGUIENTE-DEP.
       MOVE "READ    LEER-SIGUIENTE-DEP" TO WS-ERR-DONDE
       READ DEPRECIACION-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-DEP.

       TOMAR-VALOR-RESTANTE.
       IF ID-INSTRUMENTO-DEP NOT = WS-RCL-INSTRUMENTO
           MOVE 1 TO WS-LEE-DEP
       ELSE
           MOVE VALOR-RESTANTE TO WS-VALOR-SUGERIDO
           PERFORM LEER-SIGUIENTE-DEP.

       *>SIGUE EL RECLAMO: En revision MIENTRAS EL SEGURO LO ESTUDIA,
       *>Y AL FINAL Pagado O Rechazado. EL PAGO ENTRA A INGRESOS.DAT
       *>CON FECHA DE HOY, QUE ES CUANDO SE ASIENTA EN LA CAJA, Y EL
       *>RECLAMO GUARDA LA FECHA EN QUE PAGO EL SEGURO.
       ACTUALIZAR-RECLAMO.
       DISPLAY "---Ver o actualizar un reclamo al seguro---".
       DISPLAY " ".
       DISPLAY "Indique el numero del reclamo".
       ACCEPT WS-NUMERO-RECLAMO.
       MOVE "OPEN    ACTUALIZAR-RECLAMO" TO WS-ERR-DONDE
       OPEN I-O RECLAMOS-ARCHIVO.
       MOVE "OPEN    ACTUALIZAR-RECLAMO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE WS-NUMERO-RECLAMO TO NUMERO-RECLAMO.
       MOVE "READ    ACTUALIZAR-RECLAMO" TO WS-ERR-DONDE
       READ RECLAMOS-ARCHIVO RECORD
           KEY RCL-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           DISPLAY " "
           DISPLAY "No existe un reclamo con ese numero."
       ELSE
           PERFORM MOSTRAR-RECLAMO
           IF STATUS-RECLAMO-RCL = "Pagado"
               OR STATUS-RECLAMO-RCL = "Rechazado"
               DISPLAY " "
               DISPLAY "El reclamo ya esta cerrado."
           ELSE
               PERFORM CAMBIAR-STATUS-RECLAMO.
       CLOSE RECLAMOS-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       PERFORM VOLVER.

       MOSTRAR-RECLAMO.
       DISPLAY " ".
       DISPLAY "Reclamo: " NUMERO-RECLAMO
           " Presentado el " FECHA-RECLAMO-RCL
           " Status: " STATUS-RECLAMO-RCL.
       IF NUMERO-INCIDENTE-RCL > 0
           DISPLAY "Por el incidente " NUMERO-INCIDENTE-RCL
               " Instrumento: " ID-INSTRUMENTO-RCL
       ELSE
           DISPLAY "Por la baja de " ID-INSTRUMENTO-RCL
               " del " FECHA-BAJA-RCL.
       DISPLAY "Aseguradora: " ASEGURADORA-RCL.
       DISPLAY "Poliza: " POLIZA-RCL.
       DISPLAY "Monto reclamado: " MONTO-RECLAMADO-RCL.
       IF STATUS-RECLAMO-RCL = "Pagado"
           DISPLAY "Pagado: " MONTO-PAGADO-RCL
               " el " FECHA-PAGO-RCL
               " Recibo: " RECIBO-INGRESO-RCL.

       CAMBIAR-STATUS-RECLAMO.
       DISPLAY " ".
       DISPLAY "Ingrese el nuevo status (En revision, Pagado o "
       DISPLAY "Rechazado), o en blanco para dejarlo".
       ACCEPT WS-STATUS-NUEVO.
       PERFORM VALIDAR-STATUS-RECLAMO.
       IF WS-STATUS-NUEVO NOT = SPACES
           MOVE RECLAMOS-REGISTRO TO WS-AUD-ANTES
           MOVE WS-STATUS-NUEVO TO STATUS-RECLAMO-RCL
           IF WS-STATUS-NUEVO = "Pagado"
               PERFORM REGISTRAR-PAGO-RECLAMO
           END-IF
           MOVE "REWRITE CAMBIAR-STATUS-RECLAMO" TO WS-ERR-DONDE
           REWRITE RECLAMOS-REGISTRO
           MOVE RECLAMOS-REGISTRO TO WS-AUD-DESPUES
           MOVE SPACES TO WS-AUD-LLAVE-REG
           STRING "Reclamo " NUMERO-RECLAMO " " STATUS-RECLAMO-RCL
               DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG
           MOVE "Modificacion" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA
           DISPLAY " "
           DISPLAY "Reclamo actualizado a " STATUS-RECLAMO-RCL.

       VALIDAR-STATUS-RECLAMO.
       IF WS-STATUS-NUEVO NOT = SPACES
           AND WS-STATUS-NUEVO NOT = "En revision"
           AND WS-STATUS-NUEVO NOT = "Pagado"
           AND WS-STATUS-NUEVO NOT = "Rechazado"
           DISPLAY " "
           DISPLAY "Status invalido."
           DISPLAY "Ingrese el nuevo status (En revision, Pagado o "
           DISPLAY "Rechazado), o en blanco para dejarlo"
           ACCEPT WS-STATUS-NUEVO
           PERFORM VALIDAR-STATUS-RECLAMO.

       *>LA INDEMNIZACION ENTRA A INGRESOS.DAT CON EL SIGUIENTE
       *>RECIBO DE LA SERIE RECIBOING Y EL CONCEPTO "Seguro", QUE EL
       *>CIERRE CUADRA CONTRA EL BANCO Y EL DIARIO ASIENTA APARTE.
       REGISTRAR-PAGO-RECLAMO.
       DISPLAY "Ingrese el monto pagado por el seguro".
       ACCEPT WS-MONTO-PAGADO.
       PERFORM VALIDAR-MONTO-PAGADO.
       DISPLAY "Ingrese la fecha del pago (AAAAMMDD)".
       ACCEPT WS-FECHA-PAGO.
       PERFORM VALIDACION-FECHA-PAGO.
       MOVE WS-MONTO-PAGADO TO MONTO-PAGADO-RCL.
       MOVE WS-FECHA-PAGO TO FECHA-PAGO-RCL.
       MOVE "OPEN    REGISTRAR-PAGO-RECLAMO" TO WS-ERR-DONDE
       OPEN I-O INGRESOS-ARCHIVO.
       MOVE "RECIBOING" TO WS-CORR-SERIE.
       PERFORM TOMAR-CORRELATIVO.
       MOVE WS-CORR-NUMERO TO RECIBO-INGRESO.
       MOVE SPACES TO CEDULA-USUARIO-ING.
       ACCEPT FECHA-INGRESO FROM DATE YYYYMMDD.
       MOVE WS-MONTO-PAGADO TO MONTO-INGRESO.
       MOVE "Seguro" TO CONCEPTO-INGRESO.
       PERFORM GRABAR-INGRESO-SEGURO.
       MOVE RECIBO-INGRESO TO RECIBO-INGRESO-RCL.
       CLOSE INGRESOS-ARCHIVO.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Seguro " RECIBO-INGRESO " reclamo " NUMERO-RECLAMO
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Ingreso" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       DISPLAY " ".
       DISPLAY "Indemnizacion asentada con el recibo " RECIBO-INGRESO.

       *>UN RECIBO DE INGRESOS.DAT NO PASA DE 999999.99, ASI QUE UN
       *>PAGO MAYOR SE RECHAZA EN LUGAR DE TRUNCARLO.
       VALIDAR-MONTO-PAGADO.
       IF WS-MONTO-PAGADO = 0 OR WS-MONTO-PAGADO > 999999.99
           DISPLAY " "
           DISPLAY "El monto debe ser mayor que cero y no pasar de "
               "999999.99."
           DISPLAY "Ingrese el monto pagado por el seguro"
           ACCEPT WS-MONTO-PAGADO
           PERFORM VALIDAR-MONTO-PAGADO.

       VALIDACION-FECHA-PAGO.
       IF WS-FECHA-PAGO NOT NUMERIC
           MOVE 0 TO WS-FECHA-OK
       ELSE
           MOVE WS-FECHA-PAGO TO WS-FECHA-VAL
           PERFORM VALIDAR-FECHA.
       IF WS-FECHA-OK = 0
           DISPLAY " "
           DISPLAY "Esa fecha no existe en el calendario."
           DISPLAY "Ingrese la fecha del pago (AAAAMMDD)"
           ACCEPT WS-FECHA-PAGO
           PERFORM VALIDACION-FECHA-PAGO.

       GRABAR-INGRESO-SEGURO.
       MOVE "WRITE   GRABAR-INGRESO-SEGURO" TO WS-ERR-DONDE
       WRITE INGRESOS-REGISTRO
           INVALID KEY
               PERFORM TOMAR-CORRELATIVO
               MOVE WS-CORR-NUMERO TO RECIBO-INGRESO
               PERFORM GRABAR-INGRESO-SEGURO
       END-WRITE.

       *>RECLAMOS TODAVIA Presentado O En revision CON MAS DIAS QUE
       *>EL PARAMETRO RECLAMODIAS (30 SI NO ESTA CARGADO), PARA
       *>PERSEGUIR A LA ASEGURADORA.
       RECLAMOS-ATRASADOS.
       DISPLAY "---Reclamos abiertos atrasados---".
       PERFORM LEER-PARAMETRO-RECLAMODIAS.
       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
       MOVE WS-FECHA-HOY TO WS-FECHA-CONV.
       PERFORM CONVERTIR-FECHA-A-DIAS.
       MOVE WS-DIAS-CONV TO WS-DIAS-HOY-RCL.
       MOVE "OPEN    RECLAMOS-ATRASADOS" TO WS-ERR-DONDE
       OPEN I-O RECLAMOS-ARCHIVO.
       MOVE "reclamos_abiertos" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RECLAMOS-RUTA.
       OPEN OUTPUT REPORTE-RECLAMOS-ARCHIVO.
       MOVE "---Reclamos al seguro abiertos y atrasados---"
           TO WS-LINEA-RES.
       PERFORM IMPRIMIR-RECLAMOS.
       STRING "Al " WS-FECHA-HOY ", con mas de " WS-RECLAMODIAS
           " dias"
           DELIMITED BY SIZE INTO WS-LINEA-RES.
       PERFORM IMPRIMIR-RECLAMOS.
       MOVE 0 TO WS-ATRASADOS.
       MOVE 0 TO WS-MONTO-ATRASADO.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-RECLAMO.
       PERFORM EVALUAR-RECLAMO-ATRASADO UNTIL LEE-TODO = 1.
       IF WS-ATRASADOS = 0
           MOVE "  (sin reclamos atrasados)" TO WS-LINEA-RES
           PERFORM IMPRIMIR-RECLAMOS.
       STRING "Reclamos atrasados: " WS-ATRASADOS
           "  Monto reclamado: " WS-MONTO-ATRASADO
           DELIMITED BY SIZE INTO WS-LINEA-RES.
       PERFORM IMPRIMIR-RECLAMOS.
       CLOSE RECLAMOS-ARCHIVO.
       CLOSE REPORTE-RECLAMOS-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Reporte grabado en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-RECLAMO.
       MOVE "READ    LEER-SIGUIENTE-RECLAMO" TO WS-ERR-DONDE
       READ RECLAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       EVALUAR-RECLAMO-ATRASADO.
       IF STATUS-RECLAMO-RCL = "Presentado"
           OR STATUS-RECLAMO-RCL = "En revision"
           MOVE FECHA-RECLAMO-RCL TO WS-FECHA-CONV
           PERFORM CONVERTIR-FECHA-A-DIAS
           IF WS-DIAS-HOY-RCL > WS-DIAS-CONV
               COMPUTE WS-EDAD-RECLAMO = WS-DIAS-HOY-RCL - WS-DIAS-CONV
           ELSE
               MOVE 0 TO WS-EDAD-RECLAMO
           END-IF
           IF WS-EDAD-RECLAMO > WS-RECLAMODIAS
               ADD 1 TO WS-ATRASADOS
               ADD MONTO-RECLAMADO-RCL TO WS-MONTO-ATRASADO
               STRING "  " NUMERO-RECLAMO " " FECHA-RECLAMO-RCL
                   " " STATUS-RECLAMO-RCL " " WS-EDAD-RECLAMO " dias "
                   ASEGURADORA-RCL " Poliza " POLIZA-RCL
                   " Monto " MONTO-RECLAMADO-RCL
                   " Inc " NUMERO-INCIDENTE-RCL
                   " Inst " ID-INSTRUMENTO-RCL
                   DELIMITED BY SIZE INTO WS-LINEA-RES
               PERFORM IMPRIMIR-RECLAMOS.
       PERFORM LEER-SIGUIENTE-RECLAMO.

       IMPRIMIR-RECLAMOS.
       DISPLAY WS-LINEA-RES.
       WRITE REPORTE-RECLAMOS-LINEA FROM WS-LINEA-RES.
       MOVE SPACES TO WS-LINEA-RES.

       LEER-PARAMETRO-RECLAMODIAS.
       MOVE "OPEN    LEER-PARAMETRO-RECLAMODIAS" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "RECLAMODIAS" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-RECLAMODIAS" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 30 TO WS-RECLAMODIAS
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-RECLAMODIAS.
       CLOSE PARAMETROS-ARCHIVO.

       *>DIAS DESDE EL AÑO CERO DE LA FECHA EN WS-FECHA-CONV, IGUAL
       *>QUE EN CONSULTAS.CBL, PARA RESTAR DOS FECHAS.
       CONVERTIR-FECHA-A-DIAS.
       COMPUTE WS-DIAS-CONV = WS-CONV-AA * 365 + WS-CONV-DD.
       EVALUATE WS-CONV-MM
       WHEN 02 ADD 31 TO WS-DIAS-CONV
       WHEN 03 ADD 59 TO WS-DIAS-CONV
       WHEN 04 ADD 90 TO WS-DIAS-CONV
       WHEN 05 ADD 120 TO WS-DIAS-CONV
       WHEN 06 ADD 151 TO WS-DIAS-CONV
       WHEN 07 ADD 181 TO WS-DIAS-CONV
       WHEN 08 ADD 212 TO WS-DIAS-CONV
       WHEN 09 ADD 243 TO WS-DIAS-CONV
       WHEN 10 ADD 273 TO WS-DIAS-CONV
       WHEN 11 ADD 304 TO WS-DIAS-CONV
       WHEN 12 ADD 334 TO WS-DIAS-CONV
       END-EVALUATE.
       COMPUTE WS-BISIESTO-COCIENTE = (WS-CONV-AA - 1) / 4.
       ADD WS-BISIESTO-COCIENTE TO WS-DIAS-CONV.
       COMPUTE WS-BISIESTO-COCIENTE = (WS-CONV-AA - 1) / 100.
       SUBTRACT WS-BISIESTO-COCIENTE FROM WS-DIAS-CONV.
       COMPUTE WS-BISIESTO-COCIENTE = (WS-CONV-AA - 1) / 400.
       ADD WS-BISIESTO-COCIENTE TO WS-DIAS-CONV.
       MOVE WS-CONV-AA TO WS-BISIESTO-ANIO.
       PERFORM VERIFICAR-BISIESTO.
       IF WS-ES-BISIESTO = 1 AND WS-CONV-MM > 2
           ADD 1 TO WS-DIAS-CONV.

       *>LAS SERIES RECLAMO Y RECIBOING SE SIEMBRAN CON LO QUE YA
       *>TENGAN SUS LIBROS, QUE ESTAN ABIERTOS AL TOMAR EL NUMERO.
       BUSCAR-MAX-RECLAMO.
       MOVE 0 TO WS-MAX-RECLAMO.
       MOVE 0 TO NUMERO-RECLAMO.
       MOVE 0 TO LEE-TODO.
       MOVE "START   BUSCAR-MAX-RECLAMO" TO WS-ERR-DONDE
       START RECLAMOS-ARCHIVO
           KEY IS NOT LESS THAN RCL-LLAVE
           INVALID KEY MOVE 1 TO LEE-TODO
       END-START.
       IF LEE-TODO = 0
           PERFORM LEER-SIGUIENTE-RECLAMO
           PERFORM COMPARAR-MAX-RECLAMO UNTIL LEE-TODO = 1.

       COMPARAR-MAX-RECLAMO.
       IF NUMERO-RECLAMO > WS-MAX-RECLAMO
           MOVE NUMERO-RECLAMO TO WS-MAX-RECLAMO.
       PERFORM LEER-SIGUIENTE-RECLAMO.

       BUSCAR-MAX-RECIBO-INGRESO.
       MOVE 0 TO WS-MAX-RECIBO-ING.
       MOVE 0 TO WS-LEE-INGRESO.
       PERFORM LEER-SIGUIENTE-INGRESO.
       PERFORM COMPARAR-MAX-INGRESO UNTIL WS-LEE-INGRESO = 1.

       LEER-SIGUIENTE-INGRESO.
       MOVE "READ    LEER-SIGUIENTE-INGRESO" TO WS-ERR-DONDE
       READ INGRESOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-INGRESO.

       COMPARAR-MAX-INGRESO.
       IF RECIBO-INGRESO > WS-MAX-RECIBO-ING
           MOVE RECIBO-INGRESO TO WS-MAX-RECIBO-ING.
       PERFORM LEER-SIGUIENTE-INGRESO.

       VOLVER.
       DISPLAY " ".
       DISPLAY "1.- Volver al menu de incidentes".
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
       MOVE SPACES TO WS-INCIDENTES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "incidentes.dat" DELIMITED BY SIZE INTO WS-INCIDENTES-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-RUTA.
       MOVE SPACES TO WS-USUARIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios.dat" DELIMITED BY SIZE INTO WS-USUARIOS-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.
       MOVE SPACES TO WS-CORRELATIVOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "correlativos.dat" DELIMITED BY SIZE
           INTO WS-CORRELATIVOS-RUTA.
       MOVE SPACES TO WS-RECLAMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reclamos_seguro.dat" DELIMITED BY SIZE
           INTO WS-RECLAMOS-RUTA.
       MOVE SPACES TO WS-BAJAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "bajas.dat" DELIMITED BY SIZE INTO WS-BAJAS-RUTA.
       MOVE SPACES TO WS-DEPRECIACION-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "depreciacion.dat" DELIMITED BY SIZE
           INTO WS-DEPRECIACION-RUTA.
       MOVE SPACES TO WS-INGRESOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "ingresos.dat" DELIMITED BY SIZE INTO WS-INGRESOS-RUTA.
       MOVE SPACES TO WS-PARAMETROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "parametros.dat" DELIMITED BY SIZE INTO WS-PARAMETROS-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
