       IDENTIFICATION DIVISION.
       PROGRAM-ID. Sanciones INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       *>INTERCAMBIO DE LISTAS DE SANCIONADOS CON LOS CLUBES
       *>ALIADOS. CADA CLUB MANDA UN ARCHIVO DE TRAZADO FIJO CON SUS
       *>SOCIOS SUSPENDIDOS Y LOS QUE DEBEN MULTAS POR ENCIMA DEL
       *>TOPE, UNA LINEA POR SANCION:
       *>  POSICION  1-11  CEDULA (FORMA NORMAL, VER IDENTIDAD.CBL)
       *>  POSICION 12-13  MOTIVO: SU SUSPENDIDO, MU MULTAS SIN PAGAR
       *>  POSICION 14-21  FECHA AAAAMMDD
       *>  POSICION 22-27  CODIGO DEL CLUB QUE LA INFORMA
       *>LA NUESTRA SE EXPORTA A EXPORT_SANCIONES.TXT CON NUESTRO
       *>CODIGO (PARAMETRO CLUBCODIGO) Y LA DE UN ALIADO SE IMPORTA
       *>DESDE IMPORT_SANCIONES.TXT A SANCIONES_ALIADOS.DAT, QUE
       *>CONSULTAN USUARIOS.CBL Y PRESTAMOS.CBL (VER ALIADOS.CBL).
       SELECT OPTIONAL EXPORT-SANCIONES-ARCHIVO
       ASSIGN TO WS-EXPORT-SANCIONES-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL IMPORT-SANCIONES-ARCHIVO
       ASSIGN TO WS-IMPORT-SANCIONES-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RECHAZOS-ARCHIVO
       ASSIGN TO WS-RECHAZOS-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       *>UNA ENTRADA POR CLUB, CEDULA Y MOTIVO. CADA IMPORTACION DE
       *>UN CLUB MARCA LAS QUE TRAE CON EL SELLO DE LA CORRIDA; LAS
       *>DE ESE CLUB QUE NO VINIERON PASAN A Vencida.
       SELECT OPTIONAL SANCIONES-ALIADOS-ARCHIVO
       ASSIGN TO WS-SANCIONES-ALIADOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS SAN-LLAVE
       ALTERNATE RECORD KEY IS SAN-CEDULA WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-SANCIONES-ALIADOS.

       SELECT OPTIONAL USUARIOS-ARCHIVO
       ASSIGN TO WS-USUARIOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO-USR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS.

       *>MULTAS, ABONOS Y CONVENIOS, PARA SABER CUANTO DEBE CADA
       *>SOCIO IGUAL QUE AL PRESTAR (VER VERIFICAR-MULTAS-PENDIENTES
       *>EN PRESTAMOS.CBL).
       SELECT OPTIONAL MULTAS-ARCHIVO
       ASSIGN TO WS-MULTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS MUL-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-MUL WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-MULTAS.

       SELECT OPTIONAL PAGOS-MULTAS-ARCHIVO
       ASSIGN TO WS-PAGOS-MULTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PAGO-LLAVE
       ALTERNATE RECORD KEY IS MUL-LLAVE-PAGO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PAGOS-MULTAS.

       SELECT OPTIONAL CONVENIOS-ARCHIVO
       ASSIGN TO WS-CONVENIOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CNV-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-CNV WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CONVENIOS.

       SELECT OPTIONAL CONVENIOS-MULTAS-ARCHIVO
       ASSIGN TO WS-CONVENIOS-MULTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CMU-LLAVE
       ALTERNATE RECORD KEY IS MUL-LLAVE-CMU WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CONVENIOS-MULTAS.

       *>PARAMETROS GENERALES DEL SISTEMA (VER PARAMETROS.CBL). AQUI
       *>SE LEEN CLUBCODIGO, NUESTRO CODIGO ANTE LOS ALIADOS, Y
       *>SANCMULTA, LA DEUDA DESDE LA QUE UN SOCIO SE INFORMA.
       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO WS-PARAMETROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PARAM-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PARAMETROS.

       *>DEJA CONSTANCIA DE CADA EXPORTACION E IMPORTACION.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD EXPORT-SANCIONES-ARCHIVO.
           01 EXPORT-SANCIONES-LINEA.
               05 EXP-CEDULA  PIC X(11).
               05 EXP-MOTIVO  PIC X(2).
               05 EXP-FECHA   PIC 9(8).
               05 EXP-CLUB    PIC 9(6).

       *>LOS CAMPOS NUMERICOS SE LEEN COMO TEXTO PARA PODER RECHAZAR
       *>LA LINEA SI NO LO SON.
       FD IMPORT-SANCIONES-ARCHIVO.
           01 IMPORT-SANCIONES-LINEA.
               05 IMP-CEDULA  PIC X(11).
               05 IMP-MOTIVO  PIC X(2).
               05 IMP-FECHA   PIC X(8).
               05 IMP-CLUB    PIC X(6).
               05 IMP-RESTO   PIC X(53).

       FD RECHAZOS-ARCHIVO.
           01 RECHAZOS-LINEA PIC X(150).

       FD SANCIONES-ALIADOS-ARCHIVO.
           01 SANCIONES-ALIADOS-REGISTRO.
               05 SAN-LLAVE.
                   10 SAN-CLUB    PIC 9(6).
                   10 SAN-CEDULA  PIC X(11).
                   10 SAN-MOTIVO  PIC X(2). *>SU SUSPENDIDO,
                                            *>MU MULTAS SIN PAGAR.
               *>FECHA QUE INFORMA EL CLUB: LA DE LA SUSPENSION O LA
               *>DE LA MULTA MAS VIEJA SIN PAGAR.
               05 SAN-FECHA       PIC 9(8).
               05 SAN-ESTADO      PIC X(8). *>Vigente/Vencida.
               05 SAN-FECHA-ALTA  PIC 9(8). *>PRIMERA VEZ QUE VINO.
               05 SAN-FECHA-BAJA  PIC 9(8). *>CUANDO DEJO DE VENIR.
               *>FECHA Y HORA DE LA ULTIMA IMPORTACION QUE LA TRAJO.
               05 SAN-CORRIDA     PIC 9(16).
               05 SAN-OPERADOR    PIC X(10).

       *>COPIA DEL REGISTRO DE USUARIOS.DAT. LOS NOMBRES DE CAMPOS SE
       *>SUFIJAN CON "-USR", IGUAL QUE EN PRESTAMOS.CBL.
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

       FD MULTAS-ARCHIVO.
           01 MULTAS-REGISTRO.
               05 MUL-LLAVE.
                   10 CEDULA-USUARIO-MUL   PIC X(11).
                   10 ID-INSTRUMENTO-MUL   PIC X(6).
                   10 FECHA-MULTA          PIC 9(8).
               05 MOTIVO-MULTA         PIC X(30).
               05 MONTO-MULTA          PIC 9(6)V99.
               05 STATUS-MULTA         PIC X(10).

       FD PAGOS-MULTAS-ARCHIVO.
           01 PAGOS-MULTAS-REGISTRO.
               05 PAGO-LLAVE.
                   10 RECIBO-PAGO PIC 9(8).
               05 MUL-LLAVE-PAGO.
                   10 CEDULA-USUARIO-PAGO PIC X(11).
                   10 ID-INSTRUMENTO-PAGO PIC X(6).
                   10 FECHA-MULTA-PAGO    PIC 9(8).
               05 FECHA-PAGO  PIC 9(8).
               05 MONTO-PAGO  PIC 9(6)V99.
               05 FORMA-PAGO  PIC X(12).

       *>COPIA DEL REGISTRO DE CONVENIOS.DAT (VER CONVENIOS.CBL).
       FD CONVENIOS-ARCHIVO.
           01 CONVENIOS-REGISTRO.
               05 CNV-LLAVE.
                   10 NUMERO-CONVENIO PIC 9(6).
               05 CEDULA-USUARIO-CNV PIC X(11).
               05 FECHA-CONVENIO     PIC 9(8).
               05 MONTO-CONVENIO     PIC 9(8)V99.
               05 NUM-CUOTAS-CNV     PIC 9(2).
               05 STATUS-CONVENIO    PIC X(10). *>Vigente/Cumplido/
                                                *>Incumplido.
               05 FECHA-STATUS-CNV   PIC 9(8).
               05 OPERADOR-CNV       PIC X(10).

       *>COPIA DEL REGISTRO DE CONVENIOS_MULTAS.DAT (VER
       *>CONVENIOS.CBL).
       FD CONVENIOS-MULTAS-ARCHIVO.
           01 CONVENIOS-MULTAS-REGISTRO.
               05 CMU-LLAVE.
                   10 NUMERO-CONVENIO-CMU PIC 9(6).
                   10 LINEA-CMU           PIC 9(2).
               05 MUL-LLAVE-CMU.
                   10 CEDULA-USUARIO-CMU PIC X(11).
                   10 ID-INSTRUMENTO-CMU PIC X(6).
                   10 FECHA-MULTA-CMU    PIC 9(8).
               05 SALDO-CMU   PIC 9(6)V99.
               05 PAGADO-CMU  PIC 9(6)V99.

       FD PARAMETROS-ARCHIVO.
           01 PARAMETROS-REGISTRO.
               05 PARAM-NOMBRE PIC X(12).
               05 PARAM-VALOR  PIC 9(6).

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
               05 AUD-ANTES          PIC X(280).
               05 AUD-DESPUES        PIC X(280).

       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS
       01 WS-TITULO.
           05 FILLER   PIC X(23) VALUE SPACES.
           05 WS-TIT   PIC X(34)
               VALUE "Sancionados de los clubes aliados".
           05 FILLER   PIC X(23) VALUE SPACES.

       77 WS-OPCION PIC 9(2).
       77 WS-INDICADOR PIC 9(1).
       77 LEE-TODO PIC 9(1).
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-HORA-HOY PIC 9(8).
       77 WS-CONFIRMA PIC X(1).

       *>NUESTRO CODIGO ANTE LOS ALIADOS Y LA DEUDA EN DOLARES DESDE
       *>LA QUE UN SOCIO ENTRA EN LA LISTA (POR OMISION 50).
       77 WS-CLUBCODIGO PIC 9(6).
       77 WS-SANCMULTA PIC 9(6).

       *>USADOS PARA SUMAR LO QUE DEBE CADA SOCIO, IGUAL QUE EN
       *>PRESTAMOS.CBL: LAS MULTAS EN UN CONVENIO Vigente NO CUENTAN.
       77 WS-TOTAL-MULTAS-PEND PIC 9(8)V99.
       77 WS-PAGADO-MULTA PIC 9(8)V99.
       77 WS-MULTA-MAS-VIEJA PIC 9(8).
       77 WS-EN-CONVENIO PIC 9(1).
       77 WS-LEE-MULTA PIC 9(1).
       77 WS-LEE-PAGO PIC 9(1).
       77 WS-LEE-CMU PIC 9(1).

       *>USADOS PARA LA IMPORTACION DE LA LISTA DE UN CLUB.
       77 WS-CLUB-ARCHIVO PIC 9(6).
       77 WS-CORRIDA PIC 9(16).
       77 WS-LEE-SANCION PIC 9(1).
       77 WS-FILA-OK PIC 9(1).
       77 WS-MOTIVO-RECHAZO PIC X(50).
       77 WS-FECHA-LINEA PIC 9(8).
       77 WS-CEDULA-CONSULTA PIC X(11).
       77 WS-MOTIVO-DESCRIPCION PIC X(25).

       *>CONTADORES DE CADA CORRIDA.
       77 WS-CANT-SUSPENDIDOS PIC 9(5).
       77 WS-CANT-DEUDORES PIC 9(5).
       77 WS-FILAS-LEIDAS PIC 9(5).
       77 WS-FILAS-NUEVAS PIC 9(5).
       77 WS-FILAS-RENOVADAS PIC 9(5).
       77 WS-FILAS-RECHAZADAS PIC 9(5).
       77 WS-CANT-VENCIDAS PIC 9(5).
       77 WS-CANT-ENCONTRADAS PIC 9(3).

       *>USADOS PARA VALIDAR Y NORMALIZAR LAS CEDULAS CON LA RUTINA
       *>COMUN (VER IDENTIDAD.CBL).
       77 WS-DOC-TIPO PIC X(1).
       77 WS-DOC-ENTRADA PIC X(15).
       77 WS-DOC-NORMAL PIC X(11).
       77 WS-DOC-RESULTADO PIC 9(1).
       77 WS-DOC-MENSAJE PIC X(50).

       *>USADOS PARA DEJAR CONSTANCIA EN LA AUDITORIA.
       77 WS-AUD-LLAVE-REG PIC X(60).
       01 WS-AUD-ANTES PIC X(280) VALUE SPACES.
       01 WS-AUD-DESPUES PIC X(280) VALUE SPACES.

       *>DATOS DEL ERROR DE ARCHIVO QUE SE ANOTA EN ERRORES.DAT
       *>(VER ERRORES.CBL). ANTES DE CADA OPERACION SOBRE UN
       *>ARCHIVO DE DATOS SE DEJA EN WS-ERR-DONDE LA OPERACION Y EL
       *>PARRAFO; SI FALLA, LAS DECLARATIVAS COMPLETAN EL RESTO.
       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Sanciones".
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
       77 WS-FS-SANCIONES-ALIADOS PIC X(2).
       77 WS-FS-USUARIOS PIC X(2).
       77 WS-FS-MULTAS PIC X(2).
       77 WS-FS-PAGOS-MULTAS PIC X(2).
       77 WS-FS-CONVENIOS PIC X(2).
       77 WS-FS-CONVENIOS-MULTAS PIC X(2).
       77 WS-FS-PARAMETROS PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-EXPORT-SANCIONES-RUTA PIC X(80).
       77 WS-IMPORT-SANCIONES-RUTA PIC X(80).
       77 WS-RECHAZOS-RUTA PIC X(80).
       77 WS-SANCIONES-ALIADOS-RUTA PIC X(80).
       77 WS-USUARIOS-RUTA PIC X(80).
       77 WS-MULTAS-RUTA PIC X(80).
       77 WS-PAGOS-MULTAS-RUTA PIC X(80).
       77 WS-CONVENIOS-RUTA PIC X(80).
       77 WS-CONVENIOS-MULTAS-RUTA PIC X(80).
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
       ERROR-SANCIONES-ALIADOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON SANCIONES-ALIADOS-ARCHIVO.
       ERROR-SANCIONES-ALIADOS-ANOTAR.
       MOVE "sanciones_aliados.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-SANCIONES-ALIADOS TO WS-ERR-ESTADO.
       MOVE SAN-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-USUARIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USUARIOS-ARCHIVO.
       ERROR-USUARIOS-ANOTAR.
       MOVE "usuarios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO-USR TO WS-ERR-LLAVE.
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
       ERROR-CONVENIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CONVENIOS-ARCHIVO.
       ERROR-CONVENIOS-ANOTAR.
       MOVE "convenios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CONVENIOS TO WS-ERR-ESTADO.
       MOVE CNV-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-CONVENIOS-MULTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON CONVENIOS-MULTAS-ARCHIVO.
       ERROR-CONVENIOS-MULTAS-ANOTAR.
       MOVE "convenios_multas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CONVENIOS-MULTAS TO WS-ERR-ESTADO.
       MOVE CMU-LLAVE TO WS-ERR-LLAVE.
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
       *>PROGRAMA PRINCIPAL. MANDAR Y CARGAR LISTAS ES DE SUPERVISOR;
       *>CONSULTAR UNA CEDULA LO PUEDE HACER CUALQUIER OPERADOR.
       PROGRAM-BEGIN.
       PERFORM ARMAR-RUTAS.
       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
       DISPLAY " ".
       DISPLAY WS-TITULO.
       DISPLAY " ".
       DISPLAY "1) Exportar nuestra lista (export_sanciones.txt)".
       DISPLAY "2) Importar la lista de un club (import_sanciones.txt)".
       DISPLAY "3) Consultar una cedula".
       DISPLAY "4) Salir".
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
               PERFORM EXPORTAR-SANCIONADOS
           END-IF
       WHEN 2
           IF LS-ROL NOT = "supervisor"
               DISPLAY "Esta opcion requiere rol supervisor."
               PERFORM VOLVER
           ELSE
               PERFORM IMPORTAR-SANCIONADOS
           END-IF
       WHEN 3
           PERFORM CONSULTAR-CEDULA
       WHEN 4
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-MENU
       END-EVALUATE.

       *>ESCRIBE UNA LINEA POR CADA SOCIO SUSPENDIDO (MOTIVO SU) Y
       *>OTRA POR CADA SOCIO QUE DEBE EN MULTAS, FUERA DE CONVENIO,
       *>SANCMULTA DOLARES O MAS (MOTIVO MU). USUARIOS.DAT NO GUARDA
       *>LA FECHA DE LA SUSPENSION, ASI QUE ESA LINEA LLEVA LA FECHA
       *>DE LA EXPORTACION; LA DE MULTAS LLEVA LA DE LA MULTA MAS
       *>VIEJA QUE SIGUE SIN PAGAR.
       EXPORTAR-SANCIONADOS.
       DISPLAY "---Exportar nuestra lista de sancionados---".
       PERFORM LEER-PARAMETROS-SANCION.
       IF WS-CLUBCODIGO = 0
           DISPLAY " "
           DISPLAY "Falta el codigo del club ante los aliados: "
               "carguelo en Parametros (CLUBCODIGO)."
           PERFORM VOLVER.
       OPEN OUTPUT EXPORT-SANCIONES-ARCHIVO.
       MOVE "OPEN    EXPORTAR-SANCIONADOS" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "OPEN    EXPORTAR-SANCIONADOS" TO WS-ERR-DONDE
       OPEN I-O MULTAS-ARCHIVO.
       MOVE "OPEN    EXPORTAR-SANCIONADOS" TO WS-ERR-DONDE
       OPEN I-O PAGOS-MULTAS-ARCHIVO.
       MOVE "OPEN    EXPORTAR-SANCIONADOS" TO WS-ERR-DONDE
       OPEN I-O CONVENIOS-ARCHIVO.
       MOVE "OPEN    EXPORTAR-SANCIONADOS" TO WS-ERR-DONDE
       OPEN I-O CONVENIOS-MULTAS-ARCHIVO.
       MOVE "OPEN    EXPORTAR-SANCIONADOS" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE 0 TO WS-CANT-SUSPENDIDOS.
       MOVE 0 TO WS-CANT-DEUDORES.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-USUARIO.
       PERFORM EVALUAR-USUARIO UNTIL LEE-TODO = 1.
       CLOSE EXPORT-SANCIONES-ARCHIVO.
       CLOSE USUARIOS-ARCHIVO.
       CLOSE MULTAS-ARCHIVO.
       CLOSE PAGOS-MULTAS-ARCHIVO.
       CLOSE CONVENIOS-ARCHIVO.
       CLOSE CONVENIOS-MULTAS-ARCHIVO.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Club " WS-CLUBCODIGO " susp " WS-CANT-SUSPENDIDOS
           " multas " WS-CANT-DEUDORES
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Exportacion" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       CLOSE AUDITORIA-ARCHIVO.
       DISPLAY " ".
       DISPLAY "Socios suspendidos: " WS-CANT-SUSPENDIDOS.
       DISPLAY "Socios con multas de " WS-SANCMULTA
           " dolares o mas: " WS-CANT-DEUDORES.
       DISPLAY "Resultados grabados en export_sanciones.txt".
       PERFORM VOLVER.

       LEER-SIGUIENTE-USUARIO.
       MOVE "READ    LEER-SIGUIENTE-USUARIO" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       EVALUAR-USUARIO.
       IF STATUS-SUSPENDIDO-USR = "Suspendido"
           MOVE CEDULA-USUARIO-USR TO EXP-CEDULA
           MOVE "SU" TO EXP-MOTIVO
           MOVE WS-FECHA-HOY TO EXP-FECHA
           MOVE WS-CLUBCODIGO TO EXP-CLUB
           WRITE EXPORT-SANCIONES-LINEA
           ADD 1 TO WS-CANT-SUSPENDIDOS.
       PERFORM SUMAR-MULTAS-SOCIO.
       IF WS-TOTAL-MULTAS-PEND > 0
           AND WS-TOTAL-MULTAS-PEND NOT < WS-SANCMULTA
           MOVE CEDULA-USUARIO-USR TO EXP-CEDULA
           MOVE "MU" TO EXP-MOTIVO
           MOVE WS-MULTA-MAS-VIEJA TO EXP-FECHA
           MOVE WS-CLUBCODIGO TO EXP-CLUB
           WRITE EXPORT-SANCIONES-LINEA
           ADD 1 TO WS-CANT-DEUDORES.
       PERFORM LEER-SIGUIENTE-USUARIO.

       *>SUMA LO QUE DEBE EL SOCIO EN CURSO EN MULTAS Pendiente QUE
       *>NO ESTAN EN UN CONVENIO Vigente, Y LA FECHA DE LA MAS VIEJA.
       SUMAR-MULTAS-SOCIO.
       MOVE 0 TO WS-TOTAL-MULTAS-PEND.
       MOVE 0 TO WS-MULTA-MAS-VIEJA.
       MOVE CEDULA-USUARIO-USR TO CEDULA-USUARIO-MUL.
       MOVE "START   SUMAR-MULTAS-SOCIO" TO WS-ERR-DONDE
       START MULTAS-ARCHIVO
           KEY IS NOT LESS THAN CEDULA-USUARIO-MUL
           INVALID KEY     MOVE 1 TO WS-LEE-MULTA
           NOT INVALID KEY MOVE 0 TO WS-LEE-MULTA.
       IF WS-LEE-MULTA = 0
           PERFORM LEER-SIGUIENTE-MULTA
           PERFORM ACUMULAR-MULTA-PENDIENTE UNTIL WS-LEE-MULTA = 1.

       LEER-SIGUIENTE-MULTA.
       MOVE "READ    LEER-SIGUIENTE-MULTA" TO WS-ERR-DONDE
       READ MULTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-MULTA.

       ACUMULAR-MULTA-PENDIENTE.
       IF CEDULA-USUARIO-MUL NOT = CEDULA-USUARIO-USR
           MOVE 1 TO WS-LEE-MULTA
       ELSE
           IF STATUS-MULTA = "Pendiente"
               PERFORM SUMAR-PAGOS-MULTA
               IF MONTO-MULTA > WS-PAGADO-MULTA
                   PERFORM VERIFICAR-MULTA-EN-CONVENIO
                   IF WS-EN-CONVENIO = 0
                       COMPUTE WS-TOTAL-MULTAS-PEND =
                           WS-TOTAL-MULTAS-PEND
                           + MONTO-MULTA - WS-PAGADO-MULTA
                       IF WS-MULTA-MAS-VIEJA = 0
                           OR FECHA-MULTA < WS-MULTA-MAS-VIEJA
                           MOVE FECHA-MULTA TO WS-MULTA-MAS-VIEJA
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-SIGUIENTE-MULTA.

       *>SUMA LOS ABONOS YA RECIBIDOS DE LA MULTA EN CURSO, IGUAL
       *>QUE SUMAR-PAGOS-MULTA EN MULTAS.CBL.
       SUMAR-PAGOS-MULTA.
       MOVE 0 TO WS-PAGADO-MULTA.
       MOVE MUL-LLAVE TO MUL-LLAVE-PAGO.
       MOVE "START   SUMAR-PAGOS-MULTA" TO WS-ERR-DONDE
       START PAGOS-MULTAS-ARCHIVO
           KEY IS NOT LESS THAN MUL-LLAVE-PAGO
           INVALID KEY     MOVE 1 TO WS-LEE-PAGO
           NOT INVALID KEY MOVE 0 TO WS-LEE-PAGO.
       IF WS-LEE-PAGO = 0
           PERFORM LEER-SIGUIENTE-PAGO
           PERFORM ACUMULAR-PAGO UNTIL WS-LEE-PAGO = 1.

       LEER-SIGUIENTE-PAGO.
       MOVE "READ    LEER-SIGUIENTE-PAGO" TO WS-ERR-DONDE
       READ PAGOS-MULTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-PAGO.

       ACUMULAR-PAGO.
       IF MUL-LLAVE-PAGO NOT = MUL-LLAVE
           MOVE 1 TO WS-LEE-PAGO
       ELSE
           ADD MONTO-PAGO TO WS-PAGADO-MULTA
           PERFORM LEER-SIGUIENTE-PAGO.

       *>DEJA WS-EN-CONVENIO EN 1 SI LA MULTA EN CURSO ESTA EN UN
       *>CONVENIO DE PAGO Vigente, IGUAL QUE EN CONVENIOS.CBL.
       VERIFICAR-MULTA-EN-CONVENIO.
       MOVE 0 TO WS-EN-CONVENIO.
       MOVE MUL-LLAVE TO MUL-LLAVE-CMU.
       MOVE "START   VERIFICAR-MULTA-EN-CONVENIO" TO WS-ERR-DONDE
       START CONVENIOS-MULTAS-ARCHIVO
           KEY IS NOT LESS THAN MUL-LLAVE-CMU
           INVALID KEY     MOVE 1 TO WS-LEE-CMU
           NOT INVALID KEY MOVE 0 TO WS-LEE-CMU.
       IF WS-LEE-CMU = 0
           PERFORM LEER-SIGUIENTE-CMU
           PERFORM REVISAR-CONVENIO-MULTA UNTIL WS-LEE-CMU = 1.

       LEER-SIGUIENTE-CMU.
       MOVE "READ    LEER-SIGUIENTE-CMU" TO WS-ERR-DONDE
       READ CONVENIOS-MULTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-CMU.

       REVISAR-CONVENIO-MULTA.
       IF MUL-LLAVE-CMU NOT = MUL-LLAVE
           MOVE 1 TO WS-LEE-CMU
       ELSE
           MOVE NUMERO-CONVENIO-CMU TO NUMERO-CONVENIO
           MOVE "READ    REVISAR-CONVENIO-MULTA" TO WS-ERR-DONDE
           READ CONVENIOS-ARCHIVO RECORD
               KEY CNV-LLAVE
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
                   NOT INVALID KEY MOVE 1 TO WS-INDICADOR
           END-READ
           IF WS-INDICADOR = 1 AND STATUS-CONVENIO = "Vigente"
               MOVE 1 TO WS-EN-CONVENIO
               MOVE 1 TO WS-LEE-CMU
           ELSE
               PERFORM LEER-SIGUIENTE-CMU.

       *>CARGA LA LISTA QUE MANDO UN CLUB ALIADO. EL OPERADOR INDICA
       *>DE QUE CLUB ES EL ARCHIVO: SUS LINEAS DEBEN TRAER ESE CODIGO,
       *>Y AL TERMINAR, LAS SANCIONES DE ESE CLUB QUE YA NO VINIERON
       *>PASAN A Vencida. ASI UN ARCHIVO VACIO DE UN CLUB TAMBIEN
       *>LEVANTA TODAS SUS SANCIONES. UNA SANCION Vencida QUE VUELVE
       *>A VENIR QUEDA Vigente DE NUEVO.
       IMPORTAR-SANCIONADOS.
       DISPLAY "---Importar la lista de un club aliado---".
       PERFORM LEER-PARAMETROS-SANCION.
       DISPLAY " ".
       DISPLAY "Indique el codigo del club que envio "
           "import_sanciones.txt".
       ACCEPT WS-CLUB-ARCHIVO.
       PERFORM VALIDACION-CLUB-ARCHIVO.
       DISPLAY " ".
       DISPLAY "Las sanciones del club " WS-CLUB-ARCHIVO
           " que no esten en el archivo quedaran vencidas.".
       DISPLAY "¿Confirma la importacion? (S/N)".
       ACCEPT WS-CONFIRMA.
       IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
           DISPLAY "No se importo nada."
           PERFORM VOLVER.
       ACCEPT WS-HORA-HOY FROM TIME.
       COMPUTE WS-CORRIDA = WS-FECHA-HOY * 100000000 + WS-HORA-HOY.
       OPEN INPUT IMPORT-SANCIONES-ARCHIVO.
       OPEN OUTPUT RECHAZOS-ARCHIVO.
       MOVE "OPEN    IMPORTAR-SANCIONADOS" TO WS-ERR-DONDE
       OPEN I-O SANCIONES-ALIADOS-ARCHIVO.
       MOVE "OPEN    IMPORTAR-SANCIONADOS" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE 0 TO WS-FILAS-LEIDAS.
       MOVE 0 TO WS-FILAS-NUEVAS.
       MOVE 0 TO WS-FILAS-RENOVADAS.
       MOVE 0 TO WS-FILAS-RECHAZADAS.
       MOVE 0 TO WS-CANT-VENCIDAS.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-FILA-SANCION.
       PERFORM PROCESAR-FILA-SANCION UNTIL LEE-TODO = 1.
       PERFORM VENCER-SANCIONES-CLUB.
       CLOSE IMPORT-SANCIONES-ARCHIVO.
       CLOSE RECHAZOS-ARCHIVO.
       CLOSE SANCIONES-ALIADOS-ARCHIVO.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Club " WS-CLUB-ARCHIVO " filas " WS-FILAS-LEIDAS
           " mal " WS-FILAS-RECHAZADAS " vencidas " WS-CANT-VENCIDAS
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Importacion" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       CLOSE AUDITORIA-ARCHIVO.
       DISPLAY " ".
       DISPLAY "Filas leidas: " WS-FILAS-LEIDAS.
       DISPLAY "Sanciones nuevas: " WS-FILAS-NUEVAS.
       DISPLAY "Sanciones que siguen vigentes: " WS-FILAS-RENOVADAS.
       DISPLAY "Sanciones vencidas (el club ya no las lista): "
           WS-CANT-VENCIDAS.
       DISPLAY "Rechazadas: " WS-FILAS-RECHAZADAS
           " (ver import_sanciones_rechazos.txt)".
       PERFORM VOLVER.

       VALIDACION-CLUB-ARCHIVO.
       IF WS-CLUB-ARCHIVO NOT NUMERIC OR WS-CLUB-ARCHIVO = 0
           OR WS-CLUB-ARCHIVO = WS-CLUBCODIGO
           DISPLAY " "
           DISPLAY "Codigo invalido (no puede ser cero ni el nuestro)."
           DISPLAY "Indique el codigo del club que envio el archivo"
           ACCEPT WS-CLUB-ARCHIVO
           PERFORM VALIDACION-CLUB-ARCHIVO.

       LEER-FILA-SANCION.
       READ IMPORT-SANCIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       PROCESAR-FILA-SANCION.
       ADD 1 TO WS-FILAS-LEIDAS.
       PERFORM VALIDAR-FILA-SANCION.
       IF WS-FILA-OK = 1
           PERFORM CARGAR-SANCION
       ELSE
           PERFORM GRABAR-RECHAZO.
       PERFORM LEER-FILA-SANCION.

       *>LA LINEA DEBE SER DEL CLUB INDICADO, CON UN MOTIVO CONOCIDO,
       *>UNA FECHA NUMERICA Y UNA CEDULA VALIDA, QUE SE GUARDA EN SU
       *>FORMA NORMAL PARA QUE COINCIDA CON LA DE USUARIOS.DAT.
       VALIDAR-FILA-SANCION.
       MOVE 1 TO WS-FILA-OK.
       MOVE SPACES TO WS-MOTIVO-RECHAZO.
       IF IMP-CLUB NOT NUMERIC
           MOVE 0 TO WS-FILA-OK
           MOVE "codigo de club no numerico" TO WS-MOTIVO-RECHAZO
       ELSE
           IF IMP-CLUB NOT = WS-CLUB-ARCHIVO
               MOVE 0 TO WS-FILA-OK
               MOVE "la linea es de otro club" TO WS-MOTIVO-RECHAZO.
       IF WS-FILA-OK = 1
           AND IMP-MOTIVO NOT = "SU" AND IMP-MOTIVO NOT = "MU"
           MOVE 0 TO WS-FILA-OK
           MOVE "motivo desconocido" TO WS-MOTIVO-RECHAZO.
       IF WS-FILA-OK = 1 AND IMP-FECHA NOT NUMERIC
           MOVE 0 TO WS-FILA-OK
           MOVE "fecha no numerica" TO WS-MOTIVO-RECHAZO.
       IF WS-FILA-OK = 1
           MOVE "C" TO WS-DOC-TIPO
           MOVE IMP-CEDULA TO WS-DOC-ENTRADA
           CALL "Identidad" USING WS-DOC-TIPO WS-DOC-ENTRADA
               WS-DOC-NORMAL WS-DOC-RESULTADO WS-DOC-MENSAJE
           IF WS-DOC-RESULTADO NOT = 0
               MOVE 0 TO WS-FILA-OK
               STRING "cedula: " WS-DOC-MENSAJE
                   DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO.

       CARGAR-SANCION.
       MOVE WS-CLUB-ARCHIVO TO SAN-CLUB.
       MOVE WS-DOC-NORMAL TO SAN-CEDULA.
       MOVE IMP-MOTIVO TO SAN-MOTIVO.
       MOVE IMP-FECHA TO WS-FECHA-LINEA.
       MOVE "READ    CARGAR-SANCION" TO WS-ERR-DONDE
       READ SANCIONES-ALIADOS-ARCHIVO RECORD
           KEY SAN-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       MOVE WS-FECHA-LINEA TO SAN-FECHA.
       MOVE "Vigente" TO SAN-ESTADO.
       MOVE WS-CORRIDA TO SAN-CORRIDA.
       MOVE LS-CONECTAR TO SAN-OPERADOR.
       MOVE 0 TO SAN-FECHA-BAJA.
       IF WS-INDICADOR = 1
           MOVE "REWRITE CARGAR-SANCION" TO WS-ERR-DONDE
           REWRITE SANCIONES-ALIADOS-REGISTRO
           ADD 1 TO WS-FILAS-RENOVADAS
       ELSE
           MOVE WS-FECHA-HOY TO SAN-FECHA-ALTA
           MOVE "WRITE   CARGAR-SANCION" TO WS-ERR-DONDE
           WRITE SANCIONES-ALIADOS-REGISTRO
           ADD 1 TO WS-FILAS-NUEVAS.

       GRABAR-RECHAZO.
       ADD 1 TO WS-FILAS-RECHAZADAS.
       MOVE SPACES TO RECHAZOS-LINEA.
       STRING "RECHAZADA (" WS-MOTIVO-RECHAZO "): "
           IMPORT-SANCIONES-LINEA
           DELIMITED BY SIZE INTO RECHAZOS-LINEA.
       WRITE RECHAZOS-LINEA.

       *>RECORRE LAS SANCIONES DEL CLUB IMPORTADO Y PASA A Vencida
       *>LAS Vigente QUE ESTA CORRIDA NO TRAJO.
       VENCER-SANCIONES-CLUB.
       MOVE WS-CLUB-ARCHIVO TO SAN-CLUB.
       MOVE LOW-VALUES TO SAN-CEDULA.
       MOVE LOW-VALUES TO SAN-MOTIVO.
       MOVE "START   VENCER-SANCIONES-CLUB" TO WS-ERR-DONDE
       START SANCIONES-ALIADOS-ARCHIVO
           KEY IS NOT LESS THAN SAN-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-SANCION
           NOT INVALID KEY MOVE 0 TO WS-LEE-SANCION.
       IF WS-LEE-SANCION = 0
           PERFORM LEER-SIGUIENTE-SANCION-CLUB
           PERFORM REVISAR-VENCIMIENTO UNTIL WS-LEE-SANCION = 1.

       LEER-SIGUIENTE-SANCION-CLUB.
       MOVE "READ    LEER-SIGUIENTE-SANCION-CLUB" TO WS-ERR-DONDE
       READ SANCIONES-ALIADOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-SANCION.
       IF WS-LEE-SANCION = 0
           IF SAN-CLUB NOT = WS-CLUB-ARCHIVO
               MOVE 1 TO WS-LEE-SANCION.

       REVISAR-VENCIMIENTO.
       IF SAN-ESTADO = "Vigente" AND SAN-CORRIDA NOT = WS-CORRIDA
           MOVE "Vencida" TO SAN-ESTADO
           MOVE WS-FECHA-HOY TO SAN-FECHA-BAJA
           MOVE LS-CONECTAR TO SAN-OPERADOR
           MOVE "REWRITE REVISAR-VENCIMIENTO" TO WS-ERR-DONDE
           REWRITE SANCIONES-ALIADOS-REGISTRO
           ADD 1 TO WS-CANT-VENCIDAS.
       PERFORM LEER-SIGUIENTE-SANCION-CLUB.

       *>MUESTRA TODO LO QUE LOS ALIADOS HAN INFORMADO DE UNA CEDULA,
       *>VIGENTE O YA VENCIDO.
       CONSULTAR-CEDULA.
       DISPLAY "---Consultar una cedula en las listas---".
       DISPLAY " ".
       DISPLAY "Indique numero de cedula".
       ACCEPT WS-DOC-ENTRADA.
       MOVE "C" TO WS-DOC-TIPO.
       CALL "Identidad" USING WS-DOC-TIPO WS-DOC-ENTRADA
           WS-DOC-NORMAL WS-DOC-RESULTADO WS-DOC-MENSAJE.
       IF WS-DOC-RESULTADO = 0
           MOVE WS-DOC-NORMAL TO WS-CEDULA-CONSULTA
       ELSE
           MOVE WS-DOC-ENTRADA TO WS-CEDULA-CONSULTA.
       MOVE "OPEN    CONSULTAR-CEDULA" TO WS-ERR-DONDE
       OPEN I-O SANCIONES-ALIADOS-ARCHIVO.
       MOVE 0 TO WS-CANT-ENCONTRADAS.
       MOVE WS-CEDULA-CONSULTA TO SAN-CEDULA.
       MOVE "START   CONSULTAR-CEDULA" TO WS-ERR-DONDE
       START SANCIONES-ALIADOS-ARCHIVO KEY IS EQUAL TO SAN-CEDULA
           INVALID KEY     MOVE 1 TO WS-LEE-SANCION
           NOT INVALID KEY MOVE 0 TO WS-LEE-SANCION.
       IF WS-LEE-SANCION = 0
           PERFORM LEER-SIGUIENTE-SANCION-CED
           PERFORM MOSTRAR-SANCION UNTIL WS-LEE-SANCION = 1.
       CLOSE SANCIONES-ALIADOS-ARCHIVO.
       IF WS-CANT-ENCONTRADAS = 0
           DISPLAY " "
           DISPLAY "Ningun club aliado ha informado esa cedula.".
       PERFORM VOLVER.

       LEER-SIGUIENTE-SANCION-CED.
       MOVE "READ    LEER-SIGUIENTE-SANCION-CED" TO WS-ERR-DONDE
       READ SANCIONES-ALIADOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-SANCION.
       IF WS-LEE-SANCION = 0
           IF SAN-CEDULA NOT = WS-CEDULA-CONSULTA
               MOVE 1 TO WS-LEE-SANCION.

       MOSTRAR-SANCION.
       ADD 1 TO WS-CANT-ENCONTRADAS.
       EVALUATE SAN-MOTIVO
       WHEN "SU"
           MOVE "socio suspendido" TO WS-MOTIVO-DESCRIPCION
       WHEN "MU"
           MOVE "multas sin pagar" TO WS-MOTIVO-DESCRIPCION
       END-EVALUATE.
       DISPLAY " ".
       DISPLAY "Club " SAN-CLUB ": " WS-MOTIVO-DESCRIPCION
           " desde " SAN-FECHA.
       IF SAN-ESTADO = "Vigente"
           DISPLAY "  Vigente; informada por primera vez el "
               SAN-FECHA-ALTA
       ELSE
           DISPLAY "  Vencida el " SAN-FECHA-BAJA
               " (el club ya no la lista)".
       PERFORM LEER-SIGUIENTE-SANCION-CED.

       *>CLUBCODIGO SIN CARGAR QUEDA EN CERO Y NO DEJA EXPORTAR;
       *>SANCMULTA SIN CARGAR VALE 50 DOLARES.
       LEER-PARAMETROS-SANCION.
       MOVE "OPEN    LEER-PARAMETROS-SANCION" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "CLUBCODIGO" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETROS-SANCION" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 0 TO WS-CLUBCODIGO
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-CLUBCODIGO.
       MOVE "SANCMULTA" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETROS-SANCION" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 50 TO WS-SANCMULTA
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-SANCMULTA.
       CLOSE PARAMETROS-ARCHIVO.

       GRABAR-AUDITORIA.
       *>DEJA CONSTANCIA DE QUE OPERADOR REALIZO LA TRANSACCION.
       *>AUD-ACCION, WS-AUD-LLAVE-REG Y LA FOTO ANTES/DESPUES DEBEN
       *>SER LLENADOS POR QUIEN LLAMA A ESTE PARRAFO.
       ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUD-HORA FROM TIME.
       MOVE LS-CONECTAR TO AUD-OPERADOR.
       MOVE "Sanciones" TO AUD-PROGRAMA.
       MOVE WS-AUD-LLAVE-REG TO AUD-LLAVE-REGISTRO.
       MOVE WS-AUD-ANTES TO AUD-ANTES.
       MOVE WS-AUD-DESPUES TO AUD-DESPUES.
       MOVE 0 TO AUD-SECUENCIA.
       PERFORM ESCRIBIR-AUDITORIA.
       MOVE SPACES TO WS-AUD-ANTES.
       MOVE SPACES TO WS-AUD-DESPUES.

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
       MOVE SPACES TO WS-EXPORT-SANCIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "export_sanciones.txt" DELIMITED BY SIZE
           INTO WS-EXPORT-SANCIONES-RUTA.
       MOVE SPACES TO WS-IMPORT-SANCIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "import_sanciones.txt" DELIMITED BY SIZE
           INTO WS-IMPORT-SANCIONES-RUTA.
       MOVE SPACES TO WS-RECHAZOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "import_sanciones_rechazos.txt" DELIMITED BY SIZE
           INTO WS-RECHAZOS-RUTA.
       MOVE SPACES TO WS-SANCIONES-ALIADOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "sanciones_aliados.dat" DELIMITED BY SIZE
           INTO WS-SANCIONES-ALIADOS-RUTA.
       MOVE SPACES TO WS-USUARIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios.dat" DELIMITED BY SIZE INTO WS-USUARIOS-RUTA.
       MOVE SPACES TO WS-MULTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "multas.dat" DELIMITED BY SIZE INTO WS-MULTAS-RUTA.
       MOVE SPACES TO WS-PAGOS-MULTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "pagos_multas.dat" DELIMITED BY SIZE
           INTO WS-PAGOS-MULTAS-RUTA.
       MOVE SPACES TO WS-CONVENIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "convenios.dat" DELIMITED BY SIZE INTO WS-CONVENIOS-RUTA.
       MOVE SPACES TO WS-CONVENIOS-MULTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "convenios_multas.dat" DELIMITED BY SIZE
           INTO WS-CONVENIOS-MULTAS-RUTA.
       MOVE SPACES TO WS-PARAMETROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "parametros.dat" DELIMITED BY SIZE INTO WS-PARAMETROS-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
       EXIT PROGRAM.
