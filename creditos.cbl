       IDENTIFICATION DIVISION.
       PROGRAM-ID. Creditos INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       *>CUENTA DE SALDO A FAVOR DE LOS SOCIOS: CADA MOVIMIENTO QUEDA
       *>CON LA CEDULA Y UNA SECUENCIA POR SOCIO. SON Credito LO QUE
       *>EL SOCIO PAGO DE MAS EN UNA MULTA (Sobrepago), EL ALQUILER DE
       *>UN PRESTAMO QUE SE DIO DE BAJA (Cancelacion) Y LO QUE SOBRO
       *>DE SU FIANZA DESPUES DE COBRAR EL DAÑO (Fianza); SON Debito
       *>LO QUE SE APLICA LUEGO A UNA MULTA, UN ALQUILER O UNA CUOTA,
       *>Y Reembolso LO QUE SE LE DEVUELVE CON RECIBO Y AUTORIZACION
       *>DE SUPERVISOR. EL SALDO ES LA SUMA DE LOS CREDITOS MENOS LOS
       *>DEBITOS Y REEMBOLSOS; NO SE GUARDA APARTE.
       SELECT OPTIONAL CREDITOS-ARCHIVO
       ASSIGN TO WS-CREDITOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CRE-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CREDITOS.

       *>PARA VALIDAR AL SOCIO Y PONER SU NOMBRE EN EL RECIBO.
       SELECT OPTIONAL USUARIOS-ARCHIVO
       ASSIGN TO WS-USUARIOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO-USR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS.

       *>TODO REEMBOLSO LO AUTORIZA UN SUPERVISOR DISTINTO DEL
       *>OPERADOR CONECTADO.
       SELECT OPTIONAL OPERADORES-ARCHIVO
       ASSIGN TO WS-OPERADORES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-OPERADOR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-OPERADORES.

       *>BANDERA DEL ESTADO DEL DIA (VER CIERRE.CBL): CON EL DIA
       *>CERRADO NO SE REEMBOLSA, PORQUE EL DINERO YA NO ENTRARIA EN
       *>EL CUADRE DE CAJA DE ESE DIA.
       SELECT OPTIONAL ESTADO-DIA-ARCHIVO
       ASSIGN TO WS-ESTADO-DIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS EST-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ESTADO-DIA.

       *>TASA DEL DIA PARA REEMBOLSAR EN BOLIVARES (VER TASAS.CBL).
       SELECT OPTIONAL TASAS-CAMBIO-ARCHIVO
       ASSIGN TO WS-TASAS-CAMBIO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS TASA-FECHA
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TASAS-CAMBIO.

       *>CONTROL CENTRAL DE NUMERACION (VER CORRELATIVOS.CBL): EL
       *>RECIBO DE CADA REEMBOLSO SALE DE LA SERIE REEMBOLSO.
       SELECT OPTIONAL CORRELATIVOS-ARCHIVO
       ASSIGN TO WS-CORRELATIVOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CORR-SERIE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CORRELATIVOS.

       *>DEJA CONSTANCIA DE QUE OPERADOR Y QUE SUPERVISOR
       *>REEMBOLSARON.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       *>EL RECIBO DEL REEMBOLSO PARA QUE EL SOCIO LO FIRME. EL NOMBRE
       *>SE ARMA CON EL NUMERO, ASI QUE EL ASSIGN ES A UNA VARIABLE.
       SELECT OPTIONAL RECIBO-IMPRESO-ARCHIVO
       ASSIGN TO WS-RECIBO-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CREDITOS-ARCHIVO.
           01 CREDITOS-REGISTRO.
               05 CRE-LLAVE.
                   10 CEDULA-USUARIO-CRE PIC X(11).
                   10 SECUENCIA-CRE      PIC 9(4).
               05 FECHA-CRE      PIC 9(8).
               05 TIPO-CRE       PIC X(9). *>Credito/Debito/
                                           *>Reembolso.
               *>DE DONDE SALE O A QUE SE APLICA: Sobrepago,
               *>Cancelacion, Fianza, Multa, Alquiler, Cuota O
               *>Reembolso.
               05 ORIGEN-CRE     PIC X(11).
               05 MONTO-CRE      PIC 9(6)V99. *>EN DOLARES.
               *>DOCUMENTO QUE LO ORIGINA: SERIE Y NUMERO DEL RECIBO
               *>(EL DEL REEMBOLSO, EN LOS REEMBOLSOS).
               05 REF-SERIE-CRE  PIC X(10).
               05 REF-NUMERO-CRE PIC 9(8).
               *>FORMA, MONEDA Y MONTO DEL DINERO QUE ENTRO O SALIO
               *>DE LA CAJA; EN BLANCO SI NO HUBO DINERO DE POR MEDIO.
               05 FORMA-CRE      PIC X(13).
               05 MONEDA-CRE     PIC X(3).
               05 ENTREGADO-CRE  PIC 9(12)V99.
               05 AUTORIZA-CRE   PIC X(10).
               05 OPERADOR-CRE   PIC X(10).

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

       *>COPIA DEL REGISTRO DE OPERADORES.DAT (VER MENU.CBL).
       FD OPERADORES-ARCHIVO.
           01 OPERADORES-REGISTRO.
               05 ID-OPERADOR      PIC X(10).
               05 NOMBRE-OPERADOR-OPR PIC X(40).
               05 CLAVE-OPERADOR-OPR  PIC X(10).
               05 ROL-OPERADOR-OPR    PIC X(12).
               05 STATUS-OPERADOR-OPR PIC X(10).
               05 FECHA-CLAVE-OPR     PIC 9(8).

       *>COPIA DEL REGISTRO DE ESTADO_DIA.DAT (VER CIERRE.CBL).
       FD ESTADO-DIA-ARCHIVO.
           01 ESTADO-DIA-REGISTRO.
               05 EST-ID       PIC X(3).
               05 FECHA-ESTADO PIC 9(8).
               05 ESTADO-DIA   PIC X(8).

       FD TASAS-CAMBIO-ARCHIVO.
           01 TASAS-CAMBIO-REGISTRO.
               05 TASA-FECHA    PIC 9(8).
               05 TASA-BS       PIC 9(8)V9(4). *>BOLIVARES POR DOLAR.
               05 TASA-OPERADOR PIC X(10).

       FD CORRELATIVOS-ARCHIVO.
           01 CORRELATIVOS-REGISTRO.
               05 CORR-SERIE        PIC X(10).
               05 CORR-SIGUIENTE    PIC 9(8). *>PROXIMO NUMERO A DAR.
               05 CORR-FECHA-ACT    PIC 9(8).
               05 CORR-OPERADOR-ACT PIC X(10).

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

       FD RECIBO-IMPRESO-ARCHIVO.
           01 RECIBO-IMPRESO-LINEA PIC X(100).
       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS
       01 WS-TITULO.
           05 FILLER   PIC X(28) VALUE SPACES.
           05 WS-TIT   PIC X(24) VALUE "Saldos a Favor".
           05 FILLER   PIC X(28) VALUE SPACES.

       77 WS-OPCION PIC 9(2).
       77 WS-INDICADOR PIC 9(1).
       77 WS-SI-NO PIC X(1).
       77 LEE-TODO PIC 9(1).
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-NOMBRE-SOCIO PIC X(40).
       77 WS-HAY-ESTADO-DIA PIC 9(1).

       *>SALDO A FAVOR DE UN SOCIO (VER CALCULAR-SALDO-CREDITO): QUIEN
       *>LLAMA LLENA WS-CRE-CEDULA; QUEDAN EL SALDO Y LA ULTIMA
       *>SECUENCIA USADA POR ESE SOCIO.
       77 WS-CRE-CEDULA PIC X(11).
       77 WS-CRE-ENTRADAS PIC 9(8)V99.
       77 WS-CRE-SALIDAS PIC 9(8)V99.
       77 WS-SALDO-CREDITO PIC 9(8)V99.
       77 WS-ULTIMA-SECUENCIA-CRE PIC 9(4).
       77 WS-LEE-CRE PIC 9(1).
       77 WS-MOSTRAR-MOV PIC 9(1).

       *>EL MOVIMIENTO QUE SE VA A GRABAR (VER
       *>GRABAR-MOVIMIENTO-CREDITO).
       77 WS-CRE-TIPO PIC X(9).
       77 WS-CRE-ORIGEN PIC X(11).
       77 WS-CRE-MONTO PIC 9(6)V99.
       77 WS-CRE-REF-SERIE PIC X(10).
       77 WS-CRE-REF-NUMERO PIC 9(8).
       77 WS-CRE-FORMA PIC X(13).
       77 WS-CRE-MONEDA PIC X(3).
       77 WS-CRE-ENTREGADO PIC 9(12)V99.
       77 WS-CRE-AUTORIZA PIC X(10).

       *>USADOS AL REEMBOLSAR.
       77 WS-MONTO-REEMBOLSO PIC 9(6)V99.
       77 WS-RECIBO-REEMBOLSO PIC 9(8).
       77 WS-MAX-REEMBOLSO PIC 9(8).
       77 WS-MON-OPCION PIC 9(1).
       77 WS-HAY-TASA PIC 9(1).
       77 WS-AUTORIZADO PIC 9(1).
       77 WS-SUPERVISOR-ID PIC X(10).
       77 WS-SUPERVISOR-CLAVE PIC X(10).

       *>USADOS PARA TOMAR EL PROXIMO NUMERO DE UNA SERIE DEL
       *>CONTROL CENTRAL DE NUMERACION (VER TOMAR-CORRELATIVO).
       77 WS-CORR-SERIE PIC X(10).
       77 WS-CORR-NUMERO PIC 9(8).
       77 WS-HAY-CORR PIC 9(1).
       77 WS-CORR-MAYOR PIC 9(8).

       *>USADOS AL IMPRIMIR EL RECIBO.
       77 WS-RECIBO-RUTA PIC X(80).
       77 WS-LINEA-REC PIC X(100).

       *>USADO PARA DEJAR CONSTANCIA DE LAS TRANSACCIONES EN LA
       *>AUDITORIA.
       77 WS-AUD-LLAVE-REG PIC X(60).

       *>DATOS DEL ERROR DE ARCHIVO QUE SE ANOTA EN ERRORES.DAT
       *>(VER ERRORES.CBL). ANTES DE CADA OPERACION SOBRE UN
       *>ARCHIVO DE DATOS SE DEJA EN WS-ERR-DONDE LA OPERACION Y EL
       *>PARRAFO; SI FALLA, LAS DECLARATIVAS COMPLETAN EL RESTO.
       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Creditos".
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
       77 WS-FS-CREDITOS PIC X(2).
       77 WS-FS-USUARIOS PIC X(2).
       77 WS-FS-OPERADORES PIC X(2).
       77 WS-FS-ESTADO-DIA PIC X(2).
       77 WS-FS-TASAS-CAMBIO PIC X(2).
       77 WS-FS-CORRELATIVOS PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-CREDITOS-RUTA PIC X(80).
       77 WS-USUARIOS-RUTA PIC X(80).
       77 WS-OPERADORES-RUTA PIC X(80).
       77 WS-ESTADO-DIA-RUTA PIC X(80).
       77 WS-TASAS-CAMBIO-RUTA PIC X(80).
       77 WS-CORRELATIVOS-RUTA PIC X(80).
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
       ERROR-CREDITOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CREDITOS-ARCHIVO.
       ERROR-CREDITOS-ANOTAR.
       MOVE "creditos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CREDITOS TO WS-ERR-ESTADO.
       MOVE CRE-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-USUARIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USUARIOS-ARCHIVO.
       ERROR-USUARIOS-ANOTAR.
       MOVE "usuarios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO-USR TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-OPERADORES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPERADORES-ARCHIVO.
       ERROR-OPERADORES-ANOTAR.
       MOVE "operadores.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-OPERADORES TO WS-ERR-ESTADO.
       MOVE ID-OPERADOR TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ESTADO-DIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ESTADO-DIA-ARCHIVO.
       ERROR-ESTADO-DIA-ANOTAR.
       MOVE "estado_dia.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ESTADO-DIA TO WS-ERR-ESTADO.
       MOVE EST-ID TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-TASAS-CAMBIO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON TASAS-CAMBIO-ARCHIVO.
       ERROR-TASAS-CAMBIO-ANOTAR.
       MOVE "tasas_cambio.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-TASAS-CAMBIO TO WS-ERR-ESTADO.
       MOVE TASA-FECHA TO WS-ERR-LLAVE.
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
       DISPLAY "1) Consultar saldo a favor de un socio".
       DISPLAY "2) Reembolsar saldo a favor".
       DISPLAY "3) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU.

       PERFORM FIN-PROGRAMA.

       *>RUTINAS.
       VALIDACION-MENU.
       EVALUATE WS-OPCION
       WHEN 1
           PERFORM CONSULTAR-SALDO
       WHEN 2
           PERFORM REEMBOLSAR
       WHEN 3
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-MENU
       END-EVALUATE.

       *>MUESTRA CADA MOVIMIENTO DE LA CUENTA DEL SOCIO Y EL SALDO
       *>QUE LE QUEDA A FAVOR.
       CONSULTAR-SALDO.
       DISPLAY "---Saldo a favor de un socio---".
       DISPLAY " ".
       DISPLAY "Ingrese Numero de cedula del socio".
       ACCEPT WS-CRE-CEDULA.
       PERFORM VALIDAR-SOCIO-CREDITO.
       MOVE "OPEN    CONSULTAR-SALDO" TO WS-ERR-DONDE
       OPEN I-O CREDITOS-ARCHIVO.
       DISPLAY " ".
       DISPLAY "Socio: " WS-CRE-CEDULA " " WS-NOMBRE-SOCIO.
       DISPLAY "Fecha     Tipo      Origen      Monto      Documento".
       MOVE 1 TO WS-MOSTRAR-MOV.
       PERFORM CALCULAR-SALDO-CREDITO.
       MOVE 0 TO WS-MOSTRAR-MOV.
       CLOSE CREDITOS-ARCHIVO.
       IF WS-ULTIMA-SECUENCIA-CRE = 0
           DISPLAY "  (el socio no tiene movimientos)".
       DISPLAY " ".
       DISPLAY "Saldo a favor: " WS-SALDO-CREDITO " dolares".
       PERFORM VOLVER.

       VALIDAR-SOCIO-CREDITO.
       MOVE "OPEN    VALIDAR-SOCIO-CREDITO" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE WS-CRE-CEDULA TO CEDULA-USUARIO-USR.
       MOVE "READ    VALIDAR-SOCIO-CREDITO" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO-USR
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       CLOSE USUARIOS-ARCHIVO.
       IF WS-INDICADOR = 0
           DISPLAY " "
           DISPLAY "No existe un socio con esa cedula."
           PERFORM VOLVER
       ELSE
           MOVE NOMBRE-USUARIO-USR TO WS-NOMBRE-SOCIO.

       *>RECORRE LOS MOVIMIENTOS DEL SOCIO WS-CRE-CEDULA Y DEJA SU
       *>SALDO EN WS-SALDO-CREDITO Y LA ULTIMA SECUENCIA EN
       *>WS-ULTIMA-SECUENCIA-CRE. CON WS-MOSTRAR-MOV EN 1 ADEMAS
       *>MUESTRA CADA MOVIMIENTO. CREDITOS-ARCHIVO DEBE ESTAR ABIERTO.
       CALCULAR-SALDO-CREDITO.
       MOVE 0 TO WS-CRE-ENTRADAS.
       MOVE 0 TO WS-CRE-SALIDAS.
       MOVE 0 TO WS-SALDO-CREDITO.
       MOVE 0 TO WS-ULTIMA-SECUENCIA-CRE.
       MOVE WS-CRE-CEDULA TO CEDULA-USUARIO-CRE.
       MOVE 0 TO SECUENCIA-CRE.
       MOVE "START   CALCULAR-SALDO-CREDITO" TO WS-ERR-DONDE
       START CREDITOS-ARCHIVO KEY IS NOT LESS THAN CRE-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-CRE
           NOT INVALID KEY MOVE 0 TO WS-LEE-CRE.
       IF WS-LEE-CRE = 0
           PERFORM LEER-SIGUIENTE-CREDITO
           PERFORM ACUMULAR-MOVIMIENTO-CRE UNTIL WS-LEE-CRE = 1.
       IF WS-CRE-ENTRADAS > WS-CRE-SALIDAS
           COMPUTE WS-SALDO-CREDITO =
               WS-CRE-ENTRADAS - WS-CRE-SALIDAS.

       LEER-SIGUIENTE-CREDITO.
       MOVE "READ    LEER-SIGUIENTE-CREDITO" TO WS-ERR-DONDE
       READ CREDITOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-CRE.

       ACUMULAR-MOVIMIENTO-CRE.
       IF CEDULA-USUARIO-CRE NOT = WS-CRE-CEDULA
           MOVE 1 TO WS-LEE-CRE
       ELSE
           MOVE SECUENCIA-CRE TO WS-ULTIMA-SECUENCIA-CRE
           IF TIPO-CRE = "Credito"
               ADD MONTO-CRE TO WS-CRE-ENTRADAS
           ELSE
               ADD MONTO-CRE TO WS-CRE-SALIDAS
           END-IF
           IF WS-MOSTRAR-MOV = 1
               DISPLAY FECHA-CRE " " TIPO-CRE " " ORIGEN-CRE " "
                   MONTO-CRE " " REF-SERIE-CRE " " REF-NUMERO-CRE
           END-IF
           PERFORM LEER-SIGUIENTE-CREDITO.

       *>GRABA UN MOVIMIENTO EN LA CUENTA DEL SOCIO WS-CRE-CEDULA CON
       *>LA SIGUIENTE SECUENCIA. QUIEN LLAMA LLENA LOS WS-CRE-*. SI
       *>OTRO TERMINAL YA TOMO ESA SECUENCIA SE AVANZA Y SE REINTENTA.
       GRABAR-MOVIMIENTO-CREDITO.
       MOVE "OPEN    GRABAR-MOVIMIENTO-CREDITO" TO WS-ERR-DONDE
       OPEN I-O CREDITOS-ARCHIVO.
       PERFORM CALCULAR-SALDO-CREDITO.
       MOVE WS-CRE-CEDULA TO CEDULA-USUARIO-CRE.
       COMPUTE SECUENCIA-CRE = WS-ULTIMA-SECUENCIA-CRE + 1.
       ACCEPT FECHA-CRE FROM DATE YYYYMMDD.
       MOVE WS-CRE-TIPO TO TIPO-CRE.
       MOVE WS-CRE-ORIGEN TO ORIGEN-CRE.
       MOVE WS-CRE-MONTO TO MONTO-CRE.
       MOVE WS-CRE-REF-SERIE TO REF-SERIE-CRE.
       MOVE WS-CRE-REF-NUMERO TO REF-NUMERO-CRE.
       MOVE WS-CRE-FORMA TO FORMA-CRE.
       MOVE WS-CRE-MONEDA TO MONEDA-CRE.
       MOVE WS-CRE-ENTREGADO TO ENTREGADO-CRE.
       MOVE WS-CRE-AUTORIZA TO AUTORIZA-CRE.
       MOVE LS-CONECTAR TO OPERADOR-CRE.
       PERFORM ESCRIBIR-MOVIMIENTO-CREDITO.
       CLOSE CREDITOS-ARCHIVO.

       ESCRIBIR-MOVIMIENTO-CREDITO.
       MOVE "WRITE   ESCRIBIR-MOVIMIENTO-CREDITO" TO WS-ERR-DONDE
       WRITE CREDITOS-REGISTRO
           INVALID KEY
               ADD 1 TO SECUENCIA-CRE
               PERFORM ESCRIBIR-MOVIMIENTO-CREDITO
       END-WRITE.

       *>DEVUELVE AL SOCIO TODO O PARTE DE SU SALDO A FAVOR. LO
       *>AUTORIZA UN SUPERVISOR DISTINTO DEL OPERADOR, LLEVA RECIBO DE
       *>LA SERIE REEMBOLSO Y, SI SE ENTREGA EN EFECTIVO, SE RESTA DE
       *>LA GAVETA EN EL CUADRE DE CAJA DEL CIERRE.
       REEMBOLSAR.
       DISPLAY "---Reembolsar saldo a favor---".
       DISPLAY " ".
       PERFORM VERIFICAR-DIA-ABIERTO.
       DISPLAY "Ingrese Numero de cedula del socio".
       ACCEPT WS-CRE-CEDULA.
       PERFORM VALIDAR-SOCIO-CREDITO.
       MOVE "OPEN    REEMBOLSAR" TO WS-ERR-DONDE
       OPEN I-O CREDITOS-ARCHIVO.
       PERFORM CALCULAR-SALDO-CREDITO.
       CLOSE CREDITOS-ARCHIVO.
       IF WS-SALDO-CREDITO = 0
           DISPLAY " "
           DISPLAY "El socio no tiene saldo a favor."
           PERFORM VOLVER.
       DISPLAY " ".
       DISPLAY "Saldo a favor de " WS-NOMBRE-SOCIO ": "
           WS-SALDO-CREDITO.
       DISPLAY "Ingrese monto a reembolsar, en dolares".
       ACCEPT WS-MONTO-REEMBOLSO.
       PERFORM VALIDAR-MONTO-REEMBOLSO.
       DISPLAY "Ingrese forma del reembolso (Efectivo, Tarjeta o ".
       DISPLAY "Transferencia)".
       ACCEPT WS-CRE-FORMA.
       PERFORM VALIDAR-FORMA-REEMBOLSO.
       PERFORM PEDIR-MONEDA-REEMBOLSO.
       PERFORM PEDIR-AUTORIZACION-SUPERVISOR.
       IF WS-AUTORIZADO = 0
           DISPLAY " "
           DISPLAY "No se reembolsa."
           PERFORM VOLVER.

       MOVE "REEMBOLSO" TO WS-CORR-SERIE.
       PERFORM TOMAR-CORRELATIVO.
       MOVE WS-CORR-NUMERO TO WS-RECIBO-REEMBOLSO.
       MOVE "Reembolso" TO WS-CRE-TIPO.
       MOVE "Reembolso" TO WS-CRE-ORIGEN.
       MOVE WS-MONTO-REEMBOLSO TO WS-CRE-MONTO.
       MOVE "REEMBOLSO" TO WS-CRE-REF-SERIE.
       MOVE WS-RECIBO-REEMBOLSO TO WS-CRE-REF-NUMERO.
       MOVE WS-SUPERVISOR-ID TO WS-CRE-AUTORIZA.
       PERFORM GRABAR-MOVIMIENTO-CREDITO.

       MOVE "OPEN    REEMBOLSAR" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Reembolso " WS-RECIBO-REEMBOLSO " " WS-CRE-CEDULA
           " Aut: " WS-SUPERVISOR-ID
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Reembolso" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       CLOSE AUDITORIA-ARCHIVO.

       PERFORM IMPRIMIR-RECIBO-REEMBOLSO.
       DISPLAY " ".
       DISPLAY "*** Entregue al socio " WS-CRE-ENTREGADO " "
           WS-CRE-MONEDA " (" WS-CRE-FORMA ") ***".
       DISPLAY "Recibo de reembolso: " WS-RECIBO-REEMBOLSO.
       DISPLAY "Recibo grabado en " WS-RECIBO-RUTA.
       PERFORM VOLVER.

       VALIDAR-MONTO-REEMBOLSO.
       IF WS-MONTO-REEMBOLSO = 0
           OR WS-MONTO-REEMBOLSO > WS-SALDO-CREDITO
           DISPLAY "El monto debe ser mayor que cero y no mayor que "
           DISPLAY "el saldo a favor. Ingrese monto a reembolsar"
           ACCEPT WS-MONTO-REEMBOLSO
           PERFORM VALIDAR-MONTO-REEMBOLSO.

       VALIDAR-FORMA-REEMBOLSO.
       IF WS-CRE-FORMA NOT = "Efectivo"
           AND WS-CRE-FORMA NOT = "Tarjeta"
           AND WS-CRE-FORMA NOT = "Transferencia"
           DISPLAY "Forma invalida. Ingrese Efectivo, Tarjeta o "
           DISPLAY "Transferencia"
           ACCEPT WS-CRE-FORMA
           PERFORM VALIDAR-FORMA-REEMBOLSO.

       *>EL SALDO ESTA EN DOLARES; EN BOLIVARES SE ENTREGA A LA TASA
       *>DEL DIA. SIN TASA CARGADA SOLO SE PUEDE EN DOLARES.
       PEDIR-MONEDA-REEMBOLSO.
       DISPLAY "Moneda en que se entrega: 1) Dolares  2) Bolivares".
       ACCEPT WS-MON-OPCION.
       EVALUATE WS-MON-OPCION
       WHEN 1
           MOVE "USD" TO WS-CRE-MONEDA
           MOVE WS-MONTO-REEMBOLSO TO WS-CRE-ENTREGADO
       WHEN 2
           PERFORM LEER-TASA-DEL-DIA
           IF WS-HAY-TASA = 0
               DISPLAY "No hay tasa cargada para hoy (se carga en la "
               DISPLAY "apertura del dia); entregue en dolares."
               PERFORM PEDIR-MONEDA-REEMBOLSO
           ELSE
               MOVE "VES" TO WS-CRE-MONEDA
               COMPUTE WS-CRE-ENTREGADO ROUNDED =
                   WS-MONTO-REEMBOLSO * TASA-BS
           END-IF
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           PERFORM PEDIR-MONEDA-REEMBOLSO
       END-EVALUATE.

       *>DEJA EN TASA-BS LA TASA DE HOY Y WS-HAY-TASA EN 1 SI EXISTE.
       LEER-TASA-DEL-DIA.
       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
       MOVE "OPEN    LEER-TASA-DEL-DIA" TO WS-ERR-DONDE
       OPEN I-O TASAS-CAMBIO-ARCHIVO.
       MOVE WS-FECHA-HOY TO TASA-FECHA.
       MOVE "READ    LEER-TASA-DEL-DIA" TO WS-ERR-DONDE
       READ TASAS-CAMBIO-ARCHIVO RECORD
           KEY TASA-FECHA
               INVALID KEY     MOVE 0 TO WS-HAY-TASA
               NOT INVALID KEY MOVE 1 TO WS-HAY-TASA.
       CLOSE TASAS-CAMBIO-ARCHIVO.

       *>CON EL DIA CERRADO (VER CIERRE.CBL) EL REEMBOLSO YA NO
       *>ENTRARIA EN EL CUADRE DE CAJA, ASI QUE SE ESPERA A LA
       *>APERTURA.
       VERIFICAR-DIA-ABIERTO.
       MOVE "OPEN    VERIFICAR-DIA-ABIERTO" TO WS-ERR-DONDE
       OPEN I-O ESTADO-DIA-ARCHIVO.
       MOVE "DIA" TO EST-ID.
       MOVE "READ    VERIFICAR-DIA-ABIERTO" TO WS-ERR-DONDE
       READ ESTADO-DIA-ARCHIVO RECORD
           KEY EST-ID
               INVALID KEY     MOVE 0 TO WS-HAY-ESTADO-DIA
               NOT INVALID KEY MOVE 1 TO WS-HAY-ESTADO-DIA.
       CLOSE ESTADO-DIA-ARCHIVO.
       IF WS-HAY-ESTADO-DIA = 1 AND ESTADO-DIA = "Cerrado"
           DISPLAY "El dia esta CERRADO desde el cierre del "
               FECHA-ESTADO "."
           DISPLAY "Corra la apertura del dia antes de reembolsar."
           PERFORM VOLVER.

       *>PIDE EL IDENTIFICADOR Y LA CLAVE DE UN SUPERVISOR DISTINTO
       *>DEL OPERADOR CONECTADO Y LOS VALIDA CONTRA OPERADORES.DAT,
       *>IGUAL QUE EN MULTAS.CBL. DEJA EL VEREDICTO EN WS-AUTORIZADO
       *>Y EL SUPERVISOR EN WS-SUPERVISOR-ID.
       PEDIR-AUTORIZACION-SUPERVISOR.
       MOVE 0 TO WS-AUTORIZADO.
       DISPLAY " ".
       DISPLAY "Esta accion requiere la autorizacion de un "
       DISPLAY "supervisor distinto del operador conectado.".
       DISPLAY "Ingrese identificador del supervisor".
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
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1
           AND CLAVE-OPERADOR-OPR = WS-SUPERVISOR-CLAVE
           AND ROL-OPERADOR-OPR = "supervisor"
           AND STATUS-OPERADOR-OPR NOT = "Inactivo"
           AND STATUS-OPERADOR-OPR NOT = "Bloqueado"
           AND WS-SUPERVISOR-ID NOT = LS-CONECTAR
           MOVE 1 TO WS-AUTORIZADO
       ELSE
           DISPLAY " "
           DISPLAY "Supervisor o clave invalidos (o es el mismo "
           DISPLAY "operador conectado); no se autoriza.".
       CLOSE OPERADORES-ARCHIVO.

       *>EL RECIBO VA EN DOS COPIAS: UNA PARA EL SOCIO Y OTRA, CON
       *>SU FIRMA, PARA EL CLUB.
       IMPRIMIR-RECIBO-REEMBOLSO.
       MOVE SPACES TO WS-RECIBO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reembolso_" WS-RECIBO-REEMBOLSO ".txt"
           DELIMITED BY SIZE INTO WS-RECIBO-RUTA.
       OPEN OUTPUT RECIBO-IMPRESO-ARCHIVO.
       PERFORM ESCRIBIR-RECIBO-REEMBOLSO 2 TIMES.
       CLOSE RECIBO-IMPRESO-ARCHIVO.

       ESCRIBIR-RECIBO-REEMBOLSO.
       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
       MOVE "Centro Deportivo - Recibo de reembolso de saldo a favor"
           TO WS-LINEA-REC.
       PERFORM IMPRIMIR-LINEA-RECIBO.
       STRING "Recibo: " WS-RECIBO-REEMBOLSO "  Fecha: " WS-FECHA-HOY
           DELIMITED BY SIZE INTO WS-LINEA-REC.
       PERFORM IMPRIMIR-LINEA-RECIBO.
       STRING "Cedula: " WS-CRE-CEDULA " Nombre: " WS-NOMBRE-SOCIO
           DELIMITED BY SIZE INTO WS-LINEA-REC.
       PERFORM IMPRIMIR-LINEA-RECIBO.
       STRING "Monto reembolsado: " WS-MONTO-REEMBOLSO " dolares"
           DELIMITED BY SIZE INTO WS-LINEA-REC.
       PERFORM IMPRIMIR-LINEA-RECIBO.
       STRING "Entregado: " WS-CRE-ENTREGADO " " WS-CRE-MONEDA
           " (" WS-CRE-FORMA ")"
           DELIMITED BY SIZE INTO WS-LINEA-REC.
       PERFORM IMPRIMIR-LINEA-RECIBO.
       STRING "Operador: " LS-CONECTAR
           "  Autorizo: " WS-SUPERVISOR-ID
           DELIMITED BY SIZE INTO WS-LINEA-REC.
       PERFORM IMPRIMIR-LINEA-RECIBO.
       MOVE " " TO WS-LINEA-REC.
       PERFORM IMPRIMIR-LINEA-RECIBO.
       MOVE "Firma del socio: ______________________"
           TO WS-LINEA-REC.
       PERFORM IMPRIMIR-LINEA-RECIBO.
       MOVE "----------------------- corte ----------------------"
           TO WS-LINEA-REC.
       PERFORM IMPRIMIR-LINEA-RECIBO.

       IMPRIMIR-LINEA-RECIBO.
       WRITE RECIBO-IMPRESO-LINEA FROM WS-LINEA-REC.
       MOVE SPACES TO WS-LINEA-REC.

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

       *>LA SERIE SOLO SE SIEMBRA UNA VEZ, CON EL MAYOR RECIBO DE
       *>REEMBOLSO QUE YA TENGA CREDITOS.DAT.
       SEMBRAR-CORRELATIVO.
       EVALUATE WS-CORR-SERIE
       WHEN "REEMBOLSO"
           PERFORM BUSCAR-MAX-REEMBOLSO
           MOVE WS-MAX-REEMBOLSO TO WS-CORR-MAYOR
       END-EVALUATE.

       BUSCAR-MAX-REEMBOLSO.
       MOVE 0 TO WS-MAX-REEMBOLSO.
       MOVE "OPEN    BUSCAR-MAX-REEMBOLSO" TO WS-ERR-DONDE
       OPEN I-O CREDITOS-ARCHIVO.
       MOVE 0 TO WS-LEE-CRE.
       PERFORM LEER-SIGUIENTE-CREDITO.
       PERFORM COMPARAR-MAX-REEMBOLSO UNTIL WS-LEE-CRE = 1.
       CLOSE CREDITOS-ARCHIVO.

       COMPARAR-MAX-REEMBOLSO.
       IF TIPO-CRE = "Reembolso"
           AND REF-NUMERO-CRE > WS-MAX-REEMBOLSO
           MOVE REF-NUMERO-CRE TO WS-MAX-REEMBOLSO.
       PERFORM LEER-SIGUIENTE-CREDITO.

       GRABAR-AUDITORIA.
       *>DEJA CONSTANCIA DE QUE OPERADOR REALIZO LA TRANSACCION.
       *>AUD-ACCION Y WS-AUD-LLAVE-REG DEBEN SER LLENADOS POR QUIEN
       *>LLAMA A ESTE PARRAFO.
       ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUD-HORA FROM TIME.
       MOVE LS-CONECTAR TO AUD-OPERADOR.
       MOVE "Creditos" TO AUD-PROGRAMA.
       MOVE WS-AUD-LLAVE-REG TO AUD-LLAVE-REGISTRO.
       MOVE SPACES TO AUD-ANTES.
       MOVE CREDITOS-REGISTRO TO AUD-DESPUES.
       MOVE 0 TO AUD-SECUENCIA.
       PERFORM ESCRIBIR-AUDITORIA.

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

       VOLVER.
       DISPLAY " ".
       DISPLAY "1.- Volver al menu de saldos a favor".
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
       MOVE SPACES TO WS-CREDITOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "creditos.dat" DELIMITED BY SIZE INTO WS-CREDITOS-RUTA.
       MOVE SPACES TO WS-USUARIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios.dat" DELIMITED BY SIZE INTO WS-USUARIOS-RUTA.
       MOVE SPACES TO WS-OPERADORES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "operadores.dat" DELIMITED BY SIZE INTO WS-OPERADORES-RUTA.
       MOVE SPACES TO WS-ESTADO-DIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "estado_dia.dat" DELIMITED BY SIZE INTO WS-ESTADO-DIA-RUTA.
       MOVE SPACES TO WS-TASAS-CAMBIO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "tasas_cambio.dat" DELIMITED BY SIZE
           INTO WS-TASAS-CAMBIO-RUTA.
       MOVE SPACES TO WS-CORRELATIVOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "correlativos.dat" DELIMITED BY SIZE
           INTO WS-CORRELATIVOS-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
       EXIT PROGRAM.
