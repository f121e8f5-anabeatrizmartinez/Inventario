       IDENTIFICATION DIVISION.
       PROGRAM-ID. Convenios INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       *>CONVENIO DE PAGO: UNA O VARIAS MULTAS DE UN SOCIO REPARTIDAS
       *>EN CUOTAS CON FECHA. MIENTRAS EL CONVENIO ESTE Vigente SUS
       *>MULTAS NO BLOQUEAN NUEVOS PRESTAMOS (VER
       *>VERIFICAR-MULTAS-PENDIENTES EN PRESTAMOS.CBL). EL CIERRE DE
       *>CADA NOCHE LO PASA A Cumplido CUANDO SE PAGA TODO, O A
       *>Incumplido CUANDO UNA CUOTA VENCE SIN PAGARSE. EL NUMERO ES
       *>CORRELATIVO Y UNICO.
       SELECT OPTIONAL CONVENIOS-ARCHIVO
       ASSIGN TO WS-CONVENIOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CNV-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-CNV WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CONVENIOS.

       *>MULTAS QUE CUBRE CADA CONVENIO, CON EL SALDO QUE TENIAN Y LO
       *>YA ABONADO AL FIRMAR. LA LLAVE ALTERNA POR MULTA PERMITE
       *>SABER SI UNA MULTA YA ESTA EN UN CONVENIO.
       SELECT OPTIONAL CONVENIOS-MULTAS-ARCHIVO
       ASSIGN TO WS-CONVENIOS-MULTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CMU-LLAVE
       ALTERNATE RECORD KEY IS MUL-LLAVE-CMU WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CONVENIOS-MULTAS.

       *>CRONOGRAMA DE CADA CONVENIO: UNA CUOTA POR MES, CON SU FECHA
       *>DE VENCIMIENTO Y SU MONTO.
       SELECT OPTIONAL CONVENIOS-CUOTAS-ARCHIVO
       ASSIGN TO WS-CONVENIOS-CUOTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CCU-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CONVENIOS-CUOTAS.

       *>LAS MULTAS DEL SOCIO QUE SE PUEDEN INCLUIR EN EL CONVENIO.
       SELECT OPTIONAL MULTAS-ARCHIVO
       ASSIGN TO WS-MULTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS MUL-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-MUL WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-MULTAS.

       *>LAS CUOTAS SE PAGAN COMO ABONOS A LAS MULTAS DESDE
       *>MULTAS.CBL; AQUI SOLO SE SUMAN PARA SABER CUANTO SE HA
       *>PAGADO DEL CONVENIO.
       SELECT OPTIONAL PAGOS-MULTAS-ARCHIVO
       ASSIGN TO WS-PAGOS-MULTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PAGO-LLAVE
       ALTERNATE RECORD KEY IS MUL-LLAVE-PAGO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PAGOS-MULTAS.

       *>PARA VALIDAR AL SOCIO Y PONER SU NOMBRE EN EL CRONOGRAMA.
       SELECT OPTIONAL USUARIOS-ARCHIVO
       ASSIGN TO WS-USUARIOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO-USR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS.

       *>CONTROL CENTRAL DE NUMERACION (VER CORRELATIVOS.CBL): EL
       *>NUMERO DE CONVENIO SALE DE LA SERIE CONVENIO.
       SELECT OPTIONAL CORRELATIVOS-ARCHIVO
       ASSIGN TO WS-CORRELATIVOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CORR-SERIE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CORRELATIVOS.

       *>DEJA CONSTANCIA DE QUE OPERADOR FIRMO CADA CONVENIO.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       *>EL CRONOGRAMA IMPRESO PARA QUE EL SOCIO LO FIRME. EL NOMBRE
       *>SE ARMA CON EL NUMERO, ASI QUE EL ASSIGN ES A UNA VARIABLE.
       SELECT OPTIONAL CONVENIO-IMPRESO-ARCHIVO
       ASSIGN TO WS-CONVENIO-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CONVENIOS-ARCHIVO.
           01 CONVENIOS-REGISTRO.
               05 CNV-LLAVE.
                   10 NUMERO-CONVENIO PIC 9(6).
               05 CEDULA-USUARIO-CNV PIC X(11).
               05 FECHA-CONVENIO     PIC 9(8).
               05 MONTO-CONVENIO     PIC 9(8)V99. *>SUMA DE LOS SALDOS.
               05 NUM-CUOTAS-CNV     PIC 9(2).
               05 STATUS-CONVENIO    PIC X(10). *>Vigente/Cumplido/
                                                *>Incumplido.
               05 FECHA-STATUS-CNV   PIC 9(8).
               05 OPERADOR-CNV       PIC X(10).

       FD CONVENIOS-MULTAS-ARCHIVO.
           01 CONVENIOS-MULTAS-REGISTRO.
               05 CMU-LLAVE.
                   10 NUMERO-CONVENIO-CMU PIC 9(6).
                   10 LINEA-CMU           PIC 9(2).
               05 MUL-LLAVE-CMU. *>LLAVE DE LA MULTA CUBIERTA, CON LOS
                                 *>MISMOS CAMPOS DE MUL-LLAVE.
                   10 CEDULA-USUARIO-CMU PIC X(11).
                   10 ID-INSTRUMENTO-CMU PIC X(6).
                   10 FECHA-MULTA-CMU    PIC 9(8).
               05 SALDO-CMU   PIC 9(6)V99. *>LO QUE SE DEBIA AL FIRMAR.
               05 PAGADO-CMU  PIC 9(6)V99. *>LO ABONADO ANTES DE FIRMAR.

       FD CONVENIOS-CUOTAS-ARCHIVO.
           01 CONVENIOS-CUOTAS-REGISTRO.
               05 CCU-LLAVE.
                   10 NUMERO-CONVENIO-CCU PIC 9(6).
                   10 NUMERO-CUOTA-CCU    PIC 9(2).
               05 FECHA-VENCE-CCU  PIC 9(8).
               05 MONTO-CCU        PIC 9(8)V99.
               05 STATUS-CCU       PIC X(10). *>Pendiente/Pagada/
                                              *>Vencida.
               05 FECHA-STATUS-CCU PIC 9(8).

       *>COPIA DEL REGISTRO DE MULTAS.DAT (VER MULTAS.CBL).
       FD MULTAS-ARCHIVO.
           01 MULTAS-REGISTRO.
               05 MUL-LLAVE.
                   10 CEDULA-USUARIO-MUL   PIC X(11).
                   10 ID-INSTRUMENTO-MUL   PIC X(6).
                   10 FECHA-MULTA          PIC 9(8).
               05 MOTIVO-MULTA         PIC X(30).
               05 MONTO-MULTA          PIC 9(6)V99.
               05 STATUS-MULTA         PIC X(10).

       *>COPIA DEL REGISTRO DE PAGOS_MULTAS.DAT (VER MULTAS.CBL).
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

       FD CONVENIO-IMPRESO-ARCHIVO.
           01 CONVENIO-IMPRESO-LINEA PIC X(100).
       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS
       01 WS-TITULO.
           05 FILLER   PIC X(28) VALUE SPACES.
           05 WS-TIT   PIC X(24) VALUE "Convenios de Pago".
           05 FILLER   PIC X(28) VALUE SPACES.

       77 WS-OPCION PIC 9(2).
       77 WS-INDICADOR PIC 9(1).
       77 WS-SI-NO PIC X(1).
       77 LEE-TODO PIC 9(1).
       77 WS-FECHA-HOY PIC 9(8).

       *>USADOS AL FIRMAR UN CONVENIO NUEVO.
       77 WS-MAX-CONVENIO PIC 9(6).
       77 WS-NUMERO-CONVENIO PIC 9(6).
       77 WS-CEDULA-CNV PIC X(11).
       77 WS-NOMBRE-SOCIO PIC X(40).
       77 WS-TOTAL-CONVENIO PIC 9(8)V99.
       77 WS-NUM-CUOTAS PIC 9(2).
       77 WS-FECHA-PRIMERA PIC 9(8).
       77 WS-MONTO-CCU PIC 9(8)V99.
       77 WS-MONTO-ULTIMA PIC 9(8)V99.
       77 WS-LEE-MULTA PIC 9(1).
       77 WS-LEE-PAGO PIC 9(1).
       77 WS-PAGADO-MULTA PIC 9(6)V99.
       77 WS-SALDO-MULTA PIC 9(6)V99.
       77 WS-EN-CONVENIO PIC 9(1).
       77 WS-LEE-CMU PIC 9(1).
       77 WS-LEE-CCU PIC 9(1).
       77 WS-LEE-CNV PIC 9(1).

       *>MULTAS ESCOGIDAS PARA EL CONVENIO EN PANTALLA, ANTES DE
       *>GRABARLO.
       77 WS-SEL-CANT PIC 9(2).
       77 WS-IDX-SEL PIC 9(2).
       77 WS-IDX-CUOTA PIC 9(2).
       01 WS-SEL-TABLA.
           05 WS-SEL-FILA OCCURS 20.
               10 WS-SEL-LLAVE  PIC X(25).
               10 WS-SEL-SALDO  PIC 9(6)V99.
               10 WS-SEL-PAGADO PIC 9(6)V99.

       *>USADOS AL MEDIR CUANTO SE HA PAGADO DEL CONVENIO: LO ABONADO
       *>A SUS MULTAS DESDE QUE SE FIRMO. UNA MULTA Condonada O
       *>Revertida YA NO SE DEBE Y CUENTA COMO SALDADA.
       77 WS-ABONADO-CNV PIC 9(8)V99.
       77 WS-ABONO-LINEA PIC 9(8)V99.
       77 WS-ACUM-CUOTAS PIC 9(8)V99.
       77 WS-ESTADO-CUOTA PIC X(10).
       77 WS-MOSTRAR-LINEAS PIC 9(1).

       *>USADOS PARA TOMAR EL PROXIMO NUMERO DE UNA SERIE DEL
       *>CONTROL CENTRAL DE NUMERACION (VER TOMAR-CORRELATIVO).
       77 WS-CORR-SERIE PIC X(10).
       77 WS-CORR-NUMERO PIC 9(8).
       77 WS-HAY-CORR PIC 9(1).
       77 WS-CORR-MAYOR PIC 9(8).

       *>USADOS AL IMPRIMIR EL CRONOGRAMA.
       77 WS-CONVENIO-RUTA PIC X(80).
       77 WS-LINEA-CNV PIC X(100).

       *>FECHA AAAAMMDD DESARMADA PARA VALIDAR LA PRIMERA CUOTA Y
       *>SUMARLE UN MES POR CADA CUOTA SIGUIENTE, CON EL MISMO TOPE
       *>DE MES QUE SUMAR-MESES-GARANTIA EN COMPRAS.CBL.
       01 WS-FECHA-VAL PIC 9(8).
       01 WS-FECHA-VAL-R REDEFINES WS-FECHA-VAL.
           05 WS-VAL-AA PIC 9(4).
           05 WS-VAL-MM PIC 9(2).
           05 WS-VAL-DD PIC 9(2).

       77 WS-DIA-TOPE PIC 9(2).
       77 WS-BISIESTO-COCIENTE PIC 9(4).
       77 WS-BISIESTO-RESTO PIC 9(4).
       77 WS-BISIESTO-ANIO PIC 9(4).
       77 WS-ES-BISIESTO PIC 9(1).
       77 WS-MESES-SUMADOS PIC 9(2).
       77 WS-MESES-A-SUMAR PIC 9(2).

       *>USADO PARA DEJAR CONSTANCIA DE LAS TRANSACCIONES EN LA
       *>AUDITORIA.
       77 WS-AUD-LLAVE-REG PIC X(60).

       *>DATOS DEL ERROR DE ARCHIVO QUE SE ANOTA EN ERRORES.DAT
       *>(VER ERRORES.CBL). ANTES DE CADA OPERACION SOBRE UN
       *>ARCHIVO DE DATOS SE DEJA EN WS-ERR-DONDE LA OPERACION Y EL
       *>PARRAFO; SI FALLA, LAS DECLARATIVAS COMPLETAN EL RESTO.
       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Convenios".
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
       77 WS-FS-CONVENIOS PIC X(2).
       77 WS-FS-CONVENIOS-MULTAS PIC X(2).
       77 WS-FS-CONVENIOS-CUOTAS PIC X(2).
       77 WS-FS-MULTAS PIC X(2).
       77 WS-FS-PAGOS-MULTAS PIC X(2).
       77 WS-FS-USUARIOS PIC X(2).
       77 WS-FS-CORRELATIVOS PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-CONVENIOS-RUTA PIC X(80).
       77 WS-CONVENIOS-MULTAS-RUTA PIC X(80).
       77 WS-CONVENIOS-CUOTAS-RUTA PIC X(80).
       77 WS-MULTAS-RUTA PIC X(80).
       77 WS-PAGOS-MULTAS-RUTA PIC X(80).
       77 WS-USUARIOS-RUTA PIC X(80).
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
       ERROR-CONVENIOS-CUOTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON CONVENIOS-CUOTAS-ARCHIVO.
       ERROR-CONVENIOS-CUOTAS-ANOTAR.
       MOVE "convenios_cuotas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CONVENIOS-CUOTAS TO WS-ERR-ESTADO.
       MOVE CCU-LLAVE TO WS-ERR-LLAVE.
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
       ERROR-USUARIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USUARIOS-ARCHIVO.
       ERROR-USUARIOS-ANOTAR.
       MOVE "usuarios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO-USR TO WS-ERR-LLAVE.
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
       DISPLAY "1) Firmar convenio de pago de multas".
       DISPLAY "2) Consultar convenio y sus cuotas".
       DISPLAY "3) Convenios de un socio".
       DISPLAY "4) Reimprimir cronograma".
       DISPLAY "5) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU.

       PERFORM FIN-PROGRAMA.

       *>RUTINAS.
       VALIDACION-MENU.
       EVALUATE WS-OPCION
       WHEN 1
           PERFORM FIRMAR-CONVENIO
       WHEN 2
           PERFORM CONSULTAR-CONVENIO
       WHEN 3
           PERFORM CONVENIOS-SOCIO
       WHEN 4
           PERFORM REIMPRIMIR-CONVENIO
       WHEN 5
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-MENU
       END-EVALUATE.

       *>SE OFRECEN UNA POR UNA LAS MULTAS Pendiente DEL SOCIO QUE
       *>TODAVIA TIENEN SALDO Y NO ESTAN YA EN UN CONVENIO Vigente;
       *>LAS ESCOGIDAS SE REPARTEN EN CUOTAS MENSUALES IGUALES (LA
       *>ULTIMA RECOGE LOS CENTAVOS DEL REDONDEO).
       FIRMAR-CONVENIO.
       DISPLAY "---Firmar convenio de pago de multas---".
       DISPLAY " ".
       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
       DISPLAY "Ingrese Numero de cedula del socio".
       ACCEPT WS-CEDULA-CNV.
       MOVE "OPEN    FIRMAR-CONVENIO" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       PERFORM VALIDAR-SOCIO-CONVENIO.

       MOVE "OPEN    FIRMAR-CONVENIO" TO WS-ERR-DONDE
       OPEN I-O MULTAS-ARCHIVO.
       MOVE "OPEN    FIRMAR-CONVENIO" TO WS-ERR-DONDE
       OPEN I-O PAGOS-MULTAS-ARCHIVO.
       MOVE "OPEN    FIRMAR-CONVENIO" TO WS-ERR-DONDE
       OPEN I-O CONVENIOS-ARCHIVO.
       MOVE "OPEN    FIRMAR-CONVENIO" TO WS-ERR-DONDE
       OPEN I-O CONVENIOS-MULTAS-ARCHIVO.
       MOVE 0 TO WS-SEL-CANT.
       MOVE 0 TO WS-TOTAL-CONVENIO.
       MOVE WS-CEDULA-CNV TO CEDULA-USUARIO-MUL.
       MOVE "START   FIRMAR-CONVENIO" TO WS-ERR-DONDE
       START MULTAS-ARCHIVO
           KEY IS NOT LESS THAN CEDULA-USUARIO-MUL
           INVALID KEY     MOVE 1 TO WS-LEE-MULTA
           NOT INVALID KEY MOVE 0 TO WS-LEE-MULTA.
       IF WS-LEE-MULTA = 0
           PERFORM LEER-SIGUIENTE-MULTA
           PERFORM OFRECER-MULTA UNTIL WS-LEE-MULTA = 1.

       IF WS-SEL-CANT = 0
           DISPLAY " "
           DISPLAY "No hay multas escogidas para el convenio."
           PERFORM CERRAR-ARCHIVOS-FIRMA
           PERFORM VOLVER
       ELSE
           PERFORM PACTAR-CUOTAS.

       VALIDAR-SOCIO-CONVENIO.
       MOVE WS-CEDULA-CNV TO CEDULA-USUARIO-USR.
       MOVE "READ    VALIDAR-SOCIO-CONVENIO" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO-USR
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           DISPLAY " "
           DISPLAY "No existe un socio con esa cedula."
           DISPLAY "Ingrese Numero de cedula del socio"
           ACCEPT WS-CEDULA-CNV
           PERFORM VALIDAR-SOCIO-CONVENIO
       ELSE
           MOVE NOMBRE-USUARIO-USR TO WS-NOMBRE-SOCIO
           DISPLAY "Socio: " WS-NOMBRE-SOCIO.

       LEER-SIGUIENTE-MULTA.
       MOVE "READ    LEER-SIGUIENTE-MULTA" TO WS-ERR-DONDE
       READ MULTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-MULTA.

       OFRECER-MULTA.
       IF CEDULA-USUARIO-MUL NOT = WS-CEDULA-CNV
           MOVE 1 TO WS-LEE-MULTA
       ELSE
           IF STATUS-MULTA = "Pendiente"
               PERFORM SUMAR-PAGOS-MULTA
               IF MONTO-MULTA > WS-PAGADO-MULTA
                   PERFORM VERIFICAR-MULTA-EN-CONVENIO
                   IF WS-EN-CONVENIO = 0
                       PERFORM ESCOGER-MULTA
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-SIGUIENTE-MULTA.

       ESCOGER-MULTA.
       COMPUTE WS-SALDO-MULTA = MONTO-MULTA - WS-PAGADO-MULTA.
       DISPLAY " ".
       DISPLAY "Multa del " FECHA-MULTA " Instrumento "
           ID-INSTRUMENTO-MUL.
       DISPLAY "  Motivo: " MOTIVO-MULTA.
       DISPLAY "  Monto: " MONTO-MULTA " Saldo: " WS-SALDO-MULTA.
       IF WS-SEL-CANT = 20
           DISPLAY "  Ya hay 20 multas en este convenio; quedara "
           DISPLAY "  para otro convenio."
       ELSE
           DISPLAY "¿Incluirla en el convenio? (S/N)"
           ACCEPT WS-SI-NO
           IF WS-SI-NO = "S" OR WS-SI-NO = "s"
               ADD 1 TO WS-SEL-CANT
               MOVE MUL-LLAVE TO WS-SEL-LLAVE(WS-SEL-CANT)
               MOVE WS-SALDO-MULTA TO WS-SEL-SALDO(WS-SEL-CANT)
               MOVE WS-PAGADO-MULTA TO WS-SEL-PAGADO(WS-SEL-CANT)
               ADD WS-SALDO-MULTA TO WS-TOTAL-CONVENIO.

       *>SUMA LOS ABONOS YA RECIBIDOS DE LA MULTA EN PANTALLA, IGUAL
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

       *>DEJA WS-EN-CONVENIO EN 1 SI LA MULTA EN PANTALLA YA ESTA EN
       *>UN CONVENIO Vigente. LAS DE UN CONVENIO Incumplido O
       *>Cumplido SE PUEDEN VOLVER A CONVENIR.
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

       PACTAR-CUOTAS.
       DISPLAY " ".
       DISPLAY "Multas escogidas: " WS-SEL-CANT
           " Total a convenir: " WS-TOTAL-CONVENIO.
       DISPLAY "Ingrese numero de cuotas mensuales (2 a 24)".
       ACCEPT WS-NUM-CUOTAS.
       PERFORM VALIDAR-NUM-CUOTAS.
       DISPLAY "Ingrese fecha de la primera cuota (AAAAMMDD)".
       ACCEPT WS-FECHA-PRIMERA.
       PERFORM VALIDAR-FECHA-PRIMERA.
       COMPUTE WS-MONTO-CCU = WS-TOTAL-CONVENIO / WS-NUM-CUOTAS.
       COMPUTE WS-MONTO-ULTIMA = WS-TOTAL-CONVENIO
           - WS-MONTO-CCU * (WS-NUM-CUOTAS - 1).
       DISPLAY " ".
       DISPLAY WS-NUM-CUOTAS " cuotas de " WS-MONTO-CCU
           ", la ultima de " WS-MONTO-ULTIMA.
       DISPLAY "¿Confirma el convenio? (S/N)".
       ACCEPT WS-SI-NO.
       IF WS-SI-NO = "S" OR WS-SI-NO = "s"
           PERFORM GRABAR-CONVENIO
       ELSE
           DISPLAY " "
           DISPLAY "Convenio no firmado."
           PERFORM CERRAR-ARCHIVOS-FIRMA
           PERFORM VOLVER.

       VALIDAR-NUM-CUOTAS.
       IF WS-NUM-CUOTAS < 2 OR WS-NUM-CUOTAS > 24
           DISPLAY "El convenio debe tener entre 2 y 24 cuotas."
           DISPLAY "Ingrese numero de cuotas mensuales (2 a 24)"
           ACCEPT WS-NUM-CUOTAS
           PERFORM VALIDAR-NUM-CUOTAS.

       *>LA PRIMERA CUOTA VENCE DESPUES DE HOY Y EN UNA FECHA QUE
       *>EXISTA EN EL CALENDARIO.
       VALIDAR-FECHA-PRIMERA.
       MOVE WS-FECHA-PRIMERA TO WS-FECHA-VAL.
       MOVE 1 TO WS-INDICADOR.
       IF WS-VAL-AA = 0 OR WS-VAL-MM < 1 OR WS-VAL-MM > 12
           OR WS-VAL-DD < 1
           MOVE 0 TO WS-INDICADOR
       ELSE
           PERFORM CALCULAR-DIA-TOPE
           IF WS-VAL-DD > WS-DIA-TOPE
               MOVE 0 TO WS-INDICADOR.
       IF WS-FECHA-PRIMERA NOT > WS-FECHA-HOY
           MOVE 0 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           DISPLAY "Fecha invalida; debe ser posterior a hoy."
           DISPLAY "Ingrese fecha de la primera cuota (AAAAMMDD)"
           ACCEPT WS-FECHA-PRIMERA
           PERFORM VALIDAR-FECHA-PRIMERA.

       GRABAR-CONVENIO.
       MOVE "OPEN    GRABAR-CONVENIO" TO WS-ERR-DONDE
       OPEN I-O CONVENIOS-CUOTAS-ARCHIVO.
       MOVE "OPEN    GRABAR-CONVENIO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       *>EL NUMERO DE CONVENIO SALE DE LA SERIE CONVENIO DEL CONTROL
       *>CENTRAL DE NUMERACION (VER CORRELATIVOS.CBL).
       MOVE "CONVENIO" TO WS-CORR-SERIE.
       PERFORM TOMAR-CORRELATIVO.
       MOVE WS-CORR-NUMERO TO WS-NUMERO-CONVENIO.
       MOVE WS-NUMERO-CONVENIO TO NUMERO-CONVENIO.
       MOVE WS-CEDULA-CNV TO CEDULA-USUARIO-CNV.
       MOVE WS-FECHA-HOY TO FECHA-CONVENIO.
       MOVE WS-TOTAL-CONVENIO TO MONTO-CONVENIO.
       MOVE WS-NUM-CUOTAS TO NUM-CUOTAS-CNV.
       MOVE "Vigente" TO STATUS-CONVENIO.
       MOVE WS-FECHA-HOY TO FECHA-STATUS-CNV.
       MOVE LS-CONECTAR TO OPERADOR-CNV.
       PERFORM GRABAR-CONVENIO-NUEVO.
       *>SE RELEE PARA TENER EL REGISTRO GRABADO EN LA AUDITORIA Y EN
       *>EL CRONOGRAMA.
       MOVE "READ    GRABAR-CONVENIO" TO WS-ERR-DONDE
       READ CONVENIOS-ARCHIVO RECORD
           KEY CNV-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.

       PERFORM GRABAR-MULTA-CONVENIO
           VARYING WS-IDX-SEL FROM 1 BY 1
           UNTIL WS-IDX-SEL > WS-SEL-CANT.
       PERFORM GRABAR-CUOTA-CONVENIO
           VARYING WS-IDX-CUOTA FROM 1 BY 1
           UNTIL WS-IDX-CUOTA > WS-NUM-CUOTAS.

       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Convenio " WS-NUMERO-CONVENIO " Ced: " WS-CEDULA-CNV
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Alta" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       CLOSE AUDITORIA-ARCHIVO.

       DISPLAY " ".
       DISPLAY "Numero de convenio asignado: " WS-NUMERO-CONVENIO.
       PERFORM ESCRIBIR-CONVENIO-IMPRESO.
       CLOSE CONVENIOS-CUOTAS-ARCHIVO.
       PERFORM CERRAR-ARCHIVOS-FIRMA.
       DISPLAY " ".
       DISPLAY "Cronograma grabado en " WS-CONVENIO-RUTA.
       DISPLAY "Entreguelo al socio para su firma.".
       PERFORM VOLVER.

       CERRAR-ARCHIVOS-FIRMA.
       CLOSE USUARIOS-ARCHIVO.
       CLOSE MULTAS-ARCHIVO.
       CLOSE PAGOS-MULTAS-ARCHIVO.
       CLOSE CONVENIOS-ARCHIVO.
       CLOSE CONVENIOS-MULTAS-ARCHIVO.

       GRABAR-MULTA-CONVENIO.
       MOVE WS-NUMERO-CONVENIO TO NUMERO-CONVENIO-CMU.
       MOVE WS-IDX-SEL TO LINEA-CMU.
       MOVE WS-SEL-LLAVE(WS-IDX-SEL) TO MUL-LLAVE-CMU.
       MOVE WS-SEL-SALDO(WS-IDX-SEL) TO SALDO-CMU.
       MOVE WS-SEL-PAGADO(WS-IDX-SEL) TO PAGADO-CMU.
       MOVE "WRITE   GRABAR-MULTA-CONVENIO" TO WS-ERR-DONDE
       WRITE CONVENIOS-MULTAS-REGISTRO.

       *>CADA CUOTA VENCE EL MISMO DIA DE LA PRIMERA, UN MES DESPUES
       *>DE LA ANTERIOR; SI ESE MES NO TIENE EL DIA, VENCE EL ULTIMO
       *>DIA DEL MES.
       GRABAR-CUOTA-CONVENIO.
       MOVE WS-NUMERO-CONVENIO TO NUMERO-CONVENIO-CCU.
       MOVE WS-IDX-CUOTA TO NUMERO-CUOTA-CCU.
       MOVE WS-FECHA-PRIMERA TO WS-FECHA-VAL.
       COMPUTE WS-MESES-A-SUMAR = WS-IDX-CUOTA - 1.
       PERFORM SUMAR-MESES-CUOTA.
       MOVE WS-FECHA-VAL TO FECHA-VENCE-CCU.
       IF WS-IDX-CUOTA = WS-NUM-CUOTAS
           MOVE WS-MONTO-ULTIMA TO MONTO-CCU
       ELSE
           MOVE WS-MONTO-CCU TO MONTO-CCU.
       MOVE "Pendiente" TO STATUS-CCU.
       MOVE WS-FECHA-HOY TO FECHA-STATUS-CCU.
       MOVE "WRITE   GRABAR-CUOTA-CONVENIO" TO WS-ERR-DONDE
       WRITE CONVENIOS-CUOTAS-REGISTRO.

       SUMAR-MESES-CUOTA.
       MOVE 0 TO WS-MESES-SUMADOS.
       PERFORM SUMAR-UN-MES
           UNTIL WS-MESES-SUMADOS = WS-MESES-A-SUMAR.
       PERFORM CALCULAR-DIA-TOPE.
       IF WS-VAL-DD > WS-DIA-TOPE
           MOVE WS-DIA-TOPE TO WS-VAL-DD.

       SUMAR-UN-MES.
       ADD 1 TO WS-VAL-MM.
       IF WS-VAL-MM > 12
           MOVE 1 TO WS-VAL-MM
           ADD 1 TO WS-VAL-AA.
       ADD 1 TO WS-MESES-SUMADOS.

       CALCULAR-DIA-TOPE.
       EVALUATE WS-VAL-MM
       WHEN 01 MOVE 31 TO WS-DIA-TOPE
       WHEN 02 MOVE 28 TO WS-DIA-TOPE
       WHEN 03 MOVE 31 TO WS-DIA-TOPE
       WHEN 04 MOVE 30 TO WS-DIA-TOPE
       WHEN 05 MOVE 31 TO WS-DIA-TOPE
       WHEN 06 MOVE 30 TO WS-DIA-TOPE
       WHEN 07 MOVE 31 TO WS-DIA-TOPE
       WHEN 08 MOVE 31 TO WS-DIA-TOPE
       WHEN 09 MOVE 30 TO WS-DIA-TOPE
       WHEN 10 MOVE 31 TO WS-DIA-TOPE
       WHEN 11 MOVE 30 TO WS-DIA-TOPE
       WHEN 12 MOVE 31 TO WS-DIA-TOPE
       WHEN OTHER
           MOVE 0 TO WS-DIA-TOPE
       END-EVALUATE.
       IF WS-VAL-MM = 02
           MOVE WS-VAL-AA TO WS-BISIESTO-ANIO
           PERFORM VERIFICAR-BISIESTO
           IF WS-ES-BISIESTO = 1
               MOVE 29 TO WS-DIA-TOPE.

       *>AÑO BISIESTO SEGUN LA REGLA GREGORIANA COMPLETA, IGUAL QUE
       *>EN PRESTAMOS.CBL.
       VERIFICAR-BISIESTO.
       MOVE 0 TO WS-ES-BISIESTO.
       DIVIDE WS-BISIESTO-ANIO BY 4 GIVING WS-BISIESTO-COCIENTE
           REMAINDER WS-BISIESTO-RESTO.
       IF WS-BISIESTO-RESTO = 0
           MOVE 1 TO WS-ES-BISIESTO
           DIVIDE WS-BISIESTO-ANIO BY 100 GIVING WS-BISIESTO-COCIENTE
               REMAINDER WS-BISIESTO-RESTO
           IF WS-BISIESTO-RESTO = 0
               DIVIDE WS-BISIESTO-ANIO BY 400
                   GIVING WS-BISIESTO-COCIENTE
                   REMAINDER WS-BISIESTO-RESTO
               IF WS-BISIESTO-RESTO NOT = 0
                   MOVE 0 TO WS-ES-BISIESTO.

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

       *>LA SERIE SOLO SE SIEMBRA UNA VEZ, CON EL MAYOR NUMERO QUE
       *>YA TENGA CONVENIOS.DAT.
       SEMBRAR-CORRELATIVO.
       EVALUATE WS-CORR-SERIE
       WHEN "CONVENIO"
           PERFORM BUSCAR-MAX-CONVENIO
           MOVE WS-MAX-CONVENIO TO WS-CORR-MAYOR
       END-EVALUATE.

       *>SI EL NUMERO YA ESTA GRABADO SE TOMA EL SIGUIENTE DE LA
       *>SERIE Y SE REINTENTA.
       GRABAR-CONVENIO-NUEVO.
       MOVE "WRITE   GRABAR-CONVENIO-NUEVO" TO WS-ERR-DONDE
       WRITE CONVENIOS-REGISTRO
           INVALID KEY
               PERFORM TOMAR-CORRELATIVO
               MOVE WS-CORR-NUMERO TO WS-NUMERO-CONVENIO
               MOVE WS-NUMERO-CONVENIO TO NUMERO-CONVENIO
               PERFORM GRABAR-CONVENIO-NUEVO
       END-WRITE.

       BUSCAR-MAX-CONVENIO.
       MOVE 0 TO WS-MAX-CONVENIO.
       MOVE 0 TO NUMERO-CONVENIO.
       MOVE "START   BUSCAR-MAX-CONVENIO" TO WS-ERR-DONDE
       START CONVENIOS-ARCHIVO KEY IS NOT LESS THAN CNV-LLAVE
           INVALID KEY     MOVE 1 TO LEE-TODO
           NOT INVALID KEY MOVE 0 TO LEE-TODO.
       IF LEE-TODO = 0
           PERFORM LEER-SIGUIENTE-CONVENIO
           PERFORM COMPARAR-MAX-CONVENIO UNTIL LEE-TODO = 1.

       LEER-SIGUIENTE-CONVENIO.
       MOVE "READ    LEER-SIGUIENTE-CONVENIO" TO WS-ERR-DONDE
       READ CONVENIOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       COMPARAR-MAX-CONVENIO.
       IF NUMERO-CONVENIO > WS-MAX-CONVENIO
           MOVE NUMERO-CONVENIO TO WS-MAX-CONVENIO.
       PERFORM LEER-SIGUIENTE-CONVENIO.

       *>MUESTRA EL CONVENIO CON SUS MULTAS Y EL ESTADO DE CADA CUOTA
       *>A LA FECHA: LO ABONADO A LAS MULTAS DESDE LA FIRMA SE VA
       *>APLICANDO A LAS CUOTAS EN ORDEN. EL STATUS DEL CONVENIO SOLO
       *>LO CAMBIA EL CIERRE DE LA NOCHE.
       CONSULTAR-CONVENIO.
       DISPLAY "---Consultar convenio---".
       DISPLAY " ".
       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
       DISPLAY "Indique numero del convenio".
       ACCEPT WS-NUMERO-CONVENIO.
       MOVE "OPEN    CONSULTAR-CONVENIO" TO WS-ERR-DONDE
       OPEN I-O CONVENIOS-ARCHIVO.
       MOVE "OPEN    CONSULTAR-CONVENIO" TO WS-ERR-DONDE
       OPEN I-O CONVENIOS-MULTAS-ARCHIVO.
       MOVE "OPEN    CONSULTAR-CONVENIO" TO WS-ERR-DONDE
       OPEN I-O CONVENIOS-CUOTAS-ARCHIVO.
       MOVE "OPEN    CONSULTAR-CONVENIO" TO WS-ERR-DONDE
       OPEN I-O MULTAS-ARCHIVO.
       MOVE "OPEN    CONSULTAR-CONVENIO" TO WS-ERR-DONDE
       OPEN I-O PAGOS-MULTAS-ARCHIVO.
       MOVE WS-NUMERO-CONVENIO TO NUMERO-CONVENIO.
       MOVE "READ    CONSULTAR-CONVENIO" TO WS-ERR-DONDE
       READ CONVENIOS-ARCHIVO RECORD
           KEY CNV-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           DISPLAY " "
           DISPLAY "No existe un convenio con ese numero."
       ELSE
           DISPLAY " "
           DISPLAY "Convenio " NUMERO-CONVENIO " del " FECHA-CONVENIO
               " Socio: " CEDULA-USUARIO-CNV
           DISPLAY "Monto: " MONTO-CONVENIO " en " NUM-CUOTAS-CNV
               " cuotas. Status: " STATUS-CONVENIO
           DISPLAY "Multas incluidas:"
           MOVE 1 TO WS-MOSTRAR-LINEAS
           PERFORM CALCULAR-ABONADO-CONVENIO
           DISPLAY "Abonado desde la firma: " WS-ABONADO-CNV
           DISPLAY "Cuotas:"
           PERFORM MOSTRAR-CUOTAS-CONVENIO.
       CLOSE CONVENIOS-ARCHIVO.
       CLOSE CONVENIOS-MULTAS-ARCHIVO.
       CLOSE CONVENIOS-CUOTAS-ARCHIVO.
       CLOSE MULTAS-ARCHIVO.
       CLOSE PAGOS-MULTAS-ARCHIVO.
       PERFORM VOLVER.

       *>SUMA EN WS-ABONADO-CNV LO PAGADO DEL CONVENIO WS-NUMERO-
       *>CONVENIO: POR CADA MULTA, LO ABONADO DESPUES DE LA FIRMA,
       *>HASTA EL SALDO QUE TENIA. CON WS-MOSTRAR-LINEAS EN 1 MUESTRA
       *>CADA MULTA EN PANTALLA.
       CALCULAR-ABONADO-CONVENIO.
       MOVE 0 TO WS-ABONADO-CNV.
       MOVE WS-NUMERO-CONVENIO TO NUMERO-CONVENIO-CMU.
       MOVE 0 TO LINEA-CMU.
       MOVE "START   CALCULAR-ABONADO-CONVENIO" TO WS-ERR-DONDE
       START CONVENIOS-MULTAS-ARCHIVO KEY IS NOT LESS THAN CMU-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-CMU
           NOT INVALID KEY MOVE 0 TO WS-LEE-CMU.
       IF WS-LEE-CMU = 0
           PERFORM LEER-SIGUIENTE-CMU
           PERFORM ABONADO-LINEA-CONVENIO UNTIL WS-LEE-CMU = 1.

       ABONADO-LINEA-CONVENIO.
       IF NUMERO-CONVENIO-CMU NOT = WS-NUMERO-CONVENIO
           MOVE 1 TO WS-LEE-CMU
       ELSE
           MOVE MUL-LLAVE-CMU TO MUL-LLAVE
           MOVE "READ    ABONADO-LINEA-CONVENIO" TO WS-ERR-DONDE
           READ MULTAS-ARCHIVO RECORD
               KEY MUL-LLAVE
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
                   NOT INVALID KEY MOVE 1 TO WS-INDICADOR
           END-READ
           IF WS-INDICADOR = 0
               OR STATUS-MULTA = "Condonada"
               OR STATUS-MULTA = "Revertida"
               MOVE SALDO-CMU TO WS-ABONO-LINEA
           ELSE
               PERFORM SUMAR-PAGOS-MULTA
               MOVE 0 TO WS-ABONO-LINEA
               IF WS-PAGADO-MULTA > PAGADO-CMU
                   COMPUTE WS-ABONO-LINEA =
                       WS-PAGADO-MULTA - PAGADO-CMU
               END-IF
               IF WS-ABONO-LINEA > SALDO-CMU
                   MOVE SALDO-CMU TO WS-ABONO-LINEA
               END-IF
           END-IF
           ADD WS-ABONO-LINEA TO WS-ABONADO-CNV
           IF WS-MOSTRAR-LINEAS = 1
               DISPLAY "  Instrumento " ID-INSTRUMENTO-CMU
                   " multa del " FECHA-MULTA-CMU
                   " saldo al firmar: " SALDO-CMU
                   " abonado: " WS-ABONO-LINEA
           END-IF
           PERFORM LEER-SIGUIENTE-CMU.

       MOSTRAR-CUOTAS-CONVENIO.
       MOVE 0 TO WS-ACUM-CUOTAS.
       MOVE WS-NUMERO-CONVENIO TO NUMERO-CONVENIO-CCU.
       MOVE 0 TO NUMERO-CUOTA-CCU.
       MOVE "START   MOSTRAR-CUOTAS-CONVENIO" TO WS-ERR-DONDE
       START CONVENIOS-CUOTAS-ARCHIVO KEY IS NOT LESS THAN CCU-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-CCU
           NOT INVALID KEY MOVE 0 TO WS-LEE-CCU.
       IF WS-LEE-CCU = 0
           PERFORM LEER-SIGUIENTE-CCU
           PERFORM MOSTRAR-CUOTA UNTIL WS-LEE-CCU = 1.

       LEER-SIGUIENTE-CCU.
       MOVE "READ    LEER-SIGUIENTE-CCU" TO WS-ERR-DONDE
       READ CONVENIOS-CUOTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-CCU.

       MOSTRAR-CUOTA.
       IF NUMERO-CONVENIO-CCU NOT = WS-NUMERO-CONVENIO
           MOVE 1 TO WS-LEE-CCU
       ELSE
           ADD MONTO-CCU TO WS-ACUM-CUOTAS
           IF WS-ACUM-CUOTAS NOT > WS-ABONADO-CNV
               MOVE "Pagada" TO WS-ESTADO-CUOTA
           ELSE
               IF STATUS-CCU = "Vencida"
                   MOVE "Vencida" TO WS-ESTADO-CUOTA
               ELSE
                   IF FECHA-VENCE-CCU < WS-FECHA-HOY
                       MOVE "Atrasada" TO WS-ESTADO-CUOTA
                   ELSE
                       MOVE "Pendiente" TO WS-ESTADO-CUOTA
                   END-IF
               END-IF
           END-IF
           DISPLAY "  Cuota " NUMERO-CUOTA-CCU " vence " FECHA-VENCE-CCU
               " monto " MONTO-CCU " " WS-ESTADO-CUOTA
           PERFORM LEER-SIGUIENTE-CCU.

       CONVENIOS-SOCIO.
       DISPLAY "---Convenios de un socio---".
       DISPLAY " ".
       DISPLAY "Ingrese Numero de cedula del socio".
       ACCEPT WS-CEDULA-CNV.
       MOVE "OPEN    CONVENIOS-SOCIO" TO WS-ERR-DONDE
       OPEN I-O CONVENIOS-ARCHIVO.
       MOVE 0 TO WS-INDICADOR.
       MOVE WS-CEDULA-CNV TO CEDULA-USUARIO-CNV.
       MOVE "START   CONVENIOS-SOCIO" TO WS-ERR-DONDE
       START CONVENIOS-ARCHIVO
           KEY IS NOT LESS THAN CEDULA-USUARIO-CNV
           INVALID KEY     MOVE 1 TO WS-LEE-CNV
           NOT INVALID KEY MOVE 0 TO WS-LEE-CNV.
       IF WS-LEE-CNV = 0
           PERFORM LEER-CONVENIO-SOCIO
           PERFORM MOSTRAR-CONVENIO-SOCIO UNTIL WS-LEE-CNV = 1.
       IF WS-INDICADOR = 0
           DISPLAY " "
           DISPLAY "El socio no tiene convenios.".
       CLOSE CONVENIOS-ARCHIVO.
       PERFORM VOLVER.

       LEER-CONVENIO-SOCIO.
       MOVE "READ    LEER-CONVENIO-SOCIO" TO WS-ERR-DONDE
       READ CONVENIOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-CNV.

       MOSTRAR-CONVENIO-SOCIO.
       IF CEDULA-USUARIO-CNV NOT = WS-CEDULA-CNV
           MOVE 1 TO WS-LEE-CNV
       ELSE
           MOVE 1 TO WS-INDICADOR
           DISPLAY "  Convenio " NUMERO-CONVENIO " del "
               FECHA-CONVENIO " monto " MONTO-CONVENIO
               " cuotas " NUM-CUOTAS-CNV " " STATUS-CONVENIO
           PERFORM LEER-CONVENIO-SOCIO.

       REIMPRIMIR-CONVENIO.
       DISPLAY "---Reimprimir cronograma---".
       DISPLAY " ".
       DISPLAY "Indique numero del convenio".
       ACCEPT WS-NUMERO-CONVENIO.
       MOVE "OPEN    REIMPRIMIR-CONVENIO" TO WS-ERR-DONDE
       OPEN I-O CONVENIOS-ARCHIVO.
       MOVE "OPEN    REIMPRIMIR-CONVENIO" TO WS-ERR-DONDE
       OPEN I-O CONVENIOS-MULTAS-ARCHIVO.
       MOVE "OPEN    REIMPRIMIR-CONVENIO" TO WS-ERR-DONDE
       OPEN I-O CONVENIOS-CUOTAS-ARCHIVO.
       MOVE "OPEN    REIMPRIMIR-CONVENIO" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE WS-NUMERO-CONVENIO TO NUMERO-CONVENIO.
       MOVE "READ    REIMPRIMIR-CONVENIO" TO WS-ERR-DONDE
       READ CONVENIOS-ARCHIVO RECORD
           KEY CNV-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           DISPLAY " "
           DISPLAY "No existe un convenio con ese numero."
       ELSE
           MOVE CEDULA-USUARIO-CNV TO CEDULA-USUARIO-USR
           MOVE "READ    REIMPRIMIR-CONVENIO" TO WS-ERR-DONDE
           READ USUARIOS-ARCHIVO RECORD
               KEY CEDULA-USUARIO-USR
                   INVALID KEY MOVE SPACES TO NOMBRE-USUARIO-USR
           END-READ
           MOVE NOMBRE-USUARIO-USR TO WS-NOMBRE-SOCIO
           PERFORM ESCRIBIR-CONVENIO-IMPRESO
           DISPLAY " "
           DISPLAY "Cronograma grabado en " WS-CONVENIO-RUTA.
       CLOSE CONVENIOS-ARCHIVO.
       CLOSE CONVENIOS-MULTAS-ARCHIVO.
       CLOSE CONVENIOS-CUOTAS-ARCHIVO.
       CLOSE USUARIOS-ARCHIVO.
       PERFORM VOLVER.

       *>ARMA EL CRONOGRAMA DEL CONVENIO EN CONVENIOS-REGISTRO PARA
       *>LA FIRMA DEL SOCIO.
       ESCRIBIR-CONVENIO-IMPRESO.
       MOVE SPACES TO WS-CONVENIO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "convenio_" WS-NUMERO-CONVENIO ".txt"
           DELIMITED BY SIZE INTO WS-CONVENIO-RUTA.
       OPEN OUTPUT CONVENIO-IMPRESO-ARCHIVO.
       MOVE "Centro Deportivo - Convenio de pago de multas"
           TO WS-LINEA-CNV.
       PERFORM IMPRIMIR-LINEA-CONVENIO.
       STRING "Convenio numero: " NUMERO-CONVENIO
           " Fecha: " FECHA-CONVENIO
           DELIMITED BY SIZE INTO WS-LINEA-CNV.
       PERFORM IMPRIMIR-LINEA-CONVENIO.
       STRING "Socio: " CEDULA-USUARIO-CNV " " WS-NOMBRE-SOCIO
           DELIMITED BY SIZE INTO WS-LINEA-CNV.
       PERFORM IMPRIMIR-LINEA-CONVENIO.
       MOVE "Multas incluidas:" TO WS-LINEA-CNV.
       PERFORM IMPRIMIR-LINEA-CONVENIO.
       MOVE WS-NUMERO-CONVENIO TO NUMERO-CONVENIO-CMU.
       MOVE 0 TO LINEA-CMU.
       MOVE "START   ESCRIBIR-CONVENIO-IMPRESO" TO WS-ERR-DONDE
       START CONVENIOS-MULTAS-ARCHIVO KEY IS NOT LESS THAN CMU-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-CMU
           NOT INVALID KEY MOVE 0 TO WS-LEE-CMU.
       IF WS-LEE-CMU = 0
           PERFORM LEER-SIGUIENTE-CMU
           PERFORM IMPRIMIR-MULTA-CONVENIO UNTIL WS-LEE-CMU = 1.
       STRING "Total del convenio: " MONTO-CONVENIO
           " en " NUM-CUOTAS-CNV " cuotas mensuales"
           DELIMITED BY SIZE INTO WS-LINEA-CNV.
       PERFORM IMPRIMIR-LINEA-CONVENIO.
       MOVE "Cronograma de pago:" TO WS-LINEA-CNV.
       PERFORM IMPRIMIR-LINEA-CONVENIO.
       MOVE WS-NUMERO-CONVENIO TO NUMERO-CONVENIO-CCU.
       MOVE 0 TO NUMERO-CUOTA-CCU.
       MOVE "START   ESCRIBIR-CONVENIO-IMPRESO" TO WS-ERR-DONDE
       START CONVENIOS-CUOTAS-ARCHIVO KEY IS NOT LESS THAN CCU-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-CCU
           NOT INVALID KEY MOVE 0 TO WS-LEE-CCU.
       IF WS-LEE-CCU = 0
           PERFORM LEER-SIGUIENTE-CCU
           PERFORM IMPRIMIR-CUOTA-CONVENIO UNTIL WS-LEE-CCU = 1.
       MOVE " " TO WS-LINEA-CNV.
       PERFORM IMPRIMIR-LINEA-CONVENIO.
       MOVE "El socio se compromete a pagar cada cuota a tiempo."
           TO WS-LINEA-CNV.
       PERFORM IMPRIMIR-LINEA-CONVENIO.
       MOVE "Si una cuota vence sin pagarse el convenio queda anulado"
           TO WS-LINEA-CNV.
       PERFORM IMPRIMIR-LINEA-CONVENIO.
       MOVE "y las multas vuelven a impedir nuevos prestamos."
           TO WS-LINEA-CNV.
       PERFORM IMPRIMIR-LINEA-CONVENIO.
       MOVE " " TO WS-LINEA-CNV.
       PERFORM IMPRIMIR-LINEA-CONVENIO.
       MOVE "Firma del socio:    ______________________________"
           TO WS-LINEA-CNV.
       PERFORM IMPRIMIR-LINEA-CONVENIO.
       MOVE "Firma del operador: ______________________________"
           TO WS-LINEA-CNV.
       PERFORM IMPRIMIR-LINEA-CONVENIO.
       CLOSE CONVENIO-IMPRESO-ARCHIVO.

       IMPRIMIR-LINEA-CONVENIO.
       DISPLAY WS-LINEA-CNV.
       WRITE CONVENIO-IMPRESO-LINEA FROM WS-LINEA-CNV.
       MOVE SPACES TO WS-LINEA-CNV.

       IMPRIMIR-MULTA-CONVENIO.
       IF NUMERO-CONVENIO-CMU NOT = WS-NUMERO-CONVENIO
           MOVE 1 TO WS-LEE-CMU
       ELSE
           STRING "  Instrumento " ID-INSTRUMENTO-CMU
               " multa del " FECHA-MULTA-CMU
               " saldo: " SALDO-CMU
               DELIMITED BY SIZE INTO WS-LINEA-CNV
           PERFORM IMPRIMIR-LINEA-CONVENIO
           PERFORM LEER-SIGUIENTE-CMU.

       IMPRIMIR-CUOTA-CONVENIO.
       IF NUMERO-CONVENIO-CCU NOT = WS-NUMERO-CONVENIO
           MOVE 1 TO WS-LEE-CCU
       ELSE
           STRING "  Cuota " NUMERO-CUOTA-CCU
               " vence el " FECHA-VENCE-CCU
               " monto: " MONTO-CCU
               DELIMITED BY SIZE INTO WS-LINEA-CNV
           PERFORM IMPRIMIR-LINEA-CONVENIO
           PERFORM LEER-SIGUIENTE-CCU.

       GRABAR-AUDITORIA.
       *>DEJA CONSTANCIA DE QUE OPERADOR REALIZO LA TRANSACCION.
       *>AUD-ACCION Y WS-AUD-LLAVE-REG DEBEN SER LLENADOS POR QUIEN
       *>LLAMA A ESTE PARRAFO.
       ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUD-HORA FROM TIME.
       MOVE LS-CONECTAR TO AUD-OPERADOR.
       MOVE "Convenios" TO AUD-PROGRAMA.
       MOVE WS-AUD-LLAVE-REG TO AUD-LLAVE-REGISTRO.
       MOVE SPACES TO AUD-ANTES.
       MOVE CONVENIOS-REGISTRO TO AUD-DESPUES.
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
       DISPLAY "1.- Volver al menu de convenios".
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
       MOVE SPACES TO WS-CONVENIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "convenios.dat" DELIMITED BY SIZE INTO WS-CONVENIOS-RUTA.
       MOVE SPACES TO WS-CONVENIOS-MULTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "convenios_multas.dat" DELIMITED BY SIZE
           INTO WS-CONVENIOS-MULTAS-RUTA.
       MOVE SPACES TO WS-CONVENIOS-CUOTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "convenios_cuotas.dat" DELIMITED BY SIZE
           INTO WS-CONVENIOS-CUOTAS-RUTA.
       MOVE SPACES TO WS-MULTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "multas.dat" DELIMITED BY SIZE INTO WS-MULTAS-RUTA.
       MOVE SPACES TO WS-PAGOS-MULTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "pagos_multas.dat" DELIMITED BY SIZE
           INTO WS-PAGOS-MULTAS-RUTA.
       MOVE SPACES TO WS-USUARIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios.dat" DELIMITED BY SIZE INTO WS-USUARIOS-RUTA.
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
