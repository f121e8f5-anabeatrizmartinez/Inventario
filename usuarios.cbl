
       FILE-CONTROL.
       SELECT OPTIONAL USUARIOS-ARCHIVO
       ASSIGN TO WS-USUARIOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS.

       *>GUARDA LOS TIPOS DE INSTRUMENTO ADICIONALES DE UN USUARIO,
       *>YA QUE UN USUARIO PUEDE ESTAR ASOCIADO A MAS DE UN TIPO.
       SELECT OPTIONAL USUARIOS-TIPOS-ARCHIVO
       ASSIGN TO WS-USUARIOS-TIPOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS UT-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-UT WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS-TIPOS.

       *>FECHA DE NACIMIENTO DEL SOCIO Y, SI ES MENOR DE EDAD, EL
       *>SOCIO QUE LO REPRESENTA. VA APARTE DE USUARIOS.DAT IGUAL QUE
       *>LOS TIPOS ADICIONALES, Y LA LLAVE ALTERNA PERMITE VER DE
       *>QUIENES ES REPRESENTANTE UN SOCIO.
       SELECT OPTIONAL USUARIOS-NACIMIENTO-ARCHIVO
       ASSIGN TO WS-USUARIOS-NACIMIENTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO-NAC
       ALTERNATE RECORD KEY IS CEDULA-REPRESENTANTE-NAC
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS-NACIMIENTO.

       *>LISTA DE LOS SOCIOS QUE CUMPLEN LA MAYORIA DE EDAD EN UN MES,
       *>PARA AVISARLES A ELLOS Y A SUS REPRESENTANTES.
       SELECT OPTIONAL REPORTE-MAYORIA-ARCHIVO
       ASSIGN TO WS-REPORTE-MAYORIA-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       *>DEJA CONSTANCIA DE QUE OPERADOR REALIZO CADA TRANSACCION DE
       *>MANTENIMIENTO (ALTA, MODIFICACION O BAJA) SOBRE UN USUARIO.
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

       *>CERTIFICACIONES DE SEGURIDAD POR USUARIO Y TIPO DE EQUIPO
       *>(KAYAKS, ESCALADA): SIN CERTIFICACION VIGENTE, PRESTAMOS.CBL
       *>NIEGA EL EQUIPO DE LOS TIPOS QUE LA EXIGEN.
       SELECT OPTIONAL CERTIFICACIONES-ARCHIVO
       ASSIGN TO WS-CERTIFICACIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CERT-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CERTIFICACIONES.

       *>CUOTA DE MEMBRESIA POR CATEGORIA DE SOCIO: CUANTO CUESTA Y
       *>CUANTOS MESES DE VIGENCIA COMPRA CADA PAGO.
       SELECT OPTIONAL CUOTAS-ARCHIVO
       ASSIGN TO WS-CUOTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CATEGORIA-CUOTA
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CUOTAS.

       *>LIBRO DE PAGOS DE CUOTAS DE MEMBRESIA: CADA COBRO CON SU
       *>RECIBO NUMERADO, PARA QUE EL INGRESO POR MEMBRESIAS DEJE
       *>RASTRO EN EL SISTEMA Y EL CIERRE LO CONCILIE EN CAJA.
       SELECT OPTIONAL PAGOS-CUOTAS-ARCHIVO
       ASSIGN TO WS-PAGOS-CUOTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CUO-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PAGOS-CUOTAS.

       *>EL CARNET IMPRESO DE UN SOCIO: NOMBRE, CEDULA EN CODIGO DE
       *>BARRAS Y VIGENCIA, PARA QUE EL MOSTRADOR ESCANEE A LA
       *>LEE LOCKMIN, LOS MINUTOS PARA CONSIDERAR VENCIDO UN BLOQUEO
       *>DE EDICION ABANDONADO.
       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO WS-PARAMETROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PARAM-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PARAMETROS.

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
       *>TASA OFICIAL DEL DIA (BOLIVARES POR DOLAR), CARGADA EN LA
       *>APERTURA DEL DIA (VER CIERRE.CBL). LAS TARIFAS ESTAN EN
       *>DOLARES; EL SOCIO PUEDE PAGAR EN BOLIVARES A ESA TASA.
       SELECT OPTIONAL TASAS-CAMBIO-ARCHIVO
       ASSIGN TO WS-TASAS-CAMBIO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS TASA-FECHA
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TASAS-CAMBIO.

       *>MONEDA EN QUE SE RECIBIO CADA COBRO, LA TASA USADA Y EL
       *>MONTO RECIBIDO, POR SERIE Y NUMERO DE RECIBO (LAS SERIES DE
       *>CORRELATIVOS.DAT). EL MONTO DEL LIBRO SIGUE EN DOLARES.
       SELECT OPTIONAL COBROS-MONEDA-ARCHIVO
       ASSIGN TO WS-COBROS-MONEDA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS MON-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-COBROS-MONEDA.
       *>DOCUMENTOS FISCALES: UNO POR RECIBO DE VENTA, CON SU NUMERO
       *>DE CONTROL DE LA SERIE CONTROL, LA BASE IMPONIBLE, EL IVA Y
       *>EL TOTAL. UN DOCUMENTO NUNCA SE BORRA: SOLO SE ANULA DESDE
       *>FISCAL.CBL, DE DONDE SALE TAMBIEN EL LIBRO DE VENTAS.
       SELECT OPTIONAL DOCUMENTOS-FISCALES-ARCHIVO
       ASSIGN TO WS-DOCUMENTOS-FISCALES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS FIS-CONTROL
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-DOCUMENTOS-FISCALES.
       *>CUENTA DE SALDO A FAVOR DE LOS SOCIOS (VER CREDITOS.CBL).
       *>DE AHI SE PUEDE PAGAR LA CUOTA DE MEMBRESIA.
       SELECT OPTIONAL CREDITOS-ARCHIVO
       ASSIGN TO WS-CREDITOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CRE-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CREDITOS.
       DATA DIVISION.
       FILE SECTION.
       FD USUARIOS-ARCHIVO.
                   10 CEDULA-USUARIO-UT   PIC X(11).
                   10 TIPO-INSTRUMENTO-UT PIC X(40).

       FD USUARIOS-NACIMIENTO-ARCHIVO.
           01 USUARIOS-NACIMIENTO-REGISTRO.
               05 CEDULA-USUARIO-NAC       PIC X(11).
               05 FECHA-NACIMIENTO-NAC     PIC 9(8).
               *>EN BLANCO SI EL SOCIO SE INSCRIBIO YA MAYOR DE EDAD.
               05 CEDULA-REPRESENTANTE-NAC PIC X(11).
               05 PARENTESCO-NAC           PIC X(12).
               *>Vigente MIENTRAS EL SOCIO ES MENOR; EL CIERRE DEL DIA
               *>LA PASA A Vencida EL DIA QUE CUMPLE LA MAYORIA DE
               *>EDAD (PARAMETRO MAYORIA).
               05 STATUS-REPRESENTACION-NAC PIC X(8).

       FD REPORTE-MAYORIA-ARCHIVO.
           01 REPORTE-MAYORIA-LINEA PIC X(100).

       FD CERTIFICACIONES-ARCHIVO.
           01 CERTIFICACIONES-REGISTRO.
               05 CERT-LLAVE.
               05 PARAM-NOMBRE PIC X(12).
               05 PARAM-VALOR  PIC 9(6).

       FD CORRELATIVOS-ARCHIVO.
           01 CORRELATIVOS-REGISTRO.
               05 CORR-SERIE        PIC X(10).
               05 CORR-SIGUIENTE    PIC 9(8). *>PROXIMO NUMERO A DAR.
               05 CORR-FECHA-ACT    PIC 9(8).
               05 CORR-OPERADOR-ACT PIC X(10).
       FD TASAS-CAMBIO-ARCHIVO.
           01 TASAS-CAMBIO-REGISTRO.
               05 TASA-FECHA    PIC 9(8).
               05 TASA-BS       PIC 9(8)V9(4). *>BOLIVARES POR DOLAR.
               05 TASA-OPERADOR PIC X(10).

       FD COBROS-MONEDA-ARCHIVO.
           01 COBROS-MONEDA-REGISTRO.
               05 MON-LLAVE.
                   10 MON-SERIE  PIC X(10).
                   10 MON-NUMERO PIC 9(8).
               05 MON-MONEDA   PIC X(3). *>USD/VES.
               05 MON-TASA     PIC 9(8)V9(4). *>1 SI ES USD.
               05 MON-MONTO-BASE     PIC 9(8)V99. *>EN DOLARES.
               05 MON-MONTO-RECIBIDO PIC 9(12)V99. *>EN LA MONEDA.
               05 MON-FECHA    PIC 9(8).
       FD DOCUMENTOS-FISCALES-ARCHIVO.
           01 DOCUMENTOS-FISCALES-REGISTRO.
               05 FIS-CONTROL  PIC 9(8). *>NUMERO DE CONTROL FISCAL.
               05 FIS-FECHA    PIC 9(8).
               *>RECIBO QUE RESPALDA (SERIE DE CORRELATIVOS.DAT).
               05 FIS-SERIE    PIC X(10).
               05 FIS-RECIBO   PIC 9(8).
               05 FIS-CEDULA   PIC X(11).
               *>Alquiler, Cuota, Multa o Reposicion.
               05 FIS-CONCEPTO PIC X(12).
               05 FIS-TASA-IVA PIC 9(3)V99. *>PORCENTAJE APLICADO.
               05 FIS-BASE     PIC 9(8)V99.
               05 FIS-IVA      PIC 9(8)V99.
               05 FIS-TOTAL    PIC 9(8)V99.
               05 FIS-ESTADO   PIC X(10). *>Emitido/Anulado.
               05 FIS-OPERADOR PIC X(10).
               05 FIS-FECHA-ANULA    PIC 9(8).
               05 FIS-MOTIVO-ANULA   PIC X(30).
               05 FIS-OPERADOR-ANULA PIC X(10).
       *>COPIA DEL REGISTRO DE CREDITOS.DAT (VER CREDITOS.CBL).
       FD CREDITOS-ARCHIVO.
           01 CREDITOS-REGISTRO.
               05 CRE-LLAVE.
                   10 CEDULA-USUARIO-CRE PIC X(11).
                   10 SECUENCIA-CRE      PIC 9(4).
               05 FECHA-CRE      PIC 9(8).
               05 TIPO-CRE       PIC X(9). *>Credito/Debito/
                                           *>Reembolso.
               05 ORIGEN-CRE     PIC X(11).
               05 MONTO-CRE      PIC 9(6)V99. *>EN DOLARES.
               05 REF-SERIE-CRE  PIC X(10).
               05 REF-NUMERO-CRE PIC 9(8).
               05 FORMA-CRE      PIC X(13).
               05 MONEDA-CRE     PIC X(3).
               05 ENTREGADO-CRE  PIC 9(12)V99.
               05 AUTORIZA-CRE   PIC X(10).
               05 OPERADOR-CRE   PIC X(10).
       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS
       01 WS-TITULO.
       77 WS-LEE-CUOTA PIC 9(1).
       77 WS-FECHA-HOY-CUO PIC 9(8).
       77 WS-MESES-SUMADOS PIC 9(2).
       *>LO QUE SE PAGA DE LA CUOTA CON EL SALDO A FAVOR DEL SOCIO.
       77 WS-CUO-CON-SALDO PIC 9(6)V99.

       *>SALDO A FAVOR DEL SOCIO Y EL MOVIMIENTO QUE SE LE GRABA EN
       *>SU CUENTA (VER CALCULAR-SALDO-CREDITO Y
       *>GRABAR-MOVIMIENTO-CREDITO).
       77 WS-CRE-CEDULA PIC X(11).
       77 WS-CRE-ENTRADAS PIC 9(8)V99.
       77 WS-CRE-SALIDAS PIC 9(8)V99.
       77 WS-SALDO-CREDITO PIC 9(8)V99.
       77 WS-ULTIMA-SECUENCIA-CRE PIC 9(4).
       77 WS-LEE-CRE PIC 9(1).
       77 WS-CRE-TIPO PIC X(9).
       77 WS-CRE-ORIGEN PIC X(11).
       77 WS-CRE-MONTO PIC 9(6)V99.
       77 WS-CRE-REF-SERIE PIC X(10).
       77 WS-CRE-REF-NUMERO PIC 9(8).
       77 WS-CRE-FORMA PIC X(13).
       77 WS-CRE-MONEDA PIC X(3).
       77 WS-CRE-ENTREGADO PIC 9(12)V99.
       77 WS-CRE-AUTORIZA PIC X(10).

       *>USADOS PARA TOMAR EL PROXIMO NUMERO DE UNA SERIE DEL
       *>CONTROL CENTRAL DE NUMERACION (VER TOMAR-CORRELATIVO).
       77 WS-CORR-SERIE PIC X(10).
       77 WS-CORR-NUMERO PIC 9(8).
       77 WS-HAY-CORR PIC 9(1).
       77 WS-CORR-MAYOR PIC 9(8).

       *>USADOS PARA COBRAR EN DOLARES O EN BOLIVARES A LA TASA DEL
       *>DIA (VER PEDIR-MONEDA-COBRO).
       77 WS-MON-OPCION PIC 9(1).
       77 WS-MON-MONEDA PIC X(3).
       77 WS-MON-TASA PIC 9(8)V9(4).
       77 WS-MON-BASE PIC 9(8)V99.
       77 WS-MON-RECIBIDO PIC 9(12)V99.
       77 WS-MON-NUMERO PIC 9(8).
       77 WS-HAY-TASA PIC 9(1).
       77 WS-FECHA-TASA PIC 9(8).

       *>USADOS PARA EMITIR EL DOCUMENTO FISCAL DE UN COBRO. QUIEN
       *>LLAMA LLENA EL PARAMETRO CON LA TASA DE IVA DEL CONCEPTO, EL
       *>CONCEPTO, EL TOTAL COBRADO, LA CEDULA Y EL RECIBO.
       77 WS-FIS-PARAM PIC X(12).
       77 WS-FIS-CONCEPTO PIC X(12).
       77 WS-FIS-TOTAL PIC 9(8)V99.
       77 WS-FIS-CEDULA PIC X(11).
       77 WS-FIS-SERIE PIC X(10).
       77 WS-FIS-RECIBO PIC 9(8).
       77 WS-FIS-TASA PIC 9(3)V99.
       77 WS-FIS-BASE PIC 9(8)V99.
       77 WS-FIS-IVA PIC 9(8)V99.
       77 WS-FIS-CONTROL PIC 9(8).
       77 WS-MAX-CONTROL-FIS PIC 9(8).
       77 WS-LEE-FISCAL PIC 9(1).

       *>USADOS PARA IMPRIMIR CARNETS DE SOCIO, UNO O EN LOTE.
       77 WS-CARNET-RUTA PIC X(80).
       77 WS-LINEA-CARNET PIC X(80).
       77 WS-MES-CARNET PIC 9(8).
       77 WS-CARNETS-LOTE PIC 9(5).

       *>USADOS PARA LA FECHA DE NACIMIENTO Y EL REPRESENTANTE. LA
       *>MAYORIA DE EDAD SE CUMPLE EL DIA QUE LA FECHA DE NACIMIENTO
       *>MAS LOS AÑOS DEL PARAMETRO MAYORIA LLEGA A HOY.
       77 WS-MAYORIA PIC 9(2).
       77 WS-FECHA-HOY-NAC PIC 9(8).
       77 WS-NAC-CEDULA PIC X(11).
       77 WS-NAC-FECHA PIC 9(8).
       77 WS-NAC-REPRESENTANTE PIC X(11).
       77 WS-NAC-PARENTESCO PIC X(12).
       77 WS-NAC-CANCELADO PIC 9(1).
       77 WS-NAC-EXISTE PIC 9(1).
       77 WS-REP-OK PIC 9(1).
       77 WS-EDAD-FECHA-NAC PIC 9(8).
       77 WS-EDAD-FECHA-MAYORIA PIC 9(8).
       77 WS-ES-MENOR PIC 9(1).
       77 WS-MES-MAYORIA PIC 9(6).
       77 WS-MAYORIAS-MES PIC 9(5).
       77 WS-LEE-NAC PIC 9(1).
       77 WS-LINEA-MAYORIA PIC X(100).

       *>USADO PARA DEJAR CONSTANCIA DE LAS TRANSACCIONES DE
       *>MANTENIMIENTO EN LA AUDITORIA.
       77 WS-AUD-LLAVE-REG PIC X(60).

       *>USADOS PARA VALIDAR Y NORMALIZAR LAS CEDULAS CON LA RUTINA
       *>COMUN (VER IDENTIDAD.CBL). WS-DOC-CEDULA ES LA QUE SE BUSCA:
       *>LA FORMA NORMAL, O LO ESCRITO SI NO TIENE FORMATO VALIDO.
       77 WS-DOC-TIPO PIC X(1).
       77 WS-DOC-ENTRADA PIC X(15).
       77 WS-DOC-NORMAL PIC X(11).
       77 WS-DOC-RESULTADO PIC 9(1).
       77 WS-DOC-MENSAJE PIC X(50).
       77 WS-DOC-CEDULA PIC X(11).

       *>CEDULA QUE SE BUSCA EN LAS LISTAS DE SANCIONADOS DE LOS
       *>CLUBES ALIADOS (VER ALIADOS.CBL), Y CUANTAS SANCIONES TIENE.
       01 WS-ALI-DATOS.
           05 WS-ALI-CEDULA     PIC X(11).
           05 WS-ALI-OPERADOR   PIC X(10).
           05 WS-ALI-DIRECTORIO PIC X(40).
           05 WS-ALI-CANTIDAD   PIC 9(3).

       *>GUARDA LA CLAVE QUE SE DEJO BLOQUEADA EN VERIFICAR-BLOQUEO,
       *>PARA QUE LIBERAR-BLOQUEO LA QUITE AUNQUE EL REGISTRO HAYA
       *>CAMBIADO DE LLAVE MIENTRAS SE EDITABA.
       01 WS-AUD-ANTES PIC X(280) VALUE SPACES.
       01 WS-AUD-DESPUES PIC X(280) VALUE SPACES.

       *>DATOS DE LA CORRIDA QUE SE ANOTA EN EL CATALOGO DE
       *>REPORTES (VER CATALOGO.CBL).
       01 WS-CAT-DATOS.
           05 WS-CAT-ACCION     PIC X(1).
           05 WS-CAT-PROGRAMA   PIC X(15) VALUE "Usuarios".
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
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Usuarios".
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
       77 WS-FS-USUARIOS-NACIMIENTO PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       77 WS-FS-BLOQUEOS PIC X(2).
       77 WS-FS-CERTIFICACIONES PIC X(2).
       77 WS-FS-CUOTAS PIC X(2).
       77 WS-FS-PAGOS-CUOTAS PIC X(2).
       77 WS-FS-PARAMETROS PIC X(2).
       77 WS-FS-CORRELATIVOS PIC X(2).
       77 WS-FS-TASAS-CAMBIO PIC X(2).
       77 WS-FS-COBROS-MONEDA PIC X(2).
       77 WS-FS-DOCUMENTOS-FISCALES PIC X(2).
       77 WS-FS-CREDITOS PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-USUARIOS-RUTA PIC X(80).
       77 WS-USUARIOS-TIPOS-RUTA PIC X(80).
       77 WS-USUARIOS-NACIMIENTO-RUTA PIC X(80).
       77 WS-REPORTE-MAYORIA-RUTA PIC X(80).
       77 WS-AUDITORIA-RUTA PIC X(80).
       77 WS-BLOQUEOS-RUTA PIC X(80).
       77 WS-CERTIFICACIONES-RUTA PIC X(80).
       77 WS-CUOTAS-RUTA PIC X(80).
       77 WS-PAGOS-CUOTAS-RUTA PIC X(80).
       77 WS-PARAMETROS-RUTA PIC X(80).
       77 WS-CORRELATIVOS-RUTA PIC X(80).
       77 WS-TASAS-CAMBIO-RUTA PIC X(80).
       77 WS-COBROS-MONEDA-RUTA PIC X(80).
       77 WS-DOCUMENTOS-FISCALES-RUTA PIC X(80).
       77 WS-CREDITOS-RUTA PIC X(80).

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
       MOVE CEDULA-USUARIO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-USUARIOS-TIPOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USUARIOS-TIPOS-ARCHIVO.
       ERROR-USUARIOS-TIPOS-ANOTAR.
       MOVE "usuarios_tipos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS-TIPOS TO WS-ERR-ESTADO.
       MOVE UT-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-USUARIOS-NACIMIENTO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON USUARIOS-NACIMIENTO-ARCHIVO.
       ERROR-USUARIOS-NACIMIENTO-ANOTAR.
       MOVE "usuarios_nacimiento.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS-NACIMIENTO TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO-NAC TO WS-ERR-LLAVE.
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
       ERROR-CERTIFICACIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON CERTIFICACIONES-ARCHIVO.
       ERROR-CERTIFICACIONES-ANOTAR.
       MOVE "certificaciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CERTIFICACIONES TO WS-ERR-ESTADO.
       MOVE CERT-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-CUOTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CUOTAS-ARCHIVO.
       ERROR-CUOTAS-ANOTAR.
       MOVE "cuotas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CUOTAS TO WS-ERR-ESTADO.
       MOVE CATEGORIA-CUOTA TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PAGOS-CUOTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAGOS-CUOTAS-ARCHIVO.
       ERROR-PAGOS-CUOTAS-ANOTAR.
       MOVE "pagos_cuotas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PAGOS-CUOTAS TO WS-ERR-ESTADO.
       MOVE CUO-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PARAMETROS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PARAMETROS-ARCHIVO.
       ERROR-PARAMETROS-ANOTAR.
       MOVE "parametros.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PARAMETROS TO WS-ERR-ESTADO.
       MOVE PARAM-NOMBRE TO WS-ERR-LLAVE.
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
       ERROR-TASAS-CAMBIO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON TASAS-CAMBIO-ARCHIVO.
       ERROR-TASAS-CAMBIO-ANOTAR.
       MOVE "tasas_cambio.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-TASAS-CAMBIO TO WS-ERR-ESTADO.
       MOVE TASA-FECHA TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-COBROS-MONEDA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON COBROS-MONEDA-ARCHIVO.
       ERROR-COBROS-MONEDA-ANOTAR.
       MOVE "cobros_moneda.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-COBROS-MONEDA TO WS-ERR-ESTADO.
       MOVE MON-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-DOCUMENTOS-FISCALES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON DOCUMENTOS-FISCALES-ARCHIVO.
       ERROR-DOCUMENTOS-FISCALES-ANOTAR.
       MOVE "documentos_fiscales.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-DOCUMENTOS-FISCALES TO WS-ERR-ESTADO.
       MOVE FIS-CONTROL TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-CREDITOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CREDITOS-ARCHIVO.
       ERROR-CREDITOS-ANOTAR.
       MOVE "creditos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CREDITOS TO WS-ERR-ESTADO.
       MOVE CRE-LLAVE TO WS-ERR-LLAVE.
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
       DISPLAY "3) Imprimir carnet de un usuario".
       DISPLAY "4) Carnets de los inscritos del mes (lote)".
       DISPLAY "5) Cuotas de membresia por categoria".
       DISPLAY "6) Socios que cumplen la mayoria de edad en un mes".
       DISPLAY "7) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU.

       WHEN 5
           PERFORM MANTENER-CUOTAS
       WHEN 6
           PERFORM MAYORIAS-DEL-MES
       WHEN 7
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
       DISPLAY "---Registro de nuevo usuario---".
       DISPLAY " ".
       DISPLAY "Indique numero de cedula del usuario".
       PERFORM PEDIR-CEDULA-NUEVA.
       *>VERIFICAR SI LA CEDULA YA EXISTE EN LA BASE DE DATOS
       MOVE "OPEN    REGISTRAR" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       MOVE "OPEN    REGISTRAR" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-TIPOS-ARCHIVO.
       MOVE "OPEN    REGISTRAR" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "OPEN    REGISTRAR" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-NACIMIENTO-ARCHIVO.
       MOVE "READ    REGISTRAR" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           PERFORM BUSCAR-CEDULA-ESCRITA.
       *>SI UN CLUB ALIADO TIENE SANCIONADA ESTA CEDULA SE AVISA
       *>ANTES DE PEDIR LOS DATOS, Y EL OPERADOR DECIDE SI SIGUE.
       IF WS-INDICADOR = 0
           PERFORM AVISAR-SANCION-ALIADOS
           IF WS-ALI-CANTIDAD > 0
               DISPLAY "¿Desea inscribirlo de todos modos? (S/N)"
               ACCEPT WS-SI-NO
               IF WS-SI-NO NOT = "S" AND WS-SI-NO NOT = "s"
                   DISPLAY "No se registro el usuario."
                   MOVE 2 TO WS-INDICADOR.
       *>LA FECHA DE NACIMIENTO VA PRIMERO: UN MENOR SIN REPRESENTANTE
       *>NO SE INSCRIBE, Y ASI NO SE LE PIDEN LOS DEMAS DATOS EN VANO.
       IF WS-INDICADOR = 0
           PERFORM PEDIR-NACIMIENTO
           IF WS-NAC-CANCELADO = 1
               MOVE 2 TO WS-INDICADOR.
       IF WS-INDICADOR = 0 *>SI NO EXISTE, GUARDO EL NUEVO REGISTRO
           DISPLAY " "
           DISPLAY "Ingrese nombre del usuario"
           ACCEPT FECHA-VENCIMIENTO-MEMB
           PERFORM VALIDACION-FECHA-VENC-MEMB
           PERFORM PEDIR-CATEGORIA
           MOVE "WRITE   REGISTRAR" TO WS-ERR-DONDE
           WRITE USUARIOS-REGISTRO
           PERFORM GRABAR-NACIMIENTO
           MOVE CEDULA-USUARIO TO WS-AUD-LLAVE-REG
           MOVE "Alta" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA
           DISPLAY "Usuario registrado correctamente."
           PERFORM AGREGAR-TIPOS-ADICIONALES
       ELSE *>SI EXISTE, SALIR
           IF WS-INDICADOR = 1
               DISPLAY " "
               DISPLAY "El usuario ya existe.".

       CLOSE USUARIOS-ARCHIVO.
       CLOSE USUARIOS-TIPOS-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       CLOSE USUARIOS-NACIMIENTO-ARCHIVO.
       PERFORM VOLVER-REGISTRAR.

       VOLVER-REGISTRAR.
       IF WS-OPCION = 2
           PERFORM BUSCAR-POR-NOMBRE.
       DISPLAY "Indique numero de cedula del usuario".
       PERFORM PEDIR-CEDULA-BUSQUEDA.
       *>VERIFICAR SI LA CEDULA YA EXISTE EN LA BASE DE DATOS
       MOVE "OPEN    ACTUALIZAR" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "OPEN    ACTUALIZAR" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-TIPOS-ARCHIVO.
       MOVE "OPEN    ACTUALIZAR" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "OPEN    ACTUALIZAR" TO WS-ERR-DONDE
       OPEN I-O BLOQUEOS-ARCHIVO.
       MOVE "READ    ACTUALIZAR" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           PERFORM BUSCAR-CEDULA-ESCRITA.
       IF WS-INDICADOR = 0 *>SI NO EXISTE REGRESO AL MENU.
           DISPLAY " "
           DISPLAY "No existe el usuario ingresado."
       DISPLAY "6.- Cambiar categoria del usuario".
       DISPLAY "7.- Cobrar cuota de membresia".
       DISPLAY "8.- Certificaciones del usuario".
       DISPLAY "9.- Fecha de nacimiento y representante".
       DISPLAY "10.- Actualizar otro usuario"
       DISPLAY "11.- Volver al menu".
       DISPLAY "12.- Salir"
       DISPLAY "Ingrese numero de opcion deseada:".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-CONFIRMAR-ACTUALIZAR.
       WHEN 8
           PERFORM CERTIFICACIONES-USUARIO
       WHEN 9
           PERFORM MANTENER-NACIMIENTO
       WHEN 10
           PERFORM LIBERAR-BLOQUEO
           CLOSE USUARIOS-ARCHIVO
           CLOSE USUARIOS-TIPOS-ARCHIVO
           CLOSE AUDITORIA-ARCHIVO
           CLOSE BLOQUEOS-ARCHIVO
           PERFORM ACTUALIZAR
       WHEN 11
           PERFORM LIBERAR-BLOQUEO
           CLOSE USUARIOS-ARCHIVO
           CLOSE USUARIOS-TIPOS-ARCHIVO
           CLOSE AUDITORIA-ARCHIVO
           CLOSE BLOQUEOS-ARCHIVO
           PERFORM PROGRAM-BEGIN
       WHEN 12
           PERFORM LIBERAR-BLOQUEO
           CLOSE USUARIOS-ARCHIVO
           CLOSE USUARIOS-TIPOS-ARCHIVO
       DISPLAY " ".
       DISPLAY "Categoria actual: " CATEGORIA-USUARIO.
       PERFORM PEDIR-CATEGORIA.
       MOVE "REWRITE CAMBIAR-CATEGORIA" TO WS-ERR-DONDE
       REWRITE USUARIOS-REGISTRO.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING CEDULA-USUARIO " cat " CATEGORIA-USUARIO
       DISPLAY "Categoria actualizada.".
       PERFORM CONFIRMAR-ACTUALIZAR.

       *>PIDE LA FECHA DE NACIMIENTO DEL SOCIO DE CEDULA-USUARIO Y,
       *>SI ES MENOR DE EDAD, SU REPRESENTANTE. SI EL OPERADOR NO DA
       *>UN REPRESENTANTE VALIDO QUEDA WS-NAC-CANCELADO EN 1.
       *>USUARIOS-ARCHIVO Y USUARIOS-NACIMIENTO-ARCHIVO DEBEN ESTAR
       *>ABIERTOS.
       PEDIR-NACIMIENTO.
       MOVE 0 TO WS-NAC-CANCELADO.
       MOVE CEDULA-USUARIO TO WS-NAC-CEDULA.
       MOVE SPACES TO WS-NAC-REPRESENTANTE.
       MOVE SPACES TO WS-NAC-PARENTESCO.
       PERFORM LEER-PARAMETRO-MAYORIA.
       DISPLAY " ".
       DISPLAY "Ingrese fecha de nacimiento del usuario (AAAAMMDD)".
       ACCEPT WS-NAC-FECHA.
       PERFORM VALIDACION-FECHA-NACIMIENTO.
       MOVE WS-NAC-FECHA TO WS-EDAD-FECHA-NAC.
       PERFORM EVALUAR-MINORIDAD.
       IF WS-ES-MENOR = 1
           DISPLAY " "
           DISPLAY "El usuario es menor de " WS-MAYORIA " años y"
           DISPLAY "requiere un representante que sea socio del club."
           PERFORM PEDIR-REPRESENTANTE.
       MOVE WS-NAC-CEDULA TO CEDULA-USUARIO.

       VALIDACION-FECHA-NACIMIENTO.
       MOVE WS-NAC-FECHA TO WS-FECHA-VAL.
       PERFORM VALIDAR-FECHA.
       IF WS-FECHA-OK = 1 AND WS-NAC-FECHA > WS-FECHA-HOY-NAC
           MOVE 0 TO WS-FECHA-OK.
       IF WS-FECHA-OK = 0
           DISPLAY " "
           DISPLAY "Esa fecha no existe o es posterior a hoy."
           DISPLAY "Ingrese fecha de nacimiento del usuario (AAAAMMDD)"
           ACCEPT WS-NAC-FECHA
           PERFORM VALIDACION-FECHA-NACIMIENTO.

       PEDIR-REPRESENTANTE.
       DISPLAY " ".
       DISPLAY "Ingrese cedula del representante (en blanco para".
       DISPLAY "cancelar)".
       ACCEPT WS-DOC-ENTRADA.
       PERFORM NORMALIZAR-CEDULA-BUSCADA.
       MOVE WS-DOC-CEDULA TO WS-NAC-REPRESENTANTE.
       IF WS-NAC-REPRESENTANTE = SPACES
           MOVE 1 TO WS-NAC-CANCELADO
           DISPLAY " "
           DISPLAY "Un menor de edad no se registra sin representante."
       ELSE
           PERFORM VALIDAR-REPRESENTANTE
           IF WS-REP-OK = 0
               PERFORM PEDIR-REPRESENTANTE
           ELSE
               DISPLAY " "
               DISPLAY "Ingrese parentesco del representante con el"
               DISPLAY "usuario (madre, padre, tutor, etc.)"
               ACCEPT WS-NAC-PARENTESCO.

       *>EL REPRESENTANTE DEBE SER UN SOCIO ACTIVO, DISTINTO DEL
       *>MENOR Y MAYOR DE EDAD. LA LECTURA USA EL AREA DE
       *>USUARIOS-REGISTRO, ASI QUE AL TERMINAR SE RELEE AL SOCIO.
       VALIDAR-REPRESENTANTE.
       MOVE WS-NAC-REPRESENTANTE TO CEDULA-USUARIO.
       MOVE "READ    VALIDAR-REPRESENTANTE" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO
               INVALID KEY     MOVE 0 TO WS-REP-OK
               NOT INVALID KEY MOVE 1 TO WS-REP-OK.
       IF WS-REP-OK = 0
           PERFORM BUSCAR-CEDULA-ESCRITA
           MOVE WS-INDICADOR TO WS-REP-OK
           MOVE CEDULA-USUARIO TO WS-NAC-REPRESENTANTE.
       IF WS-NAC-REPRESENTANTE = WS-NAC-CEDULA
           MOVE 0 TO WS-REP-OK
           DISPLAY "El usuario no puede ser su propio representante."
       ELSE
           IF WS-REP-OK = 0
               DISPLAY "Esa cedula no es de un socio registrado."
           ELSE
               IF STATUS-USUARIO = "Inactivo"
                   MOVE 0 TO WS-REP-OK
                   DISPLAY "Ese socio esta dado de baja."
               ELSE
                   DISPLAY "Representante: " NOMBRE-USUARIO.
       IF WS-REP-OK = 1
           PERFORM VERIFICAR-REPRESENTANTE-MAYOR.
       MOVE WS-NAC-CEDULA TO CEDULA-USUARIO.
       MOVE "READ    VALIDAR-REPRESENTANTE" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.

       VERIFICAR-REPRESENTANTE-MAYOR.
       MOVE WS-NAC-REPRESENTANTE TO CEDULA-USUARIO-NAC.
       MOVE "READ    VERIFICAR-REPRESENTANTE-MAYOR" TO WS-ERR-DONDE
       READ USUARIOS-NACIMIENTO-ARCHIVO RECORD
           KEY CEDULA-USUARIO-NAC
               INVALID KEY     MOVE 0 TO WS-EDAD-FECHA-NAC
               NOT INVALID KEY MOVE FECHA-NACIMIENTO-NAC
                   TO WS-EDAD-FECHA-NAC.
       PERFORM EVALUAR-MINORIDAD.
       IF WS-ES-MENOR = 1
           MOVE 0 TO WS-REP-OK
           DISPLAY "El representante tambien es menor de edad.".

       *>WS-ES-MENOR QUEDA EN 1 SI QUIEN NACIO EN WS-EDAD-FECHA-NAC
       *>AUN NO CUMPLE HOY LOS AÑOS DEL PARAMETRO MAYORIA. SIN FECHA
       *>DE NACIMIENTO SE LE TOMA COMO MAYOR.
       EVALUAR-MINORIDAD.
       MOVE 0 TO WS-ES-MENOR.
       IF WS-EDAD-FECHA-NAC NOT = 0
           COMPUTE WS-EDAD-FECHA-MAYORIA =
               WS-EDAD-FECHA-NAC + WS-MAYORIA * 10000
           IF WS-FECHA-HOY-NAC < WS-EDAD-FECHA-MAYORIA
               MOVE 1 TO WS-ES-MENOR.

       LEER-PARAMETRO-MAYORIA.
       ACCEPT WS-FECHA-HOY-NAC FROM DATE YYYYMMDD.
       MOVE "OPEN    LEER-PARAMETRO-MAYORIA" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "MAYORIA" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-MAYORIA" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 18 TO WS-MAYORIA
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-MAYORIA.
       CLOSE PARAMETROS-ARCHIVO.

       *>GRABA (O REGRABA) LA FECHA DE NACIMIENTO Y EL REPRESENTANTE
       *>PEDIDOS EN PEDIR-NACIMIENTO.
       GRABAR-NACIMIENTO.
       MOVE WS-NAC-CEDULA TO CEDULA-USUARIO-NAC.
       MOVE "READ    GRABAR-NACIMIENTO" TO WS-ERR-DONDE
       READ USUARIOS-NACIMIENTO-ARCHIVO RECORD
           KEY CEDULA-USUARIO-NAC
               INVALID KEY     MOVE 0 TO WS-NAC-EXISTE
               NOT INVALID KEY MOVE 1 TO WS-NAC-EXISTE.
       MOVE WS-NAC-FECHA TO FECHA-NACIMIENTO-NAC.
       MOVE WS-NAC-REPRESENTANTE TO CEDULA-REPRESENTANTE-NAC.
       MOVE WS-NAC-PARENTESCO TO PARENTESCO-NAC.
       IF WS-NAC-REPRESENTANTE = SPACES
           MOVE SPACES TO STATUS-REPRESENTACION-NAC
       ELSE
           MOVE "Vigente" TO STATUS-REPRESENTACION-NAC.
       IF WS-NAC-EXISTE = 1
           MOVE "REWRITE GRABAR-NACIMIENTO" TO WS-ERR-DONDE
           REWRITE USUARIOS-NACIMIENTO-REGISTRO
       ELSE
           MOVE "WRITE   GRABAR-NACIMIENTO" TO WS-ERR-DONDE
           WRITE USUARIOS-NACIMIENTO-REGISTRO.

       *>MUESTRA LA FECHA DE NACIMIENTO Y EL REPRESENTANTE DEL SOCIO
       *>EN PANTALLA Y PERMITE CAMBIARLOS, DEJANDO EL CAMBIO EN LA
       *>AUDITORIA. SIRVE TAMBIEN PARA CARGARLOS A LOS SOCIOS
       *>INSCRITOS ANTES DE QUE SE PIDIERAN.
       MANTENER-NACIMIENTO.
       MOVE "OPEN    MANTENER-NACIMIENTO" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-NACIMIENTO-ARCHIVO.
       MOVE CEDULA-USUARIO TO CEDULA-USUARIO-NAC.
       MOVE "READ    MANTENER-NACIMIENTO" TO WS-ERR-DONDE
       READ USUARIOS-NACIMIENTO-ARCHIVO RECORD
           KEY CEDULA-USUARIO-NAC
               INVALID KEY     MOVE 0 TO WS-NAC-EXISTE
               NOT INVALID KEY MOVE 1 TO WS-NAC-EXISTE.
       DISPLAY " ".
       IF WS-NAC-EXISTE = 0
           DISPLAY "No tiene fecha de nacimiento registrada."
       ELSE
           DISPLAY "Fecha de nacimiento: " FECHA-NACIMIENTO-NAC
           IF CEDULA-REPRESENTANTE-NAC NOT = SPACES
               DISPLAY "Representante: " CEDULA-REPRESENTANTE-NAC
                   " (" PARENTESCO-NAC ") "
                   STATUS-REPRESENTACION-NAC.
       DISPLAY " ".
       DISPLAY "¿Desea cambiar la fecha de nacimiento y el".
       DISPLAY "representante? (S/N)".
       ACCEPT WS-SI-NO.
       IF WS-SI-NO = "S" OR WS-SI-NO = "s"
           PERFORM CAMBIAR-NACIMIENTO.
       CLOSE USUARIOS-NACIMIENTO-ARCHIVO.
       PERFORM CONFIRMAR-ACTUALIZAR.

       CAMBIAR-NACIMIENTO.
       PERFORM PEDIR-NACIMIENTO.
       DISPLAY " ".
       IF WS-NAC-CANCELADO = 1
           DISPLAY "No se hicieron cambios."
       ELSE
           PERFORM GRABAR-NACIMIENTO
           MOVE SPACES TO WS-AUD-LLAVE-REG
           STRING CEDULA-USUARIO " nac " WS-NAC-FECHA
               " rep " WS-NAC-REPRESENTANTE
               DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG
           MOVE "Modificacion" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA
           DISPLAY "Fecha de nacimiento y representante actualizados.".

       ELIMINAR. *>DAR DE BAJA (O RESTAURAR) EL USUARIO. ES UNA BAJA
                 *>LOGICA, NO SE BORRA EL REGISTRO.
       *>DAR DE BAJA O RESTAURAR UN USUARIO EXIGE ROL SUPERVISOR
               DISPLAY " "
               DISPLAY "Usuario eliminado."
           END-IF
           MOVE "REWRITE VALIDACION-ELIMINAR" TO WS-ERR-DONDE
           REWRITE USUARIOS-REGISTRO
           MOVE CEDULA-USUARIO TO WS-AUD-LLAVE-REG
           PERFORM GRABAR-AUDITORIA
               DISPLAY " "
               DISPLAY "Usuario suspendido."
           END-IF
           MOVE "REWRITE VALIDACION-SUSPENDER" TO WS-ERR-DONDE
           REWRITE USUARIOS-REGISTRO
           MOVE CEDULA-USUARIO TO WS-AUD-LLAVE-REG
           PERFORM GRABAR-AUDITORIA
           MOVE CEDULA-USUARIO TO WS-CEDULA-USUARIO-1 *>GUARDAR EL REGISTRO INICIAL.
           DISPLAY " "
           DISPLAY "Ingrese nuevo numero de cedula"
           PERFORM PEDIR-CEDULA-NUEVA
           MOVE CEDULA-USUARIO TO WS-CEDULA-USUARIO-2 *>GUARDAR EL REGISTRO NUEVO.
           NEXT SENTENCE
       WHEN 2

       FINAL-EDITAR-CAMPOS.
       *>VERIFICAR SI LA LLAVE INGRESADA YA EXISTE
       MOVE "READ    FINAL-EDITAR-CAMPOS" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO
               INVALID KEY     MOVE 0 TO WS-INDICADOR *>NO SE ENCONTRÓ LA LLAVE.
       WHEN 0 *>SI NO EXISTE, ELIMINO ANTERIOR Y SE ESCRIBE.
           MOVE WS-USUARIOS-REGISTRO-1
               TO USUARIOS-REGISTRO
           MOVE "DELETE  FINAL-EDITAR-CAMPOS" TO WS-ERR-DONDE
           DELETE USUARIOS-ARCHIVO RECORD *>ELIMINO LLAVE ANTERIOR.
           MOVE "WRITE   FINAL-EDITAR-CAMPOS" TO WS-ERR-DONDE
           WRITE USUARIOS-REGISTRO *>ESCRIBO NUEVA LLAVE.
               FROM WS-USUARIOS-REGISTRO-2
           PERFORM CASCADEAR-CEDULA-TIPOS
           PERFORM CASCADEAR-CEDULA-NACIMIENTO
       WHEN 1 *>SI YA EXISTE EN LA BASE DE DATOS, INGRESAR OTRA CEDULA
           DISPLAY " "
           DISPLAY "El numero de cedula ingresado ya existe"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-CODIGO-IGUAL
       WHEN 2 *>SI LA LLAVE ES LA MISMA, SOLO SE REESCRIBE
           MOVE "REWRITE FINAL-EDITAR-CAMPOS" TO WS-ERR-DONDE
           REWRITE USUARIOS-REGISTRO *>REESCRIBO LA LLAVE.
               FROM WS-USUARIOS-REGISTRO-2
       END-EVALUATE.
       WHEN 1
           DISPLAY " "
           DISPLAY "Por favor ingrese otro numero de cedula"
           PERFORM PEDIR-CEDULA-NUEVA
           MOVE CEDULA-USUARIO TO WS-CEDULA-USUARIO-2
           PERFORM FINAL-EDITAR-CAMPOS
       WHEN 2

       BUSCAR-SIGUIENTE-UT-CASC.
       MOVE WS-CEDULA-USUARIO-1 TO CEDULA-USUARIO-UT.
       MOVE "START   BUSCAR-SIGUIENTE-UT-CASC" TO WS-ERR-DONDE
       START USUARIOS-TIPOS-ARCHIVO
           KEY IS NOT LESS THAN CEDULA-USUARIO-UT
           INVALID KEY     MOVE 1 TO WS-INDICADOR
       IF WS-INDICADOR = 1
           MOVE 1 TO LEE-TODO
       ELSE
           MOVE "READ    BUSCAR-SIGUIENTE-UT-CASC" TO WS-ERR-DONDE
           READ USUARIOS-TIPOS-ARCHIVO NEXT RECORD
               AT END MOVE 1 TO LEE-TODO.
       IF LEE-TODO = 0 AND CEDULA-USUARIO-UT NOT = WS-CEDULA-USUARIO-1

       RENOMBRAR-UT-CASC.
       MOVE TIPO-INSTRUMENTO-UT TO WS-TIPO-INSTRUMENTO-UT-CASC.
       MOVE "DELETE  RENOMBRAR-UT-CASC" TO WS-ERR-DONDE
       DELETE USUARIOS-TIPOS-ARCHIVO RECORD.
       MOVE WS-CEDULA-USUARIO-2 TO CEDULA-USUARIO-UT.
       MOVE WS-TIPO-INSTRUMENTO-UT-CASC TO TIPO-INSTRUMENTO-UT.
       MOVE "WRITE   RENOMBRAR-UT-CASC" TO WS-ERR-DONDE
       WRITE USUARIOS-TIPOS-REGISTRO.
       PERFORM BUSCAR-SIGUIENTE-UT-CASC.

       *>LO MISMO PARA LA FECHA DE NACIMIENTO: SE RECREA EL REGISTRO
       *>DEL SOCIO CON LA CEDULA NUEVA, Y LOS MENORES QUE EL
       *>REPRESENTA (POR LA LLAVE ALTERNA) PASAN A APUNTAR A ELLA.
       CASCADEAR-CEDULA-NACIMIENTO.
       MOVE "OPEN    CASCADEAR-CEDULA-NACIMIENTO" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-NACIMIENTO-ARCHIVO.
       MOVE WS-CEDULA-USUARIO-1 TO CEDULA-USUARIO-NAC.
       MOVE "READ    CASCADEAR-CEDULA-NACIMIENTO" TO WS-ERR-DONDE
       READ USUARIOS-NACIMIENTO-ARCHIVO RECORD
           KEY CEDULA-USUARIO-NAC
               INVALID KEY     MOVE 0 TO WS-NAC-EXISTE
               NOT INVALID KEY MOVE 1 TO WS-NAC-EXISTE.
       IF WS-NAC-EXISTE = 1
           MOVE "DELETE  CASCADEAR-CEDULA-NACIMIENTO" TO WS-ERR-DONDE
           DELETE USUARIOS-NACIMIENTO-ARCHIVO RECORD
           MOVE WS-CEDULA-USUARIO-2 TO CEDULA-USUARIO-NAC
           MOVE "WRITE   CASCADEAR-CEDULA-NACIMIENTO" TO WS-ERR-DONDE
           WRITE USUARIOS-NACIMIENTO-REGISTRO.
       PERFORM BUSCAR-SIGUIENTE-REP-CASC.
       PERFORM RENOMBRAR-REP-CASC UNTIL LEE-TODO = 1.
       CLOSE USUARIOS-NACIMIENTO-ARCHIVO.

       BUSCAR-SIGUIENTE-REP-CASC.
       MOVE WS-CEDULA-USUARIO-1 TO CEDULA-REPRESENTANTE-NAC.
       MOVE "START   BUSCAR-SIGUIENTE-REP-CASC" TO WS-ERR-DONDE
       START USUARIOS-NACIMIENTO-ARCHIVO
           KEY IS NOT LESS THAN CEDULA-REPRESENTANTE-NAC
           INVALID KEY     MOVE 1 TO WS-INDICADOR
           NOT INVALID KEY MOVE 0 TO WS-INDICADOR.
       MOVE 0 TO LEE-TODO.
       IF WS-INDICADOR = 1
           MOVE 1 TO LEE-TODO
       ELSE
           MOVE "READ    BUSCAR-SIGUIENTE-REP-CASC" TO WS-ERR-DONDE
           READ USUARIOS-NACIMIENTO-ARCHIVO NEXT RECORD
               AT END MOVE 1 TO LEE-TODO.
       IF LEE-TODO = 0
           AND CEDULA-REPRESENTANTE-NAC NOT = WS-CEDULA-USUARIO-1
           MOVE 1 TO LEE-TODO.

       RENOMBRAR-REP-CASC.
       MOVE WS-CEDULA-USUARIO-2 TO CEDULA-REPRESENTANTE-NAC.
       MOVE "REWRITE RENOMBRAR-REP-CASC" TO WS-ERR-DONDE
       REWRITE USUARIOS-NACIMIENTO-REGISTRO.
       PERFORM BUSCAR-SIGUIENTE-REP-CASC.

       AGREGAR-TIPOS-ADICIONALES.
       DISPLAY " ".
       DISPLAY "¿Desea agregar otro tipo de instrumento para".
           DISPLAY " "
           DISPLAY "Ingrese nombre de tipo de instrumento adicional"
           ACCEPT TIPO-INSTRUMENTO-UT
           MOVE "WRITE   VALIDACION-AGREGAR-TIPO" TO WS-ERR-DONDE
           WRITE USUARIOS-TIPOS-REGISTRO
           PERFORM AGREGAR-TIPOS-ADICIONALES
       WHEN = "N" OR = "n"
       DISPLAY " ".
       DISPLAY "---Tipos de instrumento adicionales del usuario---".
       MOVE CEDULA-USUARIO TO CEDULA-USUARIO-UT.
       MOVE "START   VER-TIPOS-ADICIONALES" TO WS-ERR-DONDE
       START USUARIOS-TIPOS-ARCHIVO
           KEY IS NOT LESS THAN CEDULA-USUARIO-UT
           INVALID KEY     MOVE 1 TO WS-INDICADOR
       PERFORM CONFIRMAR-ACTUALIZAR.

       LISTAR-TIPOS-ADICIONALES.
       MOVE "READ    LISTAR-TIPOS-ADICIONALES" TO WS-ERR-DONDE
       READ USUARIOS-TIPOS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO LEE-TODO.
       IF LEE-TODO = 1 OR CEDULA-USUARIO-UT NOT = WS-CEDULA-BUSCADA-UT
       *>CERTIFICACIONES DEL USUARIO EN PANTALLA: LAS LISTA Y
       *>PERMITE REGISTRAR O RENOVAR UNA (MISMO TIPO = SE REESCRIBE).
       CERTIFICACIONES-USUARIO.
       MOVE "OPEN    CERTIFICACIONES-USUARIO" TO WS-ERR-DONDE
       OPEN I-O CERTIFICACIONES-ARCHIVO.
       DISPLAY " ".
       DISPLAY "---Certificaciones de " CEDULA-USUARIO "---".
       MOVE 0 TO WS-HAY-CERT.
       MOVE CEDULA-USUARIO TO CEDULA-CERT.
       MOVE SPACES TO CODIGO-TIPO-CERT.
       MOVE "START   CERTIFICACIONES-USUARIO" TO WS-ERR-DONDE
       START CERTIFICACIONES-ARCHIVO KEY IS NOT LESS THAN CERT-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-CERT
           NOT INVALID KEY MOVE 0 TO WS-LEE-CERT.
       PERFORM CONFIRMAR-REGISTRAR-CERT.

       LEER-SIGUIENTE-CERT.
       MOVE "READ    LEER-SIGUIENTE-CERT" TO WS-ERR-DONDE
       READ CERTIFICACIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-CERT.
       DISPLAY "Ingrese la fecha de vencimiento (AAAAMMDD)".
       ACCEPT FECHA-VENCE-CERT.
       PERFORM VALIDACION-FECHA-VENCE-CERT.
       MOVE "WRITE   REGISTRAR-CERT" TO WS-ERR-DONDE
       WRITE CERTIFICACIONES-REGISTRO
           INVALID KEY
               MOVE "REWRITE REGISTRAR-CERT" TO WS-ERR-DONDE
               REWRITE CERTIFICACIONES-REGISTRO
       END-WRITE.
       CLOSE CERTIFICACIONES-ARCHIVO.
       DISPLAY "o personal)".
       ACCEPT CATEGORIA-CUOTA.
       PERFORM VALIDACION-CATEGORIA-CUOTA.
       MOVE "OPEN    MANTENER-CUOTAS" TO WS-ERR-DONDE
       OPEN I-O CUOTAS-ARCHIVO.
       MOVE "OPEN    MANTENER-CUOTAS" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "READ    MANTENER-CUOTAS" TO WS-ERR-DONDE
       READ CUOTAS-ARCHIVO RECORD
           KEY CATEGORIA-CUOTA
               INVALID KEY     MOVE 0 TO WS-HAY-CUOTA
       IF MESES-CUOTA = 0
           MOVE 1 TO MESES-CUOTA.
       IF WS-HAY-CUOTA = 0
           MOVE "WRITE   MANTENER-CUOTAS" TO WS-ERR-DONDE
           WRITE CUOTAS-REGISTRO
       ELSE
           MOVE "REWRITE MANTENER-CUOTAS" TO WS-ERR-DONDE
           REWRITE CUOTAS-REGISTRO.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Cuota " CATEGORIA-CUOTA
       *>VIGENCIA DE LA MEMBRESIA POR LOS MESES PAGADOS. ERA LO QUE
       *>FALTABA PARA QUE EL INGRESO POR MEMBRESIAS DEJARA RASTRO.
       COBRAR-CUOTA.
       MOVE "OPEN    COBRAR-CUOTA" TO WS-ERR-DONDE
       OPEN I-O CUOTAS-ARCHIVO.
       MOVE CATEGORIA-USUARIO TO CATEGORIA-CUOTA.
       MOVE "READ    COBRAR-CUOTA" TO WS-ERR-DONDE
       READ CUOTAS-ARCHIVO RECORD
           KEY CATEGORIA-CUOTA
               INVALID KEY     MOVE 0 TO WS-HAY-CUOTA
           PERFORM CONFIRMAR-COBRO-CUOTA
       END-EVALUATE.

       *>SI EL SOCIO TIENE SALDO A FAVOR (VER CREDITOS.CBL) PUEDE
       *>PAGAR CON EL TODO O PARTE DE LA CUOTA; SOLO LO QUE FALTA SE
       *>COBRA EN CAJA. EL RECIBO LLEVA SIEMPRE LA CUOTA COMPLETA.
       GRABAR-COBRO-CUOTA.
       MOVE 0 TO WS-CUO-CON-SALDO.
       MOVE CEDULA-USUARIO TO WS-CRE-CEDULA.
       PERFORM LEER-SALDO-CREDITO.
       IF WS-SALDO-CREDITO > 0
           DISPLAY "El socio tiene " WS-SALDO-CREDITO
               " dolares a favor."
           DISPLAY "¿Lo aplica a la cuota? (S/N)"
           ACCEPT WS-SI-NO
           PERFORM VALIDACION-SALDO-CUOTA.
       COMPUTE WS-MON-BASE = MONTO-CUOTA - WS-CUO-CON-SALDO.
       IF WS-MON-BASE > 0
           PERFORM PEDIR-MONEDA-COBRO.
       MOVE "OPEN    GRABAR-COBRO-CUOTA" TO WS-ERR-DONDE
       OPEN I-O PAGOS-CUOTAS-ARCHIVO.
       MOVE "RECIBOCUO" TO WS-CORR-SERIE.
       PERFORM TOMAR-CORRELATIVO.
       MOVE WS-CORR-NUMERO TO RECIBO-CUOTA.
       MOVE CEDULA-USUARIO TO CEDULA-USUARIO-CUO.
       ACCEPT FECHA-CUOTA FROM DATE YYYYMMDD.
       MOVE MONTO-CUOTA TO MONTO-PAGO-CUOTA.
       MOVE MESES-CUOTA TO MESES-PAGADOS-CUO.
       PERFORM GRABAR-PAGO-CUOTA.
       CLOSE PAGOS-CUOTAS-ARCHIVO.
       IF WS-MON-BASE > 0
           MOVE RECIBO-CUOTA TO WS-MON-NUMERO
           PERFORM GRABAR-MONEDA-COBRO.
       IF WS-CUO-CON-SALDO > 0
           MOVE "Debito" TO WS-CRE-TIPO
           MOVE "Cuota" TO WS-CRE-ORIGEN
           MOVE WS-CUO-CON-SALDO TO WS-CRE-MONTO
           MOVE "RECIBOCUO" TO WS-CRE-REF-SERIE
           MOVE RECIBO-CUOTA TO WS-CRE-REF-NUMERO
           MOVE SPACES TO WS-CRE-FORMA
           MOVE SPACES TO WS-CRE-MONEDA
           MOVE 0 TO WS-CRE-ENTREGADO
           MOVE SPACES TO WS-CRE-AUTORIZA
           PERFORM GRABAR-MOVIMIENTO-CREDITO
           DISPLAY "Pagado con saldo a favor: " WS-CUO-CON-SALDO.
       MOVE "IVACUOTA" TO WS-FIS-PARAM.
       MOVE "Cuota" TO WS-FIS-CONCEPTO.
       MOVE MONTO-CUOTA TO WS-FIS-TOTAL.
       MOVE CEDULA-USUARIO TO WS-FIS-CEDULA.
       MOVE "RECIBOCUO" TO WS-FIS-SERIE.
       MOVE RECIBO-CUOTA TO WS-FIS-RECIBO.
       PERFORM EMITIR-DOCUMENTO-FISCAL.
       *>LA VIGENCIA NUEVA ARRANCA DE LA FECHA MAYOR ENTRE HOY Y EL
       *>VENCIMIENTO ACTUAL, ASI EL QUE RENUEVA TEMPRANO NO PIERDE
       *>LOS DIAS QUE LE QUEDABAN.
           MOVE WS-FECHA-HOY-CUO TO WS-FECHA-VAL.
       PERFORM SUMAR-MESES-CUOTA.
       MOVE WS-FECHA-VAL TO FECHA-VENCIMIENTO-MEMB.
       MOVE "REWRITE GRABAR-COBRO-CUOTA" TO WS-ERR-DONDE
       REWRITE USUARIOS-REGISTRO.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Cuota " RECIBO-CUOTA " " CEDULA-USUARIO
           FECHA-VENCIMIENTO-MEMB.
       PERFORM CONFIRMAR-ACTUALIZAR.

       VALIDACION-SALDO-CUOTA.
       EVALUATE WS-SI-NO
       WHEN = "S" OR = "s"
           IF WS-SALDO-CREDITO < MONTO-CUOTA
               MOVE WS-SALDO-CREDITO TO WS-CUO-CON-SALDO
           ELSE
               MOVE MONTO-CUOTA TO WS-CUO-CON-SALDO
           END-IF
       WHEN = "N" OR = "n"
           NEXT SENTENCE
       WHEN OTHER
           DISPLAY "Por favor ingrese S para si, o N para no."
           ACCEPT WS-SI-NO
           PERFORM VALIDACION-SALDO-CUOTA
       END-EVALUATE.

       *>PREGUNTA EN QUE MONEDA PAGA EL SOCIO EL MONTO WS-MON-BASE
       *>(EN DOLARES, LLENO POR QUIEN LLAMA). EN BOLIVARES SE USA LA
       *>TASA DEL DIA Y SE MUESTRA CUANTO COBRAR; SIN TASA CARGADA
       *>SOLO SE PUEDE COBRAR EN DOLARES.
       PEDIR-MONEDA-COBRO.
       DISPLAY "Moneda en que paga: 1) Dolares  2) Bolivares".
       ACCEPT WS-MON-OPCION.
       EVALUATE WS-MON-OPCION
       WHEN 1
           MOVE "USD" TO WS-MON-MONEDA
           MOVE 1 TO WS-MON-TASA
           MOVE WS-MON-BASE TO WS-MON-RECIBIDO
       WHEN 2
           PERFORM LEER-TASA-DEL-DIA
           IF WS-HAY-TASA = 0
               DISPLAY "No hay tasa cargada para hoy (se carga en la "
               DISPLAY "apertura del dia); cobre en dolares."
               PERFORM PEDIR-MONEDA-COBRO
           ELSE
               MOVE "VES" TO WS-MON-MONEDA
               MOVE TASA-BS TO WS-MON-TASA
               COMPUTE WS-MON-RECIBIDO ROUNDED =
                   WS-MON-BASE * WS-MON-TASA
               DISPLAY "Tasa del dia: " WS-MON-TASA
               DISPLAY "*** Cobre en bolivares: " WS-MON-RECIBIDO
                   " ***"
           END-IF
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           PERFORM PEDIR-MONEDA-COBRO
       END-EVALUATE.

       *>DEJA EN TASA-BS LA TASA DE HOY Y WS-HAY-TASA EN 1 SI EXISTE.
       LEER-TASA-DEL-DIA.
       ACCEPT WS-FECHA-TASA FROM DATE YYYYMMDD.
       MOVE "OPEN    LEER-TASA-DEL-DIA" TO WS-ERR-DONDE
       OPEN I-O TASAS-CAMBIO-ARCHIVO.
       MOVE WS-FECHA-TASA TO TASA-FECHA.
       MOVE "READ    LEER-TASA-DEL-DIA" TO WS-ERR-DONDE
       READ TASAS-CAMBIO-ARCHIVO RECORD
           KEY TASA-FECHA
               INVALID KEY     MOVE 0 TO WS-HAY-TASA
               NOT INVALID KEY MOVE 1 TO WS-HAY-TASA.
       CLOSE TASAS-CAMBIO-ARCHIVO.

       *>GRABA LA MONEDA DEL COBRO YA ESCRITO. QUIEN LLAMA LLENA
       *>WS-CORR-SERIE Y WS-MON-NUMERO CON LA SERIE Y EL RECIBO.
       GRABAR-MONEDA-COBRO.
       MOVE "OPEN    GRABAR-MONEDA-COBRO" TO WS-ERR-DONDE
       OPEN I-O COBROS-MONEDA-ARCHIVO.
       MOVE WS-CORR-SERIE TO MON-SERIE.
       MOVE WS-MON-NUMERO TO MON-NUMERO.
       MOVE WS-MON-MONEDA TO MON-MONEDA.
       MOVE WS-MON-TASA TO MON-TASA.
       MOVE WS-MON-BASE TO MON-MONTO-BASE.
       MOVE WS-MON-RECIBIDO TO MON-MONTO-RECIBIDO.
       ACCEPT MON-FECHA FROM DATE YYYYMMDD.
       MOVE "WRITE   GRABAR-MONEDA-COBRO" TO WS-ERR-DONDE
       WRITE COBROS-MONEDA-REGISTRO
           INVALID KEY
               MOVE "REWRITE GRABAR-MONEDA-COBRO" TO WS-ERR-DONDE
               REWRITE COBROS-MONEDA-REGISTRO
       END-WRITE.
       CLOSE COBROS-MONEDA-ARCHIVO.

       *>EMITE EL DOCUMENTO FISCAL DEL COBRO. LAS TARIFAS YA INCLUYEN
       *>EL IVA, ASI QUE LA BASE SE DESPEJA DEL TOTAL CON LA TASA DEL
       *>CONCEPTO (PARAMETRO EN CENTESIMAS DE PORCENTAJE, 1600 ES EL
       *>16%; SIN CARGAR SE TOMA COMO EXENTO). EL NUMERO DE CONTROL
       *>SALE DE LA SERIE CONTROL, COMUN A TODOS LOS DOCUMENTOS.
       EMITIR-DOCUMENTO-FISCAL.
       *>EN MODO PRACTICA NO SE EMITE NI SE GASTA NUMERO DE CONTROL.
       IF LS-MODO-SESION = "P"
           MOVE 0 TO WS-FIS-CONTROL
           DISPLAY " "
           DISPLAY "Modo practica: no se emite documento fiscal."
       ELSE
           PERFORM EMITIR-DOCUMENTO-FISCAL-REAL.

       EMITIR-DOCUMENTO-FISCAL-REAL.
       MOVE "OPEN    EMITIR-DOCUMENTO-FISCAL-REAL" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE WS-FIS-PARAM TO PARAM-NOMBRE.
       MOVE "READ    EMITIR-DOCUMENTO-FISCAL-REAL" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 0 TO WS-FIS-TASA
               NOT INVALID KEY COMPUTE WS-FIS-TASA = PARAM-VALOR / 100.
       CLOSE PARAMETROS-ARCHIVO.
       COMPUTE WS-FIS-BASE ROUNDED =
           WS-FIS-TOTAL * 100 / (100 + WS-FIS-TASA).
       COMPUTE WS-FIS-IVA = WS-FIS-TOTAL - WS-FIS-BASE.
       MOVE "OPEN    EMITIR-DOCUMENTO-FISCAL-REAL" TO WS-ERR-DONDE
       OPEN I-O DOCUMENTOS-FISCALES-ARCHIVO.
       MOVE "CONTROL" TO WS-CORR-SERIE.
       PERFORM TOMAR-CORRELATIVO.
       MOVE WS-CORR-NUMERO TO FIS-CONTROL.
       ACCEPT FIS-FECHA FROM DATE YYYYMMDD.
       MOVE WS-FIS-SERIE TO FIS-SERIE.
       MOVE WS-FIS-RECIBO TO FIS-RECIBO.
       MOVE WS-FIS-CEDULA TO FIS-CEDULA.
       MOVE WS-FIS-CONCEPTO TO FIS-CONCEPTO.
       MOVE WS-FIS-TASA TO FIS-TASA-IVA.
       MOVE WS-FIS-BASE TO FIS-BASE.
       MOVE WS-FIS-IVA TO FIS-IVA.
       MOVE WS-FIS-TOTAL TO FIS-TOTAL.
       MOVE "Emitido" TO FIS-ESTADO.
       MOVE LS-CONECTAR TO FIS-OPERADOR.
       MOVE 0 TO FIS-FECHA-ANULA.
       MOVE SPACES TO FIS-MOTIVO-ANULA.
       MOVE SPACES TO FIS-OPERADOR-ANULA.
       PERFORM GRABAR-DOCUMENTO-FISCAL.
       MOVE FIS-CONTROL TO WS-FIS-CONTROL.
       CLOSE DOCUMENTOS-FISCALES-ARCHIVO.
       DISPLAY " ".
       DISPLAY "Numero de control fiscal: " WS-FIS-CONTROL.
       DISPLAY "  Base imponible: " WS-FIS-BASE.
       DISPLAY "  IVA " WS-FIS-TASA "%: " WS-FIS-IVA.
       DISPLAY "  Total:          " WS-FIS-TOTAL.

       *>EL NUMERO DE CONTROL NO PUEDE QUEDAR REPETIDO: SI YA ESTA
       *>GRABADO SE TOMA EL SIGUIENTE DE LA SERIE Y SE REINTENTA.
       GRABAR-DOCUMENTO-FISCAL.
       MOVE "WRITE   GRABAR-DOCUMENTO-FISCAL" TO WS-ERR-DONDE
       WRITE DOCUMENTOS-FISCALES-REGISTRO
           INVALID KEY
               PERFORM TOMAR-CORRELATIVO
               MOVE WS-CORR-NUMERO TO FIS-CONTROL
               PERFORM GRABAR-DOCUMENTO-FISCAL
       END-WRITE.

       *>SIEMBRA DE LA SERIE CONTROL: EL MAYOR NUMERO YA EMITIDO.
       BUSCAR-MAX-CONTROL-FISCAL.
       MOVE 0 TO WS-MAX-CONTROL-FIS.
       MOVE 0 TO WS-LEE-FISCAL.
       PERFORM LEER-SIGUIENTE-FISCAL.
       PERFORM COMPARAR-MAX-FISCAL UNTIL WS-LEE-FISCAL = 1.

       LEER-SIGUIENTE-FISCAL.
       MOVE "READ    LEER-SIGUIENTE-FISCAL" TO WS-ERR-DONDE
       READ DOCUMENTOS-FISCALES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-FISCAL.

       COMPARAR-MAX-FISCAL.
       IF FIS-CONTROL > WS-MAX-CONTROL-FIS
           MOVE FIS-CONTROL TO WS-MAX-CONTROL-FIS.
       PERFORM LEER-SIGUIENTE-FISCAL.
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

       *>LA SERIE RECIBOCUO SOLO SE SIEMBRA UNA VEZ, CON EL MAYOR
       *>RECIBO QUE YA TENGA EL LIBRO DE CUOTAS.
       SEMBRAR-CORRELATIVO.
       EVALUATE WS-CORR-SERIE
       WHEN "RECIBOCUO"
           PERFORM BUSCAR-MAX-RECIBO-CUOTA
           MOVE WS-MAX-RECIBO-CUO TO WS-CORR-MAYOR
       WHEN "CONTROL"
           PERFORM BUSCAR-MAX-CONTROL-FISCAL
           MOVE WS-MAX-CONTROL-FIS TO WS-CORR-MAYOR
       END-EVALUATE.

       *>SI EL NUMERO YA ESTA GRABADO SE TOMA EL SIGUIENTE DE LA
       *>SERIE Y SE REINTENTA, EN VEZ DE PERDER EL COBRO.
       GRABAR-PAGO-CUOTA.
       MOVE "WRITE   GRABAR-PAGO-CUOTA" TO WS-ERR-DONDE
       WRITE PAGOS-CUOTAS-REGISTRO
           INVALID KEY
               PERFORM TOMAR-CORRELATIVO
               MOVE WS-CORR-NUMERO TO RECIBO-CUOTA
               PERFORM GRABAR-PAGO-CUOTA
       END-WRITE.

       BUSCAR-MAX-RECIBO-CUOTA.
       MOVE 0 TO WS-MAX-RECIBO-CUO.
       MOVE 0 TO WS-LEE-CUOTA.
       PERFORM COMPARAR-MAX-CUOTA UNTIL WS-LEE-CUOTA = 1.

       LEER-SIGUIENTE-PAGO-CUOTA.
       MOVE "READ    LEER-SIGUIENTE-PAGO-CUOTA" TO WS-ERR-DONDE
       READ PAGOS-CUOTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-CUOTA.
       DISPLAY "Ingrese la nueva fecha de vencimiento (AAAAMMDD)".
       ACCEPT FECHA-VENCIMIENTO-MEMB.
       PERFORM VALIDACION-FECHA-VENC-MEMB.
       MOVE "REWRITE RENOVAR-MEMBRESIA" TO WS-ERR-DONDE
       REWRITE USUARIOS-REGISTRO.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING CEDULA-USUARIO " vence " FECHA-VENCIMIENTO-MEMB
       DISPLAY "Indique parte del nombre del usuario".
       ACCEPT WS-CADENA-BUSQUEDA.
       PERFORM CALCULAR-LONGITUD-BUSQUEDA.
       MOVE "OPEN    BUSCAR-POR-NOMBRE" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE 0 TO WS-HAY-COINCIDENCIAS.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-NOMBRE.
       DISPLAY " ".

       LEER-SIGUIENTE-NOMBRE.
       MOVE "READ    LEER-SIGUIENTE-NOMBRE" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       MOVE SPACES TO LOCK-CLAVE.
       MOVE CEDULA-USUARIO TO LOCK-CLAVE(1:11).
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
       ELSE
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
       MOVE "USUARIOS" TO LOCK-ARCHIVO.
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
       DISPLAY "---Imprimir carnet de un usuario---".
       DISPLAY " ".
       DISPLAY "Indique numero de cedula del usuario".
       PERFORM PEDIR-CEDULA-BUSQUEDA.
       MOVE "OPEN    IMPRIMIR-CARNET" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "READ    IMPRIMIR-CARNET" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           PERFORM BUSCAR-CEDULA-ESCRITA.
       IF WS-INDICADOR = 0
           DISPLAY " "
           DISPLAY "No existe un usuario con esa cedula."

       GENERAR-CARNET.
       MOVE SPACES TO WS-CARNET-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "carnet_" DELIMITED BY SIZE
           CEDULA-USUARIO DELIMITED BY SPACE
           ".txt" DELIMITED BY SIZE
           INTO WS-CARNET-RUTA.
       DISPLAY "---Carnets de los inscritos del mes---".
       DISPLAY " ".
       ACCEPT WS-MES-CARNET FROM DATE YYYYMMDD.
       MOVE "OPEN    CARNETS-DEL-MES" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE 0 TO WS-CARNETS-LOTE.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-USUARIO-CARNET.
       PERFORM VOLVER-REGISTRAR.

       LEER-USUARIO-CARNET.
       MOVE "READ    LEER-USUARIO-CARNET" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
           DISPLAY "  " WS-CARNET-RUTA.
       PERFORM LEER-USUARIO-CARNET.

       *>LISTA DE LOS SOCIOS QUE CUMPLEN LA MAYORIA DE EDAD EN EL MES
       *>INDICADO, CON SU REPRESENTANTE: DESDE ESE DIA LOS
       *>COMPROBANTES Y AVISOS VAN A SU PROPIO NOMBRE (VER CIERRE.CBL).
       MAYORIAS-DEL-MES.
       DISPLAY "---Socios que cumplen la mayoria de edad---".
       DISPLAY " ".
       DISPLAY "Ingrese el mes (AAAAMM)".
       ACCEPT WS-MES-MAYORIA.
       PERFORM VALIDACION-MES-MAYORIA.
       PERFORM LEER-PARAMETRO-MAYORIA.
       MOVE "OPEN    MAYORIAS-DEL-MES" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "OPEN    MAYORIAS-DEL-MES" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-NACIMIENTO-ARCHIVO.
       MOVE "reporte_mayoria" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       STRING "Mes " WS-MES-MAYORIA
           DELIMITED BY SIZE INTO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-MAYORIA-RUTA.
       OPEN OUTPUT REPORTE-MAYORIA-ARCHIVO.
       MOVE SPACES TO WS-LINEA-MAYORIA.
       STRING "Socios que cumplen " WS-MAYORIA " años en el mes "
           WS-MES-MAYORIA
           DELIMITED BY SIZE INTO WS-LINEA-MAYORIA.
       PERFORM IMPRIMIR-MAYORIA.
       MOVE "Cedula      Nombre                    Cumple   Cedula rep."
           TO WS-LINEA-MAYORIA.
       MOVE "Parentesco" TO WS-LINEA-MAYORIA(60:10).
       PERFORM IMPRIMIR-MAYORIA.
       MOVE 0 TO WS-MAYORIAS-MES.
       MOVE 0 TO WS-LEE-NAC.
       PERFORM LEER-SIGUIENTE-NAC.
       PERFORM EVALUAR-MAYORIA-MES UNTIL WS-LEE-NAC = 1.
       STRING "Total de socios: " WS-MAYORIAS-MES
           DELIMITED BY SIZE INTO WS-LINEA-MAYORIA.
       PERFORM IMPRIMIR-MAYORIA.
       CLOSE USUARIOS-ARCHIVO.
       CLOSE USUARIOS-NACIMIENTO-ARCHIVO.
       CLOSE REPORTE-MAYORIA-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Lista grabada en " WS-CAT-ARCHIVO.
       PERFORM VOLVER-REGISTRAR.

       VALIDACION-MES-MAYORIA.
       IF WS-MES-MAYORIA(5:2) < "01" OR WS-MES-MAYORIA(5:2) > "12"
           DISPLAY " "
           DISPLAY "Mes invalido."
           DISPLAY "Ingrese el mes (AAAAMM)"
           ACCEPT WS-MES-MAYORIA
           PERFORM VALIDACION-MES-MAYORIA.

       LEER-SIGUIENTE-NAC.
       MOVE "READ    LEER-SIGUIENTE-NAC" TO WS-ERR-DONDE
       READ USUARIOS-NACIMIENTO-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-NAC.

       EVALUAR-MAYORIA-MES.
       IF FECHA-NACIMIENTO-NAC NOT = 0
           COMPUTE WS-EDAD-FECHA-MAYORIA =
               FECHA-NACIMIENTO-NAC + WS-MAYORIA * 10000
           IF WS-EDAD-FECHA-MAYORIA(1:6) = WS-MES-MAYORIA
               PERFORM LISTAR-MAYORIA-MES.
       PERFORM LEER-SIGUIENTE-NAC.

       LISTAR-MAYORIA-MES.
       ADD 1 TO WS-MAYORIAS-MES.
       MOVE CEDULA-USUARIO-NAC TO CEDULA-USUARIO.
       MOVE "READ    LISTAR-MAYORIA-MES" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO
               INVALID KEY MOVE SPACES TO NOMBRE-USUARIO
       END-READ.
       STRING CEDULA-USUARIO-NAC " " NOMBRE-USUARIO(1:25) " "
           WS-EDAD-FECHA-MAYORIA " " CEDULA-REPRESENTANTE-NAC " "
           PARENTESCO-NAC
           DELIMITED BY SIZE INTO WS-LINEA-MAYORIA.
       PERFORM IMPRIMIR-MAYORIA.

       IMPRIMIR-MAYORIA.
       DISPLAY WS-LINEA-MAYORIA.
       WRITE REPORTE-MAYORIA-LINEA FROM WS-LINEA-MAYORIA.
       MOVE SPACES TO WS-LINEA-MAYORIA.

       *>SALDO A FAVOR DEL SOCIO WS-CRE-CEDULA, IGUAL QUE EN
       *>CREDITOS.CBL: LOS CREDITOS MENOS LOS DEBITOS Y REEMBOLSOS.
       *>DEJA TAMBIEN LA ULTIMA SECUENCIA USADA POR ESE SOCIO.
       *>CREDITOS-ARCHIVO DEBE ESTAR ABIERTO.
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

       *>DEJA EN WS-SALDO-CREDITO EL SALDO A FAVOR DEL SOCIO
       *>WS-CRE-CEDULA.
       LEER-SALDO-CREDITO.
       MOVE "OPEN    LEER-SALDO-CREDITO" TO WS-ERR-DONDE
       OPEN I-O CREDITOS-ARCHIVO.
       PERFORM CALCULAR-SALDO-CREDITO.
       CLOSE CREDITOS-ARCHIVO.

       *>PIDE LA CEDULA DE UN SOCIO NUEVO (O LA NUEVA CEDULA DE UNO
       *>EXISTENTE) Y NO LA ACEPTA HASTA QUE TENGA FORMATO VALIDO.
       *>QUEDA EN CEDULA-USUARIO EN SU FORMA NORMAL.
       PEDIR-CEDULA-NUEVA.
       ACCEPT WS-DOC-ENTRADA.
       MOVE "C" TO WS-DOC-TIPO.
       CALL "Identidad" USING WS-DOC-TIPO WS-DOC-ENTRADA
           WS-DOC-NORMAL WS-DOC-RESULTADO WS-DOC-MENSAJE.
       IF WS-DOC-RESULTADO NOT = 0
           DISPLAY "Cedula no valida: " WS-DOC-MENSAJE
           DISPLAY "Ingrese la cedula nuevamente (ej. V-12345678)"
           PERFORM PEDIR-CEDULA-NUEVA
       ELSE
           MOVE WS-DOC-NORMAL TO CEDULA-USUARIO.

       *>PIDE LA CEDULA DE UN SOCIO YA REGISTRADO Y LA DEJA EN
       *>CEDULA-USUARIO LISTA PARA BUSCARLA.
       PEDIR-CEDULA-BUSQUEDA.
       ACCEPT WS-DOC-ENTRADA.
       PERFORM NORMALIZAR-CEDULA-BUSCADA.
       MOVE WS-DOC-CEDULA TO CEDULA-USUARIO.

       *>UNA CEDULA CON FORMATO VALIDO SE BUSCA EN SU FORMA NORMAL;
       *>SI NO LO TIENE SE BUSCA TAL COMO SE ESCRIBIO, PORQUE PUEDE
       *>SER DE UN REGISTRO VIEJO.
       NORMALIZAR-CEDULA-BUSCADA.
       MOVE "C" TO WS-DOC-TIPO.
       CALL "Identidad" USING WS-DOC-TIPO WS-DOC-ENTRADA
           WS-DOC-NORMAL WS-DOC-RESULTADO WS-DOC-MENSAJE.
       IF WS-DOC-RESULTADO = 0
           MOVE WS-DOC-NORMAL TO WS-DOC-CEDULA
       ELSE
           MOVE WS-DOC-ENTRADA TO WS-DOC-CEDULA.

       *>LOS SOCIOS REGISTRADOS ANTES DE VALIDAR LAS CEDULAS PUEDEN
       *>TENERLA GUARDADA TAL COMO SE ESCRIBIO ("V-12345678",
       *>"12345678"). SI LA FORMA NORMAL NO APARECE, SE PRUEBA CON LO
       *>ESCRITO. LA REVISION DE CEDULAS DE DUPLICADOS.CBL LISTA ESOS
       *>REGISTROS PARA CORREGIRLOS. USUARIOS-ARCHIVO DEBE ESTAR
       *>ABIERTO; DEJA WS-INDICADOR EN 1 SI LO ENCONTRO.
       BUSCAR-CEDULA-ESCRITA.
       MOVE 0 TO WS-INDICADOR.
       IF WS-DOC-RESULTADO = 0
           AND WS-DOC-ENTRADA NOT = WS-DOC-NORMAL
           MOVE WS-DOC-ENTRADA TO CEDULA-USUARIO
           MOVE "READ    BUSCAR-CEDULA-ESCRITA" TO WS-ERR-DONDE
           READ USUARIOS-ARCHIVO RECORD
               KEY CEDULA-USUARIO
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
                   NOT INVALID KEY MOVE 1 TO WS-INDICADOR
           END-READ
           IF WS-INDICADOR = 0
               MOVE WS-DOC-NORMAL TO CEDULA-USUARIO.

       *>BUSCA LA CEDULA EN CURSO EN LAS LISTAS DE SANCIONADOS QUE
       *>MANDAN LOS CLUBES ALIADOS; LA RUTINA MUESTRA EL AVISO Y DEJA
       *>EN WS-ALI-CANTIDAD CUANTAS SANCIONES VIGENTES TIENE.
       AVISAR-SANCION-ALIADOS.
       MOVE CEDULA-USUARIO TO WS-ALI-CEDULA.
       MOVE LS-CONECTAR TO WS-ALI-OPERADOR.
       MOVE LS-DIRECTORIO TO WS-ALI-DIRECTORIO.
       CALL "Aliados" USING WS-ALI-DATOS.

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
       MOVE SPACES TO WS-USUARIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios.dat" DELIMITED BY SIZE INTO WS-USUARIOS-RUTA.
       MOVE SPACES TO WS-USUARIOS-TIPOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios_tipos.dat" DELIMITED BY SIZE
           INTO WS-USUARIOS-TIPOS-RUTA.
       MOVE SPACES TO WS-USUARIOS-NACIMIENTO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios_nacimiento.dat" DELIMITED BY SIZE
           INTO WS-USUARIOS-NACIMIENTO-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.
       MOVE SPACES TO WS-BLOQUEOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "bloqueos.dat" DELIMITED BY SIZE INTO WS-BLOQUEOS-RUTA.
       MOVE SPACES TO WS-CERTIFICACIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "certificaciones.dat" DELIMITED BY SIZE
           INTO WS-CERTIFICACIONES-RUTA.
       MOVE SPACES TO WS-CUOTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "cuotas.dat" DELIMITED BY SIZE INTO WS-CUOTAS-RUTA.
       MOVE SPACES TO WS-PAGOS-CUOTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "pagos_cuotas.dat" DELIMITED BY SIZE
           INTO WS-PAGOS-CUOTAS-RUTA.
       MOVE SPACES TO WS-PARAMETROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "parametros.dat" DELIMITED BY SIZE INTO WS-PARAMETROS-RUTA.
       MOVE SPACES TO WS-CORRELATIVOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "correlativos.dat" DELIMITED BY SIZE
           INTO WS-CORRELATIVOS-RUTA.
       MOVE SPACES TO WS-TASAS-CAMBIO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "tasas_cambio.dat" DELIMITED BY SIZE
           INTO WS-TASAS-CAMBIO-RUTA.
       MOVE SPACES TO WS-COBROS-MONEDA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "cobros_moneda.dat" DELIMITED BY SIZE
           INTO WS-COBROS-MONEDA-RUTA.
       MOVE SPACES TO WS-DOCUMENTOS-FISCALES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "documentos_fiscales.dat" DELIMITED BY SIZE
           INTO WS-DOCUMENTOS-FISCALES-RUTA.
       MOVE SPACES TO WS-CREDITOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "creditos.dat" DELIMITED BY SIZE INTO WS-CREDITOS-RUTA.

       FIN-PROGRAMA.
       EXIT PROGRAM.
