
       FILE-CONTROL.
       SELECT OPTIONAL MULTAS-ARCHIVO
       ASSIGN TO WS-MULTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS MUL-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-MUL WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-MULTAS.

       *>DEJA CONSTANCIA DE QUE OPERADOR REALIZO CADA TRANSACCION DE
       *>MANTENIMIENTO (ALTA, MODIFICACION O BAJA) SOBRE UNA MULTA.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       *>PARA VERIFICAR QUE EL USUARIO A QUIEN SE LE APLICA LA MULTA
       *>ESTE REGISTRADO.
       SELECT OPTIONAL USUARIOS-ARCHIVO
       ASSIGN TO WS-USUARIOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO-USR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS.

       *>PARA VERIFICAR QUE EL INSTRUMENTO POR EL QUE SE APLICA LA
       *>MULTA EXISTA.
       SELECT OPTIONAL INSTRUMENTOS-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-INV
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS.

       *>PERMITE DETECTAR SI OTRO TERMINAL YA TIENE UN REGISTRO ABIERTO
       *>PARA EDICION, PARA EVITAR QUE DOS OPERADORES SE PISEN LOS
       *>CAMBIOS SIN DARSE CUENTA.
       SELECT OPTIONAL BLOQUEOS-ARCHIVO
       ASSIGN TO WS-BLOQUEOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS LOCK-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-BLOQUEOS.

       *>PARA VALIDAR LA CLAVE DEL SUPERVISOR QUE AUTORIZA LA
       *>ELIMINACION FISICA DE UNA MULTA.
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

       *>BANDERA DEL ESTADO DEL DIA (VER CIERRE.CBL): CON EL DIA
       *>CERRADO NO SE REGISTRAN MOVIMIENTOS NUEVOS SALVO OVERRIDE DE
       *>SUPERVISOR, QUE QUEDA EN LA AUDITORIA.
       SELECT OPTIONAL ESTADO-DIA-ARCHIVO
       ASSIGN TO WS-ESTADO-DIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS EST-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ESTADO-DIA.

       *>LIBRO DE PAGOS DE MULTAS: CADA ABONO QUEDA CON SU NUMERO DE
       *>RECIBO, FECHA Y MONTO, LIGADO A LA MULTA POR LA LLAVE
       *>SUS PAGOS CUBRE EL MONTO COMPLETO, ASI QUE SE PUEDEN RECIBIR
       *>PAGOS PARCIALES.
       SELECT OPTIONAL PAGOS-MULTAS-ARCHIVO
       ASSIGN TO WS-PAGOS-MULTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PAGO-LLAVE
       ALTERNATE RECORD KEY IS MUL-LLAVE-PAGO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PAGOS-MULTAS.

       *>TABLA DE TARIFAS QUE USA EL CALCULO AUTOMATICO DE MULTAS POR
       *>RETRASO EN DEVOLVER (VER PRESTAMOS.CBL). SE MANTIENE DESDE
       *>AQUI PORQUE ES MATERIA DE MULTAS.
       SELECT OPTIONAL TARIFAS-ARCHIVO
       ASSIGN TO WS-TARIFAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS TARIFA-CONCEPTO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TARIFAS.

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

       *>COSTO DE COMPRA O VALOR DONADO DE CADA INSTRUMENTO (VER
       *>INSTRUMENTOS.CBL), PARA EL CARGO DE REPOSICION.
       SELECT OPTIONAL ADQUISICIONES-ARCHIVO
       ASSIGN TO WS-ADQUISICIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-ADQ
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-ADQ WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ADQUISICIONES.

       *>VALOR EN LIBROS DE CADA INSTRUMENTO POR AÑO (VER
       *>DEPRECIAR.CBL), PARA PROPONER EL CARGO DE REPOSICION DE UN
       *>EQUIPO PRESTADO QUE SE PERDIO.
       SELECT OPTIONAL DEPRECIACION-ARCHIVO
       ASSIGN TO WS-DEPRECIACION-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS DEP-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-DEPRECIACION.
       *>CUENTA DE SALDO A FAVOR DE LOS SOCIOS (VER CREDITOS.CBL).
       *>LO PAGADO DE MAS SOBRE UNA MULTA QUEDA AHI A FAVOR DEL
       *>SOCIO, Y DE AHI SE PUEDE PAGAR LUEGO OTRA MULTA.
       SELECT OPTIONAL CREDITOS-ARCHIVO
       ASSIGN TO WS-CREDITOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CRE-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CREDITOS.
       *>UNA MULTA PUEDE IR A NOMBRE DE UN GRUPO (CODIGO GRP...) EN
       *>LUGAR DE UNA CEDULA; SU ENTRENADOR RESPONSABLE ES EL GARANTE
       *>(VER GRUPOS.CBL).
       SELECT OPTIONAL GRUPOS-ARCHIVO
       ASSIGN TO WS-GRUPOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-GRUPO
       ALTERNATE RECORD KEY IS CEDULA-RESPONSABLE-GRP WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-GRUPOS.
       DATA DIVISION.
       FILE SECTION.
       FD MULTAS-ARCHIVO.
                                              *>"RETRASO".
               05 TARIFA-MONTO-DIA PIC 9(6)V99.

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

       *>COPIA DEL REGISTRO DE ADQUISICIONES.DAT (VER INSTRUMENTOS.CBL).
       FD ADQUISICIONES-ARCHIVO.
           01 ADQUISICIONES-REGISTRO.
               05 ID-INSTRUMENTO-ADQ    PIC X(6).
               05 ID-PROVEEDOR-ADQ      PIC X(11).
               05 FORMA-ADQUISICION-ADQ PIC X(8).
               05 FECHA-ADQUISICION-ADQ PIC 9(8).
               05 VALOR-ADQUISICION     PIC 9(8)V99.
               05 GARANTIA-FIN-ADQ      PIC 9(8).
               05 GARANTIA-NOTA-ADQ     PIC X(30).

       *>COPIA DEL REGISTRO DE DEPRECIACION.DAT (VER DEPRECIAR.CBL).
       FD DEPRECIACION-ARCHIVO.
           01 DEPRECIACION-REGISTRO.
               05 DEP-LLAVE.
                   10 ID-INSTRUMENTO-DEP PIC X(6).
                   10 ANIO-DEP           PIC 9(4).
               05 DEP-ACUMULADA    PIC 9(8)V99.
               05 VALOR-RESTANTE   PIC 9(8)V99.
               05 FECHA-CALCULO-DEP PIC 9(8).
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
       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS
       01 WS-TITULO.
       77 WS-TOTAL-PAGADO PIC 9(8)V99.
       77 WS-MONTO-ABONO PIC 9(6)V99.
       77 WS-FORMA-ABONO PIC X(12).
       *>LO RECIBIDO DE MAS SOBRE EL SALDO DE LA MULTA (QUEDA A
       *>FAVOR DEL SOCIO) Y LO QUE SI SE APLICA A LA MULTA.
       77 WS-EXCEDENTE PIC 9(6)V99.
       77 WS-MONTO-APLICADO PIC 9(6)V99.
       77 WS-HAY-GRUPO PIC 9(1).

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

       *>MOTIVO OBLIGATORIO DE UNA CONDONACION; QUEDA EN LA
       *>AUDITORIA, NO EN EL REGISTRO DE LA MULTA.
       77 WS-MOTIVO-CONDONA PIC X(30).

       *>USADOS PARA PROPONER EL CARGO DE REPOSICION DE UN EQUIPO
       *>EXTRAVIADO: EL VALOR EN LIBROS MAS EL CARGO DE MANEJO
       *>(PARAMETRO REPOSCARGO). EL OPERADOR SOLO PUEDE REBAJARLO, Y
       *>CON MOTIVO.
       77 WS-ID-REPOSICION PIC X(6).
       77 WS-VALOR-LIBROS PIC 9(8)V99.
       77 WS-CARGO-MANEJO PIC 9(6).
       77 WS-CARGO-PROPUESTO PIC 9(8)V99.
       77 WS-MONTO-REPOSICION PIC 9(8)V99.
       77 WS-MOTIVO-REBAJA PIC X(30).
       77 WS-LEE-DEP PIC 9(1).
       77 WS-STATUS-INST-MUL PIC X(14).

       *>USADOS PARA RECHAZAR MOVIMIENTOS CON EL DIA CERRADO.
       77 WS-DIA-OK PIC 9(1).
       77 WS-HAY-ESTADO-DIA PIC 9(1).
       77 WS-SALDO-MULTA PIC 9(8)V99.
       77 WS-MAX-RECIBO PIC 9(8).

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

       *>USADO PARA DEJAR CONSTANCIA DE LAS TRANSACCIONES DE
       *>MANTENIMIENTO EN LA AUDITORIA.
       77 WS-AUD-LLAVE-REG PIC X(60).
       01 WS-AUD-ANTES PIC X(280) VALUE SPACES.
       01 WS-AUD-DESPUES PIC X(280) VALUE SPACES.

       *>DATOS DEL ERROR DE ARCHIVO QUE SE ANOTA EN ERRORES.DAT
       *>(VER ERRORES.CBL). ANTES DE CADA OPERACION SOBRE UN
       *>ARCHIVO DE DATOS SE DEJA EN WS-ERR-DONDE LA OPERACION Y EL
       *>PARRAFO; SI FALLA, LAS DECLARATIVAS COMPLETAN EL RESTO.
       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Multas".
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
       77 WS-FS-MULTAS PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       77 WS-FS-USUARIOS PIC X(2).
       77 WS-FS-INSTRUMENTOS PIC X(2).
       77 WS-FS-BLOQUEOS PIC X(2).
       77 WS-FS-OPERADORES PIC X(2).
       77 WS-FS-PARAMETROS PIC X(2).
       77 WS-FS-ESTADO-DIA PIC X(2).
       77 WS-FS-PAGOS-MULTAS PIC X(2).
       77 WS-FS-TARIFAS PIC X(2).
       77 WS-FS-CORRELATIVOS PIC X(2).
       77 WS-FS-TASAS-CAMBIO PIC X(2).
       77 WS-FS-COBROS-MONEDA PIC X(2).
       77 WS-FS-DOCUMENTOS-FISCALES PIC X(2).
       77 WS-FS-ADQUISICIONES PIC X(2).
       77 WS-FS-DEPRECIACION PIC X(2).
       77 WS-FS-CREDITOS PIC X(2).
       77 WS-FS-GRUPOS PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-MULTAS-RUTA PIC X(80).
       77 WS-AUDITORIA-RUTA PIC X(80).
       77 WS-USUARIOS-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-BLOQUEOS-RUTA PIC X(80).
       77 WS-OPERADORES-RUTA PIC X(80).
       77 WS-PARAMETROS-RUTA PIC X(80).
       77 WS-ESTADO-DIA-RUTA PIC X(80).
       77 WS-PAGOS-MULTAS-RUTA PIC X(80).
       77 WS-TARIFAS-RUTA PIC X(80).
       77 WS-CORRELATIVOS-RUTA PIC X(80).
       77 WS-TASAS-CAMBIO-RUTA PIC X(80).
       77 WS-COBROS-MONEDA-RUTA PIC X(80).
       77 WS-DOCUMENTOS-FISCALES-RUTA PIC X(80).
       77 WS-ADQUISICIONES-RUTA PIC X(80).
       77 WS-DEPRECIACION-RUTA PIC X(80).
       77 WS-CREDITOS-RUTA PIC X(80).
       77 WS-GRUPOS-RUTA PIC X(80).

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
       ERROR-MULTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MULTAS-ARCHIVO.
       ERROR-MULTAS-ANOTAR.
       MOVE "multas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-MULTAS TO WS-ERR-ESTADO.
       MOVE MUL-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-AUDITORIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AUDITORIA-ARCHIVO.
       ERROR-AUDITORIA-ANOTAR.
       MOVE "auditoria.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-AUDITORIA TO WS-ERR-ESTADO.
       MOVE AUD-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-USUARIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USUARIOS-ARCHIVO.
       ERROR-USUARIOS-ANOTAR.
       MOVE "usuarios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO-USR TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INSTRUMENTOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSTRUMENTOS-ARCHIVO.
       ERROR-INSTRUMENTOS-ANOTAR.
       MOVE "instrumentos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-INV TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-BLOQUEOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BLOQUEOS-ARCHIVO.
       ERROR-BLOQUEOS-ANOTAR.
       MOVE "bloqueos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-BLOQUEOS TO WS-ERR-ESTADO.
       MOVE LOCK-LLAVE TO WS-ERR-LLAVE.
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
       ERROR-ESTADO-DIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ESTADO-DIA-ARCHIVO.
       ERROR-ESTADO-DIA-ANOTAR.
       MOVE "estado_dia.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ESTADO-DIA TO WS-ERR-ESTADO.
       MOVE EST-ID TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PAGOS-MULTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAGOS-MULTAS-ARCHIVO.
       ERROR-PAGOS-MULTAS-ANOTAR.
       MOVE "pagos_multas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PAGOS-MULTAS TO WS-ERR-ESTADO.
       MOVE PAGO-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-TARIFAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON TARIFAS-ARCHIVO.
       ERROR-TARIFAS-ANOTAR.
       MOVE "tarifas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-TARIFAS TO WS-ERR-ESTADO.
       MOVE TARIFA-CONCEPTO TO WS-ERR-LLAVE.
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
       ERROR-ADQUISICIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ADQUISICIONES-ARCHIVO.
       ERROR-ADQUISICIONES-ANOTAR.
       MOVE "adquisiciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ADQUISICIONES TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-ADQ TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-DEPRECIACION SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DEPRECIACION-ARCHIVO.
       ERROR-DEPRECIACION-ANOTAR.
       MOVE "depreciacion.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-DEPRECIACION TO WS-ERR-ESTADO.
       MOVE DEP-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-CREDITOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CREDITOS-ARCHIVO.
       ERROR-CREDITOS-ANOTAR.
       MOVE "creditos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CREDITOS TO WS-ERR-ESTADO.
       MOVE CRE-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-GRUPOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON GRUPOS-ARCHIVO.
       ERROR-GRUPOS-ANOTAR.
       MOVE "grupos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-GRUPOS TO WS-ERR-ESTADO.
       MOVE CODIGO-GRUPO TO WS-ERR-LLAVE.
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
       DISPLAY " ".
       DISPLAY "Indique numero de cedula del usuario a multar".
       ACCEPT CEDULA-USUARIO-MUL.
       MOVE "OPEN    REGISTRAR-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       PERFORM VALIDACION-USUARIO-MUL.
       CLOSE USUARIOS-ARCHIVO.

       DISPLAY " ".
       DISPLAY "Indique codigo del instrumento involucrado".
       ACCEPT ID-INSTRUMENTO-MUL.
       MOVE "OPEN    REGISTRAR-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       PERFORM VALIDACION-INSTRUMENTO-MUL.
       MOVE STATUS-INSTRUMENTO-INV TO WS-STATUS-INST-MUL.
       CLOSE INSTRUMENTOS-ARCHIVO.

       *>LA FECHA DE LA MULTA SE TOMA DEL SISTEMA, IGUAL QUE
       *>UN USUARIO PUEDE TENER VARIAS MULTAS EN SU HISTORIAL, ASI QUE
       *>SOLO SE RECHAZA SI YA EXISTE ESA MISMA MULTA (MISMA
       *>CEDULA/INSTRUMENTO/FECHA).
       MOVE "OPEN    REGISTRAR-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O MULTAS-ARCHIVO.
       MOVE "OPEN    REGISTRAR-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "READ    REGISTRAR-DIA-OK" TO WS-ERR-DONDE
       READ MULTAS-ARCHIVO RECORD
           KEY MUL-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0 *>SI NO EXISTE, GUARDO EL NUEVO REGISTRO
           *>POR UN EQUIPO EXTRAVIADO EL SISTEMA PROPONE EL CARGO DE
           *>REPOSICION EN LUGAR DE DEJAR QUE EL OPERADOR LO INVENTE.
           *>SI NO HAY VALOR NI EN LIBROS NI DE ADQUISICION, EL
           *>MONTO SE PIDE A MANO COMO CUALQUIER OTRA MULTA.
           MOVE 0 TO WS-CARGO-PROPUESTO
           MOVE SPACES TO WS-MOTIVO-REBAJA
           IF WS-STATUS-INST-MUL = "Extraviado"
               MOVE ID-INSTRUMENTO-MUL TO WS-ID-REPOSICION
               PERFORM CALCULAR-CARGO-REPOSICION
           END-IF
           IF WS-CARGO-PROPUESTO > 0
               PERFORM PEDIR-MONTO-REPOSICION
               MOVE "Reposicion por extravio" TO MOTIVO-MULTA
               MOVE WS-MONTO-REPOSICION TO MONTO-MULTA
           ELSE
               DISPLAY " "
               DISPLAY "Ingrese motivo de la multa (extravio, "
                   "deterioro)"
               ACCEPT MOTIVO-MULTA
               DISPLAY " "
               DISPLAY "Ingrese monto de la multa"
               ACCEPT MONTO-MULTA
           END-IF
           MOVE "Pendiente" TO STATUS-MULTA
           MOVE "WRITE   REGISTRAR-DIA-OK" TO WS-ERR-DONDE
           WRITE MULTAS-REGISTRO
           MOVE MUL-LLAVE TO WS-AUD-LLAVE-REG
           MOVE "Alta" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA
           IF MOTIVO-MULTA = "Reposicion por extravio"
               AND WS-MOTIVO-REBAJA NOT = SPACES
               PERFORM AUDITAR-REBAJA-REPOSICION
           END-IF
           DISPLAY " "
           DISPLAY "Multa registrada correctamente."
       ELSE *>SI EXISTE, SALIR
       *>VERIFICA QUE LA CEDULA INGRESADA EXISTA EN USUARIOS.DAT ANTES
       *>DE PERMITIR QUE SE LE APLIQUE UNA MULTA, IGUAL QUE
       *>VALIDACION-INSTRUMENTO EN PRESTAMOS.CBL.
       *>UN CODIGO DE GRUPO (GRP...) SE VALIDA CONTRA GRUPOS.DAT.
       VALIDACION-USUARIO-MUL.
       IF CEDULA-USUARIO-MUL(1:3) = "GRP"
           PERFORM MOSTRAR-GARANTE-MUL
           MOVE WS-HAY-GRUPO TO WS-INDICADOR
       ELSE
           MOVE CEDULA-USUARIO-MUL TO CEDULA-USUARIO-USR
           MOVE "READ    VALIDACION-USUARIO-MUL" TO WS-ERR-DONDE
           READ USUARIOS-ARCHIVO RECORD
               KEY CEDULA-USUARIO-USR
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
                   NOT INVALID KEY MOVE 1 TO WS-INDICADOR
           END-READ.
       IF WS-INDICADOR = 0
           DISPLAY " "
           DISPLAY "No existe un usuario ni un grupo con esa cedula."
           DISPLAY "Ingrese numero de cedula del usuario a multar"
           ACCEPT CEDULA-USUARIO-MUL
           PERFORM VALIDACION-USUARIO-MUL.

       *>SI LA MULTA ES DE UN GRUPO, MUESTRA EL GRUPO Y SU GARANTE.
       *>DEJA EN WS-HAY-GRUPO SI EL GRUPO EXISTE.
       MOSTRAR-GARANTE-MUL.
       MOVE 0 TO WS-HAY-GRUPO.
       IF CEDULA-USUARIO-MUL(1:3) = "GRP"
           MOVE "OPEN    MOSTRAR-GARANTE-MUL" TO WS-ERR-DONDE
           OPEN I-O GRUPOS-ARCHIVO
           MOVE CEDULA-USUARIO-MUL TO CODIGO-GRUPO
           MOVE "READ    MOSTRAR-GARANTE-MUL" TO WS-ERR-DONDE
           READ GRUPOS-ARCHIVO RECORD
               KEY CODIGO-GRUPO
                   INVALID KEY     MOVE 0 TO WS-HAY-GRUPO
                   NOT INVALID KEY MOVE 1 TO WS-HAY-GRUPO
           END-READ
           CLOSE GRUPOS-ARCHIVO
           IF WS-HAY-GRUPO = 1
               DISPLAY "Grupo: " NOMBRE-GRUPO
               DISPLAY "Garante: " CEDULA-RESPONSABLE-GRP.

       *>VERIFICA QUE EL CODIGO DE INSTRUMENTO INGRESADO EXISTA EN
       *>INSTRUMENTOS.DAT, IGUAL QUE VALIDACION-INSTRUMENTO EN
       *>PRESTAMOS.CBL.
       VALIDACION-INSTRUMENTO-MUL.
       MOVE ID-INSTRUMENTO-MUL TO ID-INSTRUMENTO-INV.
       MOVE "READ    VALIDACION-INSTRUMENTO-MUL" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-INV
               INVALID KEY     MOVE 0 TO WS-INDICADOR
           ACCEPT ID-INSTRUMENTO-MUL
           PERFORM VALIDACION-INSTRUMENTO-MUL.

       *>VALOR EN LIBROS DEL INSTRUMENTO EN WS-ID-REPOSICION: EL
       *>ULTIMO VALOR RESTANTE CALCULADO POR DEPRECIAR.CBL, O EL
       *>VALOR DE ADQUISICION SI FUE DONADO O SI TODAVIA NO SE HA
       *>DEPRECIADO. LE SUMA EL CARGO DE MANEJO Y DEJA EL TOTAL EN
       *>WS-CARGO-PROPUESTO.
       CALCULAR-CARGO-REPOSICION.
       MOVE "OPEN    CALCULAR-CARGO-REPOSICION" TO WS-ERR-DONDE
       OPEN I-O ADQUISICIONES-ARCHIVO.
       MOVE WS-ID-REPOSICION TO ID-INSTRUMENTO-ADQ.
       MOVE "READ    CALCULAR-CARGO-REPOSICION" TO WS-ERR-DONDE
       READ ADQUISICIONES-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-ADQ
               INVALID KEY
                   MOVE 0 TO VALOR-ADQUISICION
                   MOVE SPACES TO FORMA-ADQUISICION-ADQ.
       CLOSE ADQUISICIONES-ARCHIVO.
       MOVE VALOR-ADQUISICION TO WS-VALOR-LIBROS.
       IF FORMA-ADQUISICION-ADQ NOT = "donacion"
           AND FORMA-ADQUISICION-ADQ NOT = "Donacion"
           PERFORM BUSCAR-VALOR-RESTANTE.
       PERFORM LEER-PARAMETRO-REPOSCARGO.
       COMPUTE WS-CARGO-PROPUESTO = WS-VALOR-LIBROS + WS-CARGO-MANEJO.
       *>UNA MULTA NO PASA DE 999999.99.
       IF WS-CARGO-PROPUESTO > 999999.99
           MOVE 999999.99 TO WS-CARGO-PROPUESTO.

       *>LA LLAVE VA POR INSTRUMENTO Y AÑO, ASI QUE EL ULTIMO LEIDO
       *>DEL INSTRUMENTO ES EL AÑO MAS RECIENTE.
       BUSCAR-VALOR-RESTANTE.
       MOVE "OPEN    BUSCAR-VALOR-RESTANTE" TO WS-ERR-DONDE
       OPEN I-O DEPRECIACION-ARCHIVO.
       MOVE WS-ID-REPOSICION TO ID-INSTRUMENTO-DEP.
       MOVE 0 TO ANIO-DEP.
       MOVE 0 TO WS-LEE-DEP.
       MOVE "START   BUSCAR-VALOR-RESTANTE" TO WS-ERR-DONDE
       START DEPRECIACION-ARCHIVO
           KEY IS NOT LESS THAN DEP-LLAVE
           INVALID KEY MOVE 1 TO WS-LEE-DEP.
       IF WS-LEE-DEP = 0
           PERFORM LEER-SIGUIENTE-DEP
           PERFORM TOMAR-VALOR-RESTANTE UNTIL WS-LEE-DEP = 1.
       CLOSE DEPRECIACION-ARCHIVO.

       LEER-SIGUIENTE-DEP.
       MOVE "READ    LEER-SIGUIENTE-DEP" TO WS-ERR-DONDE
       READ DEPRECIACION-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-DEP.

       TOMAR-VALOR-RESTANTE.
       IF ID-INSTRUMENTO-DEP NOT = WS-ID-REPOSICION
           MOVE 1 TO WS-LEE-DEP
       ELSE
           MOVE VALOR-RESTANTE TO WS-VALOR-LIBROS
           PERFORM LEER-SIGUIENTE-DEP.

       LEER-PARAMETRO-REPOSCARGO.
       MOVE "OPEN    LEER-PARAMETRO-REPOSCARGO" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "REPOSCARGO" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-REPOSCARGO" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 0 TO WS-CARGO-MANEJO
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-CARGO-MANEJO.
       CLOSE PARAMETROS-ARCHIVO.

       *>MUESTRA EL CARGO PROPUESTO Y PIDE EL MONTO A COBRAR: 0 LO
       *>ACEPTA TAL CUAL; UN MONTO MENOR ES UNA REBAJA Y EXIGE MOTIVO.
       *>DEJA EL MONTO EN WS-MONTO-REPOSICION.
       PEDIR-MONTO-REPOSICION.
       DISPLAY " ".
       DISPLAY "Cargo de reposicion del instrumento " WS-ID-REPOSICION.
       DISPLAY "  Valor en libros: " WS-VALOR-LIBROS.
       DISPLAY "  Cargo de manejo: " WS-CARGO-MANEJO.
       DISPLAY "  Cargo propuesto: " WS-CARGO-PROPUESTO.
       DISPLAY "Ingrese el monto a cobrar (0 para aceptar el ".
       DISPLAY "propuesto; solo se puede rebajar)".
       ACCEPT WS-MONTO-REPOSICION.
       PERFORM VALIDAR-MONTO-REPOSICION.
       MOVE SPACES TO WS-MOTIVO-REBAJA.
       IF WS-MONTO-REPOSICION < WS-CARGO-PROPUESTO
           PERFORM PEDIR-MOTIVO-REBAJA.

       VALIDAR-MONTO-REPOSICION.
       IF WS-MONTO-REPOSICION = 0
           MOVE WS-CARGO-PROPUESTO TO WS-MONTO-REPOSICION.
       IF WS-MONTO-REPOSICION > WS-CARGO-PROPUESTO
           DISPLAY " "
           DISPLAY "El monto no puede pasar del cargo propuesto."
           DISPLAY "Ingrese el monto a cobrar (0 para aceptar el "
           DISPLAY "propuesto)"
           ACCEPT WS-MONTO-REPOSICION
           PERFORM VALIDAR-MONTO-REPOSICION.

       PEDIR-MOTIVO-REBAJA.
       DISPLAY "Ingrese el motivo de la rebaja (obligatorio)".
       ACCEPT WS-MOTIVO-REBAJA.
       IF WS-MOTIVO-REBAJA = SPACES
           DISPLAY " "
           DISPLAY "El motivo es obligatorio."
           PERFORM PEDIR-MOTIVO-REBAJA.

       *>DEJA EN LA AUDITORIA LA REBAJA DE LA MULTA RECIEN GRABADA:
       *>ANTES CON EL CARGO PROPUESTO Y DESPUES CON EL COBRADO.
       AUDITAR-REBAJA-REPOSICION.
       MOVE WS-CARGO-PROPUESTO TO MONTO-MULTA.
       MOVE MULTAS-REGISTRO TO WS-AUD-ANTES.
       MOVE WS-MONTO-REPOSICION TO MONTO-MULTA.
       MOVE MULTAS-REGISTRO TO WS-AUD-DESPUES.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING MUL-LLAVE " " WS-MOTIVO-REBAJA(1:30)
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Rebaja" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.

       VOLVER-REGISTRAR.
       DISPLAY " ".
       DISPLAY "¿Que desea hacer?".
       DISPLAY " ".
       DISPLAY "Indique numero de cedula del usuario".
       ACCEPT WS-CEDULA-BUSCADA.
       MOVE "OPEN    ACTUALIZAR-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O MULTAS-ARCHIVO.
       MOVE "OPEN    ACTUALIZAR-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "OPEN    ACTUALIZAR-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O BLOQUEOS-ARCHIVO.
       *>COMO PUEDE HABER VARIAS MULTAS PARA LA MISMA CEDULA, SE
       *>MUESTRAN TODAS PRIMERO Y LUEGO SE PIDE EL INSTRUMENTO/FECHA
       *>PRESTAMOS.CBL.
       MOVE 0 TO WS-HAY-MULTAS.
       MOVE WS-CEDULA-BUSCADA TO CEDULA-USUARIO-MUL.
       MOVE "START   ACTUALIZAR-DIA-OK" TO WS-ERR-DONDE
       START MULTAS-ARCHIVO KEY IS NOT LESS THAN CEDULA-USUARIO-MUL
           INVALID KEY MOVE 1 TO WS-INDICADOR
           NOT INVALID KEY MOVE 0 TO WS-INDICADOR.
           DISPLAY "Ingrese fecha de la multa (AAAAMMDD)"
           ACCEPT FECHA-MULTA
           MOVE WS-CEDULA-BUSCADA TO CEDULA-USUARIO-MUL
           MOVE "READ    ACTUALIZAR-DIA-OK" TO WS-ERR-DONDE
           READ MULTAS-ARCHIVO RECORD
               KEY MUL-LLAVE
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
               ELSE
                   DISPLAY " "
                   DISPLAY "Cedula del usuario: " CEDULA-USUARIO-MUL
                   PERFORM MOSTRAR-GARANTE-MUL
                   DISPLAY "Codigo del instrumento: " ID-INSTRUMENTO-MUL
                   DISPLAY "Fecha de la multa: " FECHA-MULTA
                   DISPLAY "Motivo de la multa: " MOTIVO-MULTA
                   PERFORM CONFIRMAR-ACTUALIZAR.

       LISTAR-MULTAS-CEDULA.
       MOVE "READ    LISTAR-MULTAS-CEDULA" TO WS-ERR-DONDE
       READ MULTAS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1 OR CEDULA-USUARIO-MUL NOT = WS-CEDULA-BUSCADA
       *>PAGO EN PAGOS_MULTAS.DAT. EL STATUS DE LA MULTA SOLO PASA A
       *>"Pagada" CUANDO EL SALDO LLEGA A CERO.
       REGISTRAR-PAGO.
       IF STATUS-MULTA = "Pagada" OR STATUS-MULTA = "Revertida"
           DISPLAY " "
           DISPLAY "Esta multa ya esta " STATUS-MULTA "; no admite "
               "mas pagos."
           PERFORM CONFIRMAR-ACTUALIZAR
       ELSE
           MOVE "OPEN    REGISTRAR-PAGO" TO WS-ERR-DONDE
           OPEN I-O PAGOS-MULTAS-ARCHIVO
           PERFORM SUMAR-PAGOS-MULTA
           COMPUTE WS-SALDO-MULTA = MONTO-MULTA - WS-TOTAL-PAGADO
           DISPLAY "Monto de la multa: " MONTO-MULTA
           DISPLAY "Total pagado hasta ahora: " WS-TOTAL-PAGADO
           DISPLAY "Saldo pendiente: " WS-SALDO-MULTA
           MOVE CEDULA-USUARIO-MUL TO WS-CRE-CEDULA
           PERFORM LEER-SALDO-CREDITO
           IF WS-SALDO-CREDITO > 0
               DISPLAY "Saldo a favor del socio: " WS-SALDO-CREDITO
           END-IF
           DISPLAY " "
           DISPLAY "Ingrese monto recibido"
           ACCEPT WS-MONTO-ABONO
           *>EFECTIVO; LA FORMA QUEDA EN EL LIBRO DE PAGOS PARA QUE
           *>EL CUADRE DE CAJA SEPARE EL DINERO POR VIA DE COBRO.
           PERFORM PEDIR-FORMA-PAGO
           COMPUTE WS-MONTO-APLICADO = WS-MONTO-ABONO - WS-EXCEDENTE
           *>LO PAGADO CON SALDO A FAVOR NO ENTRA A LA CAJA, ASI QUE
           *>NO SE PREGUNTA MONEDA NI SE GRABA COBRO EN MONEDA.
           IF WS-FORMA-ABONO NOT = "Saldo favor"
               MOVE WS-MONTO-ABONO TO WS-MON-BASE
               PERFORM PEDIR-MONEDA-COBRO
           END-IF
           MOVE "RECIBOMUL" TO WS-CORR-SERIE
           PERFORM TOMAR-CORRELATIVO
           MOVE WS-CORR-NUMERO TO RECIBO-PAGO
           MOVE MUL-LLAVE TO MUL-LLAVE-PAGO
           ACCEPT FECHA-PAGO FROM DATE YYYYMMDD
           MOVE WS-MONTO-APLICADO TO MONTO-PAGO
           MOVE WS-FORMA-ABONO TO FORMA-PAGO
           PERFORM GRABAR-PAGO-MULTA
           IF WS-FORMA-ABONO NOT = "Saldo favor"
               PERFORM SEPARAR-EXCEDENTE-MONEDA
               MOVE RECIBO-PAGO TO WS-MON-NUMERO
               PERFORM GRABAR-MONEDA-COBRO
           END-IF
           PERFORM MOVER-SALDO-FAVOR-PAGO
           *>LAS MULTAS VAN AL LIBRO DE VENTAS COMO EXENTAS, SALVO
           *>QUE SE LES CARGUE TASA EN IVAMULTA. LA REPOSICION DE UN
           *>EQUIPO EXTRAVIADO ES UNA VENTA Y LLEVA SU PROPIA TASA.
           IF MOTIVO-MULTA = "Reposicion por extravio"
               MOVE "IVAREPOSIC" TO WS-FIS-PARAM
               MOVE "Reposicion" TO WS-FIS-CONCEPTO
           ELSE
               MOVE "IVAMULTA" TO WS-FIS-PARAM
               MOVE "Multa" TO WS-FIS-CONCEPTO
           END-IF
           MOVE WS-MONTO-APLICADO TO WS-FIS-TOTAL
           MOVE CEDULA-USUARIO-MUL TO WS-FIS-CEDULA
           MOVE "RECIBOMUL" TO WS-FIS-SERIE
           MOVE RECIBO-PAGO TO WS-FIS-RECIBO
           PERFORM EMITIR-DOCUMENTO-FISCAL
           MOVE SPACES TO WS-AUD-LLAVE-REG
           STRING "Recibo " RECIBO-PAGO " " MUL-LLAVE
               DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG
           DISPLAY " "
           DISPLAY "Pago registrado. Numero de recibo: " RECIBO-PAGO
           DISPLAY "Forma de pago: " FORMA-PAGO
           IF WS-MON-MONEDA = "VES"
               AND WS-FORMA-ABONO NOT = "Saldo favor"
               DISPLAY "Recibido en bolivares: " WS-MON-RECIBIDO
                   " a la tasa " WS-MON-TASA
           END-IF
           COMPUTE WS-TOTAL-PAGADO =
               WS-TOTAL-PAGADO + WS-MONTO-APLICADO
           IF WS-TOTAL-PAGADO NOT < MONTO-MULTA
               MOVE "Pagada" TO STATUS-MULTA
               MOVE "REWRITE REGISTRAR-PAGO" TO WS-ERR-DONDE
               REWRITE MULTAS-REGISTRO
               DISPLAY "La multa quedo pagada por completo."
           ELSE
           CLOSE PAGOS-MULTAS-ARCHIVO
           PERFORM CONFIRMAR-ACTUALIZAR.

       *>EL SOCIO CON SALDO A FAVOR (VER CREDITOS.CBL) PUEDE PAGAR
       *>CON EL, SIEMPRE QUE LE ALCANCE Y QUE NO SOBRE NADA DEL ABONO.
       PEDIR-FORMA-PAGO.
       DISPLAY "Ingrese forma de pago (Efectivo, Tarjeta o ".
       DISPLAY "Transferencia)".
       IF WS-SALDO-CREDITO > 0
           DISPLAY "o Saldo favor, para pagar con el saldo a favor".
       ACCEPT WS-FORMA-ABONO.
       IF WS-FORMA-ABONO = "Saldo favor"
           IF WS-EXCEDENTE > 0
               OR WS-MONTO-ABONO > WS-SALDO-CREDITO
               DISPLAY " "
               DISPLAY "El saldo a favor no cubre ese monto."
               PERFORM PEDIR-FORMA-PAGO
           END-IF
       ELSE
           IF WS-FORMA-ABONO NOT = "Efectivo"
               AND WS-FORMA-ABONO NOT = "Tarjeta"
               AND WS-FORMA-ABONO NOT = "Transferencia"
               DISPLAY " "
               DISPLAY "Forma de pago invalida."
               PERFORM PEDIR-FORMA-PAGO.

       *>UN ABONO DEBE SER MAYOR QUE CERO. SI PASA DEL SALDO DE LA
       *>MULTA, LO QUE SOBRA PUEDE QUEDAR A FAVOR DEL SOCIO EN SU
       *>CUENTA (VER CREDITOS.CBL) EN VEZ DE DEVOLVERSE POR FUERA DE
       *>LOS LIBROS.
       VALIDACION-MONTO-ABONO.
       MOVE 0 TO WS-EXCEDENTE.
       IF WS-MONTO-ABONO = 0
           DISPLAY " "
           DISPLAY "El monto debe ser mayor que cero."
           DISPLAY "Ingrese monto recibido"
           ACCEPT WS-MONTO-ABONO
           PERFORM VALIDACION-MONTO-ABONO
       ELSE
           IF WS-MONTO-ABONO > WS-SALDO-MULTA
               COMPUTE WS-EXCEDENTE = WS-MONTO-ABONO - WS-SALDO-MULTA
               DISPLAY " "
               DISPLAY "El monto pasa del saldo pendiente por "
                   WS-EXCEDENTE "."
               DISPLAY "¿Queda el excedente a favor del socio? (S/N)"
               ACCEPT WS-SI-NO
               PERFORM VALIDACION-EXCEDENTE.

       VALIDACION-EXCEDENTE.
       EVALUATE WS-SI-NO
       WHEN = "S" OR = "s"
           NEXT SENTENCE
       WHEN = "N" OR = "n"
           DISPLAY "Ingrese monto recibido"
           ACCEPT WS-MONTO-ABONO
           PERFORM VALIDACION-MONTO-ABONO
       WHEN OTHER
           DISPLAY "Por favor ingrese S para si, o N para no."
           ACCEPT WS-SI-NO
           PERFORM VALIDACION-EXCEDENTE
       END-EVALUATE.

       *>EL COBRO EN MONEDA DEL RECIBO SOLO LLEVA LO QUE SE APLICO A
       *>LA MULTA; LO RECIBIDO DE MAS, EN LA MONEDA EN QUE ENTRO, VA
       *>AL CREDITO DEL SOCIO (VER MOVER-SALDO-FAVOR-PAGO).
       SEPARAR-EXCEDENTE-MONEDA.
       MOVE 0 TO WS-CRE-ENTREGADO.
       IF WS-EXCEDENTE > 0
           MOVE WS-MONTO-APLICADO TO WS-MON-BASE
           MOVE WS-MON-RECIBIDO TO WS-CRE-ENTREGADO
           COMPUTE WS-MON-RECIBIDO ROUNDED =
               WS-MONTO-APLICADO * WS-MON-TASA
           SUBTRACT WS-MON-RECIBIDO FROM WS-CRE-ENTREGADO.

       *>EL PAGO HECHO CON SALDO A FAVOR SE DEBITA DE LA CUENTA DEL
       *>SOCIO; LO RECIBIDO DE MAS SOBRE LA MULTA SE LE ACREDITA CON
       *>LA FORMA Y LA MONEDA EN QUE ENTRO, PARA QUE EL CUADRE DE
       *>CAJA LO CUENTE. AMBOS LLEVAN EL RECIBO DEL PAGO.
       MOVER-SALDO-FAVOR-PAGO.
       MOVE CEDULA-USUARIO-MUL TO WS-CRE-CEDULA.
       MOVE "RECIBOMUL" TO WS-CRE-REF-SERIE.
       MOVE RECIBO-PAGO TO WS-CRE-REF-NUMERO.
       MOVE SPACES TO WS-CRE-AUTORIZA.
       IF WS-FORMA-ABONO = "Saldo favor"
           MOVE "Debito" TO WS-CRE-TIPO
           MOVE "Multa" TO WS-CRE-ORIGEN
           MOVE WS-MONTO-APLICADO TO WS-CRE-MONTO
           MOVE SPACES TO WS-CRE-FORMA
           MOVE SPACES TO WS-CRE-MONEDA
           MOVE 0 TO WS-CRE-ENTREGADO
           PERFORM GRABAR-MOVIMIENTO-CREDITO
           DISPLAY " "
           DISPLAY "Descontado del saldo a favor: " WS-MONTO-APLICADO
       ELSE
           IF WS-EXCEDENTE > 0
               MOVE "Credito" TO WS-CRE-TIPO
               MOVE "Sobrepago" TO WS-CRE-ORIGEN
               MOVE WS-EXCEDENTE TO WS-CRE-MONTO
               MOVE WS-FORMA-ABONO TO WS-CRE-FORMA
               MOVE WS-MON-MONEDA TO WS-CRE-MONEDA
               PERFORM GRABAR-MOVIMIENTO-CREDITO
               DISPLAY " "
               DISPLAY "Quedan " WS-EXCEDENTE
                   " dolares a favor del socio."
           END-IF.

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

       *>SUMA LOS PAGOS YA REGISTRADOS DE LA MULTA EN PANTALLA,
       *>POSICIONANDOSE POR LA LLAVE ALTERNA DEL LIBRO DE PAGOS.
       SUMAR-PAGOS-MULTA.
       MOVE 0 TO WS-TOTAL-PAGADO.
       MOVE MUL-LLAVE TO MUL-LLAVE-PAGO.
       MOVE "START   SUMAR-PAGOS-MULTA" TO WS-ERR-DONDE
       START PAGOS-MULTAS-ARCHIVO
           KEY IS NOT LESS THAN MUL-LLAVE-PAGO
           INVALID KEY     MOVE 1 TO WS-LEE-PAGO
           PERFORM ACUMULAR-PAGO UNTIL WS-LEE-PAGO = 1.

       LEER-SIGUIENTE-PAGO.
       MOVE "READ    LEER-SIGUIENTE-PAGO" TO WS-ERR-DONDE
       READ PAGOS-MULTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-PAGO.
           ADD MONTO-PAGO TO WS-TOTAL-PAGADO
           PERFORM LEER-SIGUIENTE-PAGO.

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

       *>LA SERIE RECIBOMUL SOLO SE SIEMBRA UNA VEZ, CON EL MAYOR
       *>RECIBO QUE YA TENGA EL LIBRO DE PAGOS.
       SEMBRAR-CORRELATIVO.
       EVALUATE WS-CORR-SERIE
       WHEN "RECIBOMUL"
           PERFORM BUSCAR-MAX-RECIBO
           MOVE WS-MAX-RECIBO TO WS-CORR-MAYOR
       WHEN "CONTROL"
           PERFORM BUSCAR-MAX-CONTROL-FISCAL
           MOVE WS-MAX-CONTROL-FIS TO WS-CORR-MAYOR
       END-EVALUATE.

       *>SI OTRO TERMINAL YA GRABO ESE NUMERO (POR EJEMPLO, TRAS UNA
       *>RESIEMBRA MAL HECHA), EN VEZ DE PERDER EL PAGO SE TOMA EL
       *>SIGUIENTE NUMERO DE LA SERIE Y SE REINTENTA.
       GRABAR-PAGO-MULTA.
       MOVE "WRITE   GRABAR-PAGO-MULTA" TO WS-ERR-DONDE
       WRITE PAGOS-MULTAS-REGISTRO
           INVALID KEY
               PERFORM TOMAR-CORRELATIVO
               MOVE WS-CORR-NUMERO TO RECIBO-PAGO
               PERFORM GRABAR-PAGO-MULTA
       END-WRITE.

       *>RECORRE EL LIBRO DE PAGOS COMPLETO BUSCANDO EL MAYOR NUMERO
       *>DE RECIBO USADO, IGUAL QUE RECONCILIAR RECORRE
       *>INSTRUMENTOS.DAT EN TIPOS.CBL. HOY SOLO SE USA PARA SEMBRAR
       *>LA SERIE RECIBOMUL LA PRIMERA VEZ.
       BUSCAR-MAX-RECIBO.
       MOVE 0 TO WS-MAX-RECIBO.
       CLOSE PAGOS-MULTAS-ARCHIVO.
       MOVE "OPEN    BUSCAR-MAX-RECIBO" TO WS-ERR-DONDE
       OPEN I-O PAGOS-MULTAS-ARCHIVO.
       MOVE 0 TO WS-LEE-PAGO.
       PERFORM LEER-SIGUIENTE-PAGO.
       *>MUESTRA EL DETALLE DE PAGOS DE LA MULTA EN PANTALLA, CON SU
       *>NUMERO DE RECIBO, PARA EL RASTRO QUE NECESITA EL TESORERO.
       VER-PAGOS.
       MOVE "OPEN    VER-PAGOS" TO WS-ERR-DONDE
       OPEN I-O PAGOS-MULTAS-ARCHIVO.
       DISPLAY " ".
       DISPLAY "---Pagos registrados de la multa---".
       MOVE 0 TO WS-TOTAL-PAGADO.
       MOVE MUL-LLAVE TO MUL-LLAVE-PAGO.
       MOVE "START   VER-PAGOS" TO WS-ERR-DONDE
       START PAGOS-MULTAS-ARCHIVO
           KEY IS NOT LESS THAN MUL-LLAVE-PAGO
           INVALID KEY     MOVE 1 TO WS-LEE-PAGO
           DISPLAY "condonar."
           PERFORM CONFIRMAR-ACTUALIZAR
       ELSE
           IF STATUS-MULTA = "Condonada" OR STATUS-MULTA = "Revertida"
               DISPLAY " "
               DISPLAY "Esta multa ya esta " STATUS-MULTA "."
               PERFORM CONFIRMAR-ACTUALIZAR
           ELSE
               *>LAS MULTAS DE UN PERIODO YA CERRADO SOLO SE
           PERFORM PEDIR-MOTIVO-CONDONA
           MOVE MULTAS-REGISTRO TO WS-AUD-ANTES
           MOVE "Condonada" TO STATUS-MULTA
           MOVE "REWRITE CONDONAR-AUTORIZADA" TO WS-ERR-DONDE
           REWRITE MULTAS-REGISTRO
           MOVE MULTAS-REGISTRO TO WS-AUD-DESPUES
           MOVE SPACES TO WS-AUD-LLAVE-REG
               PERFORM GRABAR-AUDITORIA.

       LEER-PARAMETRO-CORTEPER.
       MOVE "OPEN    LEER-PARAMETRO-CORTEPER" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "CORTEPER" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-CORTEPER" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 0 TO WS-CORTEPER
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
       VALIDACION-ELIMINAR.
       EVALUATE WS-SI-NO
       WHEN = "S" OR = "s"
           MOVE "DELETE  VALIDACION-ELIMINAR" TO WS-ERR-DONDE
           DELETE MULTAS-ARCHIVO RECORD
           MOVE SPACES TO WS-AUD-LLAVE-REG
           STRING MUL-LLAVE " Aut: " WS-SUPERVISOR-ID
       MOVE WS-MOTIVO-MULTA-2 TO MOTIVO-MULTA.
       MOVE WS-MONTO-MULTA-2 TO MONTO-MULTA.
       MOVE WS-STATUS-MULTA-2 TO STATUS-MULTA.
       MOVE "REWRITE FINAL-EDITAR-CAMPOS" TO WS-ERR-DONDE
       REWRITE MULTAS-REGISTRO. *>LA LLAVE NO CAMBIA, SE REESCRIBE.

       MOVE MULTAS-REGISTRO TO WS-AUD-DESPUES.
       *>LLEGA TARDE.
       TARIFA-RETRASO.
       DISPLAY "---Tarifa diaria por retraso en devolucion---".
       MOVE "OPEN    TARIFA-RETRASO" TO WS-ERR-DONDE
       OPEN I-O TARIFAS-ARCHIVO.
       MOVE "OPEN    TARIFA-RETRASO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "RETRASO" TO TARIFA-CONCEPTO.
       MOVE "READ    TARIFA-RETRASO" TO WS-ERR-DONDE
       READ TARIFAS-ARCHIVO RECORD
           KEY TARIFA-CONCEPTO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
       ACCEPT TARIFA-MONTO-DIA.
       MOVE "RETRASO" TO TARIFA-CONCEPTO.
       IF WS-INDICADOR = 0
           MOVE "WRITE   TARIFA-RETRASO" TO WS-ERR-DONDE
           WRITE TARIFAS-REGISTRO
       ELSE
           MOVE "REWRITE TARIFA-RETRASO" TO WS-ERR-DONDE
           REWRITE TARIFAS-REGISTRO.
       MOVE "RETRASO" TO WS-AUD-LLAVE-REG.
       MOVE "Modificacion" TO AUD-ACCION.
       MOVE SPACES TO LOCK-CLAVE.
       MOVE MUL-LLAVE TO LOCK-CLAVE(1:25).
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
       MOVE "MULTAS" TO LOCK-ARCHIVO.
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
               PERFORM ESCRIBIR-AUDITORIA
       END-WRITE.

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
       MOVE SPACES TO WS-MULTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "multas.dat" DELIMITED BY SIZE INTO WS-MULTAS-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.
       MOVE SPACES TO WS-USUARIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios.dat" DELIMITED BY SIZE INTO WS-USUARIOS-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-RUTA.
       MOVE SPACES TO WS-BLOQUEOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "bloqueos.dat" DELIMITED BY SIZE INTO WS-BLOQUEOS-RUTA.
       MOVE SPACES TO WS-OPERADORES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "operadores.dat" DELIMITED BY SIZE INTO WS-OPERADORES-RUTA.
       MOVE SPACES TO WS-PARAMETROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "parametros.dat" DELIMITED BY SIZE INTO WS-PARAMETROS-RUTA.
       MOVE SPACES TO WS-ESTADO-DIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "estado_dia.dat" DELIMITED BY SIZE INTO WS-ESTADO-DIA-RUTA.
       MOVE SPACES TO WS-PAGOS-MULTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "pagos_multas.dat" DELIMITED BY SIZE
           INTO WS-PAGOS-MULTAS-RUTA.
       MOVE SPACES TO WS-TARIFAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "tarifas.dat" DELIMITED BY SIZE INTO WS-TARIFAS-RUTA.
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
       MOVE SPACES TO WS-ADQUISICIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "adquisiciones.dat" DELIMITED BY SIZE
           INTO WS-ADQUISICIONES-RUTA.
       MOVE SPACES TO WS-DEPRECIACION-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "depreciacion.dat" DELIMITED BY SIZE
           INTO WS-DEPRECIACION-RUTA.
       MOVE SPACES TO WS-CREDITOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "creditos.dat" DELIMITED BY SIZE INTO WS-CREDITOS-RUTA.
       MOVE SPACES TO WS-GRUPOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "grupos.dat" DELIMITED BY SIZE INTO WS-GRUPOS-RUTA.

       FIN-PROGRAMA.
       EXIT PROGRAM.
