       IDENTIFICATION DIVISION.
       PROGRAM-ID. Diario INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       *>DIARIO CONTABLE DEL PERIODO PARA EL PAQUETE DE CONTABILIDAD:
       *>RECORRE LOS LIBROS DE DINERO DEL MES (INGRESOS, PAGOS DE
       *>MULTAS, CUOTAS, FIANZAS, ADQUISICIONES, DEPRECIACION Y BAJAS)
       *>Y DEJA UN ASIENTO DE PARTIDA DOBLE POR MOVIMIENTO, CON LAS
       *>CUENTAS QUE EL CONTADOR ASIGNO A CADA CONCEPTO EN CUENTAS.DAT.
       *>ASI EL CONTADOR YA NO VUELVE A TECLEAR EL MES.
       SELECT OPTIONAL CUENTAS-ARCHIVO
       ASSIGN TO WS-CUENTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CTA-CONCEPTO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CUENTAS.

       SELECT OPTIONAL INGRESOS-ARCHIVO
       ASSIGN TO WS-INGRESOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ING-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INGRESOS.

       SELECT OPTIONAL PAGOS-MULTAS-ARCHIVO
       ASSIGN TO WS-PAGOS-MULTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PAGO-LLAVE
       ALTERNATE RECORD KEY IS MUL-LLAVE-PAGO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PAGOS-MULTAS.

       SELECT OPTIONAL PAGOS-CUOTAS-ARCHIVO
       ASSIGN TO WS-PAGOS-CUOTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CUO-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PAGOS-CUOTAS.

       SELECT OPTIONAL FIANZAS-ARCHIVO
       ASSIGN TO WS-FIANZAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS FIA-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-FIANZAS.

       SELECT OPTIONAL ADQUISICIONES-ARCHIVO
       ASSIGN TO WS-ADQUISICIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-ADQ
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-ADQ WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ADQUISICIONES.

       SELECT OPTIONAL DEPRECIACION-ARCHIVO
       ASSIGN TO WS-DEPRECIACION-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS DEP-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-DEPRECIACION.

       SELECT OPTIONAL BAJAS-ARCHIVO
       ASSIGN TO WS-BAJAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS BAJA-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-BAJAS.

       *>PAGOS A PROVEEDORES (VER COMPRAS.CBL): CANCELAN LO QUE LA
       *>COMPRA DEJO POR PAGAR.
       SELECT OPTIONAL PAGOS-PROV-ARCHIVO
       ASSIGN TO WS-PAGOS-PROV-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PPR-LLAVE
       ALTERNATE RECORD KEY IS FAC-LLAVE-PPR WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PAGOS-PROV.

       *>EL IVA DE CADA COBRO SALE DE SU DOCUMENTO FISCAL (VER
       *>FISCAL.CBL): SE RECLASIFICA DEL INGRESO A LA CUENTA DEL IVA.
       SELECT OPTIONAL DOCUMENTOS-FISCALES-ARCHIVO
       ASSIGN TO WS-DOCUMENTOS-FISCALES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS FIS-CONTROL
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-DOCUMENTOS-FISCALES.

       *>PARAMETROS GENERALES DEL SISTEMA (VER PARAMETROS.CBL). AQUI SE
       *>LEE CORTEPER: UN PERIODO YA CERRADO SOLO SE REIMPRIME.
       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO WS-PARAMETROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PARAM-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PARAMETROS.

       *>DEJA CONSTANCIA DE CADA CAMBIO EN EL PLAN DE CUENTAS Y DE
       *>CADA CORRIDA DEL DIARIO.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.


       *>REINTEGROS DE PAGOS DE MULTAS REVERTIDAS: CUANDO APARECE Y SE
       *>DEVUELVE UN INSTRUMENTO POR EL QUE YA SE COBRO LA REPOSICION,
       *>LO PAGADO SE LE DEVUELVE AL SOCIO. CADA PAGO DEVUELTO QUEDA
       *>CON SU NUMERO DE LA SERIE REINTEGRO, LA FORMA Y LA MONEDA EN
       *>QUE SE ENTREGO, PARA EL CUADRE DE CAJA Y EL DIARIO.
       SELECT OPTIONAL REINTEGROS-ARCHIVO
       ASSIGN TO WS-REINTEGROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS RIN-LLAVE
       ALTERNATE RECORD KEY IS MUL-LLAVE-RIN WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-REINTEGROS.

       *>CUENTA DE SALDO A FAVOR DE LOS SOCIOS (VER CREDITOS.CBL).
       *>LO QUE ENTRA Y SALE DE ESOS SALDOS SE ASIENTA EN EL DIARIO.
       SELECT OPTIONAL CREDITOS-ARCHIVO
       ASSIGN TO WS-CREDITOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CRE-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CREDITOS.

       *>EL ARCHIVO DEL DIARIO PARA IMPORTAR, SEPARADO POR COMAS IGUAL
       *>QUE LOS DE EXPORTAR.CBL. EL NOMBRE SE ARMA CON EL PERIODO.
       SELECT OPTIONAL DIARIO-ARCHIVO
       ASSIGN TO WS-DIARIO-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       *>LOS TOTALES DE CONTROL POR CUENTA, PARA QUE EL CONTADOR
       *>CUADRE EL ARCHIVO CONTRA EL CUADRE DE CAJA Y LA VALUACION.
       SELECT OPTIONAL REPORTE-DIARIO-ARCHIVO
       ASSIGN TO WS-REPORTE-DIARIO-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       *>PLAN DE CUENTAS: PARA CADA CONCEPTO DE MOVIMIENTO, LA CUENTA
       *>QUE VA AL DEBE Y LA QUE VA AL HABER.
       FD CUENTAS-ARCHIVO.
           01 CUENTAS-REGISTRO.
               05 CTA-CONCEPTO     PIC X(12).
               05 CTA-DEBE         PIC X(12).
               05 CTA-HABER        PIC X(12).
               05 CTA-FECHA-ACT    PIC 9(8).
               05 CTA-OPERADOR-ACT PIC X(10).

       *>COPIAS DE LOS LIBROS DE DINERO (VER PRESTAMOS.CBL,
       *>MULTAS.CBL, USUARIOS.CBL, INSTRUMENTOS.CBL Y DEPRECIAR.CBL).
       FD INGRESOS-ARCHIVO.
           01 INGRESOS-REGISTRO.
               05 ING-LLAVE.
                   10 RECIBO-INGRESO PIC 9(8).
               05 CEDULA-USUARIO-ING PIC X(11).
               05 FECHA-INGRESO      PIC 9(8).
               05 MONTO-INGRESO      PIC 9(6)V99.
               05 CONCEPTO-INGRESO   PIC X(20).

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

       FD PAGOS-CUOTAS-ARCHIVO.
           01 PAGOS-CUOTAS-REGISTRO.
               05 CUO-LLAVE.
                   10 RECIBO-CUOTA PIC 9(8).
               05 CEDULA-USUARIO-CUO PIC X(11).
               05 FECHA-CUOTA        PIC 9(8).
               05 MONTO-PAGO-CUOTA   PIC 9(6)V99.
               05 MESES-PAGADOS-CUO  PIC 9(2).

       FD FIANZAS-ARCHIVO.
           01 FIANZAS-REGISTRO.
               05 FIA-LLAVE.
                   10 RECIBO-FIANZA PIC 9(8).
               05 CEDULA-USUARIO-FIA PIC X(11).
               05 ID-INSTRUMENTO-FIA PIC X(6).
               05 FECHA-FIANZA       PIC 9(8).
               05 MONTO-FIANZA       PIC 9(6)V99.
               05 STATUS-FIANZA      PIC X(10).
               05 FECHA-CIERRE-FIA   PIC 9(8).

       FD ADQUISICIONES-ARCHIVO.
           01 ADQUISICIONES-REGISTRO.
               05 ID-INSTRUMENTO-ADQ    PIC X(6).
               05 ID-PROVEEDOR-ADQ      PIC X(11).
               05 FORMA-ADQUISICION-ADQ PIC X(8).
               05 FECHA-ADQUISICION-ADQ PIC 9(8).
               05 VALOR-ADQUISICION     PIC 9(8)V99.
               05 GARANTIA-FIN-ADQ      PIC 9(8).
               05 GARANTIA-NOTA-ADQ     PIC X(30).

       FD DEPRECIACION-ARCHIVO.
           01 DEPRECIACION-REGISTRO.
               05 DEP-LLAVE.
                   10 ID-INSTRUMENTO-DEP PIC X(6).
                   10 ANIO-DEP           PIC 9(4).
               05 DEP-ACUMULADA    PIC 9(8)V99.
               05 VALOR-RESTANTE   PIC 9(8)V99.
               05 FECHA-CALCULO-DEP PIC 9(8).

       FD BAJAS-ARCHIVO.
           01 BAJAS-REGISTRO.
               05 BAJA-LLAVE.
                   10 ID-INSTRUMENTO-BAJ PIC X(6).
                   10 FECHA-BAJA         PIC 9(8).
               05 MOTIVO-BAJA        PIC X(12).
               05 MONTO-INGRESO-BAJA PIC 9(8)V99.
               05 SUPERVISOR-BAJA    PIC X(10).
               05 OPERADOR-BAJA      PIC X(10).

       FD PAGOS-PROV-ARCHIVO.
           01 PAGOS-PROV-REGISTRO.
               05 PPR-LLAVE.
                   10 NUMERO-PAGO-PPR PIC 9(8).
               05 FAC-LLAVE-PPR.
                   10 ID-PROVEEDOR-PPR   PIC X(11).
                   10 NUMERO-FACTURA-PPR PIC X(12).
               05 FECHA-PAGO-PPR  PIC 9(8).
               05 MONTO-PAGO-PPR  PIC 9(8)V99.
               05 FORMA-PAGO-PPR  PIC X(13).
               05 REFERENCIA-PPR  PIC X(20).
               05 OPERADOR-PPR    PIC X(10).

       FD DOCUMENTOS-FISCALES-ARCHIVO.
           01 DOCUMENTOS-FISCALES-REGISTRO.
               05 FIS-CONTROL  PIC 9(8).
               05 FIS-FECHA    PIC 9(8).
               05 FIS-SERIE    PIC X(10).
               05 FIS-RECIBO   PIC 9(8).
               05 FIS-CEDULA   PIC X(11).
               05 FIS-CONCEPTO PIC X(12).
               05 FIS-TASA-IVA PIC 9(3)V99.
               05 FIS-BASE     PIC 9(8)V99.
               05 FIS-IVA      PIC 9(8)V99.
               05 FIS-TOTAL    PIC 9(8)V99.
               05 FIS-ESTADO   PIC X(10).
               05 FIS-OPERADOR PIC X(10).
               05 FIS-FECHA-ANULA    PIC 9(8).
               05 FIS-MOTIVO-ANULA   PIC X(30).
               05 FIS-OPERADOR-ANULA PIC X(10).

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

       *>COPIA DEL REGISTRO DE REINTEGROS_MULTAS.DAT (VER
       *>PRESTAMOS.CBL).

       FD REINTEGROS-ARCHIVO.
           01 REINTEGROS-REGISTRO.
               05 RIN-LLAVE.
                   10 RECIBO-REINTEGRO PIC 9(8).
               05 MUL-LLAVE-RIN. *>LLAVE DE LA MULTA REVERTIDA.
                   10 CEDULA-USUARIO-RIN PIC X(11).
                   10 ID-INSTRUMENTO-RIN PIC X(6).
                   10 FECHA-MULTA-RIN    PIC 9(8).
               05 RECIBO-PAGO-RIN    PIC 9(8). *>PAGO QUE SE DEVUELVE.
               05 FECHA-REINTEGRO    PIC 9(8).
               05 MONTO-REINTEGRO    PIC 9(6)V99. *>EN DOLARES.
               05 FORMA-REINTEGRO    PIC X(12). *>LA DEL PAGO.
               *>MONEDA Y MONTO ENTREGADOS: LOS DEL COBRO ORIGINAL,
               *>A LA TASA EN QUE SE COBRO.
               05 MONEDA-REINTEGRO   PIC X(3).
               05 ENTREGADO-REINTEGRO PIC 9(12)V99.
               05 OPERADOR-RIN       PIC X(10).

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

       FD DIARIO-ARCHIVO.
           01 DIARIO-LINEA PIC X(120).

       FD REPORTE-DIARIO-ARCHIVO.
           01 REPORTE-DIARIO-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS
       01 WS-TITULO.
           05 FILLER   PIC X(30) VALUE SPACES.
           05 WS-TIT   PIC X(20) VALUE "Diario Contable".
           05 FILLER   PIC X(30) VALUE SPACES.

       01 WS-LINEA PIC X(100).
       01 WS-LINEA-DIARIO PIC X(120).
       77 WS-DIARIO-RUTA PIC X(80).

       77 WS-OPCION PIC 9(2).
       77 WS-INDICADOR PIC 9(1).
       77 WS-SI-NO PIC X(1).
       77 LEE-TODO PIC 9(1).

       *>PERIODO DE LA CORRIDA Y SU CONTROL CONTRA CORTEPER.
       01 WS-PERIODO PIC 9(6).
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PERIODO-ANIO PIC 9(4).
           05 WS-PERIODO-MES  PIC 9(2).
       77 WS-CORTEPER PIC 9(6).
       77 WS-REIMPRESION PIC 9(1).

       *>EL MOVIMIENTO QUE SE VA A ASENTAR. QUIEN LLAMA A ASENTAR
       *>LLENA EL CONCEPTO, EL MONTO, LA FECHA Y LA REFERENCIA.
       77 WS-ASI-CONCEPTO PIC X(12).
       77 WS-ASI-MONTO PIC 9(8)V99.
       77 WS-ASI-FECHA PIC 9(8).
       77 WS-ASI-REFERENCIA PIC X(20).
       77 WS-ASI-CUENTA PIC X(12).
       77 WS-ASI-LADO PIC X(1).
       77 WS-ASIENTO PIC 9(6).
       77 WS-MONTO-EDITADO PIC 9(8).99.
       77 WS-TOTAL-DEBE PIC 9(10)V99.
       77 WS-TOTAL-HABER PIC 9(10)V99.
       77 WS-TOTAL-SIN-CUENTA PIC 9(10)V99.
       77 WS-CANT-SIN-CUENTA PIC 9(5).

       *>USADOS POR LOS MOVIMIENTOS QUE SE CALCULAN.
       77 WS-DEP-ID-ANT PIC X(6).
       77 WS-DEP-ANIO-ANT PIC 9(4).
       77 WS-DEP-ACUM-ANT PIC 9(8)V99.
       77 WS-DEP-DEL-ANIO PIC 9(8)V99.
       77 WS-ACUM-BAJA PIC 9(8)V99.
       77 WS-VALOR-BAJA PIC 9(8)V99.
       77 WS-ANIO-BAJA PIC 9(4).

       *>TOTALES DE CONTROL POR CUENTA (HASTA 40 CUENTAS DISTINTAS).
       77 WS-IDX-CTA PIC 9(2).
       77 WS-CTA-HALLADA PIC 9(1).
       01 WS-TABLA-CUENTAS.
           05 WS-TAB-CUENTA OCCURS 40 PIC X(12).
           05 WS-TAB-DEBE   OCCURS 40 PIC 9(10)V99.
           05 WS-TAB-HABER  OCCURS 40 PIC 9(10)V99.
       77 WS-CTAS-USADAS PIC 9(2).

       *>USADOS PARA VER Y CAMBIAR EL PLAN DE CUENTAS.
       77 WS-CONCEPTO-ELEGIDO PIC X(12).
       77 WS-CONCEPTO-DESCRIPCION PIC X(50).
       77 WS-CONCEPTO-CONOCIDO PIC 9(1).
       77 WS-HAY-CUENTA PIC 9(1).
       77 WS-CUENTA-DEBE-NUEVA PIC X(12).
       77 WS-CUENTA-HABER-NUEVA PIC X(12).

       *>USADO PARA DEJAR CONSTANCIA DE LOS CAMBIOS EN LA AUDITORIA.
       77 WS-AUD-LLAVE-REG PIC X(60).
       01 WS-AUD-ANTES PIC X(280) VALUE SPACES.
       01 WS-AUD-DESPUES PIC X(280) VALUE SPACES.

       *>LOS CONCEPTOS QUE PRODUCE EL DIARIO, PARA RECORRERLOS EN LA
       *>LISTA DEL PLAN DE CUENTAS.
       01 WS-CATALOGO-CONCEPTOS.
           05 FILLER PIC X(12) VALUE "ALQUILER".
           05 FILLER PIC X(12) VALUE "CUOTA".
           05 FILLER PIC X(12) VALUE "MULTA".
           05 FILLER PIC X(12) VALUE "IVAALQUILER".
           05 FILLER PIC X(12) VALUE "IVACUOTA".
           05 FILLER PIC X(12) VALUE "IVAMULTA".
           05 FILLER PIC X(12) VALUE "IVAREPOSIC".
           05 FILLER PIC X(12) VALUE "FIANZACOBRO".
           05 FILLER PIC X(12) VALUE "FIANZADEVOL".
           05 FILLER PIC X(12) VALUE "FIANZAAPLIC".
           05 FILLER PIC X(12) VALUE "COMPRA".
           05 FILLER PIC X(12) VALUE "DONACION".
           05 FILLER PIC X(12) VALUE "DEPRECIACION".
           05 FILLER PIC X(12) VALUE "BAJADEPREC".
           05 FILLER PIC X(12) VALUE "BAJAVALOR".
           05 FILLER PIC X(12) VALUE "BAJAINGRESO".
           05 FILLER PIC X(12) VALUE "PAGOPROV".
           05 FILLER PIC X(12) VALUE "SEGURO".
           05 FILLER PIC X(12) VALUE "MULTAREINT".
           05 FILLER PIC X(12) VALUE "SALDOCREDITO".
           05 FILLER PIC X(12) VALUE "SALDOANULA".
           05 FILLER PIC X(12) VALUE "SALDOFIANZA".
           05 FILLER PIC X(12) VALUE "SALDOAPLIC".
           05 FILLER PIC X(12) VALUE "SALDOREEMB".
       01 WS-CATALOGO-R REDEFINES WS-CATALOGO-CONCEPTOS.
           05 WS-CONCEPTO-CAT OCCURS 24 PIC X(12).
       77 WS-IDX-CAT PIC 9(2).
       77 WS-TOTAL-CAT PIC 9(2) VALUE 24.

       *>DATOS DE LA CORRIDA QUE SE ANOTA EN EL CATALOGO DE
       *>REPORTES (VER CATALOGO.CBL).
       01 WS-CAT-DATOS.
           05 WS-CAT-ACCION     PIC X(1).
           05 WS-CAT-PROGRAMA   PIC X(15) VALUE "Diario".
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
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Diario".
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
       77 WS-FS-CUENTAS PIC X(2).
       77 WS-FS-INGRESOS PIC X(2).
       77 WS-FS-PAGOS-MULTAS PIC X(2).
       77 WS-FS-PAGOS-CUOTAS PIC X(2).
       77 WS-FS-FIANZAS PIC X(2).
       77 WS-FS-ADQUISICIONES PIC X(2).
       77 WS-FS-DEPRECIACION PIC X(2).
       77 WS-FS-BAJAS PIC X(2).
       77 WS-FS-PAGOS-PROV PIC X(2).
       77 WS-FS-DOCUMENTOS-FISCALES PIC X(2).
       77 WS-FS-PARAMETROS PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       77 WS-FS-REINTEGROS PIC X(2).
       77 WS-FS-CREDITOS PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-CUENTAS-RUTA PIC X(80).
       77 WS-INGRESOS-RUTA PIC X(80).
       77 WS-PAGOS-MULTAS-RUTA PIC X(80).
       77 WS-PAGOS-CUOTAS-RUTA PIC X(80).
       77 WS-FIANZAS-RUTA PIC X(80).
       77 WS-ADQUISICIONES-RUTA PIC X(80).
       77 WS-DEPRECIACION-RUTA PIC X(80).
       77 WS-BAJAS-RUTA PIC X(80).
       77 WS-PAGOS-PROV-RUTA PIC X(80).
       77 WS-DOCUMENTOS-FISCALES-RUTA PIC X(80).
       77 WS-PARAMETROS-RUTA PIC X(80).
       77 WS-AUDITORIA-RUTA PIC X(80).
       77 WS-REINTEGROS-RUTA PIC X(80).
       77 WS-CREDITOS-RUTA PIC X(80).
       77 WS-REPORTE-DIARIO-RUTA PIC X(80).

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
       ERROR-CUENTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CUENTAS-ARCHIVO.
       ERROR-CUENTAS-ANOTAR.
       MOVE "cuentas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CUENTAS TO WS-ERR-ESTADO.
       MOVE CTA-CONCEPTO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INGRESOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INGRESOS-ARCHIVO.
       ERROR-INGRESOS-ANOTAR.
       MOVE "ingresos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INGRESOS TO WS-ERR-ESTADO.
       MOVE ING-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PAGOS-MULTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAGOS-MULTAS-ARCHIVO.
       ERROR-PAGOS-MULTAS-ANOTAR.
       MOVE "pagos_multas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PAGOS-MULTAS TO WS-ERR-ESTADO.
       MOVE PAGO-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PAGOS-CUOTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAGOS-CUOTAS-ARCHIVO.
       ERROR-PAGOS-CUOTAS-ANOTAR.
       MOVE "pagos_cuotas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PAGOS-CUOTAS TO WS-ERR-ESTADO.
       MOVE CUO-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-FIANZAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON FIANZAS-ARCHIVO.
       ERROR-FIANZAS-ANOTAR.
       MOVE "fianzas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-FIANZAS TO WS-ERR-ESTADO.
       MOVE FIA-LLAVE TO WS-ERR-LLAVE.
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
       ERROR-BAJAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BAJAS-ARCHIVO.
       ERROR-BAJAS-ANOTAR.
       MOVE "bajas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-BAJAS TO WS-ERR-ESTADO.
       MOVE BAJA-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PAGOS-PROV SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAGOS-PROV-ARCHIVO.
       ERROR-PAGOS-PROV-ANOTAR.
       MOVE "pagos_proveedor.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PAGOS-PROV TO WS-ERR-ESTADO.
       MOVE PPR-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-DOCUMENTOS-FISCALES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON DOCUMENTOS-FISCALES-ARCHIVO.
       ERROR-DOCUMENTOS-FISCALES-ANOTAR.
       MOVE "documentos_fiscales.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-DOCUMENTOS-FISCALES TO WS-ERR-ESTADO.
       MOVE FIS-CONTROL TO WS-ERR-LLAVE.
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
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-REINTEGROS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REINTEGROS-ARCHIVO.
       ERROR-REINTEGROS-ANOTAR.
       MOVE "reintegros_multas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-REINTEGROS TO WS-ERR-ESTADO.
       MOVE RIN-LLAVE TO WS-ERR-LLAVE.
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
       *>PROGRAMA PRINCIPAL. SOLO SUPERVISORES: EL PLAN DE CUENTAS
       *>DECIDE A DONDE VA CADA MOVIMIENTO EN LA CONTABILIDAD.
       PROGRAM-BEGIN.
       PERFORM ARMAR-RUTAS.
       DISPLAY " ".
       DISPLAY WS-TITULO.
       DISPLAY " ".
       IF LS-ROL NOT = "supervisor"
           DISPLAY "Esta opcion requiere rol supervisor."
           PERFORM FIN-PROGRAMA.
       DISPLAY "1) Generar el diario de un periodo".
       DISPLAY "2) Ver el plan de cuentas".
       DISPLAY "3) Cambiar las cuentas de un concepto".
       DISPLAY "4) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU.

       PERFORM FIN-PROGRAMA.

       *>RUTINAS.
       VALIDACION-MENU.
       EVALUATE WS-OPCION
       WHEN 1
           PERFORM GENERAR-DIARIO
       WHEN 2
           PERFORM VER-CUENTAS
       WHEN 3
           PERFORM CAMBIAR-CUENTAS
       WHEN 4
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-MENU
       END-EVALUATE.

       *>GENERA EL DIARIO DEL PERIODO (AAAAMM). UN PERIODO YA CERRADO
       *>CON CORTEPER NO SE VUELVE A GENERAR COMO NUEVO: SOLO SE
       *>REIMPRIME, Y LA REIMPRESION QUEDA MARCADA EN EL ARCHIVO.
       GENERAR-DIARIO.
       DISPLAY "---Generar el diario de un periodo---".
       DISPLAY " ".
       DISPLAY "Indique el periodo (AAAAMM)".
       ACCEPT WS-PERIODO.
       PERFORM VALIDAR-PERIODO.
       DISPLAY "¿Es una reimpresion de un diario ya entregado? (S/N)".
       ACCEPT WS-SI-NO.
       PERFORM VALIDAR-REIMPRESION.
       PERFORM LEER-PARAMETRO-CORTEPER.
       IF WS-PERIODO NOT > WS-CORTEPER AND WS-REIMPRESION = 0
           DISPLAY " "
           DISPLAY "El periodo " WS-PERIODO " ya esta cerrado "
               "(CORTEPER " WS-CORTEPER ")."
           DISPLAY "Solo se puede generar como reimpresion."
           PERFORM VOLVER.

       MOVE SPACES TO WS-DIARIO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "diario_" WS-PERIODO ".txt"
           DELIMITED BY SIZE INTO WS-DIARIO-RUTA.
       MOVE "OPEN    GENERAR-DIARIO" TO WS-ERR-DONDE
       OPEN I-O CUENTAS-ARCHIVO.
       MOVE "OPEN    GENERAR-DIARIO" TO WS-ERR-DONDE
       OPEN I-O INGRESOS-ARCHIVO.
       MOVE "OPEN    GENERAR-DIARIO" TO WS-ERR-DONDE
       OPEN I-O PAGOS-MULTAS-ARCHIVO.
       MOVE "OPEN    GENERAR-DIARIO" TO WS-ERR-DONDE
       OPEN I-O PAGOS-CUOTAS-ARCHIVO.
       MOVE "OPEN    GENERAR-DIARIO" TO WS-ERR-DONDE
       OPEN I-O FIANZAS-ARCHIVO.
       MOVE "OPEN    GENERAR-DIARIO" TO WS-ERR-DONDE
       OPEN I-O ADQUISICIONES-ARCHIVO.
       MOVE "OPEN    GENERAR-DIARIO" TO WS-ERR-DONDE
       OPEN I-O DEPRECIACION-ARCHIVO.
       MOVE "OPEN    GENERAR-DIARIO" TO WS-ERR-DONDE
       OPEN I-O BAJAS-ARCHIVO.
       MOVE "OPEN    GENERAR-DIARIO" TO WS-ERR-DONDE
       OPEN I-O PAGOS-PROV-ARCHIVO.
       MOVE "OPEN    GENERAR-DIARIO" TO WS-ERR-DONDE
       OPEN I-O DOCUMENTOS-FISCALES-ARCHIVO.
       MOVE "OPEN    GENERAR-DIARIO" TO WS-ERR-DONDE
       OPEN I-O REINTEGROS-ARCHIVO.
       MOVE "OPEN    GENERAR-DIARIO" TO WS-ERR-DONDE
       OPEN I-O CREDITOS-ARCHIVO.
       OPEN OUTPUT DIARIO-ARCHIVO.
       MOVE "reporte_diario" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       STRING "Periodo " WS-PERIODO
           DELIMITED BY SIZE INTO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-DIARIO-RUTA.
       OPEN OUTPUT REPORTE-DIARIO-ARCHIVO.

       MOVE SPACES TO WS-LINEA-DIARIO.
       STRING "PERIODO,ASIENTO,FECHA,CUENTA,LADO,MONTO,CONCEPTO,"
           "REFERENCIA"
           DELIMITED BY SIZE INTO WS-LINEA-DIARIO.
       WRITE DIARIO-LINEA FROM WS-LINEA-DIARIO.

       MOVE "---Diario contable del periodo---" TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE SPACES TO WS-LINEA.
       STRING "Periodo: " WS-PERIODO "  Archivo: " WS-DIARIO-RUTA
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       IF WS-REIMPRESION = 1
           MOVE "*** REIMPRESION: no volver a importar si ya se cargo"
               TO WS-LINEA
           PERFORM IMPRIMIR.

       MOVE 0 TO WS-ASIENTO.
       MOVE 0 TO WS-TOTAL-DEBE.
       MOVE 0 TO WS-TOTAL-HABER.
       MOVE 0 TO WS-TOTAL-SIN-CUENTA.
       MOVE 0 TO WS-CANT-SIN-CUENTA.
       MOVE 0 TO WS-CTAS-USADAS.

       PERFORM DIARIO-INGRESOS.
       PERFORM DIARIO-MULTAS.
       PERFORM DIARIO-CUOTAS.
       PERFORM DIARIO-IVA.
       PERFORM DIARIO-FIANZAS.
       PERFORM DIARIO-ADQUISICIONES.
       PERFORM DIARIO-DEPRECIACION.
       PERFORM DIARIO-BAJAS.
       PERFORM DIARIO-PAGOS-PROV.
       PERFORM DIARIO-REINTEGROS.
       PERFORM DIARIO-CREDITOS.

       PERFORM TOTALES-DE-CONTROL.

       CLOSE CUENTAS-ARCHIVO.
       CLOSE INGRESOS-ARCHIVO.
       CLOSE PAGOS-MULTAS-ARCHIVO.
       CLOSE PAGOS-CUOTAS-ARCHIVO.
       CLOSE FIANZAS-ARCHIVO.
       CLOSE ADQUISICIONES-ARCHIVO.
       CLOSE DEPRECIACION-ARCHIVO.
       CLOSE BAJAS-ARCHIVO.
       CLOSE PAGOS-PROV-ARCHIVO.
       CLOSE DOCUMENTOS-FISCALES-ARCHIVO.
       CLOSE REINTEGROS-ARCHIVO.
       CLOSE CREDITOS-ARCHIVO.
       CLOSE DIARIO-ARCHIVO.
       CLOSE REPORTE-DIARIO-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.

       MOVE SPACES TO WS-AUD-LLAVE-REG.
       IF WS-REIMPRESION = 1
           STRING "Diario " WS-PERIODO " reimpresion"
               DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG
       ELSE
           STRING "Diario " WS-PERIODO
               DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Diario" TO AUD-ACCION.
       MOVE "OPEN    GENERAR-DIARIO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       PERFORM GRABAR-AUDITORIA.
       CLOSE AUDITORIA-ARCHIVO.
       DISPLAY " ".
       DISPLAY "Diario grabado en " WS-DIARIO-RUTA.
       DISPLAY "Totales de control en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       VALIDAR-PERIODO.
       IF WS-PERIODO-MES < 1 OR WS-PERIODO-MES > 12
           OR WS-PERIODO-ANIO = 0
           DISPLAY "Periodo invalido. Indique el periodo (AAAAMM)"
           ACCEPT WS-PERIODO
           PERFORM VALIDAR-PERIODO.

       VALIDAR-REIMPRESION.
       EVALUATE WS-SI-NO
       WHEN = "S" OR = "s"
           MOVE 1 TO WS-REIMPRESION
       WHEN = "N" OR = "n"
           MOVE 0 TO WS-REIMPRESION
       WHEN OTHER
           DISPLAY "Por favor ingrese S para si, o N para no."
           ACCEPT WS-SI-NO
           PERFORM VALIDAR-REIMPRESION
       END-EVALUATE.

       LEER-PARAMETRO-CORTEPER.
       MOVE 0 TO WS-CORTEPER.
       MOVE "OPEN    LEER-PARAMETRO-CORTEPER" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "CORTEPER" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-CORTEPER" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 0 TO WS-CORTEPER
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-CORTEPER.
       CLOSE PARAMETROS-ARCHIVO.

       IMPRIMIR.
       *>MUESTRA LA LINEA EN PANTALLA Y LA DEJA GRABADA EN EL REPORTE.
       DISPLAY WS-LINEA.
       WRITE REPORTE-DIARIO-LINEA FROM WS-LINEA.
       MOVE SPACES TO WS-LINEA.

       *>ALQUILERES COBRADOS EN EL PERIODO, POR SU MONTO COMPLETO; EL
       *>IVA QUE TRAEN SE RECLASIFICA LUEGO EN DIARIO-IVA. LAS
       *>INDEMNIZACIONES DEL SEGURO (VER INCIDENTES.CBL) VAN EN EL
       *>MISMO LIBRO CON SU PROPIO CONCEPTO.
       DIARIO-INGRESOS.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-INGRESO.
       PERFORM ASENTAR-INGRESO UNTIL LEE-TODO = 1.

       LEER-SIGUIENTE-INGRESO.
       MOVE "READ    LEER-SIGUIENTE-INGRESO" TO WS-ERR-DONDE
       READ INGRESOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       ASENTAR-INGRESO.
       IF FECHA-INGRESO(1:6) = WS-PERIODO
           IF CONCEPTO-INGRESO = "Seguro"
               MOVE "SEGURO" TO WS-ASI-CONCEPTO
           ELSE
               MOVE "ALQUILER" TO WS-ASI-CONCEPTO
           END-IF
           MOVE MONTO-INGRESO TO WS-ASI-MONTO
           MOVE FECHA-INGRESO TO WS-ASI-FECHA
           MOVE SPACES TO WS-ASI-REFERENCIA
           STRING "RECIBOING " RECIBO-INGRESO
               DELIMITED BY SIZE INTO WS-ASI-REFERENCIA
           PERFORM ASENTAR.
       PERFORM LEER-SIGUIENTE-INGRESO.

       DIARIO-MULTAS.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-PAGO.
       PERFORM ASENTAR-PAGO-MULTA UNTIL LEE-TODO = 1.

       LEER-SIGUIENTE-PAGO.
       MOVE "READ    LEER-SIGUIENTE-PAGO" TO WS-ERR-DONDE
       READ PAGOS-MULTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       ASENTAR-PAGO-MULTA.
       IF FECHA-PAGO(1:6) = WS-PERIODO
           MOVE "MULTA" TO WS-ASI-CONCEPTO
           MOVE MONTO-PAGO TO WS-ASI-MONTO
           MOVE FECHA-PAGO TO WS-ASI-FECHA
           MOVE SPACES TO WS-ASI-REFERENCIA
           STRING "RECIBOMUL " RECIBO-PAGO
               DELIMITED BY SIZE INTO WS-ASI-REFERENCIA
           PERFORM ASENTAR.
       PERFORM LEER-SIGUIENTE-PAGO.

       DIARIO-CUOTAS.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-CUOTA.
       PERFORM ASENTAR-CUOTA UNTIL LEE-TODO = 1.

       LEER-SIGUIENTE-CUOTA.
       MOVE "READ    LEER-SIGUIENTE-CUOTA" TO WS-ERR-DONDE
       READ PAGOS-CUOTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       ASENTAR-CUOTA.
       IF FECHA-CUOTA(1:6) = WS-PERIODO
           MOVE "CUOTA" TO WS-ASI-CONCEPTO
           MOVE MONTO-PAGO-CUOTA TO WS-ASI-MONTO
           MOVE FECHA-CUOTA TO WS-ASI-FECHA
           MOVE SPACES TO WS-ASI-REFERENCIA
           STRING "RECIBOCUO " RECIBO-CUOTA
               DELIMITED BY SIZE INTO WS-ASI-REFERENCIA
           PERFORM ASENTAR.
       PERFORM LEER-SIGUIENTE-CUOTA.

       *>EL IVA DE LOS DOCUMENTOS FISCALES VIGENTES DEL PERIODO SALE
       *>DEL INGRESO DE SU CONCEPTO Y PASA A LA CUENTA DEL IVA.
       DIARIO-IVA.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-FISCAL.
       PERFORM ASENTAR-IVA UNTIL LEE-TODO = 1.

       LEER-SIGUIENTE-FISCAL.
       MOVE "READ    LEER-SIGUIENTE-FISCAL" TO WS-ERR-DONDE
       READ DOCUMENTOS-FISCALES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       ASENTAR-IVA.
       IF FIS-FECHA(1:6) = WS-PERIODO
           AND FIS-ESTADO NOT = "Anulado"
           AND FIS-IVA > 0
           EVALUATE FIS-CONCEPTO
           WHEN "Alquiler"
               MOVE "IVAALQUILER" TO WS-ASI-CONCEPTO
           WHEN "Cuota"
               MOVE "IVACUOTA" TO WS-ASI-CONCEPTO
           WHEN "Reposicion"
               MOVE "IVAREPOSIC" TO WS-ASI-CONCEPTO
           WHEN OTHER
               MOVE "IVAMULTA" TO WS-ASI-CONCEPTO
           END-EVALUATE
           MOVE FIS-IVA TO WS-ASI-MONTO
           MOVE FIS-FECHA TO WS-ASI-FECHA
           MOVE SPACES TO WS-ASI-REFERENCIA
           STRING "CONTROL " FIS-CONTROL
               DELIMITED BY SIZE INTO WS-ASI-REFERENCIA
           PERFORM ASENTAR
       END-IF.
       PERFORM LEER-SIGUIENTE-FISCAL.

       *>UNA FIANZA ENTRA EN CUSTODIA EL DIA QUE SE COBRA Y SALE EL
       *>DIA QUE SE LIQUIDA: DEVUELTA AL SOCIO O APLICADA A LA MULTA.
       DIARIO-FIANZAS.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-FIANZA.
       PERFORM ASENTAR-FIANZA UNTIL LEE-TODO = 1.

       LEER-SIGUIENTE-FIANZA.
       MOVE "READ    LEER-SIGUIENTE-FIANZA" TO WS-ERR-DONDE
       READ FIANZAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       ASENTAR-FIANZA.
       MOVE MONTO-FIANZA TO WS-ASI-MONTO.
       MOVE SPACES TO WS-ASI-REFERENCIA.
       STRING "RECIBOFIA " RECIBO-FIANZA
           DELIMITED BY SIZE INTO WS-ASI-REFERENCIA.
       IF FECHA-FIANZA(1:6) = WS-PERIODO
           MOVE "FIANZACOBRO" TO WS-ASI-CONCEPTO
           MOVE FECHA-FIANZA TO WS-ASI-FECHA
           PERFORM ASENTAR.
       IF FECHA-CIERRE-FIA(1:6) = WS-PERIODO
           AND STATUS-FIANZA = "Devuelta"
           MOVE "FIANZADEVOL" TO WS-ASI-CONCEPTO
           MOVE FECHA-CIERRE-FIA TO WS-ASI-FECHA
           PERFORM ASENTAR.
       IF FECHA-CIERRE-FIA(1:6) = WS-PERIODO
           AND STATUS-FIANZA = "Aplicada"
           MOVE "FIANZAAPLIC" TO WS-ASI-CONCEPTO
           MOVE FECHA-CIERRE-FIA TO WS-ASI-FECHA
           PERFORM ASENTAR.
       PERFORM LEER-SIGUIENTE-FIANZA.

       DIARIO-ADQUISICIONES.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-ADQUISICION.
       PERFORM ASENTAR-ADQUISICION UNTIL LEE-TODO = 1.

       LEER-SIGUIENTE-ADQUISICION.
       MOVE "READ    LEER-SIGUIENTE-ADQUISICION" TO WS-ERR-DONDE
       READ ADQUISICIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       ASENTAR-ADQUISICION.
       IF FECHA-ADQUISICION-ADQ(1:6) = WS-PERIODO
           IF FORMA-ADQUISICION-ADQ = "Donacion"
               OR FORMA-ADQUISICION-ADQ = "donacion"
               MOVE "DONACION" TO WS-ASI-CONCEPTO
           ELSE
               MOVE "COMPRA" TO WS-ASI-CONCEPTO
           END-IF
           MOVE VALOR-ADQUISICION TO WS-ASI-MONTO
           MOVE FECHA-ADQUISICION-ADQ TO WS-ASI-FECHA
           MOVE SPACES TO WS-ASI-REFERENCIA
           STRING "INSTRUMENTO " ID-INSTRUMENTO-ADQ
               DELIMITED BY SIZE INTO WS-ASI-REFERENCIA
           PERFORM ASENTAR
       END-IF.
       PERFORM LEER-SIGUIENTE-ADQUISICION.

       *>DEPRECIAR.CBL CORRE UNA VEZ AL AÑO, ASI QUE EL GASTO DEL AÑO
       *>SE ASIENTA EN EL DIARIO DE DICIEMBRE: LA ACUMULADA DEL AÑO
       *>MENOS LA DEL AÑO ANTERIOR DEL MISMO INSTRUMENTO. LA LLAVE VA
       *>POR INSTRUMENTO Y AÑO, ASI QUE EL AÑO ANTERIOR ES EL REGISTRO
       *>QUE SE LEYO JUSTO ANTES.
       DIARIO-DEPRECIACION.
       IF WS-PERIODO-MES = 12
           MOVE SPACES TO WS-DEP-ID-ANT
           MOVE 0 TO WS-DEP-ANIO-ANT
           MOVE 0 TO WS-DEP-ACUM-ANT
           MOVE 0 TO LEE-TODO
           PERFORM LEER-SIGUIENTE-DEP
           PERFORM ASENTAR-DEPRECIACION UNTIL LEE-TODO = 1.

       LEER-SIGUIENTE-DEP.
       MOVE "READ    LEER-SIGUIENTE-DEP" TO WS-ERR-DONDE
       READ DEPRECIACION-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       ASENTAR-DEPRECIACION.
       IF ANIO-DEP = WS-PERIODO-ANIO
           IF ID-INSTRUMENTO-DEP = WS-DEP-ID-ANT
               AND WS-DEP-ANIO-ANT = WS-PERIODO-ANIO - 1
               AND DEP-ACUMULADA > WS-DEP-ACUM-ANT
               COMPUTE WS-DEP-DEL-ANIO =
                   DEP-ACUMULADA - WS-DEP-ACUM-ANT
           ELSE
               IF ID-INSTRUMENTO-DEP = WS-DEP-ID-ANT
                   AND WS-DEP-ANIO-ANT = WS-PERIODO-ANIO - 1
                   MOVE 0 TO WS-DEP-DEL-ANIO
               ELSE
                   MOVE DEP-ACUMULADA TO WS-DEP-DEL-ANIO
               END-IF
           END-IF
           MOVE "DEPRECIACION" TO WS-ASI-CONCEPTO
           MOVE WS-DEP-DEL-ANIO TO WS-ASI-MONTO
           COMPUTE WS-ASI-FECHA = WS-PERIODO * 100 + 31
           MOVE SPACES TO WS-ASI-REFERENCIA
           STRING "INSTRUMENTO " ID-INSTRUMENTO-DEP
               DELIMITED BY SIZE INTO WS-ASI-REFERENCIA
           PERFORM ASENTAR
       END-IF.
       MOVE ID-INSTRUMENTO-DEP TO WS-DEP-ID-ANT.
       MOVE ANIO-DEP TO WS-DEP-ANIO-ANT.
       MOVE DEP-ACUMULADA TO WS-DEP-ACUM-ANT.
       PERFORM LEER-SIGUIENTE-DEP.

       *>UNA BAJA SACA EL INSTRUMENTO DE LOS LIBROS EN TRES PARTES:
       *>LA DEPRECIACION ACUMULADA AL CIERRE DEL AÑO ANTERIOR, EL
       *>VALOR EN LIBROS QUE QUEDABA Y LO RECIBIDO POR LA VENTA, SI
       *>HUBO. EL RESULTADO DE LA BAJA ES LA DIFERENCIA ENTRE ESTOS
       *>DOS ULTIMOS EN LAS CUENTAS QUE EL CONTADOR LES ASIGNE.
       DIARIO-BAJAS.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-BAJA.
       PERFORM ASENTAR-BAJA UNTIL LEE-TODO = 1.

       LEER-SIGUIENTE-BAJA.
       MOVE "READ    LEER-SIGUIENTE-BAJA" TO WS-ERR-DONDE
       READ BAJAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       ASENTAR-BAJA.
       IF FECHA-BAJA(1:6) = WS-PERIODO
           PERFORM VALOR-LIBROS-BAJA
           MOVE FECHA-BAJA TO WS-ASI-FECHA
           MOVE SPACES TO WS-ASI-REFERENCIA
           STRING "BAJA " ID-INSTRUMENTO-BAJ
               DELIMITED BY SIZE INTO WS-ASI-REFERENCIA
           MOVE "BAJADEPREC" TO WS-ASI-CONCEPTO
           MOVE WS-ACUM-BAJA TO WS-ASI-MONTO
           PERFORM ASENTAR
           MOVE "BAJAVALOR" TO WS-ASI-CONCEPTO
           MOVE WS-VALOR-BAJA TO WS-ASI-MONTO
           PERFORM ASENTAR
           MOVE "BAJAINGRESO" TO WS-ASI-CONCEPTO
           MOVE MONTO-INGRESO-BAJA TO WS-ASI-MONTO
           PERFORM ASENTAR
       END-IF.
       PERFORM LEER-SIGUIENTE-BAJA.

       *>COSTO DE COMPRA DEL INSTRUMENTO Y SU ACUMULADA AL CIERRE DEL
       *>AÑO ANTERIOR A LA BAJA (0 SI NUNCA SE DEPRECIO).
       VALOR-LIBROS-BAJA.
       MOVE ID-INSTRUMENTO-BAJ TO ID-INSTRUMENTO-ADQ.
       MOVE "READ    VALOR-LIBROS-BAJA" TO WS-ERR-DONDE
       READ ADQUISICIONES-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-ADQ
               INVALID KEY     MOVE 0 TO VALOR-ADQUISICION.
       MOVE FECHA-BAJA(1:4) TO WS-ANIO-BAJA.
       MOVE ID-INSTRUMENTO-BAJ TO ID-INSTRUMENTO-DEP.
       COMPUTE ANIO-DEP = WS-ANIO-BAJA - 1.
       MOVE "READ    VALOR-LIBROS-BAJA" TO WS-ERR-DONDE
       READ DEPRECIACION-ARCHIVO RECORD
           KEY DEP-LLAVE
               INVALID KEY     MOVE 0 TO WS-ACUM-BAJA
               NOT INVALID KEY MOVE DEP-ACUMULADA TO WS-ACUM-BAJA.
       IF WS-ACUM-BAJA > VALOR-ADQUISICION
           MOVE VALOR-ADQUISICION TO WS-ACUM-BAJA.
       COMPUTE WS-VALOR-BAJA = VALOR-ADQUISICION - WS-ACUM-BAJA.

       DIARIO-PAGOS-PROV.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-PAGO-PROV.
       PERFORM ASENTAR-PAGO-PROV UNTIL LEE-TODO = 1.

       LEER-SIGUIENTE-PAGO-PROV.
       MOVE "READ    LEER-SIGUIENTE-PAGO-PROV" TO WS-ERR-DONDE
       READ PAGOS-PROV-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       ASENTAR-PAGO-PROV.
       IF FECHA-PAGO-PPR(1:6) = WS-PERIODO
           MOVE "PAGOPROV" TO WS-ASI-CONCEPTO
           MOVE MONTO-PAGO-PPR TO WS-ASI-MONTO
           MOVE FECHA-PAGO-PPR TO WS-ASI-FECHA
           MOVE SPACES TO WS-ASI-REFERENCIA
           STRING "PAGOPROV " NUMERO-PAGO-PPR
               DELIMITED BY SIZE INTO WS-ASI-REFERENCIA
           PERFORM ASENTAR.
       PERFORM LEER-SIGUIENTE-PAGO-PROV.

       *>LO DEVUELTO AL SOCIO CUANDO SE REVIERTE EL COBRO DE UNA
       *>REPOSICION PORQUE EL EQUIPO APARECIO (VER PRESTAMOS.CBL).
       DIARIO-REINTEGROS.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-REINTEGRO.
       PERFORM ASENTAR-REINTEGRO UNTIL LEE-TODO = 1.

       LEER-SIGUIENTE-REINTEGRO.
       MOVE "READ    LEER-SIGUIENTE-REINTEGRO" TO WS-ERR-DONDE
       READ REINTEGROS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       ASENTAR-REINTEGRO.
       IF FECHA-REINTEGRO(1:6) = WS-PERIODO
           MOVE "MULTAREINT" TO WS-ASI-CONCEPTO
           MOVE MONTO-REINTEGRO TO WS-ASI-MONTO
           MOVE FECHA-REINTEGRO TO WS-ASI-FECHA
           MOVE SPACES TO WS-ASI-REFERENCIA
           STRING "REINTEGRO " RECIBO-REINTEGRO
               DELIMITED BY SIZE INTO WS-ASI-REFERENCIA
           PERFORM ASENTAR.
       PERFORM LEER-SIGUIENTE-REINTEGRO.

       *>LOS MOVIMIENTOS DE LOS SALDOS A FAVOR DE LOS SOCIOS (VER
       *>CREDITOS.CBL). EL SALDO APLICADO A UNA MULTA, UN ALQUILER O
       *>UNA CUOTA YA SE ASENTO CONTRA CAJA CON ESE COBRO, ASI QUE SE
       *>PASA DE CAJA A SALDOS A FAVOR; EL SOBRANTE DE UNA FIANZA YA
       *>SE ASENTO COMO APLICADO A MULTAS, ASI QUE SALE DE AHI.
       DIARIO-CREDITOS.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-CREDITO.
       PERFORM ASENTAR-CREDITO UNTIL LEE-TODO = 1.

       LEER-SIGUIENTE-CREDITO.
       MOVE "READ    LEER-SIGUIENTE-CREDITO" TO WS-ERR-DONDE
       READ CREDITOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       ASENTAR-CREDITO.
       IF FECHA-CRE(1:6) = WS-PERIODO
           MOVE SPACES TO WS-ASI-CONCEPTO
           EVALUATE TIPO-CRE
           WHEN "Credito"
               EVALUATE ORIGEN-CRE
               WHEN "Sobrepago"
                   MOVE "SALDOCREDITO" TO WS-ASI-CONCEPTO
               WHEN "Cancelacion"
                   MOVE "SALDOANULA" TO WS-ASI-CONCEPTO
               WHEN "Fianza"
                   MOVE "SALDOFIANZA" TO WS-ASI-CONCEPTO
               END-EVALUATE
           WHEN "Debito"
               MOVE "SALDOAPLIC" TO WS-ASI-CONCEPTO
           WHEN "Reembolso"
               MOVE "SALDOREEMB" TO WS-ASI-CONCEPTO
           END-EVALUATE
           IF WS-ASI-CONCEPTO NOT = SPACES
               MOVE MONTO-CRE TO WS-ASI-MONTO
               MOVE FECHA-CRE TO WS-ASI-FECHA
               MOVE SPACES TO WS-ASI-REFERENCIA
               STRING REF-SERIE-CRE DELIMITED BY SPACE
                   " " REF-NUMERO-CRE DELIMITED BY SIZE
                   INTO WS-ASI-REFERENCIA
               PERFORM ASENTAR
           END-IF
       END-IF.
       PERFORM LEER-SIGUIENTE-CREDITO.

       *>ESCRIBE EL ASIENTO DEL MOVIMIENTO EN PANTALLA: UNA LINEA AL
       *>DEBE Y UNA AL HABER POR EL MISMO MONTO, ASI EL DIARIO SIEMPRE
       *>CUADRA. UN CONCEPTO SIN CUENTAS EN CUENTAS.DAT NO SE ASIENTA;
       *>QUEDA EN EL REPORTE PARA QUE EL CONTADOR LO CARGUE Y REPITA.
       ASENTAR.
       IF WS-ASI-MONTO > 0
           MOVE WS-ASI-CONCEPTO TO CTA-CONCEPTO
           MOVE "READ    ASENTAR" TO WS-ERR-DONDE
           READ CUENTAS-ARCHIVO RECORD
               KEY CTA-CONCEPTO
                   INVALID KEY     MOVE 0 TO WS-HAY-CUENTA
                   NOT INVALID KEY MOVE 1 TO WS-HAY-CUENTA
           END-READ
           IF WS-HAY-CUENTA = 0
               ADD 1 TO WS-CANT-SIN-CUENTA
               ADD WS-ASI-MONTO TO WS-TOTAL-SIN-CUENTA
               STRING "  Sin cuentas para " WS-ASI-CONCEPTO ": "
                   WS-ASI-REFERENCIA " " WS-ASI-MONTO
                   DELIMITED BY SIZE INTO WS-LINEA
               PERFORM IMPRIMIR
           ELSE
               ADD 1 TO WS-ASIENTO
               MOVE CTA-DEBE TO WS-ASI-CUENTA
               MOVE "D" TO WS-ASI-LADO
               PERFORM ESCRIBIR-LINEA-DIARIO
               ADD WS-ASI-MONTO TO WS-TOTAL-DEBE
               MOVE CTA-HABER TO WS-ASI-CUENTA
               MOVE "H" TO WS-ASI-LADO
               PERFORM ESCRIBIR-LINEA-DIARIO
               ADD WS-ASI-MONTO TO WS-TOTAL-HABER
           END-IF
       END-IF.

       ESCRIBIR-LINEA-DIARIO.
       MOVE WS-ASI-MONTO TO WS-MONTO-EDITADO.
       MOVE SPACES TO WS-LINEA-DIARIO.
       STRING WS-PERIODO "," WS-ASIENTO "," WS-ASI-FECHA ","
           WS-ASI-CUENTA "," WS-ASI-LADO "," WS-MONTO-EDITADO ","
           WS-ASI-CONCEPTO "," WS-ASI-REFERENCIA
           DELIMITED BY SIZE INTO WS-LINEA-DIARIO.
       WRITE DIARIO-LINEA FROM WS-LINEA-DIARIO.
       PERFORM ACUMULAR-CUENTA.

       *>SUMA EL MONTO A LA CUENTA EN LA TABLA DE CONTROL; SI NO
       *>ESTABA, LA AGREGA.
       ACUMULAR-CUENTA.
       MOVE 0 TO WS-CTA-HALLADA.
       PERFORM BUSCAR-CUENTA-TABLA
           VARYING WS-IDX-CTA FROM 1 BY 1
           UNTIL WS-IDX-CTA > WS-CTAS-USADAS
           OR WS-CTA-HALLADA = 1.
       IF WS-CTA-HALLADA = 0
           AND WS-CTAS-USADAS < 40
           ADD 1 TO WS-CTAS-USADAS
           MOVE WS-ASI-CUENTA TO WS-TAB-CUENTA(WS-CTAS-USADAS)
           MOVE 0 TO WS-TAB-DEBE(WS-CTAS-USADAS)
           MOVE 0 TO WS-TAB-HABER(WS-CTAS-USADAS)
           MOVE WS-CTAS-USADAS TO WS-IDX-CTA
           PERFORM SUMAR-LADO-CUENTA.

       BUSCAR-CUENTA-TABLA.
       IF WS-TAB-CUENTA(WS-IDX-CTA) = WS-ASI-CUENTA
           PERFORM SUMAR-LADO-CUENTA
           MOVE 1 TO WS-CTA-HALLADA.

       SUMAR-LADO-CUENTA.
       IF WS-ASI-LADO = "D"
           ADD WS-ASI-MONTO TO WS-TAB-DEBE(WS-IDX-CTA)
       ELSE
           ADD WS-ASI-MONTO TO WS-TAB-HABER(WS-IDX-CTA).

       *>TOTALES POR CUENTA Y GENERALES. EL DEBE Y EL HABER DEBEN
       *>SER IGUALES; LO QUE NO SE ASENTO POR FALTA DE CUENTA SE
       *>MUESTRA APARTE.
       TOTALES-DE-CONTROL.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "Totales de control por cuenta (cuenta / debe / haber):"
           TO WS-LINEA.
       PERFORM IMPRIMIR.
       IF WS-CTAS-USADAS = 0
           MOVE "  (sin movimientos asentados en el periodo)"
               TO WS-LINEA
           PERFORM IMPRIMIR.
       PERFORM IMPRIMIR-TOTAL-CUENTA
           VARYING WS-IDX-CTA FROM 1 BY 1
           UNTIL WS-IDX-CTA > WS-CTAS-USADAS.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       STRING "Asientos: " WS-ASIENTO
           "  Total debe: " WS-TOTAL-DEBE
           "  Total haber: " WS-TOTAL-HABER
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       IF WS-CANT-SIN-CUENTA > 0
           STRING "*** " WS-CANT-SIN-CUENTA
               " movimiento(s) sin asentar por falta de cuentas: "
               WS-TOTAL-SIN-CUENTA
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR.

       IMPRIMIR-TOTAL-CUENTA.
       STRING "  " WS-TAB-CUENTA(WS-IDX-CTA) " / "
           WS-TAB-DEBE(WS-IDX-CTA) " / "
           WS-TAB-HABER(WS-IDX-CTA)
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.

       *>LISTA CADA CONCEPTO DEL CATALOGO CON SUS CUENTAS, O EL AVISO
       *>DE QUE TODAVIA NO TIENE.
       VER-CUENTAS.
       DISPLAY "---Plan de cuentas por concepto---".
       MOVE "OPEN    VER-CUENTAS" TO WS-ERR-DONDE
       OPEN I-O CUENTAS-ARCHIVO.
       PERFORM MOSTRAR-CONCEPTO
           VARYING WS-IDX-CAT FROM 1 BY 1
           UNTIL WS-IDX-CAT > WS-TOTAL-CAT.
       CLOSE CUENTAS-ARCHIVO.
       PERFORM VOLVER.

       MOSTRAR-CONCEPTO.
       MOVE WS-CONCEPTO-CAT(WS-IDX-CAT) TO WS-CONCEPTO-ELEGIDO.
       PERFORM DESCRIBIR-CONCEPTO.
       PERFORM LEER-CUENTA.
       DISPLAY " ".
       DISPLAY WS-CONCEPTO-ELEGIDO " - " WS-CONCEPTO-DESCRIPCION.
       IF WS-HAY-CUENTA = 1
           DISPLAY "  Debe: " CTA-DEBE "  Haber: " CTA-HABER
       ELSE
           DISPLAY "  (sin cuentas asignadas)".

       *>DESCRIPCION DE CADA CONCEPTO, CON EL SENTIDO DEL ASIENTO
       *>PARA GUIAR AL CONTADOR. QUIEN LLAMA LLENA
       *>WS-CONCEPTO-ELEGIDO; EL VEREDICTO QUEDA EN
       *>WS-CONCEPTO-CONOCIDO.
       DESCRIBIR-CONCEPTO.
       MOVE 1 TO WS-CONCEPTO-CONOCIDO.
       EVALUATE WS-CONCEPTO-ELEGIDO
       WHEN "ALQUILER"
           MOVE "Alquiler cobrado (caja / ingreso alquiler)"
               TO WS-CONCEPTO-DESCRIPCION
       WHEN "CUOTA"
           MOVE "Cuota cobrada (caja / ingreso cuotas)"
               TO WS-CONCEPTO-DESCRIPCION
       WHEN "MULTA"
           MOVE "Multa cobrada (caja / ingreso multas)"
               TO WS-CONCEPTO-DESCRIPCION
       WHEN "IVAALQUILER"
           MOVE "IVA del alquiler (ingreso alquiler / IVA)"
               TO WS-CONCEPTO-DESCRIPCION
       WHEN "IVACUOTA"
           MOVE "IVA de la cuota (ingreso cuotas / IVA)"
               TO WS-CONCEPTO-DESCRIPCION
       WHEN "IVAMULTA"
           MOVE "IVA de la multa (ingreso multas / IVA)"
               TO WS-CONCEPTO-DESCRIPCION
       WHEN "IVAREPOSIC"
           MOVE "IVA de la reposicion (ingreso reposicion / IVA)"
               TO WS-CONCEPTO-DESCRIPCION
       WHEN "FIANZACOBRO"
           MOVE "Fianza recibida (caja / fianzas en custodia)"
               TO WS-CONCEPTO-DESCRIPCION
       WHEN "FIANZADEVOL"
           MOVE "Fianza devuelta (fianzas en custodia / caja)"
               TO WS-CONCEPTO-DESCRIPCION
       WHEN "FIANZAAPLIC"
           MOVE "Fianza aplicada (fianzas en custodia / multas)"
               TO WS-CONCEPTO-DESCRIPCION
       WHEN "COMPRA"
           MOVE "Equipo comprado (equipos / caja o proveedores)"
               TO WS-CONCEPTO-DESCRIPCION
       WHEN "DONACION"
           MOVE "Equipo donado (equipos / donaciones recibidas)"
               TO WS-CONCEPTO-DESCRIPCION
       WHEN "DEPRECIACION"
           MOVE "Gasto del año (gasto depreciacion / dep. acumulada)"
               TO WS-CONCEPTO-DESCRIPCION
       WHEN "BAJADEPREC"
           MOVE "Baja: acumulada (dep. acumulada / equipos)"
               TO WS-CONCEPTO-DESCRIPCION
       WHEN "BAJAVALOR"
           MOVE "Baja: valor en libros (resultado baja / equipos)"
               TO WS-CONCEPTO-DESCRIPCION
       WHEN "BAJAINGRESO"
           MOVE "Baja: lo recibido (caja / resultado baja)"
               TO WS-CONCEPTO-DESCRIPCION
       WHEN "PAGOPROV"
           MOVE "Pago a proveedor (proveedores / caja o banco)"
               TO WS-CONCEPTO-DESCRIPCION
       WHEN "SEGURO"
           MOVE "Indemnizacion del seguro (banco / siniestros)"
               TO WS-CONCEPTO-DESCRIPCION
       WHEN "MULTAREINT"
           MOVE "Reintegro de multa revertida (multas / caja)"
               TO WS-CONCEPTO-DESCRIPCION
       WHEN "SALDOCREDITO"
           MOVE "Excedente a favor del socio (caja / saldos favor)"
               TO WS-CONCEPTO-DESCRIPCION
       WHEN "SALDOANULA"
           MOVE "Alquiler anulado (ingreso alquiler / saldos favor)"
               TO WS-CONCEPTO-DESCRIPCION
       WHEN "SALDOFIANZA"
           MOVE "Sobrante de fianza (ingreso multas / saldos favor)"
               TO WS-CONCEPTO-DESCRIPCION
       WHEN "SALDOAPLIC"
           MOVE "Pago con saldo a favor (saldos favor / caja)"
               TO WS-CONCEPTO-DESCRIPCION
       WHEN "SALDOREEMB"
           MOVE "Reembolso de saldo a favor (saldos favor / caja)"
               TO WS-CONCEPTO-DESCRIPCION
       WHEN OTHER
           MOVE 0 TO WS-CONCEPTO-CONOCIDO
       END-EVALUATE.

       LEER-CUENTA.
       MOVE WS-CONCEPTO-ELEGIDO TO CTA-CONCEPTO.
       MOVE "READ    LEER-CUENTA" TO WS-ERR-DONDE
       READ CUENTAS-ARCHIVO RECORD
           KEY CTA-CONCEPTO
               INVALID KEY     MOVE 0 TO WS-HAY-CUENTA
               NOT INVALID KEY MOVE 1 TO WS-HAY-CUENTA.

       *>ASIGNA LAS CUENTAS DEL DEBE Y DEL HABER DE UN CONCEPTO DEL
       *>CATALOGO, DEJANDO EL ANTES Y EL DESPUES EN LA AUDITORIA.
       CAMBIAR-CUENTAS.
       DISPLAY "---Cambiar las cuentas de un concepto---".
       DISPLAY " ".
       DISPLAY "Ingrese el concepto".
       ACCEPT WS-CONCEPTO-ELEGIDO.
       PERFORM DESCRIBIR-CONCEPTO.
       IF WS-CONCEPTO-CONOCIDO = 0
           DISPLAY " "
           DISPLAY "Ese concepto no esta en el catalogo del diario."
           PERFORM VOLVER.
       MOVE "OPEN    CAMBIAR-CUENTAS" TO WS-ERR-DONDE
       OPEN I-O CUENTAS-ARCHIVO.
       MOVE "OPEN    CAMBIAR-CUENTAS" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       PERFORM LEER-CUENTA.
       DISPLAY " ".
       DISPLAY WS-CONCEPTO-ELEGIDO " - " WS-CONCEPTO-DESCRIPCION.
       MOVE SPACES TO WS-AUD-ANTES.
       IF WS-HAY-CUENTA = 1
           DISPLAY "Debe actual: " CTA-DEBE "  Haber actual: "
               CTA-HABER
           STRING WS-CONCEPTO-ELEGIDO " " CTA-DEBE " " CTA-HABER
               DELIMITED BY SIZE INTO WS-AUD-ANTES
       ELSE
           DISPLAY "(sin cuentas asignadas todavia)".
       DISPLAY " ".
       DISPLAY "Ingrese la cuenta del debe".
       ACCEPT WS-CUENTA-DEBE-NUEVA.
       PERFORM VALIDAR-CUENTA-DEBE.
       DISPLAY "Ingrese la cuenta del haber".
       ACCEPT WS-CUENTA-HABER-NUEVA.
       PERFORM VALIDAR-CUENTA-HABER.
       MOVE WS-CONCEPTO-ELEGIDO TO CTA-CONCEPTO.
       MOVE WS-CUENTA-DEBE-NUEVA TO CTA-DEBE.
       MOVE WS-CUENTA-HABER-NUEVA TO CTA-HABER.
       ACCEPT CTA-FECHA-ACT FROM DATE YYYYMMDD.
       MOVE LS-CONECTAR TO CTA-OPERADOR-ACT.
       IF WS-HAY-CUENTA = 0
           MOVE "WRITE   CAMBIAR-CUENTAS" TO WS-ERR-DONDE
           WRITE CUENTAS-REGISTRO
       ELSE
           MOVE "REWRITE CAMBIAR-CUENTAS" TO WS-ERR-DONDE
           REWRITE CUENTAS-REGISTRO.
       MOVE SPACES TO WS-AUD-DESPUES.
       STRING WS-CONCEPTO-ELEGIDO " " CTA-DEBE " " CTA-HABER
           DELIMITED BY SIZE INTO WS-AUD-DESPUES.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Cuentas " WS-CONCEPTO-ELEGIDO
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Modificacion" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       CLOSE CUENTAS-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       DISPLAY " ".
       DISPLAY "Cuentas actualizadas correctamente.".
       PERFORM VOLVER.

       VALIDAR-CUENTA-DEBE.
       IF WS-CUENTA-DEBE-NUEVA = SPACES
           DISPLAY "La cuenta no puede quedar en blanco."
           DISPLAY "Ingrese la cuenta del debe"
           ACCEPT WS-CUENTA-DEBE-NUEVA
           PERFORM VALIDAR-CUENTA-DEBE.

       VALIDAR-CUENTA-HABER.
       IF WS-CUENTA-HABER-NUEVA = SPACES
           DISPLAY "La cuenta no puede quedar en blanco."
           DISPLAY "Ingrese la cuenta del haber"
           ACCEPT WS-CUENTA-HABER-NUEVA
           PERFORM VALIDAR-CUENTA-HABER.

       VOLVER.
       DISPLAY " ".
       DISPLAY "1.- Volver al menu del diario".
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

       GRABAR-AUDITORIA.
       *>DEJA CONSTANCIA DE QUE SUPERVISOR REALIZO LA TRANSACCION.
       *>AUD-ACCION Y WS-AUD-LLAVE-REG DEBEN SER LLENADOS POR QUIEN
       *>LLAMA A ESTE PARRAFO.
       ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUD-HORA FROM TIME.
       MOVE LS-CONECTAR TO AUD-OPERADOR.
       MOVE "Diario" TO AUD-PROGRAMA.
       MOVE WS-AUD-LLAVE-REG TO AUD-LLAVE-REGISTRO.
       MOVE WS-AUD-ANTES TO AUD-ANTES.
       MOVE WS-AUD-DESPUES TO AUD-DESPUES.
       MOVE 0 TO AUD-SECUENCIA.
       PERFORM ESCRIBIR-AUDITORIA.
       MOVE SPACES TO WS-AUD-ANTES.
       MOVE SPACES TO WS-AUD-DESPUES.

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

       *>ARMA LA RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE
       *>LA SESION (EL REAL O EL DE PRACTICA, VER MENU.CBL) Y, EN
       *>MODO PRACTICA, LO ADVIERTE EN CADA PANTALLA.
       ARMAR-RUTAS.
       IF LS-MODO-SESION = "P"
           DISPLAY "*** MODO PRACTICA: datos de entrenamiento, "
               "nada de esto es real ***".
       MOVE SPACES TO WS-CUENTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "cuentas.dat" DELIMITED BY SIZE INTO WS-CUENTAS-RUTA.
       MOVE SPACES TO WS-INGRESOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "ingresos.dat" DELIMITED BY SIZE INTO WS-INGRESOS-RUTA.
       MOVE SPACES TO WS-PAGOS-MULTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "pagos_multas.dat" DELIMITED BY SIZE
           INTO WS-PAGOS-MULTAS-RUTA.
       MOVE SPACES TO WS-PAGOS-CUOTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "pagos_cuotas.dat" DELIMITED BY SIZE
           INTO WS-PAGOS-CUOTAS-RUTA.
       MOVE SPACES TO WS-FIANZAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "fianzas.dat" DELIMITED BY SIZE INTO WS-FIANZAS-RUTA.
       MOVE SPACES TO WS-ADQUISICIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "adquisiciones.dat" DELIMITED BY SIZE
           INTO WS-ADQUISICIONES-RUTA.
       MOVE SPACES TO WS-DEPRECIACION-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "depreciacion.dat" DELIMITED BY SIZE
           INTO WS-DEPRECIACION-RUTA.
       MOVE SPACES TO WS-BAJAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "bajas.dat" DELIMITED BY SIZE INTO WS-BAJAS-RUTA.
       MOVE SPACES TO WS-PAGOS-PROV-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "pagos_proveedor.dat" DELIMITED BY SIZE
           INTO WS-PAGOS-PROV-RUTA.
       MOVE SPACES TO WS-DOCUMENTOS-FISCALES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "documentos_fiscales.dat" DELIMITED BY SIZE
           INTO WS-DOCUMENTOS-FISCALES-RUTA.
       MOVE SPACES TO WS-PARAMETROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "parametros.dat" DELIMITED BY SIZE INTO WS-PARAMETROS-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.
       MOVE SPACES TO WS-REINTEGROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reintegros_multas.dat" DELIMITED BY SIZE
           INTO WS-REINTEGROS-RUTA.
       MOVE SPACES TO WS-CREDITOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "creditos.dat" DELIMITED BY SIZE INTO WS-CREDITOS-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
       EXIT PROGRAM.
