       *>ENLACES ROTOS SE ENCUENTRAN POR RUTINA Y NO CUANDO UNA
       *>CONSULTA FALLA DELANTE DE UN USUARIO.
       SELECT OPTIONAL INSTRUMENTOS-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-INV
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS.

       SELECT OPTIONAL TIPO-INSTRUMENTO-ARCHIVO
       ASSIGN TO WS-TIPO-INSTRUMENTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-TIPO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TIPO-INSTRUMENTO.

       SELECT OPTIONAL PROVEEDORES-ARCHIVO
       ASSIGN TO WS-PROVEEDORES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-PROVEEDOR-PRV
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PROVEEDORES.

       SELECT OPTIONAL USUARIOS-ARCHIVO
       ASSIGN TO WS-USUARIOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO-USR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS.

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

       SELECT OPTIONAL ADQUISICIONES-ARCHIVO
       ASSIGN TO WS-ADQUISICIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-ADQ
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-ADQ WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ADQUISICIONES.

       SELECT OPTIONAL INSTRUMENTOS-HISTORIAL-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-HISTORIAL-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS HIST-LLAVE
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-HIST WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS-HISTORIAL.

       SELECT OPTIONAL USUARIOS-TIPOS-ARCHIVO
       ASSIGN TO WS-USUARIOS-TIPOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS UT-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-UT WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS-TIPOS.

       SELECT OPTIONAL RESERVAS-ARCHIVO
       ASSIGN TO WS-RESERVAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS RES-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-RES WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-RESERVAS.

       SELECT OPTIONAL PAGOS-MULTAS-ARCHIVO
       ASSIGN TO WS-PAGOS-MULTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PAGO-LLAVE
       ALTERNATE RECORD KEY IS MUL-LLAVE-PAGO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PAGOS-MULTAS.

       SELECT OPTIONAL REPARACIONES-ARCHIVO
       ASSIGN TO WS-REPARACIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS REP-LLAVE
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-REP WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-REPARACIONES.

       *>CONTROL CENTRAL DE NUMERACION (VER CORRELATIVOS.CBL) Y LOS
       *>LIBROS NUMERADOS QUE DEPENDEN DE EL: SI UN LIBRO TIENE UN
       *>NUMERO IGUAL O MAYOR QUE EL PROXIMO DE SU SERIE, EL SIGUIENTE
       *>DOCUMENTO CHOCARIA CON UNO YA EMITIDO.
       SELECT OPTIONAL CORRELATIVOS-ARCHIVO
       ASSIGN TO WS-CORRELATIVOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CORR-SERIE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CORRELATIVOS.

       SELECT OPTIONAL INGRESOS-ARCHIVO
       ASSIGN TO WS-INGRESOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ING-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INGRESOS.

       SELECT OPTIONAL FIANZAS-ARCHIVO
       ASSIGN TO WS-FIANZAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS FIA-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-FIANZAS.

       SELECT OPTIONAL PAGOS-CUOTAS-ARCHIVO
       ASSIGN TO WS-PAGOS-CUOTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CUO-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PAGOS-CUOTAS.

       SELECT OPTIONAL ORDENES-ARCHIVO
       ASSIGN TO WS-ORDENES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ORD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ORDENES.

       SELECT OPTIONAL INCIDENTES-ARCHIVO
       ASSIGN TO WS-INCIDENTES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS INC-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INCIDENTES.

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

       *>PAGOS A PROVEEDORES (VER COMPRAS.CBL), CON SU COMPROBANTE DE
       *>LA SERIE PAGOPROV.
       SELECT OPTIONAL PAGOS-PROV-ARCHIVO
       ASSIGN TO WS-PAGOS-PROV-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PPR-LLAVE
       ALTERNATE RECORD KEY IS FAC-LLAVE-PPR WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PAGOS-PROV.

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

       *>CONVENIOS DE PAGO DE MULTAS (VER CONVENIOS.CBL), NUMERADOS
       *>CON LA SERIE CONVENIO.
       SELECT OPTIONAL CONVENIOS-ARCHIVO
       ASSIGN TO WS-CONVENIOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CNV-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-CNV WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CONVENIOS.

       *>REPORTE DE HUERFANOS, IGUAL QUE EL REPORTE-ARCHIVO DE
       *>CONSULTAS.CBL.
       *>PARAMETROS GENERALES DEL SISTEMA (VER BLOQUEOS.CBL). AQUI SE
       *>LEE AUTOMODO: EN 1, EL LOTE CORRE SIN PREGUNTAR NADA.
       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO WS-PARAMETROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PARAM-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PARAMETROS.

       *>RESULTADO DE LA ULTIMA CORRIDA POR LOTE DE ESTE PROGRAMA
       *>(OK O FALLO), PARA QUE EL PROXIMO OPERADOR LO VEA AL INICIAR
       *>SESION CUANDO EL PROGRAMADOR DE TAREAS LO CORRE DE MADRUGADA.
       SELECT OPTIONAL ESTADO-LOTE-ARCHIVO
       ASSIGN TO WS-ESTADO-LOTE-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PROGRAMA-LOTE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ESTADO-LOTE.

       SELECT OPTIONAL REPORTE-INTEGRIDAD-ARCHIVO
       ASSIGN TO WS-REPORTE-INTEGRIDAD-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       *>CUENTA DE SALDO A FAVOR DE LOS SOCIOS (VER CREDITOS.CBL).
       *>LOS REEMBOLSOS LLEVAN SU NUMERO DE LA SERIE REEMBOLSO.
       SELECT OPTIONAL CREDITOS-ARCHIVO
       ASSIGN TO WS-CREDITOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CRE-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CREDITOS.

       *>COMPONENTES DE CADA INSTRUMENTO (VER INSTRUMENTOS.CBL).
       SELECT OPTIONAL COMPONENTES-ARCHIVO
       ASSIGN TO WS-COMPONENTES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-COMPONENTE
       ALTERNATE RECORD KEY IS ID-PADRE-COMP WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-COMPONENTES.

       *>OBJETOS ENCONTRADOS EN LAS SEDES (VER HALLAZGOS.CBL).
       SELECT OPTIONAL HALLAZGOS-ARCHIVO
       ASSIGN TO WS-HALLAZGOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS HAL-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-HALLAZGOS.

       *>CERTIFICADOS DE DONACION EMITIDOS (VER DONACIONES.CBL).
       SELECT OPTIONAL CERTIFICADOS-ARCHIVO
       ASSIGN TO WS-CERTIFICADOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CER-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CERTIFICADOS.

       *>TRASLADOS ENTRE SEDES (VER REDISTRIBUCION.CBL).
       SELECT OPTIONAL REDISTRIBUCION-ARCHIVO
       ASSIGN TO WS-REDISTRIBUCION-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS RED-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-REDISTRIBUCION.

       *>BITACORA DE ANONIMIZACIONES (VER PRIVACIDAD.CBL).
       SELECT OPTIONAL ANONIMIZACIONES-ARCHIVO
       ASSIGN TO WS-ANONIMIZACIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ANO-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ANONIMIZACIONES.

       *>PARA LA VERIFICACION DE LOS SELLOS DIARIOS DE LA AUDITORIA:
       *>LAS ENTRADAS VIVAS, LAS YA ARCHIVADAS (VER ARCHIVAR.CBL), LOS
       *>SELLOS QUE DEJA CIERRE.CBL Y SU REPORTE.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       SELECT OPTIONAL ARCHIVO-AUDITORIA-ARCHIVO
       ASSIGN TO WS-ARCHIVO-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE-ARC
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ARCHIVO-AUDITORIA.

       SELECT OPTIONAL SELLOS-AUDITORIA-ARCHIVO
       ASSIGN TO WS-SELLOS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS SEL-FECHA
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-SELLOS-AUDITORIA.

       SELECT OPTIONAL REPORTE-SELLOS-ARCHIVO
       ASSIGN TO WS-REPORTE-SELLOS-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       *>COPIA DEL REGISTRO DE INSTRUMENTOS.DAT. LOS NOMBRES DE CAMPOS
               05 FECHA-RETORNO-REP  PIC 9(8).
               05 STATUS-ORDEN-REP   PIC X(8).

       FD CORRELATIVOS-ARCHIVO.
           01 CORRELATIVOS-REGISTRO.
               05 CORR-SERIE        PIC X(10).
               05 CORR-SIGUIENTE    PIC 9(8).
               05 CORR-FECHA-ACT    PIC 9(8).
               05 CORR-OPERADOR-ACT PIC X(10).

       *>COPIAS DE LOS LIBROS NUMERADOS (VER PRESTAMOS.CBL,
       *>USUARIOS.CBL, COMPRAS.CBL E INCIDENTES.CBL).
       FD INGRESOS-ARCHIVO.
           01 INGRESOS-REGISTRO.
               05 ING-LLAVE.
                   10 RECIBO-INGRESO PIC 9(8).
               05 CEDULA-USUARIO-ING PIC X(11).
               05 FECHA-INGRESO      PIC 9(8).
               05 MONTO-INGRESO      PIC 9(6)V99.
               05 CONCEPTO-INGRESO   PIC X(20).

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

       FD PAGOS-CUOTAS-ARCHIVO.
           01 PAGOS-CUOTAS-REGISTRO.
               05 CUO-LLAVE.
                   10 RECIBO-CUOTA PIC 9(8).
               05 CEDULA-USUARIO-CUO PIC X(11).
               05 FECHA-CUOTA        PIC 9(8).
               05 MONTO-PAGO-CUOTA   PIC 9(6)V99.
               05 MESES-PAGADOS-CUO  PIC 9(2).

       FD ORDENES-ARCHIVO.
           01 ORDENES-REGISTRO.
               05 ORD-LLAVE.
                   10 NUMERO-ORDEN PIC 9(6).
               05 ID-PROVEEDOR-ORD PIC X(11).
               05 FECHA-ORDEN      PIC 9(8).
               05 STATUS-ORDEN     PIC X(10).

       FD INCIDENTES-ARCHIVO.
           01 INCIDENTES-REGISTRO.
               05 INC-LLAVE.
                   10 NUMERO-INCIDENTE PIC 9(6).
               05 TIPO-INCIDENTE     PIC X(12).
               05 FECHA-INCIDENTE    PIC 9(8).
               05 SEDE-INCIDENTE     PIC X(3).
               05 ID-INSTRUMENTO-INC PIC X(6).
               05 CEDULA-USUARIO-INC PIC X(11).
               05 NRO-POLICIA-INC    PIC X(15).
               05 NARRATIVA-INC      PIC X(100).
               05 STATUS-INCIDENTE   PIC X(8).

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

       *>COPIA DEL REGISTRO DE PAGOS_PROVEEDOR.DAT (VER COMPRAS.CBL).
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

       *>COPIA DEL REGISTRO DE RECLAMOS_SEGURO.DAT (VER
       *>INCIDENTES.CBL).
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

       *>COPIA DEL REGISTRO DE CONVENIOS.DAT (VER CONVENIOS.CBL).
       FD CONVENIOS-ARCHIVO.
           01 CONVENIOS-REGISTRO.
               05 CNV-LLAVE.
                   10 NUMERO-CONVENIO PIC 9(6).
               05 CEDULA-USUARIO-CNV PIC X(11).
               05 FECHA-CONVENIO     PIC 9(8).
               05 MONTO-CONVENIO     PIC 9(8)V99.
               05 NUM-CUOTAS-CNV     PIC 9(2).
               05 STATUS-CONVENIO    PIC X(10).
               05 FECHA-STATUS-CNV   PIC 9(8).
               05 OPERADOR-CNV       PIC X(10).

       *>COPIA DEL REGISTRO DE PARAMETROS.DAT (VER BLOQUEOS.CBL).
       FD PARAMETROS-ARCHIVO.
           01 PARAMETROS-REGISTRO.
       FD REPORTE-INTEGRIDAD-ARCHIVO.
           01 REPORTE-INTEGRIDAD-LINEA PIC X(100).

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

       *>COPIA DEL REGISTRO DE COMPONENTES.DAT (VER INSTRUMENTOS.CBL).
       FD COMPONENTES-ARCHIVO.
           01 COMPONENTES-REGISTRO.
               05 ID-COMPONENTE     PIC X(6).
               05 ID-PADRE-COMP     PIC X(6).
               05 DESCRIPCION-COMP  PIC X(30).
               05 STATUS-COMP       PIC X(14).
               05 FECHA-STATUS-COMP PIC 9(8).
               05 VALOR-COMP        PIC 9(6)V99.

       *>COPIA DEL REGISTRO DE HALLAZGOS.DAT (VER HALLAZGOS.CBL).
       FD HALLAZGOS-ARCHIVO.
           01 HALLAZGOS-REGISTRO.
               05 HAL-LLAVE.
                   10 NUMERO-HALLAZGO PIC 9(6).
               05 FECHA-HAL        PIC 9(8).
               05 SEDE-HAL         PIC X(3).
               05 LUGAR-HAL        PIC X(40).
               05 DESCRIPCION-HAL  PIC X(60).
               05 CODIGO-HAL       PIC X(6).
               05 MARCA-HAL        PIC X(20).
               05 SERIE-HAL        PIC X(20).
               05 CLASE-HAL        PIC X(8).
               05 STATUS-HAL       PIC X(10).
               05 ID-INSTRUMENTO-HAL   PIC X(6).
               05 NUMERO-INCIDENTE-HAL PIC 9(6).
               05 FECHA-CIERRE-HAL PIC 9(8).
               05 ENTREGADO-A-HAL  PIC X(40).
               05 OPERADOR-HAL     PIC X(10).

       *>COPIA DEL REGISTRO DE CERTIFICADOS_DONACION.DAT (VER
       *>DONACIONES.CBL).
       FD CERTIFICADOS-ARCHIVO.
           01 CERTIFICADOS-REGISTRO.
               05 CER-LLAVE.
                   10 CER-ANIO      PIC 9(4).
                   10 CER-PROVEEDOR PIC X(11).
               05 CER-NUMERO       PIC 9(8).
               05 CER-FECHA-EMISION PIC 9(8).
               05 CER-CANTIDAD     PIC 9(4).
               05 CER-TOTAL        PIC 9(10)V99.
               05 CER-IMPRESIONES  PIC 9(3).
               05 CER-OPERADOR     PIC X(10).

       *>COPIA DEL REGISTRO DE REDISTRIBUCION.DAT (VER
       *>REDISTRIBUCION.CBL).
       FD REDISTRIBUCION-ARCHIVO.
           01 REDISTRIBUCION-REGISTRO.
               05 RED-LLAVE.
                   10 RED-CORRIDA PIC 9(8).
                   10 RED-LINEA   PIC 9(4).
               05 RED-INSTRUMENTO PIC X(6).
               05 RED-TIPO        PIC X(3).
               05 RED-ORIGEN      PIC X(3).
               05 RED-DESTINO     PIC X(3).
               05 RED-MOTIVO      PIC X(40).
               05 RED-ESTADO      PIC X(10).
               05 RED-DECIDIO     PIC X(10).
               05 RED-FECHA-DECISION PIC 9(8).
               05 RED-VIAJE       PIC 9(8).
               05 RED-FECHA-DESPACHO PIC 9(8).

       *>COPIA DEL REGISTRO DE ANONIMIZACIONES.DAT (VER
       *>PRIVACIDAD.CBL).
       FD ANONIMIZACIONES-ARCHIVO.
           01 ANONIMIZACIONES-REGISTRO.
               05 ANO-CLAVE            PIC X(11).
               05 ANO-FECHA            PIC 9(8).
               05 ANO-OPERADOR         PIC X(10).
               05 ANO-SUPERVISOR       PIC X(10).
               05 ANO-ULTIMA-ACTIVIDAD PIC 9(8).
               05 ANO-AÑOS-PARAMETRO   PIC 9(2).
               05 ANO-PRESTAMOS        PIC 9(5).
               05 ANO-MULTAS           PIC 9(5).

       *>COPIA DEL REGISTRO DE AUDITORIA.DAT.
       FD AUDITORIA-ARCHIVO.
           01 AUDITORIA-REGISTRO.
               05 AUD-LLAVE. *>VARIAS AUDITORIAS PUEDEN OCURRIR EL
                             *>MISMO DIA.
                   10 AUD-FECHA          PIC 9(8).
                   10 AUD-HORA           PIC 9(8).
                   10 AUD-SECUENCIA      PIC 9(2).
               05 AUD-OPERADOR       PIC X(10).
               05 AUD-PROGRAMA       PIC X(15).
               05 AUD-ACCION         PIC X(13).
               05 AUD-LLAVE-REGISTRO PIC X(60).
               05 AUD-ANTES          PIC X(280).
               05 AUD-DESPUES        PIC X(280).

       *>COPIA DEL REGISTRO DE ARCHIVO_AUDITORIA.DAT (VER
       *>ARCHIVAR.CBL).
       FD ARCHIVO-AUDITORIA-ARCHIVO.
           01 ARCHIVO-AUDITORIA-REGISTRO.
               05 AUD-LLAVE-ARC.
                   10 AUD-FECHA-ARC      PIC 9(8).
                   10 AUD-HORA-ARC       PIC 9(8).
                   10 AUD-SECUENCIA-ARC  PIC 9(2).
               05 AUD-OPERADOR-ARC   PIC X(10).
               05 AUD-PROGRAMA-ARC   PIC X(15).
               05 AUD-ACCION-ARC     PIC X(13).
               05 AUD-LLAVE-REG-ARC  PIC X(60).
               05 AUD-ANTES-ARC      PIC X(280).
               05 AUD-DESPUES-ARC    PIC X(280).

       *>COPIA DEL REGISTRO DE SELLOS_AUDITORIA.DAT (VER CIERRE.CBL).
       FD SELLOS-AUDITORIA-ARCHIVO.
           01 SELLOS-AUDITORIA-REGISTRO.
               05 SEL-FECHA          PIC 9(8).
               05 SEL-CANTIDAD       PIC 9(7).
               05 SEL-SUMA           PIC 9(9).
               05 SEL-FECHA-ANTERIOR PIC 9(8).
               05 SEL-CADENA         PIC 9(9).
               *>99999999 SI EL DIA SE SELLO YA TERMINADO.
               05 SEL-HORA           PIC 9(8).
               05 SEL-OPERADOR       PIC X(10).

       FD REPORTE-SELLOS-ARCHIVO.
           01 REPORTE-SELLOS-LINEA PIC X(100).
       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS
       01 WS-TITULO.
       77 WS-HUERFANOS-SECCION PIC 9(5).
       77 WS-HUERFANOS-TOTAL PIC 9(5).

       *>USADOS PARA COTEJAR CADA SERIE DE CORRELATIVOS.DAT CONTRA EL
       *>MAYOR NUMERO GRABADO EN SU LIBRO.
       77 WS-CORR-SERIE PIC X(10).
       77 WS-MAX-DOC PIC 9(8).
       *>LA SERIE CONTROL (DOCUMENTOS FISCALES) ADEMAS NO PUEDE TENER
       *>HUECOS: CADA NUMERO SE ANULA, NUNCA SE BORRA.
       77 WS-SALTO-DESDE PIC 9(8).
       77 WS-SALTO-HASTA PIC 9(8).

       *>USADOS POR LA VERIFICACION DE LOS SELLOS DE LA AUDITORIA.
       77 WS-SEL-DESDE PIC 9(8).
       77 WS-SEL-HASTA PIC 9(8).
       77 WS-SEL-HOY PIC 9(8).
       77 WS-SEL-DIA PIC 9(8).
       77 WS-SEL-ULTIMO-DIA PIC 9(8).
       77 WS-SEL-PRIMER-SELLO PIC 9(8).
       77 WS-LEE-SELLO PIC 9(1).
       77 WS-LEE-AUD PIC 9(1).
       77 WS-SEL-MAL-DIA PIC 9(1).
       77 WS-SEL-DIAS-REVISADOS PIC 9(5).
       77 WS-SEL-DIAS-MAL PIC 9(5).
       77 WS-SEL-CANTIDAD PIC 9(7).
       *>HORA DEL SELLO DEL DIA QUE SE COTEJA Y ENTRADAS DE ESE DIA
       *>GRABADAS DESPUES (FIN DE SESION, ACCIONES DEL SUPERVISOR CON
       *>EL DIA YA CERRADO), QUE EL SELLO NO PUDO CONTAR.
       77 WS-SEL-HORA PIC 9(8).
       77 WS-SEL-POSTERIORES PIC 9(7).
       77 WS-SEL-HUELLA PIC 9(9).
       77 WS-SEL-SUMA PIC 9(10).
       77 WS-SEL-FECHA-ANT PIC 9(8).
       77 WS-SEL-CADENA-ANT PIC 9(9).
       77 WS-SEL-CADENA PIC 9(9).
       77 WS-SEL-CADENA-CALC PIC 9(11).
       77 WS-SEL-COCIENTE PIC 9(11).

       *>DATOS DE LA CORRIDA QUE SE ANOTA EN EL CATALOGO DE
       *>REPORTES (VER CATALOGO.CBL).
       01 WS-CAT-DATOS.
           05 WS-CAT-ACCION     PIC X(1).
           05 WS-CAT-PROGRAMA   PIC X(15) VALUE "Verificar".
           05 WS-CAT-REPORTE    PIC X(30).
           05 WS-CAT-OPERADOR   PIC X(10).
           05 WS-CAT-PARAMETROS PIC X(60).
           05 WS-CAT-DIRECTORIO PIC X(40).
           05 WS-CAT-LLAVE.
               10 WS-CAT-FECHA     PIC 9(8).
               10 WS-CAT-SECUENCIA PIC 9(4).
           05 WS-CAT-ARCHIVO    PIC X(50).
           05 WS-CAT-RUTA       PIC X(80).

       *>PARA VERIFICAR O RECONSTRUIR EL RESUMEN DE DISPONIBILIDAD
       *>(VER DISPONIBILIDAD.CBL).
       01 WS-DIS-DATOS.
           05 WS-DIS-ACCION      PIC X(1).
           05 WS-DIS-INSTRUMENTO PIC X(6).
           05 WS-DIS-OPERADOR    PIC X(10).
           05 WS-DIS-DIRECTORIO  PIC X(40).
           05 WS-DIS-DIF-INSTRUMENTOS PIC 9(5).
           05 WS-DIS-DIF-TOTALES      PIC 9(5).
           05 WS-DIS-DESBORDE         PIC 9(1).

       *>DATOS DEL ERROR DE ARCHIVO QUE SE ANOTA EN ERRORES.DAT
       *>(VER ERRORES.CBL). ANTES DE CADA OPERACION SOBRE UN
       *>ARCHIVO DE DATOS SE DEJA EN WS-ERR-DONDE LA OPERACION Y EL
       *>PARRAFO; SI FALLA, LAS DECLARATIVAS COMPLETAN EL RESTO.
       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Verificar".
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
       77 WS-FS-USUARIOS PIC X(2).
       77 WS-FS-PRESTAMOS PIC X(2).
       77 WS-FS-MULTAS PIC X(2).
       77 WS-FS-ADQUISICIONES PIC X(2).
       77 WS-FS-INSTRUMENTOS-HISTORIAL PIC X(2).
       77 WS-FS-USUARIOS-TIPOS PIC X(2).
       77 WS-FS-RESERVAS PIC X(2).
       77 WS-FS-PAGOS-MULTAS PIC X(2).
       77 WS-FS-REPARACIONES PIC X(2).
       77 WS-FS-CORRELATIVOS PIC X(2).
       77 WS-FS-INGRESOS PIC X(2).
       77 WS-FS-FIANZAS PIC X(2).
       77 WS-FS-PAGOS-CUOTAS PIC X(2).
       77 WS-FS-ORDENES PIC X(2).
       77 WS-FS-INCIDENTES PIC X(2).
       77 WS-FS-DOCUMENTOS-FISCALES PIC X(2).
       77 WS-FS-PAGOS-PROV PIC X(2).
       77 WS-FS-RECLAMOS PIC X(2).
       77 WS-FS-REINTEGROS PIC X(2).
       77 WS-FS-CONVENIOS PIC X(2).
       77 WS-FS-PARAMETROS PIC X(2).
       77 WS-FS-ESTADO-LOTE PIC X(2).
       77 WS-FS-CREDITOS PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       77 WS-FS-ARCHIVO-AUDITORIA PIC X(2).
       77 WS-FS-SELLOS-AUDITORIA PIC X(2).
       77 WS-FS-COMPONENTES PIC X(2).
       77 WS-FS-HALLAZGOS PIC X(2).
       77 WS-FS-CERTIFICADOS PIC X(2).
       77 WS-FS-REDISTRIBUCION PIC X(2).
       77 WS-FS-ANONIMIZACIONES PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-TIPO-INSTRUMENTO-RUTA PIC X(80).
       77 WS-PROVEEDORES-RUTA PIC X(80).
       77 WS-USUARIOS-RUTA PIC X(80).
       77 WS-PRESTAMOS-RUTA PIC X(80).
       77 WS-MULTAS-RUTA PIC X(80).
       77 WS-ADQUISICIONES-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-HISTORIAL-RUTA PIC X(80).
       77 WS-USUARIOS-TIPOS-RUTA PIC X(80).
       77 WS-RESERVAS-RUTA PIC X(80).
       77 WS-PAGOS-MULTAS-RUTA PIC X(80).
       77 WS-REPARACIONES-RUTA PIC X(80).
       77 WS-CORRELATIVOS-RUTA PIC X(80).
       77 WS-INGRESOS-RUTA PIC X(80).
       77 WS-FIANZAS-RUTA PIC X(80).
       77 WS-PAGOS-CUOTAS-RUTA PIC X(80).
       77 WS-ORDENES-RUTA PIC X(80).
       77 WS-INCIDENTES-RUTA PIC X(80).
       77 WS-DOCUMENTOS-FISCALES-RUTA PIC X(80).
       77 WS-PAGOS-PROV-RUTA PIC X(80).
       77 WS-RECLAMOS-RUTA PIC X(80).
       77 WS-REINTEGROS-RUTA PIC X(80).
       77 WS-CONVENIOS-RUTA PIC X(80).
       77 WS-PARAMETROS-RUTA PIC X(80).
       77 WS-ESTADO-LOTE-RUTA PIC X(80).
       77 WS-REPORTE-INTEGRIDAD-RUTA PIC X(80).
       77 WS-CREDITOS-RUTA PIC X(80).
       77 WS-AUDITORIA-RUTA PIC X(80).
       77 WS-ARCHIVO-AUDITORIA-RUTA PIC X(80).
       77 WS-SELLOS-AUDITORIA-RUTA PIC X(80).
       77 WS-REPORTE-SELLOS-RUTA PIC X(80).
       77 WS-COMPONENTES-RUTA PIC X(80).
       77 WS-HALLAZGOS-RUTA PIC X(80).
       77 WS-CERTIFICADOS-RUTA PIC X(80).
       77 WS-REDISTRIBUCION-RUTA PIC X(80).
       77 WS-ANONIMIZACIONES-RUTA PIC X(80).

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
       ERROR-INSTRUMENTOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSTRUMENTOS-ARCHIVO.
       ERROR-INSTRUMENTOS-ANOTAR.
       MOVE "instrumentos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-INV TO WS-ERR-LLAVE.
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
       ERROR-USUARIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USUARIOS-ARCHIVO.
       ERROR-USUARIOS-ANOTAR.
       MOVE "usuarios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO-USR TO WS-ERR-LLAVE.
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
       ERROR-ADQUISICIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ADQUISICIONES-ARCHIVO.
       ERROR-ADQUISICIONES-ANOTAR.
       MOVE "adquisiciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ADQUISICIONES TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-ADQ TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INSTRUMENTOS-HISTORIAL SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON INSTRUMENTOS-HISTORIAL-ARCHIVO.
       ERROR-INSTRUMENTOS-HISTORIAL-ANOTAR.
       MOVE "instrumentos_historial.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS-HISTORIAL TO WS-ERR-ESTADO.
       MOVE HIST-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-USUARIOS-TIPOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USUARIOS-TIPOS-ARCHIVO.
       ERROR-USUARIOS-TIPOS-ANOTAR.
       MOVE "usuarios_tipos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS-TIPOS TO WS-ERR-ESTADO.
       MOVE UT-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-RESERVAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RESERVAS-ARCHIVO.
       ERROR-RESERVAS-ANOTAR.
       MOVE "reservas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-RESERVAS TO WS-ERR-ESTADO.
       MOVE RES-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PAGOS-MULTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAGOS-MULTAS-ARCHIVO.
       ERROR-PAGOS-MULTAS-ANOTAR.
       MOVE "pagos_multas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PAGOS-MULTAS TO WS-ERR-ESTADO.
       MOVE PAGO-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-REPARACIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REPARACIONES-ARCHIVO.
       ERROR-REPARACIONES-ANOTAR.
       MOVE "reparaciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-REPARACIONES TO WS-ERR-ESTADO.
       MOVE REP-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-CORRELATIVOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CORRELATIVOS-ARCHIVO.
       ERROR-CORRELATIVOS-ANOTAR.
       MOVE "correlativos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CORRELATIVOS TO WS-ERR-ESTADO.
       MOVE CORR-SERIE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INGRESOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INGRESOS-ARCHIVO.
       ERROR-INGRESOS-ANOTAR.
       MOVE "ingresos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INGRESOS TO WS-ERR-ESTADO.
       MOVE ING-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-FIANZAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON FIANZAS-ARCHIVO.
       ERROR-FIANZAS-ANOTAR.
       MOVE "fianzas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-FIANZAS TO WS-ERR-ESTADO.
       MOVE FIA-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PAGOS-CUOTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAGOS-CUOTAS-ARCHIVO.
       ERROR-PAGOS-CUOTAS-ANOTAR.
       MOVE "pagos_cuotas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PAGOS-CUOTAS TO WS-ERR-ESTADO.
       MOVE CUO-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ORDENES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ORDENES-ARCHIVO.
       ERROR-ORDENES-ANOTAR.
       MOVE "ordenes_compra.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ORDENES TO WS-ERR-ESTADO.
       MOVE ORD-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INCIDENTES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INCIDENTES-ARCHIVO.
       ERROR-INCIDENTES-ANOTAR.
       MOVE "incidentes.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INCIDENTES TO WS-ERR-ESTADO.
       MOVE INC-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-DOCUMENTOS-FISCALES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON DOCUMENTOS-FISCALES-ARCHIVO.
       ERROR-DOCUMENTOS-FISCALES-ANOTAR.
       MOVE "documentos_fiscales.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-DOCUMENTOS-FISCALES TO WS-ERR-ESTADO.
       MOVE FIS-CONTROL TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PAGOS-PROV SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAGOS-PROV-ARCHIVO.
       ERROR-PAGOS-PROV-ANOTAR.
       MOVE "pagos_proveedor.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PAGOS-PROV TO WS-ERR-ESTADO.
       MOVE PPR-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-RECLAMOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RECLAMOS-ARCHIVO.
       ERROR-RECLAMOS-ANOTAR.
       MOVE "reclamos_seguro.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-RECLAMOS TO WS-ERR-ESTADO.
       MOVE RCL-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-REINTEGROS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REINTEGROS-ARCHIVO.
       ERROR-REINTEGROS-ANOTAR.
       MOVE "reintegros_multas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-REINTEGROS TO WS-ERR-ESTADO.
       MOVE RIN-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-CONVENIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CONVENIOS-ARCHIVO.
       ERROR-CONVENIOS-ANOTAR.
       MOVE "convenios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CONVENIOS TO WS-ERR-ESTADO.
       MOVE CNV-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PARAMETROS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PARAMETROS-ARCHIVO.
       ERROR-PARAMETROS-ANOTAR.
       MOVE "parametros.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PARAMETROS TO WS-ERR-ESTADO.
       MOVE PARAM-NOMBRE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ESTADO-LOTE SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ESTADO-LOTE-ARCHIVO.
       ERROR-ESTADO-LOTE-ANOTAR.
       MOVE "estado_lote.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ESTADO-LOTE TO WS-ERR-ESTADO.
       MOVE PROGRAMA-LOTE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-CREDITOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CREDITOS-ARCHIVO.
       ERROR-CREDITOS-ANOTAR.
       MOVE "creditos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CREDITOS TO WS-ERR-ESTADO.
       MOVE CRE-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-AUDITORIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AUDITORIA-ARCHIVO.
       ERROR-AUDITORIA-ANOTAR.
       MOVE "auditoria.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-AUDITORIA TO WS-ERR-ESTADO.
       MOVE AUD-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ARCHIVO-AUDITORIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON ARCHIVO-AUDITORIA-ARCHIVO.
       ERROR-ARCHIVO-AUDITORIA-ANOTAR.
       MOVE "archivo_auditoria.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ARCHIVO-AUDITORIA TO WS-ERR-ESTADO.
       MOVE AUD-LLAVE-ARC TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-SELLOS-AUDITORIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON SELLOS-AUDITORIA-ARCHIVO.
       ERROR-SELLOS-AUDITORIA-ANOTAR.
       MOVE "sellos_auditoria.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-SELLOS-AUDITORIA TO WS-ERR-ESTADO.
       MOVE SEL-FECHA TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-COMPONENTES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON COMPONENTES-ARCHIVO.
       ERROR-COMPONENTES-ANOTAR.
       MOVE "componentes.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-COMPONENTES TO WS-ERR-ESTADO.
       MOVE ID-COMPONENTE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-HALLAZGOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON HALLAZGOS-ARCHIVO.
       ERROR-HALLAZGOS-ANOTAR.
       MOVE "hallazgos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-HALLAZGOS TO WS-ERR-ESTADO.
       MOVE HAL-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-CERTIFICADOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CERTIFICADOS-ARCHIVO.
       ERROR-CERTIFICADOS-ANOTAR.
       MOVE "certificados_donacion.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CERTIFICADOS TO WS-ERR-ESTADO.
       MOVE CER-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-REDISTRIBUCION SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON REDISTRIBUCION-ARCHIVO.
       ERROR-REDISTRIBUCION-ANOTAR.
       MOVE "redistribucion.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-REDISTRIBUCION TO WS-ERR-ESTADO.
       MOVE RED-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ANONIMIZACIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON ANONIMIZACIONES-ARCHIVO.
       ERROR-ANONIMIZACIONES-ANOTAR.
       MOVE "anonimizaciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ANONIMIZACIONES TO WS-ERR-ESTADO.
       MOVE ANO-CLAVE TO WS-ERR-LLAVE.
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
       *>PROGRAMA PRINCIPAL. LA VERIFICACION DE REFERENCIAS CRUZADAS
       *>ES UN TRABAJO POR LOTE, IGUAL QUE CIERRE.CBL: BARRE TODO SIN
       *>PEDIR NADA MAS AL OPERADOR. LA DE SELLOS PIDE EL RANGO DE
       *>FECHAS.
       PROGRAM-BEGIN.
       PERFORM ARMAR-RUTAS.
       DISPLAY " ".
       DISPLAY WS-TITULO.
       DISPLAY " ".
       PERFORM LEER-PARAMETRO-AUTOMODO.
       IF WS-AUTOMODO = 1
           MOVE "FALLO" TO WS-RESULTADO-LOTE
           PERFORM GRABAR-ESTADO-LOTE
           DISPLAY "Verificando referencias cruzadas entre archivos..."
           PERFORM VERIFICAR-TODO
           PERFORM FIN-PROGRAMA.
       DISPLAY "1) Verificar referencias cruzadas entre archivos".
       DISPLAY "2) Verificar los sellos de la auditoria".
       DISPLAY "3) Reconstruir el resumen de disponibilidad".
       DISPLAY "4) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU-VERIFICAR.

       PERFORM FIN-PROGRAMA.

       *>RUTINAS.
       VALIDACION-MENU-VERIFICAR.
       EVALUATE WS-OPCION
       WHEN 1
           DISPLAY "Verificando referencias cruzadas entre archivos..."
           PERFORM VERIFICAR-TODO
       WHEN 2
           PERFORM VERIFICAR-SELLOS
       WHEN 3
           PERFORM RECONSTRUIR-DISPONIBILIDAD
       WHEN 4
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-MENU-VERIFICAR
       END-EVALUATE.

       VERIFICAR-TODO.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O TIPO-INSTRUMENTO-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O PROVEEDORES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PROVEEDORES.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O MULTAS-ARCHIVO.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O ADQUISICIONES-ARCHIVO.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-HISTORIAL-ARCHIVO.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-TIPOS-ARCHIVO.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O RESERVAS-ARCHIVO.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O PAGOS-MULTAS-ARCHIVO.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O REPARACIONES-ARCHIVO.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O CORRELATIVOS-ARCHIVO.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O INGRESOS-ARCHIVO.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O FIANZAS-ARCHIVO.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O PAGOS-CUOTAS-ARCHIVO.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O ORDENES-ARCHIVO.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O INCIDENTES-ARCHIVO.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O DOCUMENTOS-FISCALES-ARCHIVO.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O PAGOS-PROV-ARCHIVO.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O RECLAMOS-ARCHIVO.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O REINTEGROS-ARCHIVO.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O CONVENIOS-ARCHIVO.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O CREDITOS-ARCHIVO.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O COMPONENTES-ARCHIVO.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O HALLAZGOS-ARCHIVO.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O CERTIFICADOS-ARCHIVO.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O REDISTRIBUCION-ARCHIVO.
       MOVE "OPEN    VERIFICAR-TODO" TO WS-ERR-DONDE
       OPEN I-O ANONIMIZACIONES-ARCHIVO.
       MOVE "reporte_integridad" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-INTEGRIDAD-RUTA.
       OPEN OUTPUT REPORTE-INTEGRIDAD-ARCHIVO.

       MOVE "---Reporte de integridad entre archivos---" TO WS-LINEA.
       PERFORM VERIFICAR-RESERVAS.
       PERFORM VERIFICAR-PAGOS.
       PERFORM VERIFICAR-REPARACIONES.
       PERFORM VERIFICAR-COMPONENTES.
       PERFORM VERIFICAR-CORRELATIVOS.

       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       CLOSE RESERVAS-ARCHIVO.
       CLOSE PAGOS-MULTAS-ARCHIVO.
       CLOSE REPARACIONES-ARCHIVO.
       CLOSE CORRELATIVOS-ARCHIVO.
       CLOSE INGRESOS-ARCHIVO.
       CLOSE FIANZAS-ARCHIVO.
       CLOSE PAGOS-CUOTAS-ARCHIVO.
       CLOSE ORDENES-ARCHIVO.
       CLOSE INCIDENTES-ARCHIVO.
       CLOSE DOCUMENTOS-FISCALES-ARCHIVO.
       CLOSE PAGOS-PROV-ARCHIVO.
       CLOSE RECLAMOS-ARCHIVO.
       CLOSE REINTEGROS-ARCHIVO.
       CLOSE CONVENIOS-ARCHIVO.
       CLOSE CREDITOS-ARCHIVO.
       CLOSE COMPONENTES-ARCHIVO.
       CLOSE HALLAZGOS-ARCHIVO.
       CLOSE CERTIFICADOS-ARCHIVO.
       CLOSE REDISTRIBUCION-ARCHIVO.
       CLOSE ANONIMIZACIONES-ARCHIVO.
       PERFORM VERIFICAR-DISPONIBILIDAD.
       CLOSE REPORTE-INTEGRIDAD-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       IMPRIMIR.
       *>BUSCA EL CODIGO CARGADO EN ID-INSTRUMENTO-INV. DEJA 1 EN
       *>WS-INDICADOR SI EXISTE.
       BUSCAR-INSTRUMENTO.
       MOVE "READ    BUSCAR-INSTRUMENTO" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-INV
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.

       BUSCAR-COMPONENTE.
       MOVE "READ    BUSCAR-COMPONENTE" TO WS-ERR-DONDE
       READ COMPONENTES-ARCHIVO RECORD
           KEY ID-COMPONENTE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.

       BUSCAR-USUARIO.
       MOVE "READ    BUSCAR-USUARIO" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO-USR
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.

       BUSCAR-PROVEEDOR.
       MOVE "READ    BUSCAR-PROVEEDOR" TO WS-ERR-DONDE
       READ PROVEEDORES-ARCHIVO RECORD
           KEY ID-PROVEEDOR-PRV
               INVALID KEY     MOVE 0 TO WS-INDICADOR
       PERFORM CIERRE-SECCION.

       LEER-SIGUIENTE-INSTRUMENTO.
       MOVE "READ    LEER-SIGUIENTE-INSTRUMENTO" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       REVISAR-INSTRUMENTO.
       MOVE ID-INSTRUMENTO-INV(1:3) TO CODIGO-TIPO.
       MOVE "READ    REVISAR-INSTRUMENTO" TO WS-ERR-DONDE
       READ TIPO-INSTRUMENTO-ARCHIVO RECORD
           KEY CODIGO-TIPO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
       PERFORM CIERRE-SECCION.

       LEER-SIGUIENTE-PRESTAMO.
       MOVE "READ    LEER-SIGUIENTE-PRESTAMO" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       PERFORM CIERRE-SECCION.

       LEER-SIGUIENTE-MULTA.
       MOVE "READ    LEER-SIGUIENTE-MULTA" TO WS-ERR-DONDE
       READ MULTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
           PERFORM IMPRIMIR.
       MOVE ID-INSTRUMENTO-MUL TO ID-INSTRUMENTO-INV.
       PERFORM BUSCAR-INSTRUMENTO.
       *>LA MULTA POR UN COMPONENTE FALTANTE LLEVA EL CODIGO DEL
       *>COMPONENTE (VER GRABAR-MULTA-COMPONENTE EN PRESTAMOS.CBL).
       IF WS-INDICADOR = 0
           MOVE ID-INSTRUMENTO-MUL TO ID-COMPONENTE
           PERFORM BUSCAR-COMPONENTE.
       IF WS-INDICADOR = 0
           ADD 1 TO WS-HUERFANOS-SECCION
           STRING "  Multa de " CEDULA-USUARIO-MUL
       PERFORM CIERRE-SECCION.

       LEER-SIGUIENTE-ADQUISICION.
       MOVE "READ    LEER-SIGUIENTE-ADQUISICION" TO WS-ERR-DONDE
       READ ADQUISICIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       PERFORM CIERRE-SECCION.

       LEER-SIGUIENTE-HISTORIAL.
       MOVE "READ    LEER-SIGUIENTE-HISTORIAL" TO WS-ERR-DONDE
       READ INSTRUMENTOS-HISTORIAL-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       PERFORM CIERRE-SECCION.

       LEER-SIGUIENTE-UT.
       MOVE "READ    LEER-SIGUIENTE-UT" TO WS-ERR-DONDE
       READ USUARIOS-TIPOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       PERFORM CIERRE-SECCION.

       LEER-SIGUIENTE-RESERVA.
       MOVE "READ    LEER-SIGUIENTE-RESERVA" TO WS-ERR-DONDE
       READ RESERVAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       PERFORM CIERRE-SECCION.

       LEER-SIGUIENTE-PAGO.
       MOVE "READ    LEER-SIGUIENTE-PAGO" TO WS-ERR-DONDE
       READ PAGOS-MULTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       REVISAR-PAGO.
       MOVE MUL-LLAVE-PAGO TO MUL-LLAVE.
       MOVE "READ    REVISAR-PAGO" TO WS-ERR-DONDE
       READ MULTAS-ARCHIVO RECORD
           KEY MUL-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
       PERFORM CIERRE-SECCION.

       LEER-SIGUIENTE-REPARACION.
       MOVE "READ    LEER-SIGUIENTE-REPARACION" TO WS-ERR-DONDE
       READ REPARACIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
           PERFORM IMPRIMIR.
       PERFORM LEER-SIGUIENTE-REPARACION.

       *>EL RESUMEN DE DISPONIBILIDAD DEBE CUADRAR CON LO QUE DICEN
       *>INSTRUMENTOS, PRESTAMOS, RESERVAS, APARTADOS Y REPARACIONES.
       *>SE REVISA CON LOS ARCHIVOS DE DATOS YA CERRADOS, PORQUE LA
       *>RUTINA LOS ABRE POR SU CUENTA. UN DESCUADRE NO ES UNA
       *>REFERENCIA ROTA: SE ARREGLA RECONSTRUYENDO EL RESUMEN.
       VERIFICAR-DISPONIBILIDAD.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "disponibilidad.dat contra los archivos de detalle:"
           TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "V" TO WS-DIS-ACCION.
       PERFORM LLAMAR-DISPONIBILIDAD.
       IF WS-DIS-DIF-INSTRUMENTOS = 0 AND WS-DIS-DIF-TOTALES = 0
           MOVE "  (el resumen cuadra con el detalle)" TO WS-LINEA
           PERFORM IMPRIMIR
       ELSE
           MOVE SPACES TO WS-LINEA
           STRING "  Instrumentos contados en otro estado o sede: "
               WS-DIS-DIF-INSTRUMENTOS
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR
           MOVE SPACES TO WS-LINEA
           STRING "  Totales por tipo y sede que no cuadran: "
               WS-DIS-DIF-TOTALES
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR
           MOVE "  Reconstruya el resumen (opcion 3 de Verificar)."
               TO WS-LINEA
           PERFORM IMPRIMIR.
       IF WS-DIS-DESBORDE = 1
           MOVE "  Hay mas de 300 combinaciones de tipo y sede."
               TO WS-LINEA
           PERFORM IMPRIMIR.

       *>VUELVE A ARMAR EL RESUMEN DE DISPONIBILIDAD DESDE LOS
       *>ARCHIVOS DE DETALLE, CUANDO LA VERIFICACION LO ENCUENTRA
       *>DESCUADRADO.
       RECONSTRUIR-DISPONIBILIDAD.
       DISPLAY "Reconstruyendo el resumen de disponibilidad...".
       MOVE "R" TO WS-DIS-ACCION.
       PERFORM LLAMAR-DISPONIBILIDAD.
       DISPLAY " ".
       DISPLAY "Resumen de disponibilidad reconstruido.".
       IF WS-DIS-DESBORDE = 1
           DISPLAY "Advertencia: hay mas de 300 combinaciones de tipo "
               "y sede; las que no cupieron quedan sin totales.".
       PERFORM VOLVER.

       *>CADA COMPONENTE DEBE COLGAR DE UN INSTRUMENTO EXISTENTE.
       VERIFICAR-COMPONENTES.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "componentes.dat contra instrumentos:" TO WS-LINEA.
       PERFORM ENCABEZADO-SECCION.
       MOVE SPACES TO ID-COMPONENTE.
       MOVE "START   VERIFICAR-COMPONENTES" TO WS-ERR-DONDE
       START COMPONENTES-ARCHIVO
           KEY IS NOT LESS THAN ID-COMPONENTE
           INVALID KEY     MOVE 1 TO LEE-TODO
           NOT INVALID KEY MOVE 0 TO LEE-TODO.
       IF LEE-TODO = 0
           PERFORM LEER-SIGUIENTE-COMPONENTE
           PERFORM REVISAR-COMPONENTE UNTIL LEE-TODO = 1.
       PERFORM CIERRE-SECCION.

       LEER-SIGUIENTE-COMPONENTE.
       MOVE "READ    LEER-SIGUIENTE-COMPONENTE" TO WS-ERR-DONDE
       READ COMPONENTES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       REVISAR-COMPONENTE.
       MOVE ID-PADRE-COMP TO ID-INSTRUMENTO-INV.
       PERFORM BUSCAR-INSTRUMENTO.
       IF WS-INDICADOR = 0
           ADD 1 TO WS-HUERFANOS-SECCION
           MOVE SPACES TO WS-LINEA
           STRING "  Componente " ID-COMPONENTE ": instrumento "
               ID-PADRE-COMP " no existe"
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR.
       PERFORM LEER-SIGUIENTE-COMPONENTE.

       *>CADA SERIE SEMBRADA DEBE ESTAR POR ENCIMA DEL MAYOR NUMERO
       *>DE SU LIBRO. UNA SERIE SIN SEMBRAR NO ES ERROR: EL PROGRAMA
       *>DUEÑO LA SIEMBRA CON EL PRIMER DOCUMENTO QUE EMITA.
       VERIFICAR-CORRELATIVOS.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "correlativos.dat contra los libros numerados:"
           TO WS-LINEA.
       PERFORM ENCABEZADO-SECCION.

       MOVE 0 TO WS-MAX-DOC.
       MOVE 0 TO RECIBO-PAGO.
       MOVE "START   VERIFICAR-CORRELATIVOS" TO WS-ERR-DONDE
       START PAGOS-MULTAS-ARCHIVO
           KEY IS NOT LESS THAN PAGO-LLAVE
           INVALID KEY     MOVE 1 TO LEE-TODO
           NOT INVALID KEY MOVE 0 TO LEE-TODO.
       IF LEE-TODO = 0
           PERFORM LEER-SIGUIENTE-PAGO
           PERFORM MAYOR-RECIBO-PAGO UNTIL LEE-TODO = 1.
       MOVE "RECIBOMUL" TO WS-CORR-SERIE.
       PERFORM COTEJAR-CORRELATIVO.

       MOVE 0 TO WS-MAX-DOC.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-FIANZA.
       PERFORM MAYOR-RECIBO-FIANZA UNTIL LEE-TODO = 1.
       MOVE "RECIBOFIA" TO WS-CORR-SERIE.
       PERFORM COTEJAR-CORRELATIVO.

       MOVE 0 TO WS-MAX-DOC.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-INGRESO.
       PERFORM MAYOR-RECIBO-INGRESO UNTIL LEE-TODO = 1.
       MOVE "RECIBOING" TO WS-CORR-SERIE.
       PERFORM COTEJAR-CORRELATIVO.

       MOVE 0 TO WS-MAX-DOC.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-CUOTA.
       PERFORM MAYOR-RECIBO-CUOTA UNTIL LEE-TODO = 1.
       MOVE "RECIBOCUO" TO WS-CORR-SERIE.
       PERFORM COTEJAR-CORRELATIVO.

       MOVE 0 TO WS-MAX-DOC.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-ORDEN.
       PERFORM MAYOR-ORDEN UNTIL LEE-TODO = 1.
       MOVE "ORDEN" TO WS-CORR-SERIE.
       PERFORM COTEJAR-CORRELATIVO.

       MOVE 0 TO WS-MAX-DOC.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-INCIDENTE.
       PERFORM MAYOR-INCIDENTE UNTIL LEE-TODO = 1.
       MOVE "INCIDENTE" TO WS-CORR-SERIE.
       PERFORM COTEJAR-CORRELATIVO.

       MOVE 0 TO WS-MAX-DOC.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-FISCAL.
       PERFORM MAYOR-CONTROL-FISCAL UNTIL LEE-TODO = 1.
       MOVE "CONTROL" TO WS-CORR-SERIE.
       PERFORM COTEJAR-CORRELATIVO.

       MOVE 0 TO WS-MAX-DOC.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-PAGO-PROV.
       PERFORM MAYOR-PAGO-PROV UNTIL LEE-TODO = 1.
       MOVE "PAGOPROV" TO WS-CORR-SERIE.
       PERFORM COTEJAR-CORRELATIVO.

       MOVE 0 TO WS-MAX-DOC.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-RECLAMO.
       PERFORM MAYOR-RECLAMO UNTIL LEE-TODO = 1.
       MOVE "RECLAMO" TO WS-CORR-SERIE.
       PERFORM COTEJAR-CORRELATIVO.

       MOVE 0 TO WS-MAX-DOC.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-REINTEGRO.
       PERFORM MAYOR-REINTEGRO UNTIL LEE-TODO = 1.
       MOVE "REINTEGRO" TO WS-CORR-SERIE.
       PERFORM COTEJAR-CORRELATIVO.

       MOVE 0 TO WS-MAX-DOC.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-CONVENIO.
       PERFORM MAYOR-CONVENIO UNTIL LEE-TODO = 1.
       MOVE "CONVENIO" TO WS-CORR-SERIE.
       PERFORM COTEJAR-CORRELATIVO.

       MOVE 0 TO WS-MAX-DOC.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-CREDITO.
       PERFORM MAYOR-REEMBOLSO UNTIL LEE-TODO = 1.
       MOVE "REEMBOLSO" TO WS-CORR-SERIE.
       PERFORM COTEJAR-CORRELATIVO.

       MOVE 0 TO WS-MAX-DOC.
       MOVE SPACES TO ID-COMPONENTE.
       MOVE "START   VERIFICAR-CORRELATIVOS" TO WS-ERR-DONDE
       START COMPONENTES-ARCHIVO
           KEY IS NOT LESS THAN ID-COMPONENTE
           INVALID KEY     MOVE 1 TO LEE-TODO
           NOT INVALID KEY MOVE 0 TO LEE-TODO.
       IF LEE-TODO = 0
           PERFORM LEER-SIGUIENTE-COMPONENTE
           PERFORM MAYOR-COMPONENTE UNTIL LEE-TODO = 1.
       MOVE "COMPONENTE" TO WS-CORR-SERIE.
       PERFORM COTEJAR-CORRELATIVO.

       MOVE 0 TO WS-MAX-DOC.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-HALLAZGO.
       PERFORM MAYOR-HALLAZGO UNTIL LEE-TODO = 1.
       MOVE "HALLAZGO" TO WS-CORR-SERIE.
       PERFORM COTEJAR-CORRELATIVO.

       MOVE 0 TO WS-MAX-DOC.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-CERTIFICADO.
       PERFORM MAYOR-CERTIFICADO UNTIL LEE-TODO = 1.
       MOVE "CERTDON" TO WS-CORR-SERIE.
       PERFORM COTEJAR-CORRELATIVO.

       MOVE 0 TO WS-MAX-DOC.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-TRASLADO.
       PERFORM MAYOR-VIAJE UNTIL LEE-TODO = 1.
       MOVE "VIAJE" TO WS-CORR-SERIE.
       PERFORM COTEJAR-CORRELATIVO.

       MOVE 0 TO WS-MAX-DOC.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-ANONIMIZACION.
       PERFORM MAYOR-ANONIMO UNTIL LEE-TODO = 1.
       MOVE "ANONIMO" TO WS-CORR-SERIE.
       PERFORM COTEJAR-CORRELATIVO.
       PERFORM CIERRE-SECCION.

       *>WS-CORR-SERIE Y WS-MAX-DOC DEBEN ESTAR LLENOS POR QUIEN
       *>LLAMA.
       COTEJAR-CORRELATIVO.
       MOVE WS-CORR-SERIE TO CORR-SERIE.
       MOVE "READ    COTEJAR-CORRELATIVO" TO WS-ERR-DONDE
       READ CORRELATIVOS-ARCHIVO RECORD
           KEY CORR-SERIE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1 AND WS-MAX-DOC NOT < CORR-SIGUIENTE
           ADD 1 TO WS-HUERFANOS-SECCION
           MOVE SPACES TO WS-LINEA
           STRING "  Serie " WS-CORR-SERIE ": proximo "
               CORR-SIGUIENTE " pero el libro ya llega a "
               WS-MAX-DOC
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR.

       *>LOS LIBROS SE LEEN EN ORDEN DE LLAVE, ASI QUE EL ULTIMO
       *>NUMERO LEIDO ES EL MAYOR.
       MAYOR-RECIBO-PAGO.
       MOVE RECIBO-PAGO TO WS-MAX-DOC.
       PERFORM LEER-SIGUIENTE-PAGO.

       LEER-SIGUIENTE-FIANZA.
       MOVE "READ    LEER-SIGUIENTE-FIANZA" TO WS-ERR-DONDE
       READ FIANZAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       MAYOR-RECIBO-FIANZA.
       MOVE RECIBO-FIANZA TO WS-MAX-DOC.
       PERFORM LEER-SIGUIENTE-FIANZA.

       LEER-SIGUIENTE-INGRESO.
       MOVE "READ    LEER-SIGUIENTE-INGRESO" TO WS-ERR-DONDE
       READ INGRESOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       MAYOR-RECIBO-INGRESO.
       MOVE RECIBO-INGRESO TO WS-MAX-DOC.
       PERFORM LEER-SIGUIENTE-INGRESO.

       LEER-SIGUIENTE-CUOTA.
       MOVE "READ    LEER-SIGUIENTE-CUOTA" TO WS-ERR-DONDE
       READ PAGOS-CUOTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       MAYOR-RECIBO-CUOTA.
       MOVE RECIBO-CUOTA TO WS-MAX-DOC.
       PERFORM LEER-SIGUIENTE-CUOTA.

       LEER-SIGUIENTE-ORDEN.
       MOVE "READ    LEER-SIGUIENTE-ORDEN" TO WS-ERR-DONDE
       READ ORDENES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       MAYOR-ORDEN.
       MOVE NUMERO-ORDEN TO WS-MAX-DOC.
       PERFORM LEER-SIGUIENTE-ORDEN.

       LEER-SIGUIENTE-INCIDENTE.
       MOVE "READ    LEER-SIGUIENTE-INCIDENTE" TO WS-ERR-DONDE
       READ INCIDENTES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       MAYOR-INCIDENTE.
       MOVE NUMERO-INCIDENTE TO WS-MAX-DOC.
       PERFORM LEER-SIGUIENTE-INCIDENTE.

       LEER-SIGUIENTE-FISCAL.
       MOVE "READ    LEER-SIGUIENTE-FISCAL" TO WS-ERR-DONDE
       READ DOCUMENTOS-FISCALES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       *>LOS NUMEROS DE CONTROL VAN SEGUIDOS DESDE EL 1; SI EL QUE SE
       *>LEE NO ES EL SIGUIENTE DEL ANTERIOR, FALTAN LOS DEL MEDIO.
       MAYOR-CONTROL-FISCAL.
       IF FIS-CONTROL > WS-MAX-DOC + 1
           ADD 1 TO WS-HUERFANOS-SECCION
           COMPUTE WS-SALTO-DESDE = WS-MAX-DOC + 1
           COMPUTE WS-SALTO-HASTA = FIS-CONTROL - 1
           MOVE SPACES TO WS-LINEA
           STRING "  Serie CONTROL: faltan los numeros de control "
               WS-SALTO-DESDE " a " WS-SALTO-HASTA
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR.
       MOVE FIS-CONTROL TO WS-MAX-DOC.
       PERFORM LEER-SIGUIENTE-FISCAL.

       LEER-SIGUIENTE-PAGO-PROV.
       MOVE "READ    LEER-SIGUIENTE-PAGO-PROV" TO WS-ERR-DONDE
       READ PAGOS-PROV-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       MAYOR-PAGO-PROV.
       MOVE NUMERO-PAGO-PPR TO WS-MAX-DOC.
       PERFORM LEER-SIGUIENTE-PAGO-PROV.

       LEER-SIGUIENTE-RECLAMO.
       MOVE "READ    LEER-SIGUIENTE-RECLAMO" TO WS-ERR-DONDE
       READ RECLAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       MAYOR-RECLAMO.
       MOVE NUMERO-RECLAMO TO WS-MAX-DOC.
       PERFORM LEER-SIGUIENTE-RECLAMO.

       LEER-SIGUIENTE-REINTEGRO.
       MOVE "READ    LEER-SIGUIENTE-REINTEGRO" TO WS-ERR-DONDE
       READ REINTEGROS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       MAYOR-REINTEGRO.
       MOVE RECIBO-REINTEGRO TO WS-MAX-DOC.
       PERFORM LEER-SIGUIENTE-REINTEGRO.

       LEER-SIGUIENTE-CONVENIO.
       MOVE "READ    LEER-SIGUIENTE-CONVENIO" TO WS-ERR-DONDE
       READ CONVENIOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       MAYOR-CONVENIO.
       MOVE NUMERO-CONVENIO TO WS-MAX-DOC.
       PERFORM LEER-SIGUIENTE-CONVENIO.

       LEER-SIGUIENTE-CREDITO.
       MOVE "READ    LEER-SIGUIENTE-CREDITO" TO WS-ERR-DONDE
       READ CREDITOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       *>CREDITOS.DAT VA POR CEDULA, NO POR NUMERO DE REEMBOLSO, ASI
       *>QUE SE BUSCA EL MAYOR EN VEZ DE TOMAR EL ULTIMO.
       MAYOR-REEMBOLSO.
       IF TIPO-CRE = "Reembolso" AND REF-NUMERO-CRE > WS-MAX-DOC
           MOVE REF-NUMERO-CRE TO WS-MAX-DOC.
       PERFORM LEER-SIGUIENTE-CREDITO.

       *>EL CODIGO DE COMPONENTE ES UNA C Y CINCO DIGITOS DE LA
       *>SERIE; LOS QUE NO TENGAN ESA FORMA NO CUENTAN.
       MAYOR-COMPONENTE.
       IF ID-COMPONENTE(1:1) = "C" AND ID-COMPONENTE(2:5) NUMERIC
           IF ID-COMPONENTE(2:5) > WS-MAX-DOC
               MOVE ID-COMPONENTE(2:5) TO WS-MAX-DOC.
       PERFORM LEER-SIGUIENTE-COMPONENTE.

       LEER-SIGUIENTE-HALLAZGO.
       MOVE "READ    LEER-SIGUIENTE-HALLAZGO" TO WS-ERR-DONDE
       READ HALLAZGOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       MAYOR-HALLAZGO.
       MOVE NUMERO-HALLAZGO TO WS-MAX-DOC.
       PERFORM LEER-SIGUIENTE-HALLAZGO.

       LEER-SIGUIENTE-CERTIFICADO.
       MOVE "READ    LEER-SIGUIENTE-CERTIFICADO" TO WS-ERR-DONDE
       READ CERTIFICADOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       *>LOS CERTIFICADOS VAN POR AÑO Y DONANTE, NO POR NUMERO: SE
       *>BUSCA EL MAYOR EN TODO EL LIBRO.
       MAYOR-CERTIFICADO.
       IF CER-NUMERO > WS-MAX-DOC
           MOVE CER-NUMERO TO WS-MAX-DOC.
       PERFORM LEER-SIGUIENTE-CERTIFICADO.

       LEER-SIGUIENTE-TRASLADO.
       MOVE "READ    LEER-SIGUIENTE-TRASLADO" TO WS-ERR-DONDE
       READ REDISTRIBUCION-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       *>SOLO LOS TRASLADOS DESPACHADOS LLEVAN NUMERO DE VIAJE, Y
       *>LAS LINEAS VAN POR CORRIDA: SE BUSCA EL MAYOR.
       MAYOR-VIAJE.
       IF RED-VIAJE > WS-MAX-DOC
           MOVE RED-VIAJE TO WS-MAX-DOC.
       PERFORM LEER-SIGUIENTE-TRASLADO.

       LEER-SIGUIENTE-ANONIMIZACION.
       MOVE "READ    LEER-SIGUIENTE-ANONIMIZACION" TO WS-ERR-DONDE
       READ ANONIMIZACIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       *>LA CLAVE SEUDONIMA ES "ANON" Y SIETE DIGITOS DE LA SERIE;
       *>LAS QUE NO TENGAN ESA FORMA NO CUENTAN.
       MAYOR-ANONIMO.
       IF ANO-CLAVE(1:4) = "ANON" AND ANO-CLAVE(5:7) NUMERIC
           IF ANO-CLAVE(5:7) > WS-MAX-DOC
               MOVE ANO-CLAVE(5:7) TO WS-MAX-DOC.
       PERFORM LEER-SIGUIENTE-ANONIMIZACION.

       *>RECALCULA LOS SELLOS DIARIOS DE LA AUDITORIA (VER
       *>SELLAR-AUDITORIA-DIA EN CIERRE.CBL) EN UN RANGO DE FECHAS,
       *>JUNTANDO LAS ENTRADAS QUE SIGUEN EN AUDITORIA.DAT CON LAS YA
       *>PASADAS A ARCHIVO_AUDITORIA.DAT, Y LISTA CADA DIA QUE YA NO
       *>CUADRA: ENTRADAS BORRADAS, AGREGADAS O CAMBIADAS DESPUES DEL
       *>SELLO, SELLOS FALTANTES O ALTERADOS Y DIAS CON ENTRADAS QUE
       *>NUNCA SE SELLARON.
       VERIFICAR-SELLOS.
       DISPLAY "Fecha desde (AAAAMMDD):".
       ACCEPT WS-SEL-DESDE.
       PERFORM PEDIR-FECHA-HASTA-SELLOS.
       MOVE "OPEN    VERIFICAR-SELLOS" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "OPEN    VERIFICAR-SELLOS" TO WS-ERR-DONDE
       OPEN I-O ARCHIVO-AUDITORIA-ARCHIVO.
       MOVE "OPEN    VERIFICAR-SELLOS" TO WS-ERR-DONDE
       OPEN I-O SELLOS-AUDITORIA-ARCHIVO.
       MOVE "reporte_sellos_auditoria" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       STRING "Desde " WS-SEL-DESDE " hasta "
           WS-SEL-HASTA
           DELIMITED BY SIZE INTO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-SELLOS-RUTA.
       OPEN OUTPUT REPORTE-SELLOS-ARCHIVO.
       MOVE 0 TO WS-SEL-DIAS-REVISADOS.
       MOVE 0 TO WS-SEL-DIAS-MAL.
       MOVE 0 TO WS-SEL-POSTERIORES.
       MOVE SPACES TO WS-LINEA.
       STRING "---Verificacion de sellos de auditoria del "
           WS-SEL-DESDE " al " WS-SEL-HASTA "---"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-SELLOS.

       *>LA CADENA SE ARRASTRA DESDE EL PRIMER SELLO, AUNQUE SEA
       *>ANTERIOR AL RANGO PEDIDO.
       MOVE 0 TO WS-SEL-FECHA-ANT.
       MOVE 0 TO WS-SEL-CADENA-ANT.
       MOVE 0 TO WS-SEL-PRIMER-SELLO.
       MOVE 0 TO SEL-FECHA.
       MOVE "START   VERIFICAR-SELLOS" TO WS-ERR-DONDE
       START SELLOS-AUDITORIA-ARCHIVO KEY IS NOT LESS THAN SEL-FECHA
           INVALID KEY     MOVE 1 TO WS-LEE-SELLO
           NOT INVALID KEY MOVE 0 TO WS-LEE-SELLO.
       IF WS-LEE-SELLO = 0
           PERFORM LEER-SIGUIENTE-SELLO
           PERFORM REVISAR-SELLO UNTIL WS-LEE-SELLO = 1.

       PERFORM BUSCAR-DIAS-SIN-SELLO.

       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-SELLOS.
       STRING "Dias sellados revisados: " WS-SEL-DIAS-REVISADOS
           "  Dias con diferencias: " WS-SEL-DIAS-MAL
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-SELLOS.
       IF WS-SEL-DIAS-MAL = 0
           MOVE "  (todos los dias cuadran con su sello)" TO WS-LINEA
           PERFORM IMPRIMIR-SELLOS.
       IF WS-SEL-POSTERIORES > 0
           STRING "Entradas posteriores al sello (no son diferencia): "
               WS-SEL-POSTERIORES
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-SELLOS.

       CLOSE AUDITORIA-ARCHIVO.
       CLOSE ARCHIVO-AUDITORIA-ARCHIVO.
       CLOSE SELLOS-AUDITORIA-ARCHIVO.
       CLOSE REPORTE-SELLOS-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       PEDIR-FECHA-HASTA-SELLOS.
       DISPLAY "Fecha hasta (AAAAMMDD):".
       ACCEPT WS-SEL-HASTA.
       IF WS-SEL-HASTA < WS-SEL-DESDE
           DISPLAY "La fecha hasta no puede ser anterior a la desde"
           PERFORM PEDIR-FECHA-HASTA-SELLOS.

       IMPRIMIR-SELLOS.
       *>MUESTRA LA LINEA EN PANTALLA Y LA DEJA GRABADA EN EL REPORTE.
       DISPLAY WS-LINEA.
       WRITE REPORTE-SELLOS-LINEA FROM WS-LINEA.
       MOVE SPACES TO WS-LINEA.

       LEER-SIGUIENTE-SELLO.
       MOVE "READ    LEER-SIGUIENTE-SELLO" TO WS-ERR-DONDE
       READ SELLOS-AUDITORIA-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-SELLO.

       REVISAR-SELLO.
       IF WS-SEL-PRIMER-SELLO = 0
           MOVE SEL-FECHA TO WS-SEL-PRIMER-SELLO.
       IF SEL-FECHA > WS-SEL-HASTA
           MOVE 1 TO WS-LEE-SELLO
       ELSE
           IF SEL-FECHA NOT < WS-SEL-DESDE
               PERFORM COTEJAR-SELLO
           END-IF
           MOVE SEL-FECHA TO WS-SEL-FECHA-ANT
           MOVE SEL-CADENA TO WS-SEL-CADENA-ANT
           PERFORM LEER-SIGUIENTE-SELLO.

       *>UN DIA PUEDE FALLAR POR SUS ENTRADAS Y TAMBIEN POR SU SELLO;
       *>SE LISTA CADA MOTIVO PERO EL DIA SE CUENTA UNA SOLA VEZ.
       COTEJAR-SELLO.
       ADD 1 TO WS-SEL-DIAS-REVISADOS.
       MOVE 0 TO WS-SEL-MAL-DIA.
       MOVE SEL-FECHA TO WS-SEL-DIA.
       MOVE SEL-HORA TO WS-SEL-HORA.
       PERFORM CONTAR-ENTRADAS-DIA.
       IF WS-SEL-CANTIDAD NOT = SEL-CANTIDAD
           MOVE 1 TO WS-SEL-MAL-DIA
           STRING "  " SEL-FECHA ": sellado con " SEL-CANTIDAD
               " entradas y hoy tiene " WS-SEL-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-SELLOS
       ELSE
           IF WS-SEL-SUMA NOT = SEL-SUMA
               MOVE 1 TO WS-SEL-MAL-DIA
               STRING "  " SEL-FECHA ": hay entradas cambiadas"
                   " despues del sello"
                   DELIMITED BY SIZE INTO WS-LINEA
               PERFORM IMPRIMIR-SELLOS.
       IF SEL-FECHA-ANTERIOR NOT = WS-SEL-FECHA-ANT
           MOVE 1 TO WS-SEL-MAL-DIA
           STRING "  " SEL-FECHA ": encadenado al sello del "
               SEL-FECHA-ANTERIOR " pero el anterior que hay es del "
               WS-SEL-FECHA-ANT
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-SELLOS
       ELSE
           PERFORM CALCULAR-CADENA-SELLO
           IF WS-SEL-CADENA NOT = SEL-CADENA
               MOVE 1 TO WS-SEL-MAL-DIA
               STRING "  " SEL-FECHA ": el sello fue alterado"
                   " (la cadena no coincide)"
                   DELIMITED BY SIZE INTO WS-LINEA
               PERFORM IMPRIMIR-SELLOS.
       IF WS-SEL-MAL-DIA = 1
           ADD 1 TO WS-SEL-DIAS-MAL.

       *>LA MISMA CUENTA QUE CALCULAR-CADENA-SELLO EN CIERRE.CBL, CON
       *>LA CANTIDAD Y LA HUELLA GRABADAS EN EL SELLO.
       CALCULAR-CADENA-SELLO.
       COMPUTE WS-SEL-CADENA-CALC = WS-SEL-CADENA-ANT * 31
           + SEL-SUMA + SEL-CANTIDAD.
       DIVIDE WS-SEL-CADENA-CALC BY 999999937
           GIVING WS-SEL-COCIENTE REMAINDER WS-SEL-CADENA.

       *>CUENTA Y SUMA LAS HUELLAS (VER HUELLA.CBL) DE LAS ENTRADAS
       *>DE WS-SEL-DIA HASTA LA HORA DEL SELLO (WS-SEL-HORA) EN LOS
       *>DOS ARCHIVOS; LAS DE DESPUES SE LISTAN APARTE COMO
       *>POSTERIORES AL SELLO. UN DIA SELLADO YA TERMINADO TRAE
       *>99999999 Y CUENTA ENTERO. UNA ENTRADA QUE QUEDO EN
       *>LOS DOS (ARCHIVADA PERO NO BORRADA DEL VIVO) CUENTA UNA VEZ.
       CONTAR-ENTRADAS-DIA.
       MOVE 0 TO WS-SEL-CANTIDAD.
       MOVE 0 TO WS-SEL-SUMA.
       MOVE WS-SEL-DIA TO AUD-FECHA.
       MOVE 0 TO AUD-HORA.
       MOVE 0 TO AUD-SECUENCIA.
       MOVE "START   CONTAR-ENTRADAS-DIA" TO WS-ERR-DONDE
       START AUDITORIA-ARCHIVO KEY IS NOT LESS THAN AUD-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-AUD
           NOT INVALID KEY MOVE 0 TO WS-LEE-AUD.
       IF WS-LEE-AUD = 0
           PERFORM LEER-SIGUIENTE-AUD-SELLO
           PERFORM SUMAR-ENTRADA-VIVA UNTIL WS-LEE-AUD = 1.
       MOVE WS-SEL-DIA TO AUD-FECHA-ARC.
       MOVE 0 TO AUD-HORA-ARC.
       MOVE 0 TO AUD-SECUENCIA-ARC.
       MOVE "START   CONTAR-ENTRADAS-DIA" TO WS-ERR-DONDE
       START ARCHIVO-AUDITORIA-ARCHIVO
           KEY IS NOT LESS THAN AUD-LLAVE-ARC
           INVALID KEY     MOVE 1 TO WS-LEE-AUD
           NOT INVALID KEY MOVE 0 TO WS-LEE-AUD.
       IF WS-LEE-AUD = 0
           PERFORM LEER-SIGUIENTE-ARC-SELLO
           PERFORM SUMAR-ENTRADA-ARCHIVADA UNTIL WS-LEE-AUD = 1.

       LEER-SIGUIENTE-AUD-SELLO.
       MOVE "READ    LEER-SIGUIENTE-AUD-SELLO" TO WS-ERR-DONDE
       READ AUDITORIA-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-AUD.

       LEER-SIGUIENTE-ARC-SELLO.
       MOVE "READ    LEER-SIGUIENTE-ARC-SELLO" TO WS-ERR-DONDE
       READ ARCHIVO-AUDITORIA-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-AUD.

       SUMAR-ENTRADA-VIVA.
       IF AUD-FECHA NOT = WS-SEL-DIA
           MOVE 1 TO WS-LEE-AUD
       ELSE
           IF AUD-HORA > WS-SEL-HORA
               STRING "  " AUD-FECHA " " AUD-HORA " " AUD-PROGRAMA
                   " " AUD-ACCION ": posterior al sello"
                   DELIMITED BY SIZE INTO WS-LINEA
               PERFORM ANOTAR-POSTERIOR-SELLO
           ELSE
               CALL "Huella" USING AUDITORIA-REGISTRO WS-SEL-HUELLA
               PERFORM ACUMULAR-HUELLA
           END-IF
           PERFORM LEER-SIGUIENTE-AUD-SELLO.

       SUMAR-ENTRADA-ARCHIVADA.
       IF AUD-FECHA-ARC NOT = WS-SEL-DIA
           MOVE 1 TO WS-LEE-AUD
       ELSE
           MOVE AUD-LLAVE-ARC TO AUD-LLAVE
           MOVE "READ    SUMAR-ENTRADA-ARCHIVADA" TO WS-ERR-DONDE
           READ AUDITORIA-ARCHIVO RECORD
               KEY AUD-LLAVE
                   INVALID KEY
                       PERFORM SUMAR-HUELLA-ARCHIVADA
           END-READ
           PERFORM LEER-SIGUIENTE-ARC-SELLO.

       SUMAR-HUELLA-ARCHIVADA.
       IF AUD-HORA-ARC > WS-SEL-HORA
           STRING "  " AUD-FECHA-ARC " " AUD-HORA-ARC " "
               AUD-PROGRAMA-ARC " " AUD-ACCION-ARC
               ": posterior al sello"
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM ANOTAR-POSTERIOR-SELLO
       ELSE
           CALL "Huella" USING ARCHIVO-AUDITORIA-REGISTRO
               WS-SEL-HUELLA
           PERFORM ACUMULAR-HUELLA.

       ANOTAR-POSTERIOR-SELLO.
       PERFORM IMPRIMIR-SELLOS.
       ADD 1 TO WS-SEL-POSTERIORES.

       ACUMULAR-HUELLA.
       ADD 1 TO WS-SEL-CANTIDAD.
       ADD WS-SEL-HUELLA TO WS-SEL-SUMA.
       IF WS-SEL-SUMA > 999999999
           SUBTRACT 1000000000 FROM WS-SEL-SUMA.

       *>UN DIA CON ENTRADAS Y SIN SELLO, DESDE QUE HAY SELLOS Y ANTES
       *>DE HOY (EL DIA EN CURSO TODAVIA NO SE CERRO), ES UN CIERRE
       *>QUE NO SE CORRIO O UN SELLO QUE SE BORRO.
       BUSCAR-DIAS-SIN-SELLO.
       IF WS-SEL-PRIMER-SELLO NOT = 0
           ACCEPT WS-SEL-HOY FROM DATE YYYYMMDD
           MOVE 0 TO WS-SEL-ULTIMO-DIA
           MOVE WS-SEL-DESDE TO WS-SEL-DIA
           IF WS-SEL-DIA < WS-SEL-PRIMER-SELLO
               MOVE WS-SEL-PRIMER-SELLO TO WS-SEL-DIA
           END-IF
           MOVE WS-SEL-DIA TO AUD-FECHA-ARC
           MOVE 0 TO AUD-HORA-ARC
           MOVE 0 TO AUD-SECUENCIA-ARC
           MOVE "START   BUSCAR-DIAS-SIN-SELLO" TO WS-ERR-DONDE
           START ARCHIVO-AUDITORIA-ARCHIVO
               KEY IS NOT LESS THAN AUD-LLAVE-ARC
               INVALID KEY     MOVE 1 TO WS-LEE-AUD
               NOT INVALID KEY MOVE 0 TO WS-LEE-AUD
           END-START
           IF WS-LEE-AUD = 0
               PERFORM LEER-SIGUIENTE-ARC-SELLO
               PERFORM REVISAR-DIA-ARCHIVADO UNTIL WS-LEE-AUD = 1
           END-IF
           MOVE WS-SEL-DIA TO AUD-FECHA
           MOVE 0 TO AUD-HORA
           MOVE 0 TO AUD-SECUENCIA
           MOVE "START   BUSCAR-DIAS-SIN-SELLO" TO WS-ERR-DONDE
           START AUDITORIA-ARCHIVO KEY IS NOT LESS THAN AUD-LLAVE
               INVALID KEY     MOVE 1 TO WS-LEE-AUD
               NOT INVALID KEY MOVE 0 TO WS-LEE-AUD
           END-START
           IF WS-LEE-AUD = 0
               PERFORM LEER-SIGUIENTE-AUD-SELLO
               PERFORM REVISAR-DIA-VIVO UNTIL WS-LEE-AUD = 1.

       REVISAR-DIA-ARCHIVADO.
       IF AUD-FECHA-ARC > WS-SEL-HASTA
           OR AUD-FECHA-ARC NOT < WS-SEL-HOY
           MOVE 1 TO WS-LEE-AUD
       ELSE
           IF AUD-FECHA-ARC NOT = WS-SEL-ULTIMO-DIA
               MOVE AUD-FECHA-ARC TO WS-SEL-ULTIMO-DIA
               PERFORM COMPROBAR-DIA-SELLADO
           END-IF
           PERFORM LEER-SIGUIENTE-ARC-SELLO.

       REVISAR-DIA-VIVO.
       IF AUD-FECHA > WS-SEL-HASTA
           OR AUD-FECHA NOT < WS-SEL-HOY
           MOVE 1 TO WS-LEE-AUD
       ELSE
           IF AUD-FECHA NOT = WS-SEL-ULTIMO-DIA
               MOVE AUD-FECHA TO WS-SEL-ULTIMO-DIA
               PERFORM COMPROBAR-DIA-SELLADO
           END-IF
           PERFORM LEER-SIGUIENTE-AUD-SELLO.

       COMPROBAR-DIA-SELLADO.
       MOVE WS-SEL-ULTIMO-DIA TO SEL-FECHA.
       MOVE "READ    COMPROBAR-DIA-SELLADO" TO WS-ERR-DONDE
       READ SELLOS-AUDITORIA-ARCHIVO RECORD
           KEY SEL-FECHA
               INVALID KEY
                   ADD 1 TO WS-SEL-DIAS-MAL
                   STRING "  " WS-SEL-ULTIMO-DIA
                       ": tiene entradas de auditoria y no tiene sello"
                       DELIMITED BY SIZE INTO WS-LINEA
                   PERFORM IMPRIMIR-SELLOS
       END-READ.

       VOLVER.
       IF WS-AUTOMODO = 1
           MOVE "OK" TO WS-RESULTADO-LOTE
           *>UN ERROR DE ARCHIVO ANOTADO DURANTE LA CORRIDA (VER
           *>ERRORES.CBL) DEJA EL LOTE EN FALLO AUNQUE HAYA TERMINADO.
           IF WS-ERR-HUBO = 1
               MOVE "FALLO" TO WS-RESULTADO-LOTE
           END-IF
           PERFORM GRABAR-ESTADO-LOTE
           PERFORM FIN-PROGRAMA.
       DISPLAY " ".


       LEER-PARAMETRO-AUTOMODO.
       MOVE "OPEN    LEER-PARAMETRO-AUTOMODO" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "AUTOMODO" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-AUTOMODO" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 0 TO WS-AUTOMODO
       *>ARRANCAR Y OK AL TERMINAR BIEN: SI EL LOTE SE CAE A MITAD,
       *>EL FALLO QUEDA A LA VISTA DEL PROXIMO OPERADOR.
       GRABAR-ESTADO-LOTE.
       MOVE "OPEN    GRABAR-ESTADO-LOTE" TO WS-ERR-DONDE
       OPEN I-O ESTADO-LOTE-ARCHIVO.
       MOVE "VERIFICAR" TO PROGRAMA-LOTE.
       MOVE "READ    GRABAR-ESTADO-LOTE" TO WS-ERR-DONDE
       READ ESTADO-LOTE-ARCHIVO RECORD
           KEY PROGRAMA-LOTE
               INVALID KEY     MOVE 0 TO WS-HAY-LOTE
       ACCEPT FECHA-LOTE FROM DATE YYYYMMDD.
       MOVE WS-RESULTADO-LOTE TO RESULTADO-LOTE.
       IF WS-HAY-LOTE = 0
           MOVE "WRITE   GRABAR-ESTADO-LOTE" TO WS-ERR-DONDE
           WRITE ESTADO-LOTE-REGISTRO
       ELSE
           MOVE "REWRITE GRABAR-ESTADO-LOTE" TO WS-ERR-DONDE
           REWRITE ESTADO-LOTE-REGISTRO.
       CLOSE ESTADO-LOTE-ARCHIVO.

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

       LLAMAR-DISPONIBILIDAD.
       MOVE LS-CONECTAR TO WS-DIS-OPERADOR.
       MOVE LS-DIRECTORIO TO WS-DIS-DIRECTORIO.
       CALL "Disponibilidad" USING WS-DIS-DATOS.

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
       MOVE SPACES TO WS-USUARIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios.dat" DELIMITED BY SIZE INTO WS-USUARIOS-RUTA.
       MOVE SPACES TO WS-PRESTAMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "prestamos.dat" DELIMITED BY SIZE INTO WS-PRESTAMOS-RUTA.
       MOVE SPACES TO WS-MULTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "multas.dat" DELIMITED BY SIZE INTO WS-MULTAS-RUTA.
       MOVE SPACES TO WS-ADQUISICIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "adquisiciones.dat" DELIMITED BY SIZE
           INTO WS-ADQUISICIONES-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-HISTORIAL-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos_historial.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-HISTORIAL-RUTA.
       MOVE SPACES TO WS-USUARIOS-TIPOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios_tipos.dat" DELIMITED BY SIZE
           INTO WS-USUARIOS-TIPOS-RUTA.
       MOVE SPACES TO WS-RESERVAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reservas.dat" DELIMITED BY SIZE INTO WS-RESERVAS-RUTA.
       MOVE SPACES TO WS-PAGOS-MULTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "pagos_multas.dat" DELIMITED BY SIZE
           INTO WS-PAGOS-MULTAS-RUTA.
       MOVE SPACES TO WS-REPARACIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reparaciones.dat" DELIMITED BY SIZE
           INTO WS-REPARACIONES-RUTA.
       MOVE SPACES TO WS-CORRELATIVOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "correlativos.dat" DELIMITED BY SIZE
           INTO WS-CORRELATIVOS-RUTA.
       MOVE SPACES TO WS-INGRESOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "ingresos.dat" DELIMITED BY SIZE INTO WS-INGRESOS-RUTA.
       MOVE SPACES TO WS-FIANZAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "fianzas.dat" DELIMITED BY SIZE INTO WS-FIANZAS-RUTA.
       MOVE SPACES TO WS-PAGOS-CUOTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "pagos_cuotas.dat" DELIMITED BY SIZE
           INTO WS-PAGOS-CUOTAS-RUTA.
       MOVE SPACES TO WS-ORDENES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "ordenes_compra.dat" DELIMITED BY SIZE INTO WS-ORDENES-RUTA.
       MOVE SPACES TO WS-INCIDENTES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "incidentes.dat" DELIMITED BY SIZE INTO WS-INCIDENTES-RUTA.
       MOVE SPACES TO WS-DOCUMENTOS-FISCALES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "documentos_fiscales.dat" DELIMITED BY SIZE
           INTO WS-DOCUMENTOS-FISCALES-RUTA.
       MOVE SPACES TO WS-PAGOS-PROV-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "pagos_proveedor.dat" DELIMITED BY SIZE
           INTO WS-PAGOS-PROV-RUTA.
       MOVE SPACES TO WS-RECLAMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reclamos_seguro.dat" DELIMITED BY SIZE
           INTO WS-RECLAMOS-RUTA.
       MOVE SPACES TO WS-REINTEGROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reintegros_multas.dat" DELIMITED BY SIZE
           INTO WS-REINTEGROS-RUTA.
       MOVE SPACES TO WS-CONVENIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "convenios.dat" DELIMITED BY SIZE INTO WS-CONVENIOS-RUTA.
       MOVE SPACES TO WS-PARAMETROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "parametros.dat" DELIMITED BY SIZE INTO WS-PARAMETROS-RUTA.
       MOVE SPACES TO WS-ESTADO-LOTE-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "estado_lote.dat" DELIMITED BY SIZE INTO WS-ESTADO-LOTE-RUTA.
       MOVE SPACES TO WS-CREDITOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "creditos.dat" DELIMITED BY SIZE INTO WS-CREDITOS-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.
       MOVE SPACES TO WS-ARCHIVO-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "archivo_auditoria.dat" DELIMITED BY SIZE
           INTO WS-ARCHIVO-AUDITORIA-RUTA.
       MOVE SPACES TO WS-SELLOS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "sellos_auditoria.dat" DELIMITED BY SIZE
           INTO WS-SELLOS-AUDITORIA-RUTA.
       MOVE SPACES TO WS-COMPONENTES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "componentes.dat" DELIMITED BY SIZE INTO WS-COMPONENTES-RUTA.
       MOVE SPACES TO WS-HALLAZGOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "hallazgos.dat" DELIMITED BY SIZE INTO WS-HALLAZGOS-RUTA.
       MOVE SPACES TO WS-CERTIFICADOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "certificados_donacion.dat" DELIMITED BY SIZE
           INTO WS-CERTIFICADOS-RUTA.
       MOVE SPACES TO WS-REDISTRIBUCION-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "redistribucion.dat" DELIMITED BY SIZE
           INTO WS-REDISTRIBUCION-RUTA.
       MOVE SPACES TO WS-ANONIMIZACIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "anonimizaciones.dat" DELIMITED BY SIZE
           INTO WS-ANONIMIZACIONES-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
