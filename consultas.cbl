
       FILE-CONTROL.
       SELECT OPTIONAL INSTRUMENTOS-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS.

       SELECT OPTIONAL PROVEEDORES-ARCHIVO
       ASSIGN TO WS-PROVEEDORES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-PROVEEDOR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PROVEEDORES.

       SELECT OPTIONAL USUARIOS-ARCHIVO
       ASSIGN TO WS-USUARIOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO
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

       SELECT OPTIONAL TIPO-INSTRUMENTO-ARCHIVO
       ASSIGN TO WS-TIPO-INSTRUMENTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-TIPO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TIPO-INSTRUMENTO.

       SELECT OPTIONAL ADQUISICIONES-ARCHIVO
       ASSIGN TO WS-ADQUISICIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-ADQ
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-ADQ WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ADQUISICIONES.

       *>LOS TIPOS DE INSTRUMENTO ADICIONALES DE CADA USUARIO (VER
       *>USUARIOS.CBL), PARA CONTAR BIEN CUANTOS SOCIOS ENTRENAN CON
       *>CADA TIPO EN EL REPORTE DE DEMANDA CONTRA STOCK.
       SELECT OPTIONAL USUARIOS-TIPOS-ARCHIVO
       ASSIGN TO WS-USUARIOS-TIPOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS UT-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-UT WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS-TIPOS.

       *>EL RASTRO DE AUDITORIA QUE DEJAN TODOS LOS PROGRAMAS DE
       *>MANTENIMIENTO, PARA PODER RESPONDER "QUIEN TOCO ESTE REGISTRO
       *>Y CUANDO" SIN LEER EL ARCHIVO CRUDO.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       *>HISTORIAL DE STATUS DE LOS INSTRUMENTOS Y MULTAS, PARA EL
       *>REPORTE DE CALIDAD POR PROVEEDOR: CUANDO SE DETERIORO POR
       *>PRIMERA VEZ CADA EQUIPO Y CUANTO SE HA MULTADO POR
       *>DETERIORO.
       SELECT OPTIONAL INSTRUMENTOS-HISTORIAL-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-HISTORIAL-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS HIST-LLAVE
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-HIST WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS-HISTORIAL.

       SELECT OPTIONAL MULTAS-ARCHIVO
       ASSIGN TO WS-MULTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS MUL-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-MUL WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-MULTAS.

       *>ORDENES DE REPARACION (VER REPARACIONES.CBL), PARA EL LISTADO
       *>DE REPARACIONES PENDIENTES.
       SELECT OPTIONAL REPARACIONES-ARCHIVO
       ASSIGN TO WS-REPARACIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS REP-LLAVE
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-REP WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-REPARACIONES.

       *>EL ARCHIVO HISTORICO QUE DEJA LA CORRIDA ANUAL DE
       *>ARCHIVAR.CBL, PARA PODER BUSCAR UN PRESTAMO O UNA AUDITORIA
       *>VIEJA CUANDO APARECE UNA DISPUTA.
       SELECT OPTIONAL ARCHIVO-PRESTAMOS-ARCHIVO
       ASSIGN TO WS-ARCHIVO-PRESTAMOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-LLAVE-ARC
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-ARC WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ARCHIVO-PRESTAMOS.

       SELECT OPTIONAL ARCHIVO-AUDITORIA-ARCHIVO
       ASSIGN TO WS-ARCHIVO-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE-ARC
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ARCHIVO-AUDITORIA.

       *>EL LIBRO DE PAGOS DE MULTAS (VER MULTAS.CBL), PARA DESCONTAR
       *>LOS ABONOS YA RECIBIDOS EN EL ESTADO DE CUENTA.
       SELECT OPTIONAL PAGOS-MULTAS-ARCHIVO
       ASSIGN TO WS-PAGOS-MULTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PAGO-LLAVE
       ALTERNATE RECORD KEY IS MUL-LLAVE-PAGO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PAGOS-MULTAS.

       *>LA COLA DE RESERVAS (VER RESERVAS.CBL), PARA LISTAR LAS
       *>PENDIENTES DEL USUARIO EN SU ESTADO DE CUENTA.
       SELECT OPTIONAL RESERVAS-ARCHIVO
       ASSIGN TO WS-RESERVAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS RES-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-RES WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-RESERVAS.

       *>RESUMEN DE DISPONIBILIDAD POR TIPO, SEDE Y ESTADO (VER
       *>DISPONIBILIDAD.CBL), PARA EL TABLERO Y LAS CONSULTAS DE
       *>STOCK SIN RECORRER TODOS LOS ARCHIVOS DE DETALLE.
       SELECT OPTIONAL DISPONIBILIDAD-ARCHIVO
       ASSIGN TO WS-DISPONIBILIDAD-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS DIS-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-DISPONIBILIDAD.

       *>ARCHIVO DE SALIDA PARA IMPRIMIR O REVISAR LUEGO LOS RESULTADOS
       *>DE LAS CONSULTAS, EN LUGAR DE QUE SOLO SE MUESTREN EN
       *>PANTALLA.
       SELECT OPTIONAL REPORTE-ARCHIVO
       ASSIGN TO WS-REPORTE-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       *>EL ESTADO DE CUENTA DE UN SOCIO, UNA HOJA IMPRIMIBLE POR
       ASSIGN TO WS-ESTADO-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       *>TASA OFICIAL DEL DIA (BOLIVARES POR DOLAR), CARGADA EN LA
       *>APERTURA DEL DIA (VER CIERRE.CBL). LAS TARIFAS ESTAN EN
       *>DOLARES; EL SOCIO PUEDE PAGAR EN BOLIVARES A ESA TASA.
       SELECT OPTIONAL TASAS-CAMBIO-ARCHIVO
       ASSIGN TO WS-TASAS-CAMBIO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS TASA-FECHA
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TASAS-CAMBIO.

       *>FACTURAS DE PROVEEDORES (VER COMPRAS.CBL), PARA MOSTRAR LO
       *>QUE SE LE DEBE A CADA PROVEEDOR EN SU PERFIL.
       SELECT OPTIONAL FACTURAS-PROV-ARCHIVO
       ASSIGN TO WS-FACTURAS-PROV-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS FAC-LLAVE
       ALTERNATE RECORD KEY IS NUMERO-ORDEN-FAC WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-FACTURAS-PROV.

       *>PRESUPUESTO ANUAL DE CADA TIPO (VER TIPOS.CBL), PARA
       *>COMPARARLO CON EL GASTO REAL EN COMPRAS Y TALLER.
       SELECT OPTIONAL PRESUPUESTO-ARCHIVO
       ASSIGN TO WS-PRESUPUESTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-LLAVE-PPT
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PRESUPUESTO.

       *>ORDENES DE COMPRA Y SUS LINEAS (VER COMPRAS.CBL): LO
       *>COMPROMETIDO Y LO RECIBIDO DE CADA TIPO.
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
       *>CUENTA DE SALDO A FAVOR DE LOS SOCIOS (VER CREDITOS.CBL).
       *>EL SALDO VA EN EL ESTADO DE CUENTA DEL SOCIO.
       SELECT OPTIONAL CREDITOS-ARCHIVO
       ASSIGN TO WS-CREDITOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CRE-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CREDITOS.
       DATA DIVISION.
       FILE SECTION.
       FD INSTRUMENTOS-ARCHIVO.
               05 FECHA-USO-DESDE-RES  PIC 9(8).
               05 FECHA-USO-HASTA-RES  PIC 9(8).

       *>COPIA DEL REGISTRO DE DISPONIBILIDAD.DAT (VER
       *>DISPONIBILIDAD.CBL).
       FD DISPONIBILIDAD-ARCHIVO.
           01 DISPONIBILIDAD-REGISTRO.
               05 DIS-LLAVE.
                   10 DIS-CLASE  PIC X(1). *>T TOTALES, I INSTRUMENTO.
                   10 DIS-CODIGO.
                       15 DIS-TIPO PIC X(3).
                       15 DIS-SEDE PIC X(3).
               05 DIS-DATOS PIC X(60).
               *>1 DISPONIBLE, 2 PRESTADO, 3 RESERVADO, 4 APARTADO,
               *>5 EN REPARACION, 6 EN TRANSITO, 7 DETERIORADO,
               *>8 DESINCORPORADO, 9 EXTRAVIADO.
               05 DIS-TOTALES REDEFINES DIS-DATOS.
                   10 DIS-CANTIDAD OCCURS 9 PIC 9(5).
                   10 FILLER PIC X(15).
               05 DIS-INSTRUMENTO REDEFINES DIS-DATOS.
                   10 DIS-TIPO-INS   PIC X(3).
                   10 DIS-SEDE-INS   PIC X(3).
                   10 DIS-ESTADO-INS PIC 9(1).
                   10 FILLER PIC X(53).

       FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(100).

       FD ESTADO-ARCHIVO.
           01 ESTADO-LINEA PIC X(100).

       FD TASAS-CAMBIO-ARCHIVO.
           01 TASAS-CAMBIO-REGISTRO.
               05 TASA-FECHA    PIC 9(8).
               05 TASA-BS       PIC 9(8)V9(4). *>BOLIVARES POR DOLAR.
               05 TASA-OPERADOR PIC X(10).

       *>COPIA DEL REGISTRO DE FACTURAS_PROVEEDOR.DAT (VER
       *>COMPRAS.CBL).
       FD FACTURAS-PROV-ARCHIVO.
           01 FACTURAS-PROV-REGISTRO.
               05 FAC-LLAVE.
                   10 ID-PROVEEDOR-FAC   PIC X(11).
                   10 NUMERO-FACTURA-FAC PIC X(12).
               05 NUMERO-ORDEN-FAC    PIC 9(6).
               05 FECHA-FACTURA-FAC   PIC 9(8).
               05 FECHA-REGISTRO-FAC  PIC 9(8).
               05 MONTO-FACTURA-FAC   PIC 9(8)V99.
               05 MONTO-PAGADO-FAC    PIC 9(8)V99.
               05 STATUS-FACTURA-FAC  PIC X(10).
               05 MOTIVO-RETENCION-FAC PIC X(40).
               05 OPERADOR-FAC        PIC X(10).
               05 SUPERVISOR-FAC      PIC X(10).
               05 FECHA-DECISION-FAC  PIC 9(8).

       *>COPIA DEL REGISTRO DE PRESUPUESTO.DAT (VER TIPOS.CBL). LOS
       *>NOMBRES DE CAMPOS SE SUFIJAN CON "-PPT" PARA NO CHOCAR CON
       *>LOS DE PRESTAMOS-REGISTRO.
       FD PRESUPUESTO-ARCHIVO.
           01 PRESUPUESTO-REGISTRO.
               05 PRE-LLAVE-PPT.
                   10 PRE-ANIO-PPT        PIC 9(4).
                   10 PRE-CODIGO-TIPO-PPT PIC X(3).
               05 PRE-APROBADO-PPT    PIC 9(8)V99.
               05 PRE-FECHA-ACT-PPT   PIC 9(8).
               05 PRE-OPERADOR-ACT-PPT PIC X(10).

       *>COPIAS DE LOS REGISTROS DE ORDENES_COMPRA.DAT Y
       *>ORDENES_COMPRA_DET.DAT (VER COMPRAS.CBL).
       FD ORDENES-ARCHIVO.
           01 ORDENES-REGISTRO.
               05 ORD-LLAVE.
                   10 NUMERO-ORDEN PIC 9(6).
               05 ID-PROVEEDOR-ORD PIC X(11).
               05 FECHA-ORDEN      PIC 9(8).
               05 STATUS-ORDEN     PIC X(10). *>Abierta/Recibida/
                                              *>Anulada.

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
       77 LEE-TODO PIC 9(1).
       77 WS-HAY-VENCIDOS PIC 9(1).
       77 WS-HAY-PRESTAMOS PIC 9(1).
       *>CODIGO BUSCADO EN LOS RECORRIDOS POR LA LLAVE ALTERNA DE
       *>INSTRUMENTO DE PRESTAMOS.DAT, CON EL MISMO ANCHO DEL CAMPO.
       77 WS-ID-BUSCADO-PRESTAMO PIC X(6).
       77 WS-LEE-PRESTAMOS-ROT PIC 9(1).
       77 WS-VECES-PRESTADO PIC 9(5).

       77 WS-LEE-INSTRUMENTO-PERFIL PIC 9(1).
       77 WS-LEE-PRESTAMO-PERFIL PIC 9(1).
       77 WS-INSTRUMENTO-EN-PRESTAMO PIC 9(1).
       77 WS-LEE-FACTURA-PERFIL PIC 9(1).
       77 WS-HAY-CXP-PERFIL PIC 9(1).
       77 WS-SALDO-FAC-PERFIL PIC 9(8)V99.
       77 WS-TOTAL-CXP-PERFIL PIC 9(10)V99.

       *>USADOS PARA EL REPORTE DE ADQUISICIONES POR PROVEEDOR.
       *>USADO PARA EL LISTADO DE REPARACIONES PENDIENTES.
       77 WS-DEM-MES PIC 9(6). *>AAAAMM DEL PERIODO DE PRESTAMOS.
       77 WS-DEM-MIEMBROS PIC 9(5).
       77 WS-DEM-INSTRUMENTOS PIC 9(5).
       77 WS-DEM-DISPONIBLES PIC 9(5).
       77 WS-DEM-PRESTADOS PIC 9(5).
       77 WS-DEM-RESERVADOS PIC 9(5).
       77 WS-DEM-FUERA PIC 9(5).
       77 WS-DEM-PRESTAMOS-MES PIC 9(5).
       77 WS-LEE-DEM PIC 9(1).

       *>CON SUS PRESTAMOS ABIERTOS, SUS MULTAS PENDIENTES NETAS DE
       *>ABONOS, SUS RESERVAS PENDIENTES Y LA VIGENCIA DE SU
       *>MEMBRESIA.
       77 WS-ESTADO-RUTA PIC X(80).
       77 WS-LINEA-ESTADO PIC X(100).
       77 WS-CEDULA-ESTADO PIC X(11).
       *>SALDO A FAVOR DEL SOCIO (VER CALCULAR-SALDO-CREDITO).
       77 WS-CRE-CEDULA PIC X(11).
       77 WS-CRE-ENTRADAS PIC 9(8)V99.
       77 WS-CRE-SALIDAS PIC 9(8)V99.
       77 WS-SALDO-CREDITO PIC 9(8)V99.
       77 WS-ULTIMA-SECUENCIA-CRE PIC 9(4).
       77 WS-LEE-CRE PIC 9(1).
       77 WS-LEE-ESTADO PIC 9(1).
       77 WS-HAY-ESTADO PIC 9(1).
       77 WS-LEE-PAGO-EST PIC 9(1).
       77 WS-PAGADO-EST PIC 9(8)V99.
       77 WS-SALDO-EST PIC 9(8)V99.
       77 WS-SALDO-TOTAL-EST PIC 9(8)V99.
       77 WS-SALDO-BS-EST PIC 9(12)V99.
       77 WS-HAY-TASA-EST PIC 9(1).

       *>USADOS PARA EL REPORTE DE TRAFICO DEL MOSTRADOR: PRESTAMOS Y
       *>DEVOLUCIONES DEL RANGO DE FECHAS ACUMULADOS POR HORA DEL DIA

       *>CONTADORES DEL TABLERO DEL DIA: LA FOTO DE LA MAÑANA EN UNA
       *>SOLA PANTALLA PARA EL BRIEFING DEL COORDINADOR.
       77 WS-TAB-DISPONIBLES PIC 9(5).
       77 WS-TAB-PRESTADOS PIC 9(5).
       77 WS-TAB-APARTADOS PIC 9(5).
       77 WS-TAB-TRANSITO PIC 9(5).
       77 WS-TAB-VENCEN-HOY PIC 9(5).
       77 WS-TAB-VENCIDOS PIC 9(5).
       77 WS-TAB-RESERVAS PIC 9(5).
       77 WS-DIAS-HOY-TAB PIC 9(8).
       77 WS-DIAS-VENC-TAB PIC 9(8).

       *>SUMA DE LOS CONTADORES DEL RESUMEN DE DISPONIBILIDAD (VER
       *>DISPONIBILIDAD.CBL) PARA UN TIPO O PARA TODO EL CLUB, EN EL
       *>MISMO ORDEN DE ESTADOS DEL RESUMEN.
       01 WS-DIS-SUMA.
           05 WS-DIS-SUMA-CANT OCCURS 9 PIC 9(5).
       77 WS-IDX-DIS PIC 9(2).
       77 WS-LEE-DIS PIC 9(1).
       77 WS-HAY-DISPONIBLES PIC 9(1).
       77 WS-DIS-TIPO-BUSCADO PIC X(3). *>ESPACIOS PARA TODOS.

       *>USADOS POR EL REPORTE DE TENDENCIA DE CONDICION: LOS DOS
       *>ULTIMOS GRADOS A/B/C/D DE CADA INSTRUMENTO SEGUN SU
       *>HISTORIAL, PARA DETECTAR LOS QUE VIENEN EMPEORANDO.
       77 WS-HAY-ADQUISICION-RPT PIC 9(1).
       77 WS-TOTAL-ADQUISICION PIC 9(8)V99.

       *>USADOS POR EL PRESUPUESTO CONTRA GASTO POR TIPO. LA TABLA
       *>JUNTA LOS TIPOS CON PRESUPUESTO EN EL AÑO Y LOS QUE TUVIERON
       *>GASTO SIN TENERLO (ESTOS CON APROBADO EN CERO).
       77 WS-ANIO-PPT PIC 9(4).
       77 WS-LEE-PPT PIC 9(1).
       77 WS-HAY-ORDEN-PPT PIC 9(1).
       77 WS-PPT-USADAS PIC 9(2).
       77 WS-IDX-PPT PIC 9(2).
       77 WS-PPT-FILA-ACT PIC 9(2).
       77 WS-PPT-BUSCADO PIC X(3).
       77 WS-PPT-GASTO PIC 9(10)V99.
       77 WS-PPT-SALDO PIC 9(10)V99.
       77 WS-PPT-MARCA PIC X(11).
       77 WS-PPT-TOTAL-APROBADO PIC 9(10)V99.
       77 WS-PPT-TOTAL-GASTO PIC 9(10)V99.
       01 WS-TABLA-PPT.
           05 WS-PPT-FILA OCCURS 60.
               10 WS-PPT-TIPO         PIC X(3).
               10 WS-PPT-APROBADO     PIC 9(8)V99.
               10 WS-PPT-COMPROMETIDO PIC 9(10)V99.
               10 WS-PPT-RECIBIDO     PIC 9(10)V99.
               10 WS-PPT-TALLER       PIC 9(10)V99.

       *>DATOS DE LA CORRIDA QUE SE ANOTA EN EL CATALOGO DE
       *>REPORTES (VER CATALOGO.CBL).
       01 WS-CAT-DATOS.
           05 WS-CAT-ACCION     PIC X(1).
           05 WS-CAT-PROGRAMA   PIC X(15) VALUE "Consultas".
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
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Consultas".
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
       77 WS-FS-PROVEEDORES PIC X(2).
       77 WS-FS-USUARIOS PIC X(2).
       77 WS-FS-PRESTAMOS PIC X(2).
       77 WS-FS-TIPO-INSTRUMENTO PIC X(2).
       77 WS-FS-ADQUISICIONES PIC X(2).
       77 WS-FS-USUARIOS-TIPOS PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       77 WS-FS-INSTRUMENTOS-HISTORIAL PIC X(2).
       77 WS-FS-MULTAS PIC X(2).
       77 WS-FS-REPARACIONES PIC X(2).
       77 WS-FS-ARCHIVO-PRESTAMOS PIC X(2).
       77 WS-FS-ARCHIVO-AUDITORIA PIC X(2).
       77 WS-FS-PAGOS-MULTAS PIC X(2).
       77 WS-FS-RESERVAS PIC X(2).
       77 WS-FS-DISPONIBILIDAD PIC X(2).
       77 WS-FS-TASAS-CAMBIO PIC X(2).
       77 WS-FS-FACTURAS-PROV PIC X(2).
       77 WS-FS-PRESUPUESTO PIC X(2).
       77 WS-FS-ORDENES PIC X(2).
       77 WS-FS-ORDENES-DET PIC X(2).
       77 WS-FS-CREDITOS PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-PROVEEDORES-RUTA PIC X(80).
       77 WS-USUARIOS-RUTA PIC X(80).
       77 WS-PRESTAMOS-RUTA PIC X(80).
       77 WS-TIPO-INSTRUMENTO-RUTA PIC X(80).
       77 WS-ADQUISICIONES-RUTA PIC X(80).
       77 WS-USUARIOS-TIPOS-RUTA PIC X(80).
       77 WS-AUDITORIA-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-HISTORIAL-RUTA PIC X(80).
       77 WS-MULTAS-RUTA PIC X(80).
       77 WS-REPARACIONES-RUTA PIC X(80).
       77 WS-ARCHIVO-PRESTAMOS-RUTA PIC X(80).
       77 WS-ARCHIVO-AUDITORIA-RUTA PIC X(80).
       77 WS-PAGOS-MULTAS-RUTA PIC X(80).
       77 WS-RESERVAS-RUTA PIC X(80).
       77 WS-DISPONIBILIDAD-RUTA PIC X(80).
       77 WS-REPORTE-RUTA PIC X(80).
       77 WS-TASAS-CAMBIO-RUTA PIC X(80).
       77 WS-FACTURAS-PROV-RUTA PIC X(80).
       77 WS-PRESUPUESTO-RUTA PIC X(80).
       77 WS-ORDENES-RUTA PIC X(80).
       77 WS-ORDENES-DET-RUTA PIC X(80).
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
       ERROR-INSTRUMENTOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSTRUMENTOS-ARCHIVO.
       ERROR-INSTRUMENTOS-ANOTAR.
       MOVE "instrumentos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PROVEEDORES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROVEEDORES-ARCHIVO.
       ERROR-PROVEEDORES-ANOTAR.
       MOVE "proveedores.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PROVEEDORES TO WS-ERR-ESTADO.
       MOVE ID-PROVEEDOR TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-USUARIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USUARIOS-ARCHIVO.
       ERROR-USUARIOS-ANOTAR.
       MOVE "usuarios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PRESTAMOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PRESTAMOS-ARCHIVO.
       ERROR-PRESTAMOS-ANOTAR.
       MOVE "prestamos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PRESTAMOS TO WS-ERR-ESTADO.
       MOVE PRE-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-TIPO-INSTRUMENTO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON TIPO-INSTRUMENTO-ARCHIVO.
       ERROR-TIPO-INSTRUMENTO-ANOTAR.
       MOVE "tipo_instrumento.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-TIPO-INSTRUMENTO TO WS-ERR-ESTADO.
       MOVE CODIGO-TIPO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ADQUISICIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ADQUISICIONES-ARCHIVO.
       ERROR-ADQUISICIONES-ANOTAR.
       MOVE "adquisiciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ADQUISICIONES TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-ADQ TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-USUARIOS-TIPOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USUARIOS-TIPOS-ARCHIVO.
       ERROR-USUARIOS-TIPOS-ANOTAR.
       MOVE "usuarios_tipos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS-TIPOS TO WS-ERR-ESTADO.
       MOVE UT-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-AUDITORIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AUDITORIA-ARCHIVO.
       ERROR-AUDITORIA-ANOTAR.
       MOVE "auditoria.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-AUDITORIA TO WS-ERR-ESTADO.
       MOVE AUD-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INSTRUMENTOS-HISTORIAL SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON INSTRUMENTOS-HISTORIAL-ARCHIVO.
       ERROR-INSTRUMENTOS-HISTORIAL-ANOTAR.
       MOVE "instrumentos_historial.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS-HISTORIAL TO WS-ERR-ESTADO.
       MOVE HIST-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-MULTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MULTAS-ARCHIVO.
       ERROR-MULTAS-ANOTAR.
       MOVE "multas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-MULTAS TO WS-ERR-ESTADO.
       MOVE MUL-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-REPARACIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REPARACIONES-ARCHIVO.
       ERROR-REPARACIONES-ANOTAR.
       MOVE "reparaciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-REPARACIONES TO WS-ERR-ESTADO.
       MOVE REP-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ARCHIVO-PRESTAMOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON ARCHIVO-PRESTAMOS-ARCHIVO.
       ERROR-ARCHIVO-PRESTAMOS-ANOTAR.
       MOVE "archivo_prestamos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ARCHIVO-PRESTAMOS TO WS-ERR-ESTADO.
       MOVE PRE-LLAVE-ARC TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ARCHIVO-AUDITORIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON ARCHIVO-AUDITORIA-ARCHIVO.
       ERROR-ARCHIVO-AUDITORIA-ANOTAR.
       MOVE "archivo_auditoria.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ARCHIVO-AUDITORIA TO WS-ERR-ESTADO.
       MOVE AUD-LLAVE-ARC TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PAGOS-MULTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAGOS-MULTAS-ARCHIVO.
       ERROR-PAGOS-MULTAS-ANOTAR.
       MOVE "pagos_multas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PAGOS-MULTAS TO WS-ERR-ESTADO.
       MOVE PAGO-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-RESERVAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RESERVAS-ARCHIVO.
       ERROR-RESERVAS-ANOTAR.
       MOVE "reservas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-RESERVAS TO WS-ERR-ESTADO.
       MOVE RES-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-DISPONIBILIDAD SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DISPONIBILIDAD-ARCHIVO.
       ERROR-DISPONIBILIDAD-ANOTAR.
       MOVE "disponibilidad.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-DISPONIBILIDAD TO WS-ERR-ESTADO.
       MOVE DIS-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-TASAS-CAMBIO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON TASAS-CAMBIO-ARCHIVO.
       ERROR-TASAS-CAMBIO-ANOTAR.
       MOVE "tasas_cambio.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-TASAS-CAMBIO TO WS-ERR-ESTADO.
       MOVE TASA-FECHA TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-FACTURAS-PROV SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON FACTURAS-PROV-ARCHIVO.
       ERROR-FACTURAS-PROV-ANOTAR.
       MOVE "facturas_proveedor.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-FACTURAS-PROV TO WS-ERR-ESTADO.
       MOVE FAC-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PRESUPUESTO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PRESUPUESTO-ARCHIVO.
       ERROR-PRESUPUESTO-ANOTAR.
       MOVE "presupuesto.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PRESUPUESTO TO WS-ERR-ESTADO.
       MOVE PRE-LLAVE-PPT TO WS-ERR-LLAVE.
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
       DISPLAY "21) Tendencia de condicion de los equipos".
       DISPLAY "22) Buscar instrumento por numero de serie".
       DISPLAY "23) Antiguedad de multas pendientes".
       DISPLAY "24) Presupuesto contra gasto por tipo".
       DISPLAY "25) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU.

       WHEN 23
           PERFORM ANTIGUEDAD-MULTAS
       WHEN 24
           PERFORM PRESUPUESTO-CONTRA-GASTO
       WHEN 25
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
       DISPLAY "---Lista de donantes de instrumentos---".
       DISPLAY " ".

       MOVE "OPEN    DONANTES" TO WS-ERR-DONDE
       OPEN I-O PROVEEDORES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PROVEEDORES.
       MOVE "reporte_consultas" TO WS-CAT-REPORTE.
       MOVE "DONANTES" TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RUTA.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE "---Lista de donantes de instrumentos---" TO WS-LINEA.
       PERFORM IMPRIMIR.

       CLOSE PROVEEDORES-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-DONANTE.
       MOVE "READ    LEER-SIGUIENTE-DONANTE" TO WS-ERR-DONDE
       READ PROVEEDORES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       MOVE WS-TIPO-INSTRUMENTO-US TO WS-CADENA-BUSQUEDA.
       PERFORM CALCULAR-LONGITUD-BUSQUEDA.

       MOVE "OPEN    USUARIOS-TIPO" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "reporte_consultas" TO WS-CAT-REPORTE.
       MOVE "USUARIOS-TIPO" TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RUTA.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE "---Lista de usuarios de un tipo---"
           TO WS-LINEA.

       CLOSE USUARIOS-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-USUARIO.
       MOVE "READ    LEER-SIGUIENTE-USUARIO" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       DISPLAY "Indique codigo de sede (* para todas)".
       ACCEPT WS-SEDE-FILTRO.

       MOVE "OPEN    INSTRUMENTOS-TIPO" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "reporte_consultas" TO WS-CAT-REPORTE.
       MOVE "INSTRUMENTOS-TIPO" TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RUTA.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE "---Lista de instrumentos por tipo---"
           TO WS-LINEA.

       CLOSE INSTRUMENTOS-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-TIPO.
       MOVE "READ    LEER-SIGUIENTE-TIPO" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       MOVE WS-STATUS-INSTRUMENTO TO WS-CADENA-BUSQUEDA.
       PERFORM CALCULAR-LONGITUD-BUSQUEDA.

       MOVE "OPEN    INSTRUMENTOS-STATUS" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "reporte_consultas" TO WS-CAT-REPORTE.
       MOVE "INSTRUMENTOS-STATUS" TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RUTA.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE "---Lista de instrumentos dado un status---"
           TO WS-LINEA.

       CLOSE INSTRUMENTOS-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-STATUS.
       MOVE "READ    LEER-SIGUIENTE-STATUS" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       DISPLAY " ".
       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

       MOVE "OPEN    PRESTAMOS-VENCIDOS" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "reporte_consultas" TO WS-CAT-REPORTE.
       MOVE "PRESTAMOS-VENCIDOS" TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RUTA.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE "---Reporte de prestamos vencidos---" TO WS-LINEA.
       PERFORM IMPRIMIR.

       CLOSE PRESTAMOS-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-PRESTAMO.
       MOVE "READ    LEER-SIGUIENTE-PRESTAMO" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       DISPLAY "Indique numero de cedula del usuario".
       ACCEPT WS-CEDULA-USUARIO.

       MOVE "OPEN    HISTORIAL-USUARIO" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "OPEN    HISTORIAL-USUARIO" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "reporte_consultas" TO WS-CAT-REPORTE.
       MOVE "HISTORIAL-USUARIO" TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RUTA.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE "---Historial de equipos de un usuario---" TO WS-LINEA.
       PERFORM IMPRIMIR.

       MOVE WS-CEDULA-USUARIO TO CEDULA-USUARIO.
       MOVE "READ    HISTORIAL-USUARIO" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
       PERFORM IMPRIMIR.

       MOVE WS-CEDULA-USUARIO TO CEDULA-USUARIO-PR.
       MOVE "START   HISTORIAL-USUARIO" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO KEY IS NOT LESS THAN CEDULA-USUARIO-PR
           INVALID KEY     MOVE 1 TO WS-INDICADOR
           NOT INVALID KEY MOVE 0 TO WS-INDICADOR.
       CLOSE USUARIOS-ARCHIVO.
       CLOSE PRESTAMOS-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-HISTORIAL-USUARIO.
       MOVE "READ    LEER-SIGUIENTE-HISTORIAL-USUARIO" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
           END-IF
           PERFORM LEER-SIGUIENTE-HISTORIAL-USUARIO.

       *>MUESTRA LO QUE SE PUEDE ENTREGAR EN ESTE MOMENTO SEGUN EL
       *>RESUMEN DE DISPONIBILIDAD (VER DISPONIBILIDAD.CBL): PRIMERO
       *>CUANTOS INSTRUMENTOS HAY DE CADA TIPO EN LA SEDE EN CADA
       *>ESTADO, Y LUEGO EL DETALLE DE LOS QUE ESTAN DISPONIBLES (EN
       *>BUEN ESTADO, SIN PRESTAMO, RESERVA, APARTADO NI REPARACION).
       DISPONIBLES.
       DISPLAY "---Instrumentos disponibles ahora---".
       DISPLAY " ".
       DISPLAY "Indique codigo de sede (* para todas)".
       ACCEPT WS-SEDE-FILTRO.

       MOVE "OPEN    DISPONIBLES" TO WS-ERR-DONDE
       OPEN I-O DISPONIBILIDAD-ARCHIVO.
       MOVE "OPEN    DISPONIBLES" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "reporte_consultas" TO WS-CAT-REPORTE.
       MOVE "DISPONIBLES" TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RUTA.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE "---Instrumentos disponibles ahora---" TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "Tipo Sede Disp.  Prest. Reser. Apart. " TO WS-LINEA.
       MOVE "Repar. Trans. Deter. Extra." TO WS-LINEA(39:27).
       PERFORM IMPRIMIR.

       MOVE 0 TO WS-HAY-DISPONIBLES.
       MOVE "T" TO DIS-CLASE.
       MOVE LOW-VALUES TO DIS-CODIGO.
       MOVE "START   DISPONIBLES" TO WS-ERR-DONDE
       START DISPONIBILIDAD-ARCHIVO KEY IS NOT LESS THAN DIS-LLAVE
           INVALID KEY     MOVE 1 TO LEE-TODO
           NOT INVALID KEY MOVE 0 TO LEE-TODO.
       IF LEE-TODO = 0
           PERFORM LEER-SIGUIENTE-DISPONIBLE
           PERFORM MUESTRA-TOTALES-DISPONIBLE UNTIL LEE-TODO = 1.
       IF WS-HAY-DISPONIBLES = 0
           DISPLAY "No se encontraron registros en el archivo."
       ELSE
           MOVE " " TO WS-LINEA
           PERFORM IMPRIMIR
           MOVE "Instrumentos disponibles:" TO WS-LINEA
           PERFORM IMPRIMIR
           MOVE "I" TO DIS-CLASE
           MOVE LOW-VALUES TO DIS-CODIGO
           MOVE "START   DISPONIBLES" TO WS-ERR-DONDE
           START DISPONIBILIDAD-ARCHIVO KEY IS NOT LESS THAN DIS-LLAVE
               INVALID KEY     MOVE 1 TO LEE-TODO
               NOT INVALID KEY MOVE 0 TO LEE-TODO
           END-START
           IF LEE-TODO = 0
               PERFORM LEER-SIGUIENTE-DISPONIBLE
               PERFORM MUESTRA-CAMPOS-DISPONIBLE UNTIL LEE-TODO = 1.

       CLOSE DISPONIBILIDAD-ARCHIVO.
       CLOSE INSTRUMENTOS-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-DISPONIBLE.
       MOVE "READ    LEER-SIGUIENTE-DISPONIBLE" TO WS-ERR-DONDE
       READ DISPONIBILIDAD-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       *>UNA LINEA POR TIPO Y SEDE (LOS DESINCORPORADOS NO SE
       *>MUESTRAN: YA NO SON PARTE DEL INVENTARIO).
       MUESTRA-TOTALES-DISPONIBLE.
       IF DIS-CLASE NOT = "T"
           MOVE 1 TO LEE-TODO
       ELSE
           IF WS-SEDE-FILTRO = "*" OR DIS-SEDE = WS-SEDE-FILTRO
               MOVE 1 TO WS-HAY-DISPONIBLES
               STRING DIS-TIPO "  " DIS-SEDE "  "
                   DIS-CANTIDAD(1) "  " DIS-CANTIDAD(2) "  "
                   DIS-CANTIDAD(3) "  " DIS-CANTIDAD(4) "  "
                   DIS-CANTIDAD(5) "  " DIS-CANTIDAD(6) "  "
                   DIS-CANTIDAD(7) "  " DIS-CANTIDAD(9)
                   DELIMITED BY SIZE INTO WS-LINEA
               PERFORM IMPRIMIR
           END-IF
           PERFORM LEER-SIGUIENTE-DISPONIBLE.

       MUESTRA-CAMPOS-DISPONIBLE.
       IF DIS-CLASE NOT = "I"
           MOVE 1 TO LEE-TODO
       ELSE
           IF DIS-ESTADO-INS = 1
               AND (WS-SEDE-FILTRO = "*"
                   OR DIS-SEDE-INS = WS-SEDE-FILTRO)
               MOVE DIS-CODIGO TO ID-INSTRUMENTO
               MOVE "READ    MUESTRA-CAMPOS-DISPONIBLE" TO WS-ERR-DONDE
               READ INSTRUMENTOS-ARCHIVO RECORD
                   KEY ID-INSTRUMENTO
                   INVALID KEY MOVE SPACES TO TIPO-INSTRUMENTO-IN
               END-READ
               STRING "Codigo: " DIS-CODIGO
                   " Sede: " DIS-SEDE-INS
                   " Tipo: " TIPO-INSTRUMENTO-IN
                   DELIMITED BY SIZE INTO WS-LINEA
               PERFORM IMPRIMIR
           END-IF
           PERFORM LEER-SIGUIENTE-DISPONIBLE.

       *>RECORRE INSTRUMENTOS.DAT Y PARA CADA INSTRUMENTO CUENTA CUANTAS
       *>VECES APARECE EN PRESTAMOS.DAT, PARA SABER CUAL EQUIPO SE ESTA
       DISPLAY "---Reporte de rotacion de instrumentos por tipo---".
       DISPLAY " ".

       MOVE "OPEN    ROTACION-INSTRUMENTOS" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    ROTACION-INSTRUMENTOS" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "reporte_consultas" TO WS-CAT-REPORTE.
       MOVE "ROTACION-INSTRUMENTOS" TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RUTA.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE "---Reporte de rotacion de instrumentos por tipo---"
           TO WS-LINEA.
       CLOSE INSTRUMENTOS-ARCHIVO.
       CLOSE PRESTAMOS-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-ROTACION.
       MOVE "READ    LEER-SIGUIENTE-ROTACION" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       *>SE POSICIONA POR LA LLAVE ALTERNA DE INSTRUMENTO Y CUENTA
       *>SOLO LOS PRESTAMOS DE ESTE CODIGO, IGUAL QUE
       *>VERIFICAR-INSTRUMENTO-EN-PRESTAMO PERO ACUMULANDO EN VEZ DE
       *>DETENERSE EN LA PRIMERA COINCIDENCIA.
       CONTAR-PRESTAMOS-INSTRUMENTO.
       MOVE 0 TO WS-VECES-PRESTADO.
       MOVE ID-INSTRUMENTO TO WS-ID-BUSCADO-PRESTAMO.
       MOVE WS-ID-BUSCADO-PRESTAMO TO ID-INSTRUMENTO-PR.
       MOVE "START   CONTAR-PRESTAMOS-INSTRUMENTO" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO
           KEY IS NOT LESS THAN ID-INSTRUMENTO-PR
           INVALID KEY     MOVE 1 TO WS-LEE-PRESTAMOS-ROT
           PERFORM CONTAR-PRESTAMO-ROT UNTIL WS-LEE-PRESTAMOS-ROT = 1.

       LEER-SIGUIENTE-PRESTAMO-ROT.
       MOVE "READ    LEER-SIGUIENTE-PRESTAMO-ROT" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-PRESTAMOS-ROT.
       DISPLAY "---Reporte demografico de usuarios---".
       DISPLAY " ".

       MOVE "OPEN    DEMOGRAFICO-USUARIOS" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "OPEN    DEMOGRAFICO-USUARIOS" TO WS-ERR-DONDE
       OPEN I-O TIPO-INSTRUMENTO-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       MOVE "reporte_consultas" TO WS-CAT-REPORTE.
       MOVE "DEMOGRAFICO-USUARIOS" TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RUTA.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE "---Reporte demografico de usuarios---" TO WS-LINEA.
       PERFORM IMPRIMIR.
       CLOSE USUARIOS-ARCHIVO.
       CLOSE TIPO-INSTRUMENTO-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       *>RECORRE USUARIOS.DAT UNA SOLA VEZ, CLASIFICANDO CADA REGISTRO
       MOVE 0 TO WS-CANT-FEMENINO.
       MOVE 0 TO WS-CANT-OTRO-SEXO.
       CLOSE USUARIOS-ARCHIVO.
       MOVE "OPEN    CONTAR-USUARIOS-SEXO" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE 0 TO WS-LEE-USUARIOS-DEMO.
       PERFORM LEER-SIGUIENTE-USUARIO-DEMO.
       PERFORM CLASIFICAR-USUARIO-SEXO UNTIL WS-LEE-USUARIOS-DEMO = 1.

       LEER-SIGUIENTE-USUARIO-DEMO.
       MOVE "READ    LEER-SIGUIENTE-USUARIO-DEMO" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-USUARIOS-DEMO.
       PERFORM LEER-SIGUIENTE-USUARIO-DEMO.

       LEER-SIGUIENTE-TIPO-DEMO.
       MOVE "READ    LEER-SIGUIENTE-TIPO-DEMO" TO WS-ERR-DONDE
       READ TIPO-INSTRUMENTO-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       CONTAR-USUARIOS-TIPO-DEMO.
       MOVE 0 TO WS-CANT-TIPO-ACTUAL.
       CLOSE USUARIOS-ARCHIVO.
       MOVE "OPEN    CONTAR-USUARIOS-TIPO-DEMO" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE 0 TO WS-LEE-USUARIOS-DEMO.
       PERFORM LEER-SIGUIENTE-USUARIO-DEMO.
       PERFORM CONTAR-USUARIO-TIPO-DEMO UNTIL WS-LEE-USUARIOS-DEMO = 1.
       *>USUARIOS.
       CONTAR-USUARIOS-SIN-TIPO.
       CLOSE USUARIOS-ARCHIVO.
       MOVE "OPEN    CONTAR-USUARIOS-SIN-TIPO" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE 0 TO WS-LEE-USUARIOS-DEMO.
       PERFORM LEER-SIGUIENTE-USUARIO-DEMO.
       PERFORM VERIFICAR-USUARIO-SIN-TIPO
       BUSCAR-TIPO-SIN-TIPO.
       MOVE 0 TO WS-INDICADOR.
       CLOSE TIPO-INSTRUMENTO-ARCHIVO.
       MOVE "OPEN    BUSCAR-TIPO-SIN-TIPO" TO WS-ERR-DONDE
       OPEN I-O TIPO-INSTRUMENTO-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       MOVE 0 TO WS-LEE-TIPO-SIN-TIPO.
       PERFORM LEER-SIGUIENTE-TIPO-SIN-TIPO.
       PERFORM VERIFICAR-TIPO-SIN-TIPO UNTIL WS-LEE-TIPO-SIN-TIPO = 1.

       LEER-SIGUIENTE-TIPO-SIN-TIPO.
       MOVE "READ    LEER-SIGUIENTE-TIPO-SIN-TIPO" TO WS-ERR-DONDE
       READ TIPO-INSTRUMENTO-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-TIPO-SIN-TIPO.
       DISPLAY "Indique numero de cedula o RIF del proveedor".
       ACCEPT WS-ID-PROVEEDOR-BUSCADO.

       MOVE "OPEN    PERFIL-PROVEEDOR" TO WS-ERR-DONDE
       OPEN I-O PROVEEDORES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PROVEEDORES.
       MOVE "OPEN    PERFIL-PROVEEDOR" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    PERFIL-PROVEEDOR" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    PERFIL-PROVEEDOR" TO WS-ERR-DONDE
       OPEN I-O FACTURAS-PROV-ARCHIVO.
       MOVE "reporte_consultas" TO WS-CAT-REPORTE.
       MOVE "PERFIL-PROVEEDOR" TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RUTA.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE "---Busqueda consolidada de un proveedor---" TO WS-LINEA.
       PERFORM IMPRIMIR.

       MOVE WS-ID-PROVEEDOR-BUSCADO TO ID-PROVEEDOR.
       MOVE "READ    PERFIL-PROVEEDOR" TO WS-ERR-DONDE
       READ PROVEEDORES-ARCHIVO RECORD
           KEY ID-PROVEEDOR
               INVALID KEY     MOVE 0 TO WS-INDICADOR
           IF WS-HAY-INSTRUMENTOS-PROV = 0
               MOVE "  (ningun instrumento registrado a este proveedor)"
                   TO WS-LINEA
               PERFORM IMPRIMIR
           END-IF
           PERFORM CUENTAS-POR-PAGAR-PERFIL.

       CLOSE PROVEEDORES-ARCHIVO.
       CLOSE INSTRUMENTOS-ARCHIVO.
       CLOSE PRESTAMOS-ARCHIVO.
       CLOSE FACTURAS-PROV-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-INSTRUMENTO-PERFIL.
       MOVE "READ    LEER-SIGUIENTE-INSTRUMENTO-PERFIL" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-INSTRUMENTO-PERFIL.
           PERFORM IMPRIMIR.
       PERFORM LEER-SIGUIENTE-INSTRUMENTO-PERFIL.

       *>LAS FACTURAS DEL PROVEEDOR CON SALDO (APROBADAS Y RETENIDAS),
       *>JUNTO A LO QUE SUMINISTRO. LA LLAVE DE FACTURAS EMPIEZA POR
       *>EL PROVEEDOR, ASI QUE SOLO SE RECORREN LAS SUYAS.
       CUENTAS-POR-PAGAR-PERFIL.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "Cuentas por pagar abiertas:" TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE 0 TO WS-HAY-CXP-PERFIL.
       MOVE 0 TO WS-TOTAL-CXP-PERFIL.
       MOVE ID-PROVEEDOR TO ID-PROVEEDOR-FAC.
       MOVE LOW-VALUES TO NUMERO-FACTURA-FAC.
       MOVE "START   CUENTAS-POR-PAGAR-PERFIL" TO WS-ERR-DONDE
       START FACTURAS-PROV-ARCHIVO
           KEY IS NOT LESS THAN FAC-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-FACTURA-PERFIL
           NOT INVALID KEY MOVE 0 TO WS-LEE-FACTURA-PERFIL.
       IF WS-LEE-FACTURA-PERFIL = 0
           PERFORM LEER-SIG-FACTURA-PERFIL
           PERFORM MUESTRA-FACTURA-PERFIL
               UNTIL WS-LEE-FACTURA-PERFIL = 1.
       IF WS-HAY-CXP-PERFIL = 0
           MOVE "  (sin facturas pendientes de pago)" TO WS-LINEA
           PERFORM IMPRIMIR
       ELSE
           MOVE SPACES TO WS-LINEA
           STRING "  Total por pagar: " WS-TOTAL-CXP-PERFIL
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR.

       LEER-SIG-FACTURA-PERFIL.
       MOVE "READ    LEER-SIG-FACTURA-PERFIL" TO WS-ERR-DONDE
       READ FACTURAS-PROV-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-FACTURA-PERFIL.

       MUESTRA-FACTURA-PERFIL.
       IF ID-PROVEEDOR-FAC NOT = ID-PROVEEDOR
           MOVE 1 TO WS-LEE-FACTURA-PERFIL
       ELSE
           IF (STATUS-FACTURA-FAC = "Aprobada"
               OR STATUS-FACTURA-FAC = "Retenida")
               AND MONTO-FACTURA-FAC > MONTO-PAGADO-FAC
               MOVE 1 TO WS-HAY-CXP-PERFIL
               COMPUTE WS-SALDO-FAC-PERFIL =
                   MONTO-FACTURA-FAC - MONTO-PAGADO-FAC
               ADD WS-SALDO-FAC-PERFIL TO WS-TOTAL-CXP-PERFIL
               MOVE SPACES TO WS-LINEA
               STRING "  Factura " NUMERO-FACTURA-FAC
                   " Orden " NUMERO-ORDEN-FAC
                   " Fecha " FECHA-FACTURA-FAC
                   " Saldo " WS-SALDO-FAC-PERFIL
                   " " STATUS-FACTURA-FAC
                   DELIMITED BY SIZE INTO WS-LINEA
               PERFORM IMPRIMIR
           END-IF
           PERFORM LEER-SIG-FACTURA-PERFIL.

       *>SE POSICIONA POR LA LLAVE ALTERNA DE INSTRUMENTO Y SOLO
       *>RECORRE LOS PRESTAMOS DE ESTE CODIGO BUSCANDO UNO ABIERTO;
       *>ANTES ESTO ERA UN RECORRIDO COMPLETO DEL ARCHIVO POR CADA
       *>INSTRUMENTO.
       VERIFICAR-INSTRUMENTO-EN-PRESTAMO.
       MOVE 0 TO WS-INSTRUMENTO-EN-PRESTAMO.
       MOVE ID-INSTRUMENTO TO WS-ID-BUSCADO-PRESTAMO.
       MOVE WS-ID-BUSCADO-PRESTAMO TO ID-INSTRUMENTO-PR.
       MOVE "START   VERIFICAR-INSTRUMENTO-EN-PRESTAMO" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO
           KEY IS NOT LESS THAN ID-INSTRUMENTO-PR
           INVALID KEY     MOVE 1 TO WS-LEE-PRESTAMO-PERFIL
               UNTIL WS-LEE-PRESTAMO-PERFIL = 1.

       LEER-SIG-PRESTAMO-PERFIL.
       MOVE "READ    LEER-SIG-PRESTAMO-PERFIL" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-PRESTAMO-PERFIL.
       DISPLAY "o 0000 para incluir todos los años".
       ACCEPT WS-ANIO-BUSCADO.

       MOVE "OPEN    REPORTE-ADQUISICIONES" TO WS-ERR-DONDE
       OPEN I-O PROVEEDORES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PROVEEDORES.
       MOVE "OPEN    REPORTE-ADQUISICIONES" TO WS-ERR-DONDE
       OPEN I-O ADQUISICIONES-ARCHIVO.
       MOVE "reporte_consultas" TO WS-CAT-REPORTE.
       MOVE "REPORTE-ADQUISICIONES" TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RUTA.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE "---Reporte de adquisiciones por proveedor---" TO WS-LINEA.
       PERFORM IMPRIMIR.
       CLOSE PROVEEDORES-ARCHIVO.
       CLOSE ADQUISICIONES-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-PROVEEDOR-RPT.
       MOVE "READ    LEER-SIGUIENTE-PROVEEDOR-RPT" TO WS-ERR-DONDE
       READ PROVEEDORES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-PROVEEDOR-RPT.
           MOVE 0 TO WS-TOTAL-ADQUISICION
           MOVE 0 TO WS-HAY-ADQUISICION-RPT
           MOVE ID-PROVEEDOR TO ID-PROVEEDOR-ADQ
           MOVE "START   MUESTRA-PROVEEDOR-RPT" TO WS-ERR-DONDE
           START ADQUISICIONES-ARCHIVO
               KEY IS NOT LESS THAN ID-PROVEEDOR-ADQ
               INVALID KEY     MOVE 1 TO WS-INDICADOR
       PERFORM LEER-SIGUIENTE-PROVEEDOR-RPT.

       LEER-SIGUIENTE-ADQUISICION-RPT.
       MOVE "READ    LEER-SIGUIENTE-ADQUISICION-RPT" TO WS-ERR-DONDE
       READ ADQUISICIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-ADQUISICION-RPT.
       DISPLAY "---Reparaciones pendientes---".
       DISPLAY " ".

       MOVE "OPEN    REPARACIONES-PENDIENTES" TO WS-ERR-DONDE
       OPEN I-O REPARACIONES-ARCHIVO.
       MOVE "reporte_consultas" TO WS-CAT-REPORTE.
       MOVE "REPARACIONES-PENDIENTES" TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RUTA.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE "---Reparaciones pendientes---" TO WS-LINEA.
       PERFORM IMPRIMIR.

       CLOSE REPARACIONES-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-REPARACION.
       MOVE "READ    LEER-SIGUIENTE-REPARACION" TO WS-ERR-DONDE
       READ REPARACIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       DISPLAY "Indique fecha final (AAAAMMDD)".
       ACCEPT WS-AUD-HASTA.

       MOVE "OPEN    AUDITORIA-POR-FECHAS" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "reporte_consultas" TO WS-CAT-REPORTE.
       MOVE "AUDITORIA-POR-FECHAS" TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RUTA.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE "---Auditoria por rango de fechas---" TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE WS-AUD-DESDE TO AUD-FECHA.
       MOVE LOW-VALUES TO AUD-HORA.
       MOVE 0 TO AUD-SECUENCIA.
       MOVE "START   AUDITORIA-POR-FECHAS" TO WS-ERR-DONDE
       START AUDITORIA-ARCHIVO KEY IS NOT LESS THAN AUD-LLAVE
           INVALID KEY     MOVE 1 TO LEE-TODO
           NOT INVALID KEY MOVE 0 TO LEE-TODO.

       CLOSE AUDITORIA-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-AUDITORIA.
       MOVE "READ    LEER-SIGUIENTE-AUDITORIA" TO WS-ERR-DONDE
       READ AUDITORIA-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       DISPLAY "Indique el identificador del operador".
       ACCEPT WS-AUD-OPERADOR-BUSCADO.

       MOVE "OPEN    AUDITORIA-POR-OPERADOR" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "reporte_consultas" TO WS-CAT-REPORTE.
       MOVE "AUDITORIA-POR-OPERADOR" TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RUTA.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE "---Auditoria por operador---" TO WS-LINEA.
       PERFORM IMPRIMIR.

       CLOSE AUDITORIA-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       MUESTRA-AUDITORIA-OPERADOR.
       DISPLAY "Indique el programa (Instrumentos, Prestamos, ...)".
       ACCEPT WS-AUD-PROGRAMA-BUSCADO.

       MOVE "OPEN    AUDITORIA-POR-PROGRAMA" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "reporte_consultas" TO WS-CAT-REPORTE.
       MOVE "AUDITORIA-POR-PROGRAMA" TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RUTA.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE "---Auditoria por programa---" TO WS-LINEA.
       PERFORM IMPRIMIR.

       CLOSE AUDITORIA-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       MUESTRA-AUDITORIA-PROGRAMA.
       DISPLAY " ".
       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

       MOVE "OPEN    INSTRUMENTOS-EN-GARANTIA" TO WS-ERR-DONDE
       OPEN I-O ADQUISICIONES-ARCHIVO.
       MOVE "reporte_consultas" TO WS-CAT-REPORTE.
       MOVE "INSTRUMENTOS-EN-GARANTIA" TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RUTA.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE "---Instrumentos en garantia---" TO WS-LINEA.
       PERFORM IMPRIMIR.

       CLOSE ADQUISICIONES-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-GARANTIA.
       MOVE "READ    LEER-SIGUIENTE-GARANTIA" TO WS-ERR-DONDE
       READ ADQUISICIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       DISPLAY "---Calidad de equipos por proveedor---".
       DISPLAY " ".

       MOVE "OPEN    CALIDAD-PROVEEDORES" TO WS-ERR-DONDE
       OPEN I-O PROVEEDORES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PROVEEDORES.
       MOVE "OPEN    CALIDAD-PROVEEDORES" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    CALIDAD-PROVEEDORES" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-HISTORIAL-ARCHIVO.
       MOVE "OPEN    CALIDAD-PROVEEDORES" TO WS-ERR-DONDE
       OPEN I-O MULTAS-ARCHIVO.
       MOVE "reporte_consultas" TO WS-CAT-REPORTE.
       MOVE "CALIDAD-PROVEEDORES" TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RUTA.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE "---Calidad de equipos por proveedor---" TO WS-LINEA.
       PERFORM IMPRIMIR.
       CLOSE INSTRUMENTOS-HISTORIAL-ARCHIVO.
       CLOSE MULTAS-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-PROVEEDOR-CAL.
       MOVE "READ    LEER-SIGUIENTE-PROVEEDOR-CAL" TO WS-ERR-DONDE
       READ PROVEEDORES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       *>QUE MUESTRA-INSTRUMENTO-PERFIL EN LA BUSQUEDA CONSOLIDADA.
       REVISAR-INSTRUMENTOS-PROV.
       CLOSE INSTRUMENTOS-ARCHIVO.
       MOVE "OPEN    REVISAR-INSTRUMENTOS-PROV" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE 0 TO WS-LEE-INSTRUMENTO-CAL.
       PERFORM LEER-INSTRUMENTO-CAL.
       PERFORM REVISAR-INSTRUMENTO-CAL
           UNTIL WS-LEE-INSTRUMENTO-CAL = 1.

       LEER-INSTRUMENTO-CAL.
       MOVE "READ    LEER-INSTRUMENTO-CAL" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-INSTRUMENTO-CAL.
       BUSCAR-PRIMER-DETERIORO.
       MOVE 0 TO WS-PRIMER-DETERIORO.
       MOVE ID-INSTRUMENTO TO ID-INSTRUMENTO-HIST.
       MOVE "START   BUSCAR-PRIMER-DETERIORO" TO WS-ERR-DONDE
       START INSTRUMENTOS-HISTORIAL-ARCHIVO
           KEY IS NOT LESS THAN ID-INSTRUMENTO-HIST
           INVALID KEY     MOVE 1 TO WS-LEE-HIST-CAL
           PERFORM REVISAR-HIST-CAL UNTIL WS-LEE-HIST-CAL = 1.

       LEER-HIST-CAL.
       MOVE "READ    LEER-HIST-CAL" TO WS-ERR-DONDE
       READ INSTRUMENTOS-HISTORIAL-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-HIST-CAL.
       *>"eterior" PARA ATRAPAR Deterioro Y deterioro POR IGUAL.
       SUMAR-MULTAS-DETERIORO.
       CLOSE MULTAS-ARCHIVO.
       MOVE "OPEN    SUMAR-MULTAS-DETERIORO" TO WS-ERR-DONDE
       OPEN I-O MULTAS-ARCHIVO.
       MOVE 0 TO WS-LEE-MULTA-CAL.
       PERFORM LEER-MULTA-CAL.
       PERFORM REVISAR-MULTA-CAL UNTIL WS-LEE-MULTA-CAL = 1.

       LEER-MULTA-CAL.
       MOVE "READ    LEER-MULTA-CAL" TO WS-ERR-DONDE
       READ MULTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-MULTA-CAL.
       DISPLAY "Indique el periodo de prestamos a contar (AAAAMM)".
       ACCEPT WS-DEM-MES.

       MOVE "OPEN    DEMANDA-CONTRA-STOCK" TO WS-ERR-DONDE
       OPEN I-O TIPO-INSTRUMENTO-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       MOVE "OPEN    DEMANDA-CONTRA-STOCK" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "OPEN    DEMANDA-CONTRA-STOCK" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-TIPOS-ARCHIVO.
       MOVE "OPEN    DEMANDA-CONTRA-STOCK" TO WS-ERR-DONDE
       OPEN I-O DISPONIBILIDAD-ARCHIVO.
       MOVE "OPEN    DEMANDA-CONTRA-STOCK" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "reporte_consultas" TO WS-CAT-REPORTE.
       MOVE "DEMANDA-CONTRA-STOCK" TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RUTA.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE "---Demanda contra stock por tipo---" TO WS-LINEA.
       PERFORM IMPRIMIR.
       CLOSE TIPO-INSTRUMENTO-ARCHIVO.
       CLOSE USUARIOS-ARCHIVO.
       CLOSE USUARIOS-TIPOS-ARCHIVO.
       CLOSE DISPONIBILIDAD-ARCHIVO.
       CLOSE PRESTAMOS-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-TIPO-DEM.
       MOVE "READ    LEER-SIGUIENTE-TIPO-DEM" TO WS-ERR-DONDE
       READ TIPO-INSTRUMENTO-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       CONTAR-MIEMBROS-TIPO-DEM.
       MOVE 0 TO WS-DEM-MIEMBROS.
       CLOSE USUARIOS-ARCHIVO.
       MOVE "OPEN    CONTAR-MIEMBROS-TIPO-DEM" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE 0 TO WS-LEE-DEM.
       PERFORM LEER-USUARIO-DEM.
       PERFORM ACUMULAR-MIEMBRO-DEM UNTIL WS-LEE-DEM = 1.
       CLOSE USUARIOS-TIPOS-ARCHIVO.
       MOVE "OPEN    CONTAR-MIEMBROS-TIPO-DEM" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-TIPOS-ARCHIVO.
       MOVE 0 TO WS-LEE-DEM.
       PERFORM LEER-UT-DEM.
       PERFORM ACUMULAR-UT-DEM UNTIL WS-LEE-DEM = 1.

       LEER-USUARIO-DEM.
       MOVE "READ    LEER-USUARIO-DEM" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-DEM.
       PERFORM LEER-USUARIO-DEM.

       LEER-UT-DEM.
       MOVE "READ    LEER-UT-DEM" TO WS-ERR-DONDE
       READ USUARIOS-TIPOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-DEM.
           ADD 1 TO WS-DEM-MIEMBROS.
       PERFORM LEER-UT-DEM.

       *>INSTRUMENTOS DEL TIPO, SUMANDO SUS TOTALES DE TODAS LAS
       *>SEDES EN EL RESUMEN DE DISPONIBILIDAD: CUANTOS HAY SIN
       *>CONTAR LO DESINCORPORADO, CUANTOS SE PUEDEN ENTREGAR AHORA,
       *>CUANTOS ESTAN PRESTADOS, CUANTOS ESPERAN A UN SOCIO QUE LOS
       *>RESERVO Y CUANTOS ESTAN FUERA DE SERVICIO.
       CONTAR-INSTRUMENTOS-TIPO-DEM.
       MOVE CODIGO-TIPO TO WS-DIS-TIPO-BUSCADO.
       PERFORM SUMAR-DISPONIBILIDAD.
       MOVE WS-DIS-SUMA-CANT(1) TO WS-DEM-DISPONIBLES.
       MOVE WS-DIS-SUMA-CANT(2) TO WS-DEM-PRESTADOS.
       COMPUTE WS-DEM-RESERVADOS =
           WS-DIS-SUMA-CANT(3) + WS-DIS-SUMA-CANT(4).
       COMPUTE WS-DEM-FUERA =
           WS-DIS-SUMA-CANT(5) + WS-DIS-SUMA-CANT(6)
           + WS-DIS-SUMA-CANT(7) + WS-DIS-SUMA-CANT(9).
       COMPUTE WS-DEM-INSTRUMENTOS = WS-DEM-DISPONIBLES
           + WS-DEM-PRESTADOS + WS-DEM-RESERVADOS + WS-DEM-FUERA.

       *>SUMA LOS TOTALES DEL RESUMEN DE DISPONIBILIDAD DEL TIPO
       *>WS-DIS-TIPO-BUSCADO EN TODAS LAS SEDES (O DE TODOS LOS TIPOS
       *>SI VIENE EN ESPACIOS). DISPONIBILIDAD-ARCHIVO DEBE ESTAR
       *>ABIERTO.
       SUMAR-DISPONIBILIDAD.
       PERFORM PONER-CERO-SUMA-DIS
           VARYING WS-IDX-DIS FROM 1 BY 1 UNTIL WS-IDX-DIS > 9.
       MOVE "T" TO DIS-CLASE.
       MOVE WS-DIS-TIPO-BUSCADO TO DIS-TIPO.
       MOVE LOW-VALUES TO DIS-SEDE.
       IF WS-DIS-TIPO-BUSCADO = SPACES
           MOVE LOW-VALUES TO DIS-TIPO.
       MOVE "START   SUMAR-DISPONIBILIDAD" TO WS-ERR-DONDE
       START DISPONIBILIDAD-ARCHIVO KEY IS NOT LESS THAN DIS-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-DIS
           NOT INVALID KEY MOVE 0 TO WS-LEE-DIS.
       IF WS-LEE-DIS = 0
           PERFORM LEER-SIGUIENTE-SUMA-DIS
           PERFORM ACUMULAR-SUMA-DIS UNTIL WS-LEE-DIS = 1.

       PONER-CERO-SUMA-DIS.
       MOVE 0 TO WS-DIS-SUMA-CANT(WS-IDX-DIS).

       LEER-SIGUIENTE-SUMA-DIS.
       MOVE "READ    LEER-SIGUIENTE-SUMA-DIS" TO WS-ERR-DONDE
       READ DISPONIBILIDAD-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-DIS.

       ACUMULAR-SUMA-DIS.
       IF DIS-CLASE NOT = "T"
           OR (WS-DIS-TIPO-BUSCADO NOT = SPACES
               AND DIS-TIPO NOT = WS-DIS-TIPO-BUSCADO)
           MOVE 1 TO WS-LEE-DIS
       ELSE
           PERFORM SUMAR-CONTADOR-DIS
               VARYING WS-IDX-DIS FROM 1 BY 1 UNTIL WS-IDX-DIS > 9
           PERFORM LEER-SIGUIENTE-SUMA-DIS.

       SUMAR-CONTADOR-DIS.
       ADD DIS-CANTIDAD(WS-IDX-DIS) TO WS-DIS-SUMA-CANT(WS-IDX-DIS).

       CONTAR-PRESTAMOS-TIPO-DEM.
       MOVE 0 TO WS-DEM-PRESTAMOS-MES.
       CLOSE PRESTAMOS-ARCHIVO.
       MOVE "OPEN    CONTAR-PRESTAMOS-TIPO-DEM" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE 0 TO WS-LEE-DEM.
       PERFORM LEER-PRESTAMO-DEM.
       PERFORM ACUMULAR-PRESTAMO-DEM UNTIL WS-LEE-DEM = 1.

       LEER-PRESTAMO-DEM.
       MOVE "READ    LEER-PRESTAMO-DEM" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-DEM.
           " Instrumentos en archivo: " WS-DEM-INSTRUMENTOS
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       STRING "  Disponibles ahora: " WS-DEM-DISPONIBLES
           " Prestados: " WS-DEM-PRESTADOS
           " Reservados o apartados: " WS-DEM-RESERVADOS
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       STRING "  Fuera de servicio (reparacion, transito, "
           "deterioro o extravio): " WS-DEM-FUERA
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       STRING "  Prestamos del periodo: " WS-DEM-PRESTAMOS-MES
       DISPLAY "Indique numero de cedula del usuario".
       ACCEPT WS-CEDULA-USUARIO.

       MOVE "OPEN    PRESTAMOS-ARCHIVADOS" TO WS-ERR-DONDE
       OPEN I-O ARCHIVO-PRESTAMOS-ARCHIVO.
       MOVE "reporte_consultas" TO WS-CAT-REPORTE.
       MOVE "PRESTAMOS-ARCHIVADOS" TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RUTA.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE "---Prestamos archivados de una cedula---" TO WS-LINEA.
       PERFORM IMPRIMIR.

       MOVE 0 TO WS-HAY-PRESTAMOS.
       MOVE WS-CEDULA-USUARIO TO CEDULA-USUARIO-ARC.
       MOVE "START   PRESTAMOS-ARCHIVADOS" TO WS-ERR-DONDE
       START ARCHIVO-PRESTAMOS-ARCHIVO
           KEY IS NOT LESS THAN CEDULA-USUARIO-ARC
           INVALID KEY     MOVE 1 TO LEE-TODO

       CLOSE ARCHIVO-PRESTAMOS-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-PRESTAMO-ARC.
       MOVE "READ    LEER-SIGUIENTE-PRESTAMO-ARC" TO WS-ERR-DONDE
       READ ARCHIVO-PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       DISPLAY "Indique fecha final (AAAAMMDD)".
       ACCEPT WS-AUD-HASTA.

       MOVE "OPEN    AUDITORIA-ARCHIVADA" TO WS-ERR-DONDE
       OPEN I-O ARCHIVO-AUDITORIA-ARCHIVO.
       MOVE "reporte_consultas" TO WS-CAT-REPORTE.
       MOVE "AUDITORIA-ARCHIVADA" TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RUTA.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE "---Auditoria archivada por rango de fechas---"
           TO WS-LINEA.
       MOVE WS-AUD-DESDE TO AUD-FECHA-ARC.
       MOVE LOW-VALUES TO AUD-HORA-ARC.
       MOVE 0 TO AUD-SECUENCIA-ARC.
       MOVE "START   AUDITORIA-ARCHIVADA" TO WS-ERR-DONDE
       START ARCHIVO-AUDITORIA-ARCHIVO
           KEY IS NOT LESS THAN AUD-LLAVE-ARC
           INVALID KEY     MOVE 1 TO LEE-TODO

       CLOSE ARCHIVO-AUDITORIA-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-AUD-ARC.
       MOVE "READ    LEER-SIGUIENTE-AUD-ARC" TO WS-ERR-DONDE
       READ ARCHIVO-AUDITORIA-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       DISPLAY "Indique numero de cedula del usuario".
       ACCEPT WS-CEDULA-ESTADO.

       MOVE "OPEN    ESTADO-DE-CUENTA" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE WS-CEDULA-ESTADO TO CEDULA-USUARIO.
       MOVE "READ    ESTADO-DE-CUENTA" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
       GENERAR-ESTADO-CUENTA.
       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
       MOVE SPACES TO WS-ESTADO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "estado_" DELIMITED BY SIZE
           WS-CEDULA-ESTADO DELIMITED BY SPACE
           ".txt" DELIMITED BY SIZE
           INTO WS-ESTADO-RUTA.
       PERFORM ESTADO-PRESTAMOS-ABIERTOS.
       PERFORM ESTADO-MULTAS-PENDIENTES.
       PERFORM ESTADO-RESERVAS-PENDIENTES.
       PERFORM ESTADO-SALDO-FAVOR.

       CLOSE ESTADO-ARCHIVO.

       PERFORM IMPRIMIR-ESTADO.
       MOVE "Equipo que tiene afuera:" TO WS-LINEA-ESTADO.
       PERFORM IMPRIMIR-ESTADO.
       MOVE "OPEN    ESTADO-PRESTAMOS-ABIERTOS" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE 0 TO WS-HAY-ESTADO.
       MOVE WS-CEDULA-ESTADO TO CEDULA-USUARIO-PR.
       MOVE "START   ESTADO-PRESTAMOS-ABIERTOS" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO
           KEY IS NOT LESS THAN CEDULA-USUARIO-PR
           INVALID KEY     MOVE 1 TO WS-LEE-ESTADO
       CLOSE PRESTAMOS-ARCHIVO.

       LEER-PRESTAMO-ESTADO.
       MOVE "READ    LEER-PRESTAMO-ESTADO" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-ESTADO.
       PERFORM IMPRIMIR-ESTADO.
       MOVE "Multas pendientes:" TO WS-LINEA-ESTADO.
       PERFORM IMPRIMIR-ESTADO.
       MOVE "OPEN    ESTADO-MULTAS-PENDIENTES" TO WS-ERR-DONDE
       OPEN I-O MULTAS-ARCHIVO.
       MOVE "OPEN    ESTADO-MULTAS-PENDIENTES" TO WS-ERR-DONDE
       OPEN I-O PAGOS-MULTAS-ARCHIVO.
       MOVE 0 TO WS-HAY-ESTADO.
       MOVE 0 TO WS-SALDO-TOTAL-EST.
       MOVE WS-CEDULA-ESTADO TO CEDULA-USUARIO-MUL.
       MOVE "START   ESTADO-MULTAS-PENDIENTES" TO WS-ERR-DONDE
       START MULTAS-ARCHIVO
           KEY IS NOT LESS THAN CEDULA-USUARIO-MUL
           INVALID KEY     MOVE 1 TO WS-LEE-ESTADO
           MOVE "  (sin multas pendientes)" TO WS-LINEA-ESTADO
           PERFORM IMPRIMIR-ESTADO.
       STRING "Saldo total adeudado en multas: " WS-SALDO-TOTAL-EST
           " dolares"
           DELIMITED BY SIZE INTO WS-LINEA-ESTADO.
       PERFORM IMPRIMIR-ESTADO.
       PERFORM ESTADO-SALDO-BOLIVARES.
       CLOSE MULTAS-ARCHIVO.
       CLOSE PAGOS-MULTAS-ARCHIVO.

       *>EL SALDO TAMBIEN EN BOLIVARES A LA TASA DE HOY, QUE ES LO
       *>QUE EL SOCIO PAGARIA SI VIENE HOY. SI AUN NO SE CARGO LA
       *>TASA DEL DIA SOLO SE DEJA LA NOTA.
       ESTADO-SALDO-BOLIVARES.
       MOVE "OPEN    ESTADO-SALDO-BOLIVARES" TO WS-ERR-DONDE
       OPEN I-O TASAS-CAMBIO-ARCHIVO.
       MOVE WS-FECHA-HOY TO TASA-FECHA.
       MOVE "READ    ESTADO-SALDO-BOLIVARES" TO WS-ERR-DONDE
       READ TASAS-CAMBIO-ARCHIVO RECORD
           KEY TASA-FECHA
               INVALID KEY     MOVE 0 TO WS-HAY-TASA-EST
               NOT INVALID KEY MOVE 1 TO WS-HAY-TASA-EST.
       CLOSE TASAS-CAMBIO-ARCHIVO.
       IF WS-HAY-TASA-EST = 1 AND TASA-BS > 0
           COMPUTE WS-SALDO-BS-EST ROUNDED =
               WS-SALDO-TOTAL-EST * TASA-BS
           STRING "Equivalente en bolivares: " WS-SALDO-BS-EST
               " (tasa " TASA-BS ")"
               DELIMITED BY SIZE INTO WS-LINEA-ESTADO
           PERFORM IMPRIMIR-ESTADO
       ELSE
           MOVE "  (tasa del dia sin cargar; saldo solo en dolares)"
               TO WS-LINEA-ESTADO
           PERFORM IMPRIMIR-ESTADO.

       LEER-MULTA-ESTADO.
       MOVE "READ    LEER-MULTA-ESTADO" TO WS-ERR-DONDE
       READ MULTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-ESTADO.
       SUMAR-PAGOS-ESTADO.
       MOVE 0 TO WS-PAGADO-EST.
       MOVE MUL-LLAVE TO MUL-LLAVE-PAGO.
       MOVE "START   SUMAR-PAGOS-ESTADO" TO WS-ERR-DONDE
       START PAGOS-MULTAS-ARCHIVO
           KEY IS NOT LESS THAN MUL-LLAVE-PAGO
           INVALID KEY     MOVE 1 TO WS-LEE-PAGO-EST
           PERFORM ACUMULAR-PAGO-ESTADO UNTIL WS-LEE-PAGO-EST = 1.

       LEER-PAGO-ESTADO.
       MOVE "READ    LEER-PAGO-ESTADO" TO WS-ERR-DONDE
       READ PAGOS-MULTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-PAGO-EST.
       PERFORM IMPRIMIR-ESTADO.
       MOVE "Reservas pendientes:" TO WS-LINEA-ESTADO.
       PERFORM IMPRIMIR-ESTADO.
       MOVE "OPEN    ESTADO-RESERVAS-PENDIENTES" TO WS-ERR-DONDE
       OPEN I-O RESERVAS-ARCHIVO.
       MOVE 0 TO WS-HAY-ESTADO.
       MOVE WS-CEDULA-ESTADO TO CEDULA-USUARIO-RES.
       MOVE "START   ESTADO-RESERVAS-PENDIENTES" TO WS-ERR-DONDE
       START RESERVAS-ARCHIVO
           KEY IS NOT LESS THAN CEDULA-USUARIO-RES
           INVALID KEY     MOVE 1 TO WS-LEE-ESTADO
           PERFORM IMPRIMIR-ESTADO.
       CLOSE RESERVAS-ARCHIVO.

       *>LO QUE EL SOCIO TIENE A FAVOR EN SU CUENTA DE CREDITOS (VER
       *>CREDITOS.CBL), PARA QUE LO USE O PIDA SU REEMBOLSO.
       ESTADO-SALDO-FAVOR.
       MOVE " " TO WS-LINEA-ESTADO.
       PERFORM IMPRIMIR-ESTADO.
       MOVE "OPEN    ESTADO-SALDO-FAVOR" TO WS-ERR-DONDE
       OPEN I-O CREDITOS-ARCHIVO.
       MOVE WS-CEDULA-ESTADO TO WS-CRE-CEDULA.
       PERFORM CALCULAR-SALDO-CREDITO.
       CLOSE CREDITOS-ARCHIVO.
       MOVE SPACES TO WS-LINEA-ESTADO.
       STRING "Saldo a favor del socio: " WS-SALDO-CREDITO
           " dolares" DELIMITED BY SIZE INTO WS-LINEA-ESTADO.
       PERFORM IMPRIMIR-ESTADO.

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

       LEER-RESERVA-ESTADO.
       MOVE "READ    LEER-RESERVA-ESTADO" TO WS-ERR-DONDE
       READ RESERVAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-ESTADO.
       ACCEPT WS-TRAF-HASTA.

       MOVE ZEROS TO WS-TRAF-TABLAS.
       MOVE "OPEN    TRAFICO-MOSTRADOR" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    TRAFICO-MOSTRADOR" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "reporte_consultas" TO WS-CAT-REPORTE.
       MOVE "TRAFICO-MOSTRADOR" TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RUTA.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE "---Trafico del mostrador---" TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE WS-TRAF-DESDE TO AUD-FECHA.
       MOVE LOW-VALUES TO AUD-HORA.
       MOVE 0 TO AUD-SECUENCIA.
       MOVE "START   TRAFICO-MOSTRADOR" TO WS-ERR-DONDE
       START AUDITORIA-ARCHIVO KEY IS NOT LESS THAN AUD-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-TRAF
           NOT INVALID KEY MOVE 0 TO WS-LEE-TRAF.
       CLOSE PRESTAMOS-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-PRESTAMO-TRAF.
       MOVE "READ    LEER-PRESTAMO-TRAF" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-TRAF.
       PERFORM LEER-PRESTAMO-TRAF.

       LEER-AUDITORIA-TRAF.
       MOVE "READ    LEER-AUDITORIA-TRAF" TO WS-ERR-DONDE
       READ AUDITORIA-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-TRAF.
       PERFORM CONVERTIR-FECHA-A-DIAS.
       MOVE WS-DIAS-CONV TO WS-DIAS-HOY-TAB.

       MOVE "OPEN    TABLERO-DEL-DIA" TO WS-ERR-DONDE
       OPEN I-O DISPONIBILIDAD-ARCHIVO.
       MOVE "OPEN    TABLERO-DEL-DIA" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    TABLERO-DEL-DIA" TO WS-ERR-DONDE
       OPEN I-O RESERVAS-ARCHIVO.
       MOVE "OPEN    TABLERO-DEL-DIA" TO WS-ERR-DONDE
       OPEN I-O MULTAS-ARCHIVO.
       MOVE "OPEN    TABLERO-DEL-DIA" TO WS-ERR-DONDE
       OPEN I-O PAGOS-MULTAS-ARCHIVO.
       MOVE "OPEN    TABLERO-DEL-DIA" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "reporte_consultas" TO WS-CAT-REPORTE.
       MOVE "TABLERO-DEL-DIA" TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RUTA.
       OPEN OUTPUT REPORTE-ARCHIVO.

       MOVE "---Tablero del dia---" TO WS-LINEA.
       PERFORM CONTAR-TAB-INSTRUMENTOS.
       PERFORM CONTAR-TAB-PRESTAMOS.
       PERFORM CONTAR-TAB-RESERVAS.
       PERFORM CONTAR-TAB-MULTAS.
       PERFORM CONTAR-TAB-MEMBRESIAS.

       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       STRING "Instrumentos disponibles ahora:    " WS-TAB-DISPONIBLES
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       STRING "Instrumentos prestados ahora:      " WS-TAB-PRESTADOS
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       STRING "Reservados o apartados:            " WS-TAB-APARTADOS
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       STRING "En transito entre sedes:           " WS-TAB-TRANSITO
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       STRING "Prestamos que vencen hoy:          " WS-TAB-VENCEN-HOY
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       STRING "Reservas pendientes:               " WS-TAB-RESERVAS
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       STRING "Instrumentos en reparacion:        "
           WS-TAB-REPARACIONES
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.

       CLOSE DISPONIBILIDAD-ARCHIVO.
       CLOSE PRESTAMOS-ARCHIVO.
       CLOSE RESERVAS-ARCHIVO.
       CLOSE MULTAS-ARCHIVO.
       CLOSE PAGOS-MULTAS-ARCHIVO.
       CLOSE USUARIOS-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       *>LOS INSTRUMENTOS DE TODO EL CLUB SALEN DEL RESUMEN DE
       *>DISPONIBILIDAD (VER DISPONIBILIDAD.CBL).
       CONTAR-TAB-INSTRUMENTOS.
       MOVE SPACES TO WS-DIS-TIPO-BUSCADO.
       PERFORM SUMAR-DISPONIBILIDAD.
       MOVE WS-DIS-SUMA-CANT(1) TO WS-TAB-DISPONIBLES.
       MOVE WS-DIS-SUMA-CANT(2) TO WS-TAB-PRESTADOS.
       COMPUTE WS-TAB-APARTADOS =
           WS-DIS-SUMA-CANT(3) + WS-DIS-SUMA-CANT(4).
       MOVE WS-DIS-SUMA-CANT(5) TO WS-TAB-REPARACIONES.
       MOVE WS-DIS-SUMA-CANT(6) TO WS-TAB-TRANSITO.

       CONTAR-TAB-PRESTAMOS.
       MOVE 0 TO WS-TAB-VENCEN-HOY.
       PERFORM ACUMULAR-PRESTAMO-TAB UNTIL WS-LEE-TAB = 1.

       LEER-PRESTAMO-TAB.
       MOVE "READ    LEER-PRESTAMO-TAB" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-TAB.
       PERFORM ACUMULAR-RESERVA-TAB UNTIL WS-LEE-TAB = 1.

       LEER-RESERVA-TAB.
       MOVE "READ    LEER-RESERVA-TAB" TO WS-ERR-DONDE
       READ RESERVAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-TAB.
           ADD 1 TO WS-TAB-RESERVAS.
       PERFORM LEER-RESERVA-TAB.

       *>LAS MULTAS PENDIENTES SE SUMAN NETAS DE ABONOS, IGUAL QUE
       *>EN EL ESTADO DE CUENTA.
       CONTAR-TAB-MULTAS.
       PERFORM ACUMULAR-MULTA-TAB UNTIL WS-LEE-TAB = 1.

       LEER-MULTA-TAB.
       MOVE "READ    LEER-MULTA-TAB" TO WS-ERR-DONDE
       READ MULTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-TAB.
       PERFORM ACUMULAR-MEMBRESIA-TAB UNTIL WS-LEE-TAB = 1.

       LEER-USUARIO-TAB.
       MOVE "READ    LEER-USUARIO-TAB" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-TAB.
       TENDENCIA-CONDICION.
       DISPLAY "---Tendencia de condicion de los equipos---".
       DISPLAY " ".
       MOVE "OPEN    TENDENCIA-CONDICION" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-HISTORIAL-ARCHIVO.
       MOVE "reporte_consultas" TO WS-CAT-REPORTE.
       MOVE "TENDENCIA-CONDICION" TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RUTA.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE "---Instrumentos cuya condicion viene empeorando---"
           TO WS-LINEA.
           PERFORM IMPRIMIR.
       CLOSE INSTRUMENTOS-HISTORIAL-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-HISTORIAL-TEND.
       MOVE "READ    LEER-HISTORIAL-TEND" TO WS-ERR-DONDE
       READ INSTRUMENTOS-HISTORIAL-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-TEND.
       ACCEPT WS-CADENA-BUSQUEDA.
       PERFORM CALCULAR-LONGITUD-BUSQUEDA.

       MOVE "OPEN    BUSCAR-POR-SERIE" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "reporte_consultas" TO WS-CAT-REPORTE.
       MOVE "BUSCAR-POR-SERIE" TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RUTA.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE "---Instrumentos por numero de serie---" TO WS-LINEA.
       PERFORM IMPRIMIR.
           PERFORM IMPRIMIR.
       CLOSE INSTRUMENTOS-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-INSTRUMENTO-SERIE.
       MOVE "READ    LEER-INSTRUMENTO-SERIE" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       PERFORM CONVERTIR-FECHA-A-DIAS.
       MOVE WS-DIAS-CONV TO WS-DIAS-HOY-ANT.

       MOVE "OPEN    ANTIGUEDAD-MULTAS" TO WS-ERR-DONDE
       OPEN I-O MULTAS-ARCHIVO.
       MOVE "OPEN    ANTIGUEDAD-MULTAS" TO WS-ERR-DONDE
       OPEN I-O PAGOS-MULTAS-ARCHIVO.
       MOVE "reporte_consultas" TO WS-CAT-REPORTE.
       MOVE "ANTIGUEDAD-MULTAS" TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RUTA.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE "---Antiguedad de multas pendientes---" TO WS-LINEA.
       PERFORM IMPRIMIR.
       CLOSE MULTAS-ARCHIVO.
       CLOSE PAGOS-MULTAS-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-MULTA-ANT.
       MOVE "READ    LEER-MULTA-ANT" TO WS-ERR-DONDE
       READ MULTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-ANT.
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR.

       *>PRESUPUESTO CONTRA GASTO: PARA CADA TIPO, LO QUE APROBO LA
       *>JUNTA PARA EL AÑO, LO COMPROMETIDO EN ORDENES ABIERTAS, LO YA
       *>RECIBIDO Y LO GASTADO EN EL TALLER, CON EL SALDO DISPONIBLE O
       *>EL EXCESO.
       PRESUPUESTO-CONTRA-GASTO.
       DISPLAY "---Presupuesto contra gasto por tipo---".
       DISPLAY "Indique el año (AAAA)".
       ACCEPT WS-ANIO-PPT.
       MOVE "OPEN    PRESUPUESTO-CONTRA-GASTO" TO WS-ERR-DONDE
       OPEN I-O PRESUPUESTO-ARCHIVO.
       MOVE "OPEN    PRESUPUESTO-CONTRA-GASTO" TO WS-ERR-DONDE
       OPEN I-O ORDENES-ARCHIVO.
       MOVE "OPEN    PRESUPUESTO-CONTRA-GASTO" TO WS-ERR-DONDE
       OPEN I-O ORDENES-DET-ARCHIVO.
       MOVE "OPEN    PRESUPUESTO-CONTRA-GASTO" TO WS-ERR-DONDE
       OPEN I-O REPARACIONES-ARCHIVO.
       MOVE "reporte_consultas" TO WS-CAT-REPORTE.
       MOVE "PRESUPUESTO-CONTRA-GASTO" TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-RUTA.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE "---Presupuesto contra gasto por tipo---" TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE SPACES TO WS-LINEA.
       STRING "Año: " WS-ANIO-PPT
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       PERFORM ARMAR-TABLA-PPT.
       PERFORM IMPRIMIR-TABLA-PPT.
       CLOSE PRESUPUESTO-ARCHIVO.
       CLOSE ORDENES-ARCHIVO.
       CLOSE ORDENES-DET-ARCHIVO.
       CLOSE REPARACIONES-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       *>ARMA LA TABLA DEL AÑO WS-ANIO-PPT: PRIMERO LOS PRESUPUESTOS
       *>CARGADOS, LUEGO LAS LINEAS DE LAS ORDENES DE ESE AÑO (LO
       *>PENDIENTE DE RECIBIR EN ORDENES ABIERTAS ES COMPROMETIDO; LO
       *>RECIBIDO EN ORDENES NO ANULADAS ES GASTO REAL) Y POR ULTIMO
       *>EL COSTO REAL DE LAS REPARACIONES CERRADAS EN EL AÑO, IGUAL
       *>QUE CALCULAR-GASTO-TIPO EN COMPRAS.CBL.
       ARMAR-TABLA-PPT.
       MOVE 0 TO WS-PPT-USADAS.
       MOVE WS-ANIO-PPT TO PRE-ANIO-PPT.
       MOVE LOW-VALUES TO PRE-CODIGO-TIPO-PPT.
       MOVE 0 TO WS-LEE-PPT.
       MOVE "START   ARMAR-TABLA-PPT" TO WS-ERR-DONDE
       START PRESUPUESTO-ARCHIVO KEY IS NOT LESS THAN PRE-LLAVE-PPT
           INVALID KEY MOVE 1 TO WS-LEE-PPT.
       IF WS-LEE-PPT = 0
           PERFORM LEER-SIGUIENTE-PPT
           PERFORM CARGAR-PRESUPUESTO-PPT UNTIL WS-LEE-PPT = 1.
       MOVE 0 TO WS-LEE-PPT.
       PERFORM LEER-DET-PPT.
       PERFORM SUMAR-DET-PPT UNTIL WS-LEE-PPT = 1.
       MOVE 0 TO WS-LEE-PPT.
       PERFORM LEER-REP-PPT.
       PERFORM SUMAR-REP-PPT UNTIL WS-LEE-PPT = 1.

       LEER-SIGUIENTE-PPT.
       MOVE "READ    LEER-SIGUIENTE-PPT" TO WS-ERR-DONDE
       READ PRESUPUESTO-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-PPT.

       CARGAR-PRESUPUESTO-PPT.
       IF PRE-ANIO-PPT NOT = WS-ANIO-PPT
           MOVE 1 TO WS-LEE-PPT
       ELSE
           MOVE PRE-CODIGO-TIPO-PPT TO WS-PPT-BUSCADO
           PERFORM UBICAR-FILA-PPT
           IF WS-PPT-FILA-ACT > 0
               MOVE PRE-APROBADO-PPT
                   TO WS-PPT-APROBADO(WS-PPT-FILA-ACT)
           END-IF
           PERFORM LEER-SIGUIENTE-PPT.

       LEER-DET-PPT.
       MOVE "READ    LEER-DET-PPT" TO WS-ERR-DONDE
       READ ORDENES-DET-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-PPT.

       SUMAR-DET-PPT.
       MOVE NUMERO-ORDEN-DET TO NUMERO-ORDEN.
       MOVE "READ    SUMAR-DET-PPT" TO WS-ERR-DONDE
       READ ORDENES-ARCHIVO RECORD
           KEY ORD-LLAVE
               INVALID KEY     MOVE 0 TO WS-HAY-ORDEN-PPT
               NOT INVALID KEY MOVE 1 TO WS-HAY-ORDEN-PPT.
       IF WS-HAY-ORDEN-PPT = 1
           AND FECHA-ORDEN(1:4) = WS-ANIO-PPT
           AND STATUS-ORDEN NOT = "Anulada"
           MOVE CODIGO-TIPO-DET TO WS-PPT-BUSCADO
           PERFORM UBICAR-FILA-PPT
           IF WS-PPT-FILA-ACT > 0
               COMPUTE WS-PPT-RECIBIDO(WS-PPT-FILA-ACT) =
                   WS-PPT-RECIBIDO(WS-PPT-FILA-ACT)
                   + CANTIDAD-RECIBIDA-DET * VALOR-UNITARIO-DET
               IF STATUS-ORDEN = "Abierta"
                   AND CANTIDAD-DET > CANTIDAD-RECIBIDA-DET
                   COMPUTE WS-PPT-COMPROMETIDO(WS-PPT-FILA-ACT) =
                       WS-PPT-COMPROMETIDO(WS-PPT-FILA-ACT)
                       + (CANTIDAD-DET - CANTIDAD-RECIBIDA-DET)
                       * VALOR-UNITARIO-DET.
       PERFORM LEER-DET-PPT.

       LEER-REP-PPT.
       MOVE "READ    LEER-REP-PPT" TO WS-ERR-DONDE
       READ REPARACIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-PPT.

       SUMAR-REP-PPT.
       IF STATUS-ORDEN-REP = "Cerrada"
           AND FECHA-RETORNO-REP(1:4) = WS-ANIO-PPT
           MOVE ID-INSTRUMENTO-REP(1:3) TO WS-PPT-BUSCADO
           PERFORM UBICAR-FILA-PPT
           IF WS-PPT-FILA-ACT > 0
               ADD COSTO-REAL-REP TO WS-PPT-TALLER(WS-PPT-FILA-ACT).
       PERFORM LEER-REP-PPT.

       *>DEJA EN WS-PPT-FILA-ACT LA FILA DEL TIPO WS-PPT-BUSCADO,
       *>ABRIENDO UNA NUEVA SI NO ESTA. SI LA TABLA ESTA LLENA QUEDA
       *>EN CERO Y EL MONTO NO SE ACUMULA.
       UBICAR-FILA-PPT.
       MOVE 0 TO WS-PPT-FILA-ACT.
       PERFORM COMPARAR-FILA-PPT
           VARYING WS-IDX-PPT FROM 1 BY 1
           UNTIL WS-IDX-PPT > WS-PPT-USADAS.
       IF WS-PPT-FILA-ACT = 0 AND WS-PPT-USADAS < 60
           ADD 1 TO WS-PPT-USADAS
           MOVE WS-PPT-USADAS TO WS-PPT-FILA-ACT
           MOVE WS-PPT-BUSCADO TO WS-PPT-TIPO(WS-PPT-FILA-ACT)
           MOVE 0 TO WS-PPT-APROBADO(WS-PPT-FILA-ACT)
           MOVE 0 TO WS-PPT-COMPROMETIDO(WS-PPT-FILA-ACT)
           MOVE 0 TO WS-PPT-RECIBIDO(WS-PPT-FILA-ACT)
           MOVE 0 TO WS-PPT-TALLER(WS-PPT-FILA-ACT).

       COMPARAR-FILA-PPT.
       IF WS-PPT-TIPO(WS-IDX-PPT) = WS-PPT-BUSCADO
           MOVE WS-IDX-PPT TO WS-PPT-FILA-ACT.

       IMPRIMIR-TABLA-PPT.
       MOVE 0 TO WS-PPT-TOTAL-APROBADO.
       MOVE 0 TO WS-PPT-TOTAL-GASTO.
       MOVE SPACES TO WS-LINEA.
       STRING "Tip Aprobado   Comprometido Recibido     "
           "Taller       Estado      Saldo"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       IF WS-PPT-USADAS = 0
           MOVE "(sin presupuesto ni gasto en el año)" TO WS-LINEA
           PERFORM IMPRIMIR.
       PERFORM IMPRIMIR-FILA-PPT
           VARYING WS-IDX-PPT FROM 1 BY 1
           UNTIL WS-IDX-PPT > WS-PPT-USADAS.
       MOVE SPACES TO WS-LINEA.
       STRING "Total aprobado: " WS-PPT-TOTAL-APROBADO
           "  Total gastado: " WS-PPT-TOTAL-GASTO
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.

       *>EL GASTO DEL TIPO ES LO COMPROMETIDO MAS LO RECIBIDO MAS EL
       *>TALLER. SI PASA LO APROBADO, EL SALDO ES EL EXCESO.
       IMPRIMIR-FILA-PPT.
       COMPUTE WS-PPT-GASTO = WS-PPT-COMPROMETIDO(WS-IDX-PPT)
           + WS-PPT-RECIBIDO(WS-IDX-PPT) + WS-PPT-TALLER(WS-IDX-PPT).
       ADD WS-PPT-APROBADO(WS-IDX-PPT) TO WS-PPT-TOTAL-APROBADO.
       ADD WS-PPT-GASTO TO WS-PPT-TOTAL-GASTO.
       IF WS-PPT-GASTO > WS-PPT-APROBADO(WS-IDX-PPT)
           COMPUTE WS-PPT-SALDO =
               WS-PPT-GASTO - WS-PPT-APROBADO(WS-IDX-PPT)
           IF WS-PPT-APROBADO(WS-IDX-PPT) = 0
               MOVE "SIN PRESUP." TO WS-PPT-MARCA
           ELSE
               MOVE "EXCEDIDO" TO WS-PPT-MARCA
           END-IF
       ELSE
           COMPUTE WS-PPT-SALDO =
               WS-PPT-APROBADO(WS-IDX-PPT) - WS-PPT-GASTO
           MOVE "Disponible" TO WS-PPT-MARCA.
       MOVE SPACES TO WS-LINEA.
       STRING WS-PPT-TIPO(WS-IDX-PPT) " "
           WS-PPT-APROBADO(WS-IDX-PPT) " "
           WS-PPT-COMPROMETIDO(WS-IDX-PPT) " "
           WS-PPT-RECIBIDO(WS-IDX-PPT) " "
           WS-PPT-TALLER(WS-IDX-PPT) " "
           WS-PPT-MARCA " " WS-PPT-SALDO
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.

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
       MOVE SPACES TO WS-PROVEEDORES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "proveedores.dat" DELIMITED BY SIZE INTO WS-PROVEEDORES-RUTA.
       MOVE SPACES TO WS-USUARIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios.dat" DELIMITED BY SIZE INTO WS-USUARIOS-RUTA.
       MOVE SPACES TO WS-PRESTAMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "prestamos.dat" DELIMITED BY SIZE INTO WS-PRESTAMOS-RUTA.
       MOVE SPACES TO WS-TIPO-INSTRUMENTO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "tipo_instrumento.dat" DELIMITED BY SIZE
           INTO WS-TIPO-INSTRUMENTO-RUTA.
       MOVE SPACES TO WS-ADQUISICIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "adquisiciones.dat" DELIMITED BY SIZE
           INTO WS-ADQUISICIONES-RUTA.
       MOVE SPACES TO WS-USUARIOS-TIPOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios_tipos.dat" DELIMITED BY SIZE
           INTO WS-USUARIOS-TIPOS-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-HISTORIAL-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos_historial.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-HISTORIAL-RUTA.
       MOVE SPACES TO WS-MULTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "multas.dat" DELIMITED BY SIZE INTO WS-MULTAS-RUTA.
       MOVE SPACES TO WS-REPARACIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reparaciones.dat" DELIMITED BY SIZE
           INTO WS-REPARACIONES-RUTA.
       MOVE SPACES TO WS-ARCHIVO-PRESTAMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "archivo_prestamos.dat" DELIMITED BY SIZE
           INTO WS-ARCHIVO-PRESTAMOS-RUTA.
       MOVE SPACES TO WS-ARCHIVO-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "archivo_auditoria.dat" DELIMITED BY SIZE
           INTO WS-ARCHIVO-AUDITORIA-RUTA.
       MOVE SPACES TO WS-PAGOS-MULTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "pagos_multas.dat" DELIMITED BY SIZE
           INTO WS-PAGOS-MULTAS-RUTA.
       MOVE SPACES TO WS-RESERVAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reservas.dat" DELIMITED BY SIZE INTO WS-RESERVAS-RUTA.
       MOVE SPACES TO WS-DISPONIBILIDAD-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "disponibilidad.dat" DELIMITED BY SIZE
           INTO WS-DISPONIBILIDAD-RUTA.
       MOVE SPACES TO WS-TASAS-CAMBIO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "tasas_cambio.dat" DELIMITED BY SIZE
           INTO WS-TASAS-CAMBIO-RUTA.
       MOVE SPACES TO WS-FACTURAS-PROV-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "facturas_proveedor.dat" DELIMITED BY SIZE
           INTO WS-FACTURAS-PROV-RUTA.
       MOVE SPACES TO WS-PRESUPUESTO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "presupuesto.dat" DELIMITED BY SIZE INTO WS-PRESUPUESTO-RUTA.
       MOVE SPACES TO WS-ORDENES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "ordenes_compra.dat" DELIMITED BY SIZE INTO WS-ORDENES-RUTA.
       MOVE SPACES TO WS-ORDENES-DET-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "ordenes_compra_det.dat" DELIMITED BY SIZE
           INTO WS-ORDENES-DET-RUTA.
       MOVE SPACES TO WS-CREDITOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "creditos.dat" DELIMITED BY SIZE INTO WS-CREDITOS-RUTA.

       *>PARRAFO VACIO PARA QUE EXIT PROGRAM NO QUEDE COMO CONTINUACION
       *>DEL PARRAFO ANTERIOR (SE INVOCA CON PERFORM SIN THRU, ASI
       *>QUE SU ALCANCE LLEGA HASTA EL SIGUIENTE ENCABEZADO DE
