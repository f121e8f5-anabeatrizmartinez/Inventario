       *>PIDE, CUANDO, Y SI SIGUE ABIERTA O YA SE RECIBIO. EL NUMERO
       *>DE ORDEN ES CORRELATIVO Y UNICO.
       SELECT OPTIONAL ORDENES-ARCHIVO
       ASSIGN TO WS-ORDENES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ORD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ORDENES.

       *>LINEAS DE CADA ORDEN: UN TIPO DE INSTRUMENTO, LA CANTIDAD
       *>PEDIDA, EL VALOR UNITARIO DE LA FACTURA Y LOS MESES DE
       *>GARANTIA OFRECIDOS. AL RECIBIR SE ANOTA LO QUE LLEGO.
       SELECT OPTIONAL ORDENES-DET-ARCHIVO
       ASSIGN TO WS-ORDENES-DET-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS DET-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ORDENES-DET.

       *>PARA VERIFICAR QUE EL PROVEEDOR DE LA ORDEN EXISTA.
       SELECT OPTIONAL PROVEEDORES-ARCHIVO
       ASSIGN TO WS-PROVEEDORES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-PROVEEDOR-PRV
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PROVEEDORES.

       *>EL CATALOGO DE TIPOS, PARA VALIDAR CADA LINEA Y PARA AVANZAR
       *>EL CORRELATIVO AL GENERAR LOS CODIGOS DE LOS INSTRUMENTOS
       *>RECIBIDOS, IGUAL QUE REGISTRAR EN INSTRUMENTOS.CBL.
       SELECT OPTIONAL TIPO-INSTRUMENTO-ARCHIVO
       ASSIGN TO WS-TIPO-INSTRUMENTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-TIPO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TIPO-INSTRUMENTO.

       *>AL RECIBIR LA MERCANCIA SE CREAN AQUI LOS INSTRUMENTOS, UNO
       *>POR UNIDAD RECIBIDA, EN LUGAR DE RETIPEARLOS A MANO.
       SELECT OPTIONAL INSTRUMENTOS-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS.

       SELECT OPTIONAL INSTRUMENTOS-HISTORIAL-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-HISTORIAL-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS HIST-LLAVE
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-HIST WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS-HISTORIAL.

       *>EL VALOR Y LA GARANTIA DE CADA UNIDAD RECIBIDA SALEN DE LA
       *>ORDEN, ASI LOS VALORES SIEMPRE CUADRAN CON LA FACTURA.
       SELECT OPTIONAL ADQUISICIONES-ARCHIVO
       ASSIGN TO WS-ADQUISICIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-ADQ
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-ADQ WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ADQUISICIONES.

       *>CATALOGO DE SEDES DEL CLUB (VER SEDES.CBL), PARA VALIDAR LA
       *>SEDE DONDE QUEDA LO RECIBIDO.
       SELECT OPTIONAL SEDES-ARCHIVO
       ASSIGN TO WS-SEDES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS SEDE-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-SEDES.

       *>DEJA CONSTANCIA DE QUE OPERADOR CREO Y RECIBIO CADA ORDEN.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       *>LA ORDEN IMPRESA PARA ENVIAR AL PROVEEDOR. EL NOMBRE SE ARMA
       *>CON EL NUMERO, ASI QUE EL ASSIGN ES A UNA VARIABLE.
       ASSIGN TO WS-ORDEN-RUTA
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

       *>FACTURA DEL PROVEEDOR CONTRA LA ORDEN: LO FACTURADO SE COTEJA
       *>CON LO PEDIDO, LO RECIBIDO Y EL VALOR UNITARIO DE LA ORDEN.
       *>SI NO CUADRA QUEDA Retenida HASTA QUE UN SUPERVISOR LA
       *>APRUEBE O LA RECHACE; SOLO LAS Aprobada SE PAGAN. LA LLAVE
       *>ES EL PROVEEDOR MAS SU NUMERO DE FACTURA, ASI LA MISMA
       *>FACTURA NO SE REGISTRA DOS VECES.
       SELECT OPTIONAL FACTURAS-PROV-ARCHIVO
       ASSIGN TO WS-FACTURAS-PROV-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS FAC-LLAVE
       ALTERNATE RECORD KEY IS NUMERO-ORDEN-FAC WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-FACTURAS-PROV.

       *>LINEAS DE CADA FACTURA, UNA POR LINEA DE LA ORDEN FACTURADA.
       *>LA LLAVE ALTERNA POR ORDEN PERMITE SUMAR LO YA FACTURADO DE
       *>CADA LINEA CUANDO LA ORDEN LLEGA EN VARIAS FACTURAS.
       SELECT OPTIONAL FACTURAS-PROV-DET-ARCHIVO
       ASSIGN TO WS-FACTURAS-PROV-DET-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS FDE-LLAVE
       ALTERNATE RECORD KEY IS NUMERO-ORDEN-FDE WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-FACTURAS-PROV-DET.

       *>PAGOS HECHOS A LOS PROVEEDORES, CON SU COMPROBANTE DE LA
       *>SERIE PAGOPROV. UNA FACTURA PUEDE PAGARSE EN VARIAS PARTES.
       SELECT OPTIONAL PAGOS-PROV-ARCHIVO
       ASSIGN TO WS-PAGOS-PROV-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PPR-LLAVE
       ALTERNATE RECORD KEY IS FAC-LLAVE-PPR WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PAGOS-PROV.

       *>ANTIGUEDAD DE LO QUE SE LE DEBE A CADA PROVEEDOR.
       SELECT OPTIONAL REPORTE-CXP-ARCHIVO
       ASSIGN TO WS-REPORTE-CXP-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       *>PROPUESTA DE REPOSICION: LO QUE SE SUGIERE PEDIR POR TIPO Y
       *>LOS BORRADORES DE ORDEN QUE SE GRABARON PARA REVISION.
       SELECT OPTIONAL REPORTE-REPOSICION-ARCHIVO
       ASSIGN TO WS-REPORTE-REPOSICION-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       *>LA DEMANDA DE CADA TIPO PARA LA PROPUESTA DE REPOSICION: LOS
       *>SOCIOS QUE ENTRENAN CON EL, SUS RESERVAS PENDIENTES Y LOS
       *>PRESTAMOS RECIENTES, IGUAL QUE DEMANDA-CONTRA-STOCK EN
       *>CONSULTAS.CBL.
       SELECT OPTIONAL USUARIOS-ARCHIVO
       ASSIGN TO WS-USUARIOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO-USR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS.

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

       SELECT OPTIONAL PRESTAMOS-ARCHIVO
       ASSIGN TO WS-PRESTAMOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRS-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-PRS WITH DUPLICATES
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-PRS WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PRESTAMOS.

       *>PRESUPUESTO ANUAL DE CADA TIPO (VER TIPOS.CBL). UNA LINEA QUE
       *>LO SOBREPASE NECESITA QUE UN SUPERVISOR LA AUTORICE.
       SELECT OPTIONAL PRESUPUESTO-ARCHIVO
       ASSIGN TO WS-PRESUPUESTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PRESUPUESTO.

       *>LO GASTADO EN EL TALLER TAMBIEN SE CARGA AL PRESUPUESTO DEL
       *>TIPO (VER REPARACIONES.CBL).
       SELECT OPTIONAL REPARACIONES-ARCHIVO
       ASSIGN TO WS-REPARACIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS REP-LLAVE
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-REP WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-REPARACIONES.

       *>PARA VALIDAR LA CLAVE DEL SUPERVISOR QUE AUTORIZA UNA LINEA
       *>QUE EXCEDE EL PRESUPUESTO, IGUAL QUE EN PRESTAMOS.CBL.
       SELECT OPTIONAL OPERADORES-ARCHIVO
       ASSIGN TO WS-OPERADORES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-OPERADOR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-OPERADORES.

       *>LOS CONSUMIBLES TAMBIEN SE PIDEN POR ORDEN DE COMPRA, CON SU
       *>CODIGO DE INSUMO EN LUGAR DEL TIPO. AL RECIBIRLOS SE SUMAN A
       *>LA EXISTENCIA DE LA SEDE EN VEZ DE CREAR INSTRUMENTOS (VER
       *>INSUMOS.CBL).
       SELECT OPTIONAL INSUMOS-ARCHIVO
       ASSIGN TO WS-INSUMOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-INSUMO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSUMOS.

       SELECT OPTIONAL INSUMOS-STOCK-ARCHIVO
       ASSIGN TO WS-INSUMOS-STOCK-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS STK-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSUMOS-STOCK.

       SELECT OPTIONAL INSUMOS-MOVIMIENTOS-ARCHIVO
       ASSIGN TO WS-INSUMOS-MOVIMIENTOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS MOV-LLAVE
       ALTERNATE RECORD KEY IS CODIGO-INSUMO-MOV WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSUMOS-MOVIMIENTOS.
       DATA DIVISION.
       FILE SECTION.
       FD ORDENES-ARCHIVO.
               05 ID-PROVEEDOR-ORD PIC X(11).
               05 FECHA-ORDEN      PIC 9(8).
               05 STATUS-ORDEN     PIC X(10). *>Abierta/Recibida/
                                              *>Anulada/Borrador.

       FD ORDENES-DET-ARCHIVO.
           01 ORDENES-DET-REGISTRO.
       FD ORDEN-IMPRESA-ARCHIVO.
           01 ORDEN-IMPRESA-LINEA PIC X(100).

       FD CORRELATIVOS-ARCHIVO.
           01 CORRELATIVOS-REGISTRO.
               05 CORR-SERIE        PIC X(10).
               05 CORR-SIGUIENTE    PIC 9(8). *>PROXIMO NUMERO A DAR.
               05 CORR-FECHA-ACT    PIC 9(8).
               05 CORR-OPERADOR-ACT PIC X(10).

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
               05 STATUS-FACTURA-FAC  PIC X(10). *>Retenida/Aprobada/
                                                 *>Pagada/Rechazada.
               05 MOTIVO-RETENCION-FAC PIC X(40). *>PRIMERA
                                                  *>DISCREPANCIA.
               05 OPERADOR-FAC        PIC X(10).
               05 SUPERVISOR-FAC      PIC X(10). *>QUIEN DECIDIO LA
                                                 *>RETENIDA.
               05 FECHA-DECISION-FAC  PIC 9(8).

       FD FACTURAS-PROV-DET-ARCHIVO.
           01 FACTURAS-PROV-DET-REGISTRO.
               05 FDE-LLAVE.
                   10 ID-PROVEEDOR-FDE   PIC X(11).
                   10 NUMERO-FACTURA-FDE PIC X(12).
                   10 LINEA-FDE          PIC 9(2). *>LINEA DE LA
                                                   *>ORDEN.
               05 NUMERO-ORDEN-FDE   PIC 9(6).
               05 CANTIDAD-FDE       PIC 9(3).
               05 VALOR-UNITARIO-FDE PIC 9(8)V99.
               05 DISCREPANCIA-FDE   PIC X(1). *>S SI NO CUADRO.

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

       FD REPORTE-CXP-ARCHIVO.
           01 REPORTE-CXP-LINEA PIC X(100).

       FD REPORTE-REPOSICION-ARCHIVO.
           01 REPORTE-REPOSICION-LINEA PIC X(100).

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

       FD USUARIOS-TIPOS-ARCHIVO.
           01 USUARIOS-TIPOS-REGISTRO.
               05 UT-LLAVE.
                   10 CEDULA-USUARIO-UT   PIC X(11).
                   10 TIPO-INSTRUMENTO-UT PIC X(40).

       *>COPIA DEL REGISTRO DE RESERVAS.DAT (VER RESERVAS.CBL).
       FD RESERVAS-ARCHIVO.
           01 RESERVAS-REGISTRO.
               05 RES-LLAVE.
                   10 ID-INSTRUMENTO-RES   PIC X(6).
                   10 FECHA-RESERVA        PIC 9(8).
                   10 HORA-RESERVA         PIC X(9).
               05 CEDULA-USUARIO-RES   PIC X(11).
               05 STATUS-RESERVA       PIC X(10).
               05 FECHA-USO-DESDE-RES  PIC 9(8).
               05 FECHA-USO-HASTA-RES  PIC 9(8).

       *>COPIA DEL REGISTRO DE PRESTAMOS.DAT (VER PRESTAMOS.CBL). LOS
       *>NOMBRES SE SUFIJAN CON "-PRS" PARA NO CHOCAR CON LOS DEL
       *>PRESUPUESTO.
       FD PRESTAMOS-ARCHIVO.
           01 PRESTAMOS-REGISTRO.
               05 PRS-LLAVE.
                   10 CEDULA-USUARIO-PRS  PIC X(11).
                   10 FECHA-PRESTAMO-PRS  PIC 9(8).
                   10 HORA-PRESTAMO-PRS   PIC X(9).
                   10 ITEM-PRESTAMO-PRS   PIC 9(02).
               05 ID-INSTRUMENTO-PRS      PIC X(6).
               05 FECHA-DEVOLUCION-PRS    PIC 9(8).
               05 HORA-DEVOLUCION-PRS     PIC X(9).
               05 STATUS-INSTRUMENTO-PRS  PIC X(14).
               05 STATUS-PRESTAMO-PRS     PIC X(8).

       *>COPIA DEL REGISTRO DE PRESUPUESTO.DAT (VER TIPOS.CBL).
       FD PRESUPUESTO-ARCHIVO.
           01 PRESUPUESTO-REGISTRO.
               05 PRE-LLAVE.
                   10 PRE-ANIO        PIC 9(4).
                   10 PRE-CODIGO-TIPO PIC X(3).
               05 PRE-APROBADO    PIC 9(8)V99.
               05 PRE-FECHA-ACT   PIC 9(8).
               05 PRE-OPERADOR-ACT PIC X(10).

       *>COPIA DEL REGISTRO DE REPARACIONES.DAT (VER REPARACIONES.CBL).
       FD REPARACIONES-ARCHIVO.
           01 REPARACIONES-REGISTRO.
               05 REP-LLAVE.
                   10 ID-INSTRUMENTO-REP PIC X(6).
                   10 FECHA-ENVIADO-REP  PIC 9(8).
               05 ID-PROVEEDOR-REP   PIC X(11).
               05 COSTO-ESTIMADO-REP PIC 9(6)V99.
               05 COSTO-REAL-REP     PIC 9(6)V99.
               05 FECHA-RETORNO-REP  PIC 9(8).
               05 STATUS-ORDEN-REP   PIC X(8). *>Abierta/Cerrada.

       *>COPIA DEL REGISTRO DE OPERADORES.DAT (VER MENU.CBL). LOS
       *>NOMBRES DE CAMPOS SE SUFIJAN CON "-OPR" PARA NO CHOCAR.
       FD OPERADORES-ARCHIVO.
           01 OPERADORES-REGISTRO.
               05 ID-OPERADOR      PIC X(10).
               05 NOMBRE-OPERADOR-OPR PIC X(40).
               05 CLAVE-OPERADOR-OPR  PIC X(10).
               05 ROL-OPERADOR-OPR    PIC X(12).
               05 STATUS-OPERADOR-OPR PIC X(10).
               05 FECHA-CLAVE-OPR     PIC 9(8).

       *>COPIA DE LOS REGISTROS DE INSUMOS.DAT, INSUMOS_STOCK.DAT E
       *>INSUMOS_MOVIMIENTOS.DAT (VER INSUMOS.CBL).
       FD INSUMOS-ARCHIVO.
           01 INSUMOS-REGISTRO.
               05 CODIGO-INSUMO PIC X(3).
               05 NOMBRE-INSUMO PIC X(40).
               05 UNIDAD-INSUMO PIC X(10).
               05 STATUS-INSUMO PIC X(8).

       FD INSUMOS-STOCK-ARCHIVO.
           01 INSUMOS-STOCK-REGISTRO.
               05 STK-LLAVE.
                   10 CODIGO-INSUMO-STK PIC X(3).
                   10 SEDE-STK          PIC X(3).
               05 CANTIDAD-STK PIC 9(6).
               05 MINIMO-STK   PIC 9(6).

       FD INSUMOS-MOVIMIENTOS-ARCHIVO.
           01 INSUMOS-MOVIMIENTOS-REGISTRO.
               05 MOV-LLAVE.
                   10 FECHA-MOV      PIC 9(8).
                   10 HORA-MOV       PIC 9(8).
                   10 SECUENCIA-MOV  PIC 9(2).
               05 CODIGO-INSUMO-MOV PIC X(3).
               05 SEDE-MOV          PIC X(3).
               05 TIPO-MOV          PIC X(7).
               05 SIGNO-MOV         PIC X(1).
               05 CANTIDAD-MOV      PIC 9(6).
               05 DESTINO-TIPO-MOV  PIC X(7).
               05 DESTINO-MOV       PIC X(11).
               05 MOTIVO-MOV        PIC X(30).
               05 ORDEN-MOV         PIC 9(6).
               05 OPERADOR-MOV      PIC X(10).
       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS
       01 WS-TITULO.
       77 WS-NUMERO-ORDEN PIC 9(6).
       77 WS-LINEA-ACTUAL PIC 9(2).
       77 WS-TOTAL-ORDEN PIC 9(8)V99.

       *>USADOS PARA TOMAR EL PROXIMO NUMERO DE UNA SERIE DEL
       *>CONTROL CENTRAL DE NUMERACION (VER TOMAR-CORRELATIVO).
       77 WS-CORR-SERIE PIC X(10).
       77 WS-CORR-NUMERO PIC 9(8).
       77 WS-HAY-CORR PIC 9(1).
       77 WS-CORR-MAYOR PIC 9(8).
       77 WS-MONTO-LINEA PIC 9(8)V99.

       *>USADOS AL IMPRIMIR Y RECIBIR LA ORDEN.
       77 WS-ORDEN-RUTA PIC X(80).
       77 WS-LINEA-ORD PIC X(100).
       77 WS-LEE-DET PIC 9(1).
       77 WS-CANT-RECIBIR PIC 9(3).
       77 WS-MODELO-RECIBO PIC X(20).
       77 WS-CREADOS PIC 9(4).
       77 WS-HORA-STATUS-HIST PIC X(9).
       *>1 SI EL CODIGO DE LA LINEA ES UN INSUMO Y NO UN TIPO.
       77 WS-ES-INSUMO PIC 9(1).
       77 WS-HAY-STOCK PIC 9(1).
       77 WS-INSUMOS-RECIBIDOS PIC 9(6).

       *>FECHA AAAAMMDD DESARMADA PARA SUMARLE LOS MESES DE GARANTIA
       *>DE LA LINEA, RODANDO AÑO Y TOPE DE MES IGUAL QUE
       77 WS-MESES-SUMADOS PIC 9(2).
       77 WS-FECHA-HOY PIC 9(8).

       *>USADOS AL REGISTRAR Y COTEJAR LA FACTURA DEL PROVEEDOR.
       77 WS-FAC-PROVEEDOR PIC X(11).
       77 WS-FAC-NUMERO PIC X(12).
       77 WS-FAC-FECHA PIC 9(8).
       77 WS-FAC-MONTO PIC 9(8)V99.
       77 WS-FAC-LINEAS PIC 9(2).
       77 WS-FAC-DISCREPANCIA PIC 9(1).
       77 WS-FAC-MOTIVO PIC X(40).
       77 WS-MOTIVO-LINEA PIC X(40).
       77 WS-CANT-FACTURADA PIC 9(3).
       77 WS-VALOR-FACTURADO PIC 9(8)V99.
       77 WS-YA-FACTURADO PIC 9(4).
       77 WS-CANT-ACUMULADA PIC 9(4).
       77 WS-LEE-FDE PIC 9(1).
       77 WS-HAY-FACTURA PIC 9(1).

       *>USADOS AL DECIDIR LAS RETENIDAS Y AL PAGAR.
       77 WS-LEE-FAC PIC 9(1).
       77 WS-RETENIDAS PIC 9(4).
       77 WS-DECISION PIC X(1).
       77 WS-SALDO-FAC PIC 9(8)V99.
       77 WS-MONTO-PAGAR PIC 9(8)V99.
       77 WS-FORMA-PAGO-PROV PIC X(13).
       77 WS-REFERENCIA-PROV PIC X(20).
       77 WS-MAX-PAGO-PROV PIC 9(8).

       *>USADOS EN LA ANTIGUEDAD DE CUENTAS POR PAGAR. LA FECHA SE
       *>PASA A DIAS IGUAL QUE CONVERTIR-FECHA-A-DIAS EN
       *>CONSULTAS.CBL.
       01 WS-FECHA-CONV PIC 9(8).
       01 WS-FECHA-CONV-R REDEFINES WS-FECHA-CONV.
           05 WS-CONV-AA PIC 9(4).
           05 WS-CONV-MM PIC 9(2).
           05 WS-CONV-DD PIC 9(2).
       77 WS-DIAS-CONV PIC 9(8).
       77 WS-DIAS-HOY-CXP PIC 9(8).
       77 WS-EDAD-FAC PIC 9(8).
       77 WS-CXP-PROV-ANT PIC X(11).
       77 WS-MARCA-CXP PIC X(11).
       77 WS-PRV-SALDO PIC 9(10)V99.
       77 WS-PRV-0-30 PIC 9(10)V99.
       77 WS-PRV-31-60 PIC 9(10)V99.
       77 WS-PRV-61-90 PIC 9(10)V99.
       77 WS-PRV-MAS-90 PIC 9(10)V99.
       77 WS-CXP-TOTAL PIC 9(10)V99.
       77 WS-CXP-0-30 PIC 9(10)V99.
       77 WS-CXP-31-60 PIC 9(10)V99.
       77 WS-CXP-61-90 PIC 9(10)V99.
       77 WS-CXP-MAS-90 PIC 9(10)V99.

       *>USADOS AL COMPARAR CADA LINEA NUEVA CONTRA EL PRESUPUESTO DEL
       *>TIPO. LA LINEA SE GUARDA APARTE PORQUE EL RECORRIDO DE LAS
       *>ORDENES PISA LOS REGISTROS DE ORDENES Y DETALLE.
       77 WS-PROVEEDOR-ORDEN PIC X(11).
       77 WS-ANIO-ORDEN PIC 9(4).
       77 WS-PRE-TIPO PIC X(3).
       77 WS-HAY-PRESUPUESTO PIC 9(1).
       77 WS-APROBADO-TIPO PIC 9(8)V99.
       77 WS-GASTO-TIPO PIC 9(10)V99.
       77 WS-EXCESO-TIPO PIC 9(10)V99.
       77 WS-LEE-REP PIC 9(1).
       77 WS-LINEA-APROBADA PIC 9(1).
       77 WS-AUTORIZADO PIC 9(1).
       77 WS-SUPERVISOR-ID PIC X(10).
       77 WS-SUPERVISOR-CLAVE PIC X(10).
       77 WS-CANTIDAD-LINEA PIC 9(3).
       77 WS-VALOR-LINEA PIC 9(8)V99.
       77 WS-GARANTIA-LINEA PIC 9(2).

       *>USADOS EN LA PROPUESTA DE REPOSICION. POR CADA TIPO SE JUNTA
       *>LA DEMANDA, LO QUE SE PUEDE ENTREGAR, LAS BAJAS RECIENTES Y
       *>LO YA PEDIDO; LO QUE FALTA SE ANOTA EN LA TABLA CON EL
       *>ULTIMO PROVEEDOR DEL TIPO, Y DE LA TABLA SALE UN BORRADOR DE
       *>ORDEN POR PROVEEDOR.
       77 WS-REP-VENTANA PIC 9(3).
       77 WS-REP-DIAS-CORTE PIC 9(8).
       77 WS-REP-CODIGO PIC X(3).
       77 WS-REP-NOMBRE PIC X(40).
       77 WS-REP-SOCIOS PIC 9(5).
       77 WS-REP-RESERVAS PIC 9(5).
       77 WS-REP-PRESTAMOS PIC 9(5).
       77 WS-REP-PRESTAMOS-MES PIC 9(5).
       77 WS-REP-UTILES PIC 9(5).
       77 WS-REP-BAJAS PIC 9(5).
       77 WS-REP-PEDIDO PIC 9(6).
       77 WS-REP-FALTANTE PIC 9(6).
       77 WS-REP-DEMANDA PIC 9(6).
       77 WS-REP-CUBIERTO PIC 9(6).
       77 WS-REP-PROPUESTA PIC 9(6).
       77 WS-REP-PROVEEDOR PIC X(11).
       77 WS-REP-VALOR PIC 9(8)V99.
       77 WS-REP-GARANTIA PIC 9(2).
       77 WS-REP-FECHA-ULT PIC 9(8).
       77 WS-REP-LEE PIC 9(1).
       77 WS-REP-SIN-PROVEEDOR PIC 9(3).
       77 WS-REP-BORRADORES PIC 9(3).
       77 WS-REP-LINEAS PIC 9(3).
       77 WS-REP-MAX-LINEA PIC 9(3).
       77 WS-REP-EXCESOS PIC 9(3).
       77 WS-REP-ACCION PIC 9(1).
       77 WS-PRO-USADAS PIC 9(2).
       77 WS-IDX-PRO PIC 9(2).
       77 WS-IDX-LIN PIC 9(3).
       01 WS-TABLA-PRO.
           05 WS-PRO-FILA OCCURS 60.
               10 WS-PRO-CODIGO    PIC X(3).
               10 WS-PRO-PROVEEDOR PIC X(11).
               10 WS-PRO-CANTIDAD  PIC 9(3).
               10 WS-PRO-VALOR     PIC 9(8)V99.
               10 WS-PRO-GARANTIA  PIC 9(2).
               10 WS-PRO-ORDEN     PIC 9(6).

       *>USADO PARA DEJAR CONSTANCIA DE LAS TRANSACCIONES EN LA
       *>AUDITORIA.
       77 WS-AUD-LLAVE-REG PIC X(60).

       *>DATOS DE LA CORRIDA QUE SE ANOTA EN EL CATALOGO DE
       *>REPORTES (VER CATALOGO.CBL).
       01 WS-CAT-DATOS.
           05 WS-CAT-ACCION     PIC X(1).
           05 WS-CAT-PROGRAMA   PIC X(15) VALUE "Compras".
           05 WS-CAT-REPORTE    PIC X(30).
           05 WS-CAT-OPERADOR   PIC X(10).
           05 WS-CAT-PARAMETROS PIC X(60).
           05 WS-CAT-DIRECTORIO PIC X(40).
           05 WS-CAT-LLAVE.
               10 WS-CAT-FECHA     PIC 9(8).
               10 WS-CAT-SECUENCIA PIC 9(4).
           05 WS-CAT-ARCHIVO    PIC X(50).
           05 WS-CAT-RUTA       PIC X(80).

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

       *>ESTANTE DE LA SEDE DONDE SE GUARDA LO RECIBIDO (VER
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

       *>DATOS DEL ERROR DE ARCHIVO QUE SE ANOTA EN ERRORES.DAT
       *>(VER ERRORES.CBL). ANTES DE CADA OPERACION SOBRE UN
       *>ARCHIVO DE DATOS SE DEJA EN WS-ERR-DONDE LA OPERACION Y EL
       *>PARRAFO; SI FALLA, LAS DECLARATIVAS COMPLETAN EL RESTO.
       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Compras".
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
       77 WS-FS-ORDENES PIC X(2).
       77 WS-FS-ORDENES-DET PIC X(2).
       77 WS-FS-PROVEEDORES PIC X(2).
       77 WS-FS-TIPO-INSTRUMENTO PIC X(2).
       77 WS-FS-INSTRUMENTOS PIC X(2).
       77 WS-FS-INSTRUMENTOS-HISTORIAL PIC X(2).
       77 WS-FS-ADQUISICIONES PIC X(2).
       77 WS-FS-SEDES PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       77 WS-FS-CORRELATIVOS PIC X(2).
       77 WS-FS-FACTURAS-PROV PIC X(2).
       77 WS-FS-FACTURAS-PROV-DET PIC X(2).
       77 WS-FS-PAGOS-PROV PIC X(2).
       77 WS-FS-USUARIOS PIC X(2).
       77 WS-FS-USUARIOS-TIPOS PIC X(2).
       77 WS-FS-RESERVAS PIC X(2).
       77 WS-FS-PRESTAMOS PIC X(2).
       77 WS-FS-PRESUPUESTO PIC X(2).
       77 WS-FS-REPARACIONES PIC X(2).
       77 WS-FS-OPERADORES PIC X(2).
       77 WS-FS-INSUMOS PIC X(2).
       77 WS-FS-INSUMOS-STOCK PIC X(2).
       77 WS-FS-INSUMOS-MOVIMIENTOS PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-ORDENES-RUTA PIC X(80).
       77 WS-ORDENES-DET-RUTA PIC X(80).
       77 WS-PROVEEDORES-RUTA PIC X(80).
       77 WS-TIPO-INSTRUMENTO-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-HISTORIAL-RUTA PIC X(80).
       77 WS-ADQUISICIONES-RUTA PIC X(80).
       77 WS-SEDES-RUTA PIC X(80).
       77 WS-AUDITORIA-RUTA PIC X(80).
       77 WS-CORRELATIVOS-RUTA PIC X(80).
       77 WS-FACTURAS-PROV-RUTA PIC X(80).
       77 WS-FACTURAS-PROV-DET-RUTA PIC X(80).
       77 WS-PAGOS-PROV-RUTA PIC X(80).
       77 WS-REPORTE-CXP-RUTA PIC X(80).
       77 WS-REPORTE-REPOSICION-RUTA PIC X(80).
       77 WS-USUARIOS-RUTA PIC X(80).
       77 WS-USUARIOS-TIPOS-RUTA PIC X(80).
       77 WS-RESERVAS-RUTA PIC X(80).
       77 WS-PRESTAMOS-RUTA PIC X(80).
       77 WS-PRESUPUESTO-RUTA PIC X(80).
       77 WS-REPARACIONES-RUTA PIC X(80).
       77 WS-OPERADORES-RUTA PIC X(80).
       77 WS-INSUMOS-RUTA PIC X(80).
       77 WS-INSUMOS-STOCK-RUTA PIC X(80).
       77 WS-INSUMOS-MOVIMIENTOS-RUTA PIC X(80).

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
       ERROR-PROVEEDORES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROVEEDORES-ARCHIVO.
       ERROR-PROVEEDORES-ANOTAR.
       MOVE "proveedores.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PROVEEDORES TO WS-ERR-ESTADO.
       MOVE ID-PROVEEDOR-PRV TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-TIPO-INSTRUMENTO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON TIPO-INSTRUMENTO-ARCHIVO.
       ERROR-TIPO-INSTRUMENTO-ANOTAR.
       MOVE "tipo_instrumento.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-TIPO-INSTRUMENTO TO WS-ERR-ESTADO.
       MOVE CODIGO-TIPO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INSTRUMENTOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSTRUMENTOS-ARCHIVO.
       ERROR-INSTRUMENTOS-ANOTAR.
       MOVE "instrumentos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INSTRUMENTOS-HISTORIAL SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON INSTRUMENTOS-HISTORIAL-ARCHIVO.
       ERROR-INSTRUMENTOS-HISTORIAL-ANOTAR.
       MOVE "instrumentos_historial.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS-HISTORIAL TO WS-ERR-ESTADO.
       MOVE HIST-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ADQUISICIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ADQUISICIONES-ARCHIVO.
       ERROR-ADQUISICIONES-ANOTAR.
       MOVE "adquisiciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ADQUISICIONES TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-ADQ TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-SEDES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SEDES-ARCHIVO.
       ERROR-SEDES-ANOTAR.
       MOVE "sedes.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-SEDES TO WS-ERR-ESTADO.
       MOVE SEDE-CODIGO TO WS-ERR-LLAVE.
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
       ERROR-FACTURAS-PROV SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON FACTURAS-PROV-ARCHIVO.
       ERROR-FACTURAS-PROV-ANOTAR.
       MOVE "facturas_proveedor.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-FACTURAS-PROV TO WS-ERR-ESTADO.
       MOVE FAC-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-FACTURAS-PROV-DET SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON FACTURAS-PROV-DET-ARCHIVO.
       ERROR-FACTURAS-PROV-DET-ANOTAR.
       MOVE "facturas_proveedor_det.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-FACTURAS-PROV-DET TO WS-ERR-ESTADO.
       MOVE FDE-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PAGOS-PROV SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAGOS-PROV-ARCHIVO.
       ERROR-PAGOS-PROV-ANOTAR.
       MOVE "pagos_proveedor.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PAGOS-PROV TO WS-ERR-ESTADO.
       MOVE PPR-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-USUARIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USUARIOS-ARCHIVO.
       ERROR-USUARIOS-ANOTAR.
       MOVE "usuarios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO-USR TO WS-ERR-LLAVE.
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
       ERROR-PRESTAMOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PRESTAMOS-ARCHIVO.
       ERROR-PRESTAMOS-ANOTAR.
       MOVE "prestamos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PRESTAMOS TO WS-ERR-ESTADO.
       MOVE PRS-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PRESUPUESTO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PRESUPUESTO-ARCHIVO.
       ERROR-PRESUPUESTO-ANOTAR.
       MOVE "presupuesto.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PRESUPUESTO TO WS-ERR-ESTADO.
       MOVE PRE-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-REPARACIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REPARACIONES-ARCHIVO.
       ERROR-REPARACIONES-ANOTAR.
       MOVE "reparaciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-REPARACIONES TO WS-ERR-ESTADO.
       MOVE REP-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-OPERADORES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPERADORES-ARCHIVO.
       ERROR-OPERADORES-ANOTAR.
       MOVE "operadores.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-OPERADORES TO WS-ERR-ESTADO.
       MOVE ID-OPERADOR TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INSUMOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSUMOS-ARCHIVO.
       ERROR-INSUMOS-ANOTAR.
       MOVE "insumos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSUMOS TO WS-ERR-ESTADO.
       MOVE CODIGO-INSUMO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INSUMOS-STOCK SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSUMOS-STOCK-ARCHIVO.
       ERROR-INSUMOS-STOCK-ANOTAR.
       MOVE "insumos_stock.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSUMOS-STOCK TO WS-ERR-ESTADO.
       MOVE STK-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INSUMOS-MOVIMIENTOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON INSUMOS-MOVIMIENTOS-ARCHIVO.
       ERROR-INSUMOS-MOVIMIENTOS-ANOTAR.
       MOVE "insumos_movimientos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSUMOS-MOVIMIENTOS TO WS-ERR-ESTADO.
       MOVE MOV-LLAVE TO WS-ERR-LLAVE.
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
       DISPLAY "1) Crear orden de compra".
       DISPLAY "2) Imprimir orden".
       DISPLAY "3) Recibir mercancia de una orden".
       DISPLAY "4) Registrar factura del proveedor".
       DISPLAY "5) Aprobar o rechazar facturas retenidas (supervisor)".
       DISPLAY "6) Pagar factura de proveedor".
       DISPLAY "7) Antiguedad de cuentas por pagar".
       DISPLAY "8) Propuesta de reposicion (supervisor)".
       DISPLAY "9) Revisar y liberar borradores (supervisor)".
       DISPLAY "10) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU.

       WHEN 3
           PERFORM RECIBIR-ORDEN
       WHEN 4
           PERFORM REGISTRAR-FACTURA
       WHEN 5
           PERFORM DECIDIR-RETENIDAS
       WHEN 6
           PERFORM PAGAR-FACTURA
       WHEN 7
           PERFORM ANTIGUEDAD-CXP
       WHEN 8
           IF LS-ROL NOT = "supervisor"
               DISPLAY "Esta opcion requiere rol supervisor."
               PERFORM VOLVER
           ELSE
               PERFORM PROPUESTA-REPOSICION
           END-IF
       WHEN 9
           IF LS-ROL NOT = "supervisor"
               DISPLAY "Esta opcion requiere rol supervisor."
               PERFORM VOLVER
           ELSE
               PERFORM REVISAR-BORRADORES
           END-IF
       WHEN 10
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
       DISPLAY " ".
       DISPLAY "Ingrese Numero de cedula o RIF del Proveedor".
       ACCEPT ID-PROVEEDOR-PRV.
       MOVE "OPEN    CREAR-ORDEN" TO WS-ERR-DONDE
       OPEN I-O PROVEEDORES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PROVEEDORES.
       PERFORM VALIDAR-PROVEEDOR-ORDEN.
       CLOSE PROVEEDORES-ARCHIVO.

       MOVE "OPEN    CREAR-ORDEN" TO WS-ERR-DONDE
       OPEN I-O ORDENES-ARCHIVO.
       MOVE "OPEN    CREAR-ORDEN" TO WS-ERR-DONDE
       OPEN I-O ORDENES-DET-ARCHIVO.
       MOVE "OPEN    CREAR-ORDEN" TO WS-ERR-DONDE
       OPEN I-O TIPO-INSTRUMENTO-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       MOVE "OPEN    CREAR-ORDEN" TO WS-ERR-DONDE
       OPEN I-O INSUMOS-ARCHIVO.
       MOVE "OPEN    CREAR-ORDEN" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       *>EL NUMERO DE ORDEN SALE DE LA SERIE ORDEN DEL CONTROL
       *>CENTRAL DE NUMERACION (VER CORRELATIVOS.CBL).
       MOVE "ORDEN" TO WS-CORR-SERIE.
       PERFORM TOMAR-CORRELATIVO.
       MOVE WS-CORR-NUMERO TO WS-NUMERO-ORDEN.
       MOVE WS-NUMERO-ORDEN TO NUMERO-ORDEN.
       MOVE ID-PROVEEDOR-PRV TO ID-PROVEEDOR-ORD.
       MOVE ID-PROVEEDOR-PRV TO WS-PROVEEDOR-ORDEN.
       ACCEPT FECHA-ORDEN FROM DATE YYYYMMDD.
       MOVE FECHA-ORDEN(1:4) TO WS-ANIO-ORDEN.
       MOVE "Abierta" TO STATUS-ORDEN.
       PERFORM GRABAR-ORDEN-NUEVA.
       DISPLAY " ".
       DISPLAY "Numero de orden asignado: " WS-NUMERO-ORDEN.

       PERFORM CAPTURAR-LINEA-ORDEN.

       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Orden " WS-NUMERO-ORDEN " Prov: " WS-PROVEEDOR-ORDEN
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Alta" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       CLOSE ORDENES-ARCHIVO.
       CLOSE ORDENES-DET-ARCHIVO.
       CLOSE TIPO-INSTRUMENTO-ARCHIVO.
       CLOSE INSUMOS-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       DISPLAY " ".
       DISPLAY "Orden creada. Total estimado: " WS-TOTAL-ORDEN.
       PERFORM VOLVER.

       VALIDAR-PROVEEDOR-ORDEN.
       MOVE "READ    VALIDAR-PROVEEDOR-ORDEN" TO WS-ERR-DONDE
       READ PROVEEDORES-ARCHIVO RECORD
           KEY ID-PROVEEDOR-PRV
               INVALID KEY     MOVE 0 TO WS-INDICADOR
           ACCEPT ID-PROVEEDOR-PRV
           PERFORM VALIDAR-PROVEEDOR-ORDEN.

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
       *>YA TENGA SU LIBRO (ORDENES_COMPRA.DAT O PAGOS_PROVEEDOR.DAT).
       SEMBRAR-CORRELATIVO.
       EVALUATE WS-CORR-SERIE
       WHEN "ORDEN"
           PERFORM BUSCAR-MAX-ORDEN
           MOVE WS-MAX-ORDEN TO WS-CORR-MAYOR
       WHEN "PAGOPROV"
           PERFORM BUSCAR-MAX-PAGO-PROV
           MOVE WS-MAX-PAGO-PROV TO WS-CORR-MAYOR
       END-EVALUATE.

       *>SI EL NUMERO YA ESTA GRABADO SE TOMA EL SIGUIENTE DE LA
       *>SERIE Y SE REINTENTA.
       GRABAR-ORDEN-NUEVA.
       MOVE "WRITE   GRABAR-ORDEN-NUEVA" TO WS-ERR-DONDE
       WRITE ORDENES-REGISTRO
           INVALID KEY
               PERFORM TOMAR-CORRELATIVO
               MOVE WS-CORR-NUMERO TO WS-NUMERO-ORDEN
               MOVE WS-NUMERO-ORDEN TO NUMERO-ORDEN
               PERFORM GRABAR-ORDEN-NUEVA
       END-WRITE.

       BUSCAR-MAX-ORDEN.
       MOVE 0 TO WS-MAX-ORDEN.
       MOVE 0 TO LEE-TODO.
       PERFORM COMPARAR-MAX-ORDEN UNTIL LEE-TODO = 1.

       LEER-SIGUIENTE-ORDEN.
       MOVE "READ    LEER-SIGUIENTE-ORDEN" TO WS-ERR-DONDE
       READ ORDENES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       ADD 1 TO WS-LINEA-ACTUAL.
       DISPLAY " ".
       DISPLAY "Linea " WS-LINEA-ACTUAL " de la orden".
       DISPLAY "Indique codigo del tipo de instrumento o del insumo "
       DISPLAY "(3 letras)".
       ACCEPT CODIGO-TIPO.
       PERFORM VALIDAR-TIPO-ORDEN.
       MOVE WS-NUMERO-ORDEN TO NUMERO-ORDEN-DET.
       ACCEPT VALOR-UNITARIO-DET.
       DISPLAY "Ingrese meses de garantia ofrecidos (0 si ninguna)".
       ACCEPT GARANTIA-MESES-DET.
       MOVE CODIGO-TIPO TO WS-PRE-TIPO.
       MOVE CANTIDAD-DET TO WS-CANTIDAD-LINEA.
       MOVE VALOR-UNITARIO-DET TO WS-VALOR-LINEA.
       MOVE GARANTIA-MESES-DET TO WS-GARANTIA-LINEA.
       COMPUTE WS-MONTO-LINEA = WS-CANTIDAD-LINEA * WS-VALOR-LINEA.
       *>LOS INSUMOS NO LLEVAN PRESUPUESTO POR TIPO.
       IF WS-ES-INSUMO = 1
           MOVE 1 TO WS-LINEA-APROBADA
       ELSE
           PERFORM VERIFICAR-PRESUPUESTO-LINEA.
       IF WS-LINEA-APROBADA = 0
           DISPLAY " "
           DISPLAY "La linea no se agrego a la orden."
           SUBTRACT 1 FROM WS-LINEA-ACTUAL
       ELSE
           MOVE WS-NUMERO-ORDEN TO NUMERO-ORDEN-DET
           MOVE WS-LINEA-ACTUAL TO LINEA-DET
           MOVE WS-PRE-TIPO TO CODIGO-TIPO-DET
           MOVE WS-CANTIDAD-LINEA TO CANTIDAD-DET
           MOVE WS-VALOR-LINEA TO VALOR-UNITARIO-DET
           MOVE WS-GARANTIA-LINEA TO GARANTIA-MESES-DET
           MOVE 0 TO CANTIDAD-RECIBIDA-DET
           MOVE "WRITE   CAPTURAR-LINEA-ORDEN" TO WS-ERR-DONDE
           WRITE ORDENES-DET-REGISTRO
           ADD WS-MONTO-LINEA TO WS-TOTAL-ORDEN.
       DISPLAY " ".
       DISPLAY "¿Desea agregar otra linea a la orden? (S/N)".
       ACCEPT WS-SI-NO.
       PERFORM VALIDACION-OTRA-LINEA.

       *>SI EL CODIGO NO ES DE UN TIPO PUEDE SER DE UN INSUMO ACTIVO;
       *>LOS DOS CATALOGOS NO REPITEN CODIGOS.
       VALIDAR-TIPO-ORDEN.
       MOVE 0 TO WS-ES-INSUMO.
       MOVE "READ    VALIDAR-TIPO-ORDEN" TO WS-ERR-DONDE
       READ TIPO-INSTRUMENTO-ARCHIVO RECORD
           KEY CODIGO-TIPO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           MOVE CODIGO-TIPO TO CODIGO-INSUMO
           MOVE "READ    VALIDAR-TIPO-ORDEN" TO WS-ERR-DONDE
           READ INSUMOS-ARCHIVO RECORD
               KEY CODIGO-INSUMO
                   INVALID KEY     MOVE 0 TO WS-ES-INSUMO
                   NOT INVALID KEY MOVE 1 TO WS-ES-INSUMO
           END-READ
           IF WS-ES-INSUMO = 1 AND STATUS-INSUMO NOT = "Inactivo"
               MOVE 1 TO WS-INDICADOR
               DISPLAY "Insumo: " NOMBRE-INSUMO " (" UNIDAD-INSUMO ")"
           ELSE
               MOVE 0 TO WS-ES-INSUMO.
       IF WS-INDICADOR = 0
           DISPLAY " "
           DISPLAY "No existe ese tipo de instrumento ni insumo; "
           DISPLAY "registrelo primero en Tipos o en Insumos."
           DISPLAY "Indique codigo del tipo de instrumento o del "
           DISPLAY "insumo (3 letras)"
           ACCEPT CODIGO-TIPO
           PERFORM VALIDAR-TIPO-ORDEN.

           PERFORM VALIDACION-OTRA-LINEA
       END-EVALUATE.

       *>COMPARA LA LINEA CONTRA EL PRESUPUESTO DEL TIPO EN EL AÑO DE
       *>LA ORDEN. EL GASTO DEL TIPO ES LO COMPROMETIDO EN ORDENES
       *>ABIERTAS, LO YA RECIBIDO Y LO PAGADO AL TALLER. SI LA LINEA
       *>LO SOBREPASA SOLO ENTRA CON LA CLAVE DE UN SUPERVISOR, Y EL
       *>SOBREGIRO QUEDA EN LA AUDITORIA. UN TIPO SIN PRESUPUESTO
       *>CARGADO NO SE LIMITA.
       VERIFICAR-PRESUPUESTO-LINEA.
       MOVE 1 TO WS-LINEA-APROBADA.
       MOVE "OPEN    VERIFICAR-PRESUPUESTO-LINEA" TO WS-ERR-DONDE
       OPEN I-O PRESUPUESTO-ARCHIVO.
       MOVE WS-ANIO-ORDEN TO PRE-ANIO.
       MOVE WS-PRE-TIPO TO PRE-CODIGO-TIPO.
       MOVE "READ    VERIFICAR-PRESUPUESTO-LINEA" TO WS-ERR-DONDE
       READ PRESUPUESTO-ARCHIVO RECORD
           KEY PRE-LLAVE
               INVALID KEY     MOVE 0 TO WS-HAY-PRESUPUESTO
               NOT INVALID KEY MOVE 1 TO WS-HAY-PRESUPUESTO.
       IF WS-HAY-PRESUPUESTO = 1
           MOVE PRE-APROBADO TO WS-APROBADO-TIPO.
       CLOSE PRESUPUESTO-ARCHIVO.
       IF WS-HAY-PRESUPUESTO = 0
           DISPLAY " "
           DISPLAY "Aviso: el tipo no tiene presupuesto cargado para "
               WS-ANIO-ORDEN
       ELSE
           PERFORM CALCULAR-GASTO-TIPO
           IF WS-GASTO-TIPO + WS-MONTO-LINEA > WS-APROBADO-TIPO
               PERFORM PEDIR-AUTORIZACION-SOBREGIRO.

       PEDIR-AUTORIZACION-SOBREGIRO.
       COMPUTE WS-EXCESO-TIPO =
           WS-GASTO-TIPO + WS-MONTO-LINEA - WS-APROBADO-TIPO.
       DISPLAY " ".
       DISPLAY "La linea excede el presupuesto del tipo " WS-PRE-TIPO.
       DISPLAY "Aprobado:      " WS-APROBADO-TIPO.
       DISPLAY "Gastado:       " WS-GASTO-TIPO.
       DISPLAY "Esta linea:    " WS-MONTO-LINEA.
       DISPLAY "Exceso:        " WS-EXCESO-TIPO.
       MOVE 0 TO WS-AUTORIZADO.
       DISPLAY "¿Un supervisor autoriza el exceso? (S/N)".
       ACCEPT WS-SI-NO.
       PERFORM VALIDACION-AUTORIZACION-SOBREGIRO.
       IF WS-AUTORIZADO = 0
           MOVE 0 TO WS-LINEA-APROBADA
       ELSE
           MOVE SPACES TO WS-AUD-LLAVE-REG
           STRING "Orden " WS-NUMERO-ORDEN " Tipo " WS-PRE-TIPO
               " Exceso " WS-EXCESO-TIPO " Sup " WS-SUPERVISOR-ID
               DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG
           MOVE "Sobregiro" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA.

       VALIDACION-AUTORIZACION-SOBREGIRO.
       EVALUATE WS-SI-NO
       WHEN = "S" OR = "s"
           PERFORM VALIDAR-CLAVE-SUPERVISOR
       WHEN = "N" OR = "n"
           NEXT SENTENCE
       WHEN OTHER
           DISPLAY "Por favor ingrese S para si, o N para no."
           ACCEPT WS-SI-NO
           PERFORM VALIDACION-AUTORIZACION-SOBREGIRO
       END-EVALUATE.

       *>VALIDA EL IDENTIFICADOR Y LA CLAVE DEL SUPERVISOR CONTRA
       *>OPERADORES.DAT (VER MENU.CBL). SI SON CORRECTOS, DEJA
       *>WS-AUTORIZADO EN 1.
       VALIDAR-CLAVE-SUPERVISOR.
       DISPLAY "Ingrese identificador del supervisor".
       ACCEPT WS-SUPERVISOR-ID.
       DISPLAY "Ingrese clave del supervisor".
       ACCEPT WS-SUPERVISOR-CLAVE.
       MOVE "OPEN    VALIDAR-CLAVE-SUPERVISOR" TO WS-ERR-DONDE
       OPEN I-O OPERADORES-ARCHIVO.
       MOVE WS-SUPERVISOR-ID TO ID-OPERADOR.
       MOVE "READ    VALIDAR-CLAVE-SUPERVISOR" TO WS-ERR-DONDE
       READ OPERADORES-ARCHIVO RECORD
           KEY ID-OPERADOR
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1
           AND CLAVE-OPERADOR-OPR = WS-SUPERVISOR-CLAVE
           AND ROL-OPERADOR-OPR = "supervisor"
           AND STATUS-OPERADOR-OPR NOT = "Inactivo"
           AND STATUS-OPERADOR-OPR NOT = "Bloqueado"
           MOVE 1 TO WS-AUTORIZADO
           DISPLAY " "
           DISPLAY "Exceso autorizado por " WS-SUPERVISOR-ID
       ELSE
           DISPLAY " "
           DISPLAY "Supervisor o clave invalidos; no se autoriza.".
       CLOSE OPERADORES-ARCHIVO.

       *>DEJA EN WS-GASTO-TIPO LO GASTADO EN WS-PRE-TIPO DURANTE
       *>WS-ANIO-ORDEN: LO PENDIENTE DE RECIBIR EN ORDENES ABIERTAS,
       *>LO RECIBIDO EN ORDENES NO ANULADAS Y EL COSTO REAL DE LAS
       *>REPARACIONES CERRADAS ESE AÑO. LAS ORDENES SE CARGAN AL AÑO
       *>EN QUE SE EMITIERON.
       CALCULAR-GASTO-TIPO.
       MOVE 0 TO WS-GASTO-TIPO.
       MOVE 0 TO NUMERO-ORDEN-DET.
       MOVE 0 TO LINEA-DET.
       MOVE 0 TO WS-LEE-DET.
       MOVE "START   CALCULAR-GASTO-TIPO" TO WS-ERR-DONDE
       START ORDENES-DET-ARCHIVO KEY IS NOT LESS THAN DET-LLAVE
           INVALID KEY MOVE 1 TO WS-LEE-DET.
       IF WS-LEE-DET = 0
           PERFORM LEER-SIGUIENTE-DET
           PERFORM SUMAR-GASTO-LINEA UNTIL WS-LEE-DET = 1.
       MOVE "OPEN    CALCULAR-GASTO-TIPO" TO WS-ERR-DONDE
       OPEN INPUT REPARACIONES-ARCHIVO.
       MOVE 0 TO WS-LEE-REP.
       PERFORM LEER-SIGUIENTE-REP.
       PERFORM SUMAR-GASTO-REPARACION UNTIL WS-LEE-REP = 1.
       CLOSE REPARACIONES-ARCHIVO.

       SUMAR-GASTO-LINEA.
       IF CODIGO-TIPO-DET = WS-PRE-TIPO
           MOVE NUMERO-ORDEN-DET TO NUMERO-ORDEN
           MOVE "READ    SUMAR-GASTO-LINEA" TO WS-ERR-DONDE
           READ ORDENES-ARCHIVO RECORD
               KEY ORD-LLAVE
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
                   NOT INVALID KEY MOVE 1 TO WS-INDICADOR
           END-READ
           IF WS-INDICADOR = 1
               AND FECHA-ORDEN(1:4) = WS-ANIO-ORDEN
               AND STATUS-ORDEN NOT = "Anulada"
               COMPUTE WS-GASTO-TIPO = WS-GASTO-TIPO
                   + CANTIDAD-RECIBIDA-DET * VALOR-UNITARIO-DET
               IF STATUS-ORDEN = "Abierta"
                   AND CANTIDAD-DET > CANTIDAD-RECIBIDA-DET
                   COMPUTE WS-GASTO-TIPO = WS-GASTO-TIPO
                       + (CANTIDAD-DET - CANTIDAD-RECIBIDA-DET)
                       * VALOR-UNITARIO-DET.
       PERFORM LEER-SIGUIENTE-DET.

       LEER-SIGUIENTE-REP.
       MOVE "READ    LEER-SIGUIENTE-REP" TO WS-ERR-DONDE
       READ REPARACIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-REP.

       SUMAR-GASTO-REPARACION.
       IF ID-INSTRUMENTO-REP(1:3) = WS-PRE-TIPO
           AND STATUS-ORDEN-REP = "Cerrada"
           AND FECHA-RETORNO-REP(1:4) = WS-ANIO-ORDEN
           ADD COSTO-REAL-REP TO WS-GASTO-TIPO.
       PERFORM LEER-SIGUIENTE-REP.

       *>IMPRIME LA ORDEN EN UN ARCHIVO orden_<numero>.txt PARA
       *>ENVIARSELA AL PROVEEDOR, CON SUS LINEAS Y EL TOTAL.
       IMPRIMIR-ORDEN.
       DISPLAY " ".
       DISPLAY "Indique numero de la orden".
       ACCEPT WS-NUMERO-ORDEN.
       MOVE "OPEN    IMPRIMIR-ORDEN" TO WS-ERR-DONDE
       OPEN I-O ORDENES-ARCHIVO.
       MOVE "OPEN    IMPRIMIR-ORDEN" TO WS-ERR-DONDE
       OPEN I-O ORDENES-DET-ARCHIVO.
       MOVE WS-NUMERO-ORDEN TO NUMERO-ORDEN.
       MOVE "READ    IMPRIMIR-ORDEN" TO WS-ERR-DONDE
       READ ORDENES-ARCHIVO RECORD
           KEY ORD-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
           CLOSE ORDENES-DET-ARCHIVO
           PERFORM VOLVER
       ELSE
           IF STATUS-ORDEN = "Borrador"
               DISPLAY " "
               DISPLAY "Esa orden es un borrador; un supervisor debe "
               DISPLAY "liberarla antes de enviarla al proveedor."
               CLOSE ORDENES-ARCHIVO
               CLOSE ORDENES-DET-ARCHIVO
               PERFORM VOLVER
           ELSE
               PERFORM ESCRIBIR-ORDEN-IMPRESA
               CLOSE ORDENES-ARCHIVO
               CLOSE ORDENES-DET-ARCHIVO
               DISPLAY " "
               DISPLAY "Orden grabada en " WS-ORDEN-RUTA
               PERFORM VOLVER.

       ESCRIBIR-ORDEN-IMPRESA.
       MOVE SPACES TO WS-ORDEN-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "orden_" WS-NUMERO-ORDEN ".txt"
           DELIMITED BY SIZE INTO WS-ORDEN-RUTA.
       OPEN OUTPUT ORDEN-IMPRESA-ARCHIVO.
       MOVE "Centro Deportivo - Orden de compra" TO WS-LINEA-ORD.
       POSICIONAR-DETALLE-ORDEN.
       MOVE WS-NUMERO-ORDEN TO NUMERO-ORDEN-DET.
       MOVE 0 TO LINEA-DET.
       MOVE "START   POSICIONAR-DETALLE-ORDEN" TO WS-ERR-DONDE
       START ORDENES-DET-ARCHIVO KEY IS NOT LESS THAN DET-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-DET
           NOT INVALID KEY MOVE 0 TO WS-LEE-DET.

       LEER-SIGUIENTE-DET.
       MOVE "READ    LEER-SIGUIENTE-DET" TO WS-ERR-DONDE
       READ ORDENES-DET-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-DET.
       DISPLAY " ".
       DISPLAY "Indique numero de la orden".
       ACCEPT WS-NUMERO-ORDEN.
       MOVE "OPEN    RECIBIR-ORDEN" TO WS-ERR-DONDE
       OPEN I-O ORDENES-ARCHIVO.
       MOVE WS-NUMERO-ORDEN TO NUMERO-ORDEN.
       MOVE "READ    RECIBIR-ORDEN" TO WS-ERR-DONDE
       READ ORDENES-ARCHIVO RECORD
           KEY ORD-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               PERFORM VOLVER.

       PROCESAR-RECEPCION.
       MOVE "OPEN    PROCESAR-RECEPCION" TO WS-ERR-DONDE
       OPEN I-O SEDES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-SEDES.
       DISPLAY " ".
       DISPLAY "Indique el codigo de la sede donde queda lo recibido".
       ACCEPT WS-SEDE-RECIBO.
       PERFORM VALIDAR-SEDE-RECIBO.
       CLOSE SEDES-ARCHIVO.

       MOVE "OPEN    PROCESAR-RECEPCION" TO WS-ERR-DONDE
       OPEN I-O ORDENES-DET-ARCHIVO.
       MOVE "OPEN    PROCESAR-RECEPCION" TO WS-ERR-DONDE
       OPEN I-O TIPO-INSTRUMENTO-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       MOVE "OPEN    PROCESAR-RECEPCION" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       MOVE "OPEN    PROCESAR-RECEPCION" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-HISTORIAL-ARCHIVO.
       MOVE "OPEN    PROCESAR-RECEPCION" TO WS-ERR-DONDE
       OPEN I-O ADQUISICIONES-ARCHIVO.
       MOVE "OPEN    PROCESAR-RECEPCION" TO WS-ERR-DONDE
       OPEN I-O INSUMOS-ARCHIVO.
       MOVE "OPEN    PROCESAR-RECEPCION" TO WS-ERR-DONDE
       OPEN I-O INSUMOS-STOCK-ARCHIVO.
       MOVE "OPEN    PROCESAR-RECEPCION" TO WS-ERR-DONDE
       OPEN I-O INSUMOS-MOVIMIENTOS-ARCHIVO.
       MOVE "OPEN    PROCESAR-RECEPCION" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.

       MOVE 0 TO WS-CREADOS.
       MOVE 0 TO WS-INSUMOS-RECIBIDOS.
       MOVE 0 TO WS-TOTAL-PEDIDO.
       MOVE 0 TO WS-TOTAL-RECIBIDO.
       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CONFIRMAR-CIERRE-CORTO
       ELSE
           MOVE "Recibida" TO STATUS-ORDEN
           MOVE "REWRITE PROCESAR-RECEPCION" TO WS-ERR-DONDE
           REWRITE ORDENES-REGISTRO.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Orden " WS-NUMERO-ORDEN " recibio " WS-TOTAL-RECIBIDO
       CLOSE INSTRUMENTOS-ARCHIVO.
       CLOSE INSTRUMENTOS-HISTORIAL-ARCHIVO.
       CLOSE ADQUISICIONES-ARCHIVO.
       CLOSE INSUMOS-ARCHIVO.
       CLOSE INSUMOS-STOCK-ARCHIVO.
       CLOSE INSUMOS-MOVIMIENTOS-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       DISPLAY " ".
       DISPLAY "Recepcion terminada. Instrumentos creados: "
           WS-CREADOS.
       IF WS-INSUMOS-RECIBIDOS > 0
           DISPLAY "Insumos sumados a la existencia de la sede: "
               WS-INSUMOS-RECIBIDOS.

       VALIDAR-SEDE-RECIBO.
       MOVE WS-SEDE-RECIBO TO SEDE-CODIGO.
       MOVE "READ    VALIDAR-SEDE-RECIBO" TO WS-ERR-DONDE
       READ SEDES-ARCHIVO RECORD
           KEY SEDE-CODIGO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               DISPLAY "Ingrese cantidad recibida ahora"
               ACCEPT WS-CANT-RECIBIR
               PERFORM VALIDAR-CANTIDAD-RECIBIDA
               PERFORM IDENTIFICAR-INSUMO-LINEA
               IF WS-CANT-RECIBIR > 0 AND WS-ES-INSUMO = 1
                   PERFORM RECIBIR-INSUMO
               END-IF
               IF WS-CANT-RECIBIR > 0 AND WS-ES-INSUMO = 0
                   DISPLAY "Ingrese marca de lo recibido en esta linea"
                   ACCEPT WS-MARCA-RECIBO
                   DISPLAY "Ingrese modelo de lo recibido en esta "
                   DISPLAY "linea"
                   ACCEPT WS-MODELO-RECIBO
                   DISPLAY "Indique el estante donde se guarda lo "
                   DISPLAY "recibido en esta linea (en blanco si aun "
                   DISPLAY "no tiene)"
                   ACCEPT WS-EST-ESTANTE
                   MOVE 0 TO WS-UNIDAD
                   PERFORM CREAR-INSTRUMENTO-RECIBIDO
                       UNTIL WS-UNIDAD NOT < WS-CANT-RECIBIR
                   ADD WS-CANT-RECIBIR TO CANTIDAD-RECIBIDA-DET
                   MOVE "REWRITE RECIBIR-LINEA" TO WS-ERR-DONDE
                   REWRITE ORDENES-DET-REGISTRO
               END-IF
               ADD CANTIDAD-RECIBIDA-DET TO WS-TOTAL-RECIBIDO
           ACCEPT WS-CANT-RECIBIR
           PERFORM VALIDAR-CANTIDAD-RECIBIDA.

       IDENTIFICAR-INSUMO-LINEA.
       MOVE CODIGO-TIPO-DET TO CODIGO-INSUMO.
       MOVE "READ    IDENTIFICAR-INSUMO-LINEA" TO WS-ERR-DONDE
       READ INSUMOS-ARCHIVO RECORD
           KEY CODIGO-INSUMO
               INVALID KEY     MOVE 0 TO WS-ES-INSUMO
               NOT INVALID KEY MOVE 1 TO WS-ES-INSUMO.

       *>UN INSUMO RECIBIDO SE SUMA A LA EXISTENCIA DE LA SEDE DE LA
       *>RECEPCION (SI LA SEDE NUNCA LO TUVO SE LE ABRE SIN MINIMO) Y
       *>QUEDA SU ENTRADA EN LOS MOVIMIENTOS CON EL NUMERO DE ORDEN.
       RECIBIR-INSUMO.
       MOVE CODIGO-INSUMO TO CODIGO-INSUMO-STK.
       MOVE WS-SEDE-RECIBO TO SEDE-STK.
       MOVE "READ    RECIBIR-INSUMO" TO WS-ERR-DONDE
       READ INSUMOS-STOCK-ARCHIVO RECORD
           KEY STK-LLAVE
               INVALID KEY     MOVE 0 TO WS-HAY-STOCK
               NOT INVALID KEY MOVE 1 TO WS-HAY-STOCK.
       IF WS-HAY-STOCK = 0
           MOVE 0 TO CANTIDAD-STK
           MOVE 0 TO MINIMO-STK.
       ADD WS-CANT-RECIBIR TO CANTIDAD-STK.
       IF WS-HAY-STOCK = 0
           MOVE "WRITE   RECIBIR-INSUMO" TO WS-ERR-DONDE
           WRITE INSUMOS-STOCK-REGISTRO
       ELSE
           MOVE "REWRITE RECIBIR-INSUMO" TO WS-ERR-DONDE
           REWRITE INSUMOS-STOCK-REGISTRO.
       ACCEPT FECHA-MOV FROM DATE YYYYMMDD.
       ACCEPT HORA-MOV FROM TIME.
       MOVE 0 TO SECUENCIA-MOV.
       MOVE CODIGO-INSUMO TO CODIGO-INSUMO-MOV.
       MOVE WS-SEDE-RECIBO TO SEDE-MOV.
       MOVE "Entrada" TO TIPO-MOV.
       MOVE "+" TO SIGNO-MOV.
       MOVE WS-CANT-RECIBIR TO CANTIDAD-MOV.
       MOVE "Compra" TO DESTINO-TIPO-MOV.
       MOVE ID-PROVEEDOR-ORD TO DESTINO-MOV.
       MOVE SPACES TO MOTIVO-MOV.
       MOVE WS-NUMERO-ORDEN TO ORDEN-MOV.
       MOVE LS-CONECTAR TO OPERADOR-MOV.
       PERFORM ESCRIBIR-MOVIMIENTO-INSUMO.
       ADD WS-CANT-RECIBIR TO CANTIDAD-RECIBIDA-DET.
       MOVE "REWRITE RECIBIR-INSUMO" TO WS-ERR-DONDE
       REWRITE ORDENES-DET-REGISTRO.
       ADD WS-CANT-RECIBIR TO WS-INSUMOS-RECIBIDOS.
       DISPLAY "  " NOMBRE-INSUMO " en " WS-SEDE-RECIBO ": "
           CANTIDAD-STK " " UNIDAD-INSUMO.

       *>MISMO REINTENTO QUE ESCRIBIR-AUDITORIA.
       ESCRIBIR-MOVIMIENTO-INSUMO.
       MOVE "WRITE   ESCRIBIR-MOVIMIENTO-INSUMO" TO WS-ERR-DONDE
       WRITE INSUMOS-MOVIMIENTOS-REGISTRO
           INVALID KEY
               ADD 1 TO SECUENCIA-MOV
               PERFORM ESCRIBIR-MOVIMIENTO-INSUMO
       END-WRITE.

       CONFIRMAR-CIERRE-CORTO.
       EVALUATE WS-SI-NO
       WHEN = "S" OR = "s"
           MOVE "Recibida" TO STATUS-ORDEN
           MOVE "REWRITE CONFIRMAR-CIERRE-CORTO" TO WS-ERR-DONDE
           REWRITE ORDENES-REGISTRO
           DISPLAY "La orden queda cerrada incompleta."
       WHEN = "N" OR = "n"
       CREAR-INSTRUMENTO-RECIBIDO.
       ADD 1 TO WS-UNIDAD.
       MOVE CODIGO-TIPO-DET TO CODIGO-TIPO.
       MOVE "READ    CREAR-INSTRUMENTO-RECIBIDO" TO WS-ERR-DONDE
       READ TIPO-INSTRUMENTO-ARCHIVO RECORD
           KEY CODIGO-TIPO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
           DISPLAY "existe; la unidad no se crea."
       ELSE
           ADD 1 TO CORRELATIVO
           MOVE "REWRITE CREAR-INSTRUMENTO-RECIBIDO" TO WS-ERR-DONDE
           REWRITE TIPO-INSTRUMENTO-REGISTRO
           STRING CODIGO-TIPO, CORRELATIVO
               INTO ID-INSTRUMENTO
           DISPLAY "Ingrese numero de serie de la unidad "
               WS-UNIDAD
           ACCEPT SERIE
           MOVE "WRITE   CREAR-INSTRUMENTO-RECIBIDO" TO WS-ERR-DONDE
           WRITE INSTRUMENTOS-REGISTRO
           MOVE ID-INSTRUMENTO TO WS-DIS-INSTRUMENTO
           PERFORM ACTUALIZAR-DISPONIBILIDAD
           MOVE ID-INSTRUMENTO TO ID-INSTRUMENTO-HIST
           MOVE WS-FECHA-HOY TO FECHA-STATUS-HIST
           ACCEPT WS-HORA-STATUS-HIST FROM TIME
           MOVE WS-HORA-STATUS-HIST TO HORA-STATUS-HIST
           MOVE STATUS-INSTRUMENTO TO STATUS-INSTRUMENTO-HIST
           MOVE SPACES TO GRADO-CONDICION-HIST
           MOVE "WRITE   CREAR-INSTRUMENTO-RECIBIDO" TO WS-ERR-DONDE
           WRITE INSTRUMENTOS-HISTORIAL-REGISTRO
           MOVE ID-INSTRUMENTO TO ID-INSTRUMENTO-ADQ
           MOVE ID-PROVEEDOR-ORD TO ID-PROVEEDOR-ADQ
               STRING "Garantia orden " WS-NUMERO-ORDEN
                   DELIMITED BY SIZE INTO GARANTIA-NOTA-ADQ
           END-IF
           MOVE "WRITE   CREAR-INSTRUMENTO-RECIBIDO" TO WS-ERR-DONDE
           WRITE ADQUISICIONES-REGISTRO
           IF WS-EST-ESTANTE NOT = SPACES
               MOVE ID-INSTRUMENTO TO WS-EST-INSTRUMENTO
               MOVE WS-SEDE-RECIBO TO WS-EST-SEDE
               PERFORM GRABAR-ESTANTE
           END-IF
           ADD 1 TO WS-CREADOS
           DISPLAY "  Creado: " ID-INSTRUMENTO.

               IF WS-BISIESTO-RESTO NOT = 0
                   MOVE 0 TO WS-ES-BISIESTO.

       *>REGISTRA LA FACTURA DEL PROVEEDOR CONTRA SU ORDEN. POR CADA
       *>LINEA DE LA ORDEN SE CAPTURA LO FACTURADO Y SE COTEJA EN
       *>TRES VIAS: LA CANTIDAD FACTURADA (SUMANDO LAS FACTURAS
       *>ANTERIORES DE LA MISMA LINEA) CONTRA LO RECIBIDO Y LO
       *>PEDIDO, Y EL VALOR UNITARIO CONTRA EL DE LA ORDEN. LA
       *>FACTURA QUE NO CUADRA QUEDA Retenida PARA EL SUPERVISOR.
       REGISTRAR-FACTURA.
       DISPLAY "---Registrar factura del proveedor---".
       DISPLAY " ".
       DISPLAY "Indique numero de la orden".
       ACCEPT WS-NUMERO-ORDEN.
       MOVE "OPEN    REGISTRAR-FACTURA" TO WS-ERR-DONDE
       OPEN I-O ORDENES-ARCHIVO.
       MOVE WS-NUMERO-ORDEN TO NUMERO-ORDEN.
       MOVE "READ    REGISTRAR-FACTURA" TO WS-ERR-DONDE
       READ ORDENES-ARCHIVO RECORD
           KEY ORD-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           DISPLAY " "
           DISPLAY "No existe una orden con ese numero."
           CLOSE ORDENES-ARCHIVO
           PERFORM VOLVER
       ELSE
           IF STATUS-ORDEN = "Anulada" OR STATUS-ORDEN = "Borrador"
               DISPLAY " "
               DISPLAY "Esa orden no admite facturas (status: "
                   STATUS-ORDEN ")."
               CLOSE ORDENES-ARCHIVO
               PERFORM VOLVER
           ELSE
               PERFORM CAPTURAR-FACTURA
               CLOSE ORDENES-ARCHIVO
               PERFORM VOLVER.

       CAPTURAR-FACTURA.
       MOVE ID-PROVEEDOR-ORD TO WS-FAC-PROVEEDOR.
       DISPLAY " ".
       DISPLAY "Proveedor de la orden: " WS-FAC-PROVEEDOR.
       DISPLAY "Ingrese numero de la factura del proveedor".
       ACCEPT WS-FAC-NUMERO.
       MOVE "OPEN    CAPTURAR-FACTURA" TO WS-ERR-DONDE
       OPEN I-O FACTURAS-PROV-ARCHIVO.
       MOVE "OPEN    CAPTURAR-FACTURA" TO WS-ERR-DONDE
       OPEN I-O FACTURAS-PROV-DET-ARCHIVO.
       MOVE "OPEN    CAPTURAR-FACTURA" TO WS-ERR-DONDE
       OPEN I-O ORDENES-DET-ARCHIVO.
       MOVE "OPEN    CAPTURAR-FACTURA" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE WS-FAC-PROVEEDOR TO ID-PROVEEDOR-FAC.
       MOVE WS-FAC-NUMERO TO NUMERO-FACTURA-FAC.
       MOVE "READ    CAPTURAR-FACTURA" TO WS-ERR-DONDE
       READ FACTURAS-PROV-ARCHIVO RECORD
           KEY FAC-LLAVE
               INVALID KEY     MOVE 0 TO WS-HAY-FACTURA
               NOT INVALID KEY MOVE 1 TO WS-HAY-FACTURA.
       IF WS-HAY-FACTURA = 1
           DISPLAY " "
           DISPLAY "Esa factura ya esta registrada (orden "
               NUMERO-ORDEN-FAC ", status " STATUS-FACTURA-FAC ")."
       ELSE
           PERFORM COTEJAR-FACTURA.
       CLOSE FACTURAS-PROV-ARCHIVO.
       CLOSE FACTURAS-PROV-DET-ARCHIVO.
       CLOSE ORDENES-DET-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.

       COTEJAR-FACTURA.
       DISPLAY "Ingrese fecha de la factura (AAAAMMDD)".
       ACCEPT WS-FAC-FECHA.
       PERFORM VALIDAR-FECHA-FACTURA.
       MOVE 0 TO WS-FAC-MONTO.
       MOVE 0 TO WS-FAC-LINEAS.
       MOVE 0 TO WS-FAC-DISCREPANCIA.
       MOVE SPACES TO WS-FAC-MOTIVO.
       PERFORM POSICIONAR-DETALLE-ORDEN.
       IF WS-LEE-DET = 0
           PERFORM LEER-SIGUIENTE-DET
           PERFORM FACTURAR-LINEA UNTIL WS-LEE-DET = 1.
       IF WS-FAC-LINEAS = 0
           DISPLAY " "
           DISPLAY "La factura no trae lineas; no se registra."
       ELSE
           MOVE WS-FAC-PROVEEDOR TO ID-PROVEEDOR-FAC
           MOVE WS-FAC-NUMERO TO NUMERO-FACTURA-FAC
           MOVE WS-NUMERO-ORDEN TO NUMERO-ORDEN-FAC
           MOVE WS-FAC-FECHA TO FECHA-FACTURA-FAC
           ACCEPT FECHA-REGISTRO-FAC FROM DATE YYYYMMDD
           MOVE WS-FAC-MONTO TO MONTO-FACTURA-FAC
           MOVE 0 TO MONTO-PAGADO-FAC
           IF WS-FAC-DISCREPANCIA = 1
               MOVE "Retenida" TO STATUS-FACTURA-FAC
           ELSE
               MOVE "Aprobada" TO STATUS-FACTURA-FAC
           END-IF
           MOVE WS-FAC-MOTIVO TO MOTIVO-RETENCION-FAC
           MOVE LS-CONECTAR TO OPERADOR-FAC
           MOVE SPACES TO SUPERVISOR-FAC
           MOVE 0 TO FECHA-DECISION-FAC
           MOVE "WRITE   COTEJAR-FACTURA" TO WS-ERR-DONDE
           WRITE FACTURAS-PROV-REGISTRO
           MOVE SPACES TO WS-AUD-LLAVE-REG
           STRING "Factura " WS-FAC-NUMERO " Prov: " WS-FAC-PROVEEDOR
               " " STATUS-FACTURA-FAC
               DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG
           MOVE "Alta" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA
           DISPLAY " "
           DISPLAY "Factura registrada por " WS-FAC-MONTO
           IF WS-FAC-DISCREPANCIA = 1
               DISPLAY "La factura no cuadra con la orden y queda "
               DISPLAY "Retenida hasta que un supervisor la revise."
           ELSE
               DISPLAY "La factura cuadra con la orden y queda "
               DISPLAY "Aprobada para pago.".

       VALIDAR-FECHA-FACTURA.
       MOVE WS-FAC-FECHA TO WS-FECHA-VAL.
       IF WS-VAL-AA = 0 OR WS-VAL-MM < 1 OR WS-VAL-MM > 12
           OR WS-VAL-DD < 1 OR WS-VAL-DD > 31
           DISPLAY "Fecha invalida. Ingrese fecha de la factura "
           DISPLAY "(AAAAMMDD)"
           ACCEPT WS-FAC-FECHA
           PERFORM VALIDAR-FECHA-FACTURA.

       FACTURAR-LINEA.
       IF NUMERO-ORDEN-DET NOT = WS-NUMERO-ORDEN
           MOVE 1 TO WS-LEE-DET
       ELSE
           PERFORM SUMAR-YA-FACTURADO
           DISPLAY " "
           DISPLAY "Linea " LINEA-DET " Tipo " CODIGO-TIPO-DET
               " Pedida: " CANTIDAD-DET
               " Recibida: " CANTIDAD-RECIBIDA-DET
               " Ya facturada: " WS-YA-FACTURADO
           DISPLAY "Valor unitario de la orden: " VALOR-UNITARIO-DET
           DISPLAY "Ingrese cantidad facturada en esta linea "
           DISPLAY "(0 si la factura no la trae)"
           ACCEPT WS-CANT-FACTURADA
           IF WS-CANT-FACTURADA > 0
               DISPLAY "Ingrese valor unitario segun la factura"
               ACCEPT WS-VALOR-FACTURADO
               PERFORM GRABAR-LINEA-FACTURA
           END-IF
           PERFORM LEER-SIGUIENTE-DET.

       GRABAR-LINEA-FACTURA.
       MOVE "N" TO DISCREPANCIA-FDE.
       COMPUTE WS-CANT-ACUMULADA = WS-YA-FACTURADO + WS-CANT-FACTURADA.
       IF WS-CANT-ACUMULADA > CANTIDAD-DET
           MOVE SPACES TO WS-MOTIVO-LINEA
           STRING "Linea " LINEA-DET ": facturado mas de lo pedido"
               DELIMITED BY SIZE INTO WS-MOTIVO-LINEA
           PERFORM ANOTAR-DISCREPANCIA
       ELSE
           IF WS-CANT-ACUMULADA > CANTIDAD-RECIBIDA-DET
               MOVE SPACES TO WS-MOTIVO-LINEA
               STRING "Linea " LINEA-DET
                   ": facturado mas de lo recibido"
                   DELIMITED BY SIZE INTO WS-MOTIVO-LINEA
               PERFORM ANOTAR-DISCREPANCIA.
       IF WS-VALOR-FACTURADO NOT = VALOR-UNITARIO-DET
           MOVE SPACES TO WS-MOTIVO-LINEA
           STRING "Linea " LINEA-DET ": precio distinto a la orden"
               DELIMITED BY SIZE INTO WS-MOTIVO-LINEA
           PERFORM ANOTAR-DISCREPANCIA.
       MOVE WS-FAC-PROVEEDOR TO ID-PROVEEDOR-FDE.
       MOVE WS-FAC-NUMERO TO NUMERO-FACTURA-FDE.
       MOVE LINEA-DET TO LINEA-FDE.
       MOVE WS-NUMERO-ORDEN TO NUMERO-ORDEN-FDE.
       MOVE WS-CANT-FACTURADA TO CANTIDAD-FDE.
       MOVE WS-VALOR-FACTURADO TO VALOR-UNITARIO-FDE.
       MOVE "WRITE   GRABAR-LINEA-FACTURA" TO WS-ERR-DONDE
       WRITE FACTURAS-PROV-DET-REGISTRO.
       COMPUTE WS-MONTO-LINEA = WS-CANT-FACTURADA * WS-VALOR-FACTURADO.
       ADD WS-MONTO-LINEA TO WS-FAC-MONTO.
       ADD 1 TO WS-FAC-LINEAS.

       *>MARCA LA LINEA Y LA FACTURA. EL MOTIVO QUE QUEDA EN LA
       *>FACTURA ES EL DE LA PRIMERA DISCREPANCIA ENCONTRADA.
       ANOTAR-DISCREPANCIA.
       MOVE "S" TO DISCREPANCIA-FDE.
       MOVE 1 TO WS-FAC-DISCREPANCIA.
       DISPLAY "  Discrepancia: " WS-MOTIVO-LINEA.
       IF WS-FAC-MOTIVO = SPACES
           MOVE WS-MOTIVO-LINEA TO WS-FAC-MOTIVO.

       *>LO YA FACTURADO DE LA LINEA EN FACTURAS ANTERIORES DE LA
       *>MISMA ORDEN; LAS RECHAZADAS NO CUENTAN.
       SUMAR-YA-FACTURADO.
       MOVE 0 TO WS-YA-FACTURADO.
       MOVE WS-NUMERO-ORDEN TO NUMERO-ORDEN-FDE.
       MOVE "START   SUMAR-YA-FACTURADO" TO WS-ERR-DONDE
       START FACTURAS-PROV-DET-ARCHIVO
           KEY IS EQUAL TO NUMERO-ORDEN-FDE
           INVALID KEY     MOVE 1 TO WS-LEE-FDE
           NOT INVALID KEY MOVE 0 TO WS-LEE-FDE.
       IF WS-LEE-FDE = 0
           PERFORM LEER-SIGUIENTE-FDE
           PERFORM SUMAR-LINEA-FACTURADA UNTIL WS-LEE-FDE = 1.

       LEER-SIGUIENTE-FDE.
       MOVE "READ    LEER-SIGUIENTE-FDE" TO WS-ERR-DONDE
       READ FACTURAS-PROV-DET-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-FDE.

       SUMAR-LINEA-FACTURADA.
       IF NUMERO-ORDEN-FDE NOT = WS-NUMERO-ORDEN
           MOVE 1 TO WS-LEE-FDE
       ELSE
           IF LINEA-FDE = LINEA-DET
               MOVE ID-PROVEEDOR-FDE TO ID-PROVEEDOR-FAC
               MOVE NUMERO-FACTURA-FDE TO NUMERO-FACTURA-FAC
               MOVE "READ    SUMAR-LINEA-FACTURADA" TO WS-ERR-DONDE
               READ FACTURAS-PROV-ARCHIVO RECORD
                   KEY FAC-LLAVE
                       INVALID KEY MOVE SPACES TO STATUS-FACTURA-FAC
               END-READ
               IF STATUS-FACTURA-FAC NOT = "Rechazada"
                   ADD CANTIDAD-FDE TO WS-YA-FACTURADO
               END-IF
           END-IF
           PERFORM LEER-SIGUIENTE-FDE.

       *>LAS FACTURAS RETENIDAS SOLO LAS DECIDE UN SUPERVISOR: SE
       *>APRUEBAN PARA PAGO TAL COMO VINIERON O SE RECHAZAN (Y SUS
       *>CANTIDADES DEJAN DE CONTAR COMO FACTURADAS).
       DECIDIR-RETENIDAS.
       DISPLAY "---Facturas retenidas por discrepancia---".
       DISPLAY " ".
       IF LS-ROL NOT = "supervisor"
           DISPLAY "Esta opcion requiere rol supervisor."
           PERFORM PROGRAM-BEGIN
       ELSE
           MOVE "OPEN    DECIDIR-RETENIDAS" TO WS-ERR-DONDE
           OPEN I-O FACTURAS-PROV-ARCHIVO
           MOVE "OPEN    DECIDIR-RETENIDAS" TO WS-ERR-DONDE
           OPEN I-O AUDITORIA-ARCHIVO
           MOVE 0 TO WS-RETENIDAS
           MOVE 0 TO WS-LEE-FAC
           PERFORM LEER-SIGUIENTE-FACTURA
           PERFORM MOSTRAR-RETENIDA UNTIL WS-LEE-FAC = 1
           IF WS-RETENIDAS = 0
               DISPLAY "No hay facturas retenidas."
           ELSE
               PERFORM RESOLVER-RETENIDA
           END-IF
           CLOSE FACTURAS-PROV-ARCHIVO
           CLOSE AUDITORIA-ARCHIVO
           PERFORM VOLVER.

       LEER-SIGUIENTE-FACTURA.
       MOVE "READ    LEER-SIGUIENTE-FACTURA" TO WS-ERR-DONDE
       READ FACTURAS-PROV-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-FAC.

       MOSTRAR-RETENIDA.
       IF STATUS-FACTURA-FAC = "Retenida"
           ADD 1 TO WS-RETENIDAS
           DISPLAY "Prov: " ID-PROVEEDOR-FAC
               " Factura: " NUMERO-FACTURA-FAC
               " Orden: " NUMERO-ORDEN-FAC
               " Monto: " MONTO-FACTURA-FAC
           DISPLAY "   Motivo: " MOTIVO-RETENCION-FAC.
       PERFORM LEER-SIGUIENTE-FACTURA.

       RESOLVER-RETENIDA.
       DISPLAY " ".
       DISPLAY "Ingrese cedula o RIF del proveedor de la factura".
       ACCEPT WS-FAC-PROVEEDOR.
       DISPLAY "Ingrese numero de la factura".
       ACCEPT WS-FAC-NUMERO.
       MOVE WS-FAC-PROVEEDOR TO ID-PROVEEDOR-FAC.
       MOVE WS-FAC-NUMERO TO NUMERO-FACTURA-FAC.
       MOVE "READ    RESOLVER-RETENIDA" TO WS-ERR-DONDE
       READ FACTURAS-PROV-ARCHIVO RECORD
           KEY FAC-LLAVE
               INVALID KEY     MOVE 0 TO WS-HAY-FACTURA
               NOT INVALID KEY MOVE 1 TO WS-HAY-FACTURA.
       IF WS-HAY-FACTURA = 0 OR STATUS-FACTURA-FAC NOT = "Retenida"
           DISPLAY " "
           DISPLAY "No hay una factura retenida con esos datos."
       ELSE
           DISPLAY "A) Aprobarla para pago  R) Rechazarla  "
               "N) Dejarla retenida"
           ACCEPT WS-DECISION
           PERFORM VALIDAR-DECISION.

       VALIDAR-DECISION.
       EVALUATE WS-DECISION
       WHEN = "A" OR = "a"
           MOVE "Aprobada" TO STATUS-FACTURA-FAC
           MOVE "Aprobacion" TO AUD-ACCION
           PERFORM GRABAR-DECISION
       WHEN = "R" OR = "r"
           MOVE "Rechazada" TO STATUS-FACTURA-FAC
           MOVE "Rechazo" TO AUD-ACCION
           PERFORM GRABAR-DECISION
       WHEN = "N" OR = "n"
           DISPLAY "La factura sigue retenida."
       WHEN OTHER
           DISPLAY "Por favor ingrese A, R o N."
           ACCEPT WS-DECISION
           PERFORM VALIDAR-DECISION
       END-EVALUATE.

       GRABAR-DECISION.
       MOVE LS-CONECTAR TO SUPERVISOR-FAC.
       ACCEPT FECHA-DECISION-FAC FROM DATE YYYYMMDD.
       MOVE "REWRITE GRABAR-DECISION" TO WS-ERR-DONDE
       REWRITE FACTURAS-PROV-REGISTRO.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Factura " NUMERO-FACTURA-FAC " Prov: " ID-PROVEEDOR-FAC
           " " STATUS-FACTURA-FAC
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       PERFORM GRABAR-AUDITORIA.
       DISPLAY "Factura " STATUS-FACTURA-FAC ".".

       *>PAGO A UN PROVEEDOR CONTRA UNA FACTURA APROBADA. SE PUEDE
       *>PAGAR POR PARTES; AL CUBRIR EL MONTO LA FACTURA PASA A
       *>Pagada. CADA PAGO LLEVA SU COMPROBANTE DE LA SERIE PAGOPROV.
       PAGAR-FACTURA.
       DISPLAY "---Pagar factura de proveedor---".
       DISPLAY " ".
       DISPLAY "Ingrese cedula o RIF del proveedor".
       ACCEPT WS-FAC-PROVEEDOR.
       DISPLAY "Ingrese numero de la factura".
       ACCEPT WS-FAC-NUMERO.
       MOVE "OPEN    PAGAR-FACTURA" TO WS-ERR-DONDE
       OPEN I-O FACTURAS-PROV-ARCHIVO.
       MOVE WS-FAC-PROVEEDOR TO ID-PROVEEDOR-FAC.
       MOVE WS-FAC-NUMERO TO NUMERO-FACTURA-FAC.
       MOVE "READ    PAGAR-FACTURA" TO WS-ERR-DONDE
       READ FACTURAS-PROV-ARCHIVO RECORD
           KEY FAC-LLAVE
               INVALID KEY     MOVE 0 TO WS-HAY-FACTURA
               NOT INVALID KEY MOVE 1 TO WS-HAY-FACTURA.
       IF WS-HAY-FACTURA = 0
           DISPLAY " "
           DISPLAY "No existe esa factura para ese proveedor."
       ELSE
           IF STATUS-FACTURA-FAC NOT = "Aprobada"
               DISPLAY " "
               DISPLAY "Solo se pagan facturas aprobadas (status: "
                   STATUS-FACTURA-FAC ")."
           ELSE
               PERFORM REGISTRAR-PAGO-PROVEEDOR.
       CLOSE FACTURAS-PROV-ARCHIVO.
       PERFORM VOLVER.

       REGISTRAR-PAGO-PROVEEDOR.
       COMPUTE WS-SALDO-FAC = MONTO-FACTURA-FAC - MONTO-PAGADO-FAC.
       DISPLAY " ".
       DISPLAY "Orden: " NUMERO-ORDEN-FAC " Fecha: " FECHA-FACTURA-FAC.
       DISPLAY "Monto: " MONTO-FACTURA-FAC " Pagado: " MONTO-PAGADO-FAC
           " Saldo: " WS-SALDO-FAC.
       DISPLAY "Ingrese monto a pagar".
       ACCEPT WS-MONTO-PAGAR.
       PERFORM VALIDAR-MONTO-PAGAR.
       DISPLAY "Ingrese forma de pago (Transferencia/Cheque/Efectivo)".
       ACCEPT WS-FORMA-PAGO-PROV.
       DISPLAY "Ingrese referencia del pago (cheque o transferencia)".
       ACCEPT WS-REFERENCIA-PROV.
       MOVE "OPEN    REGISTRAR-PAGO-PROVEEDOR" TO WS-ERR-DONDE
       OPEN I-O PAGOS-PROV-ARCHIVO.
       MOVE "OPEN    REGISTRAR-PAGO-PROVEEDOR" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "PAGOPROV" TO WS-CORR-SERIE.
       PERFORM TOMAR-CORRELATIVO.
       MOVE WS-CORR-NUMERO TO NUMERO-PAGO-PPR.
       MOVE WS-FAC-PROVEEDOR TO ID-PROVEEDOR-PPR.
       MOVE WS-FAC-NUMERO TO NUMERO-FACTURA-PPR.
       ACCEPT FECHA-PAGO-PPR FROM DATE YYYYMMDD.
       MOVE WS-MONTO-PAGAR TO MONTO-PAGO-PPR.
       MOVE WS-FORMA-PAGO-PROV TO FORMA-PAGO-PPR.
       MOVE WS-REFERENCIA-PROV TO REFERENCIA-PPR.
       MOVE LS-CONECTAR TO OPERADOR-PPR.
       PERFORM GRABAR-PAGO-PROV.
       ADD WS-MONTO-PAGAR TO MONTO-PAGADO-FAC.
       IF MONTO-PAGADO-FAC NOT < MONTO-FACTURA-FAC
           MOVE "Pagada" TO STATUS-FACTURA-FAC.
       MOVE "REWRITE REGISTRAR-PAGO-PROVEEDOR" TO WS-ERR-DONDE
       REWRITE FACTURAS-PROV-REGISTRO.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Pago " NUMERO-PAGO-PPR " Factura " WS-FAC-NUMERO
           " Prov: " WS-FAC-PROVEEDOR
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Pago" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       CLOSE PAGOS-PROV-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       DISPLAY " ".
       DISPLAY "Pago registrado con el comprobante " NUMERO-PAGO-PPR.
       DISPLAY "Status de la factura: " STATUS-FACTURA-FAC.

       VALIDAR-MONTO-PAGAR.
       IF WS-MONTO-PAGAR = 0 OR WS-MONTO-PAGAR > WS-SALDO-FAC
           DISPLAY "El monto debe ser mayor que cero y no mayor que "
               "el saldo " WS-SALDO-FAC
           DISPLAY "Ingrese monto a pagar"
           ACCEPT WS-MONTO-PAGAR
           PERFORM VALIDAR-MONTO-PAGAR.

       *>SI EL NUMERO YA ESTA GRABADO SE TOMA EL SIGUIENTE DE LA
       *>SERIE Y SE REINTENTA.
       GRABAR-PAGO-PROV.
       MOVE "WRITE   GRABAR-PAGO-PROV" TO WS-ERR-DONDE
       WRITE PAGOS-PROV-REGISTRO
           INVALID KEY
               PERFORM TOMAR-CORRELATIVO
               MOVE WS-CORR-NUMERO TO NUMERO-PAGO-PPR
               PERFORM GRABAR-PAGO-PROV
       END-WRITE.

       BUSCAR-MAX-PAGO-PROV.
       MOVE 0 TO WS-MAX-PAGO-PROV.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-PAGO-PROV.
       PERFORM COMPARAR-MAX-PAGO-PROV UNTIL LEE-TODO = 1.

       LEER-SIGUIENTE-PAGO-PROV.
       MOVE "READ    LEER-SIGUIENTE-PAGO-PROV" TO WS-ERR-DONDE
       READ PAGOS-PROV-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       COMPARAR-MAX-PAGO-PROV.
       IF NUMERO-PAGO-PPR > WS-MAX-PAGO-PROV
           MOVE NUMERO-PAGO-PPR TO WS-MAX-PAGO-PROV.
       PERFORM LEER-SIGUIENTE-PAGO-PROV.

       *>LO QUE SE LE DEBE A CADA PROVEEDOR POR EDAD DE LA FACTURA:
       *>SALDO DE LAS APROBADAS Y DE LAS RETENIDAS (ESTAS ULTIMAS
       *>MARCADAS, PORQUE AUN NO SE PUEDEN PAGAR). LAS FACTURAS SE
       *>LEEN EN ORDEN DE PROVEEDOR, ASI QUE CADA CAMBIO DE
       *>PROVEEDOR CIERRA SU SUBTOTAL.
       ANTIGUEDAD-CXP.
       DISPLAY "---Antiguedad de cuentas por pagar---".
       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
       MOVE WS-FECHA-HOY TO WS-FECHA-CONV.
       PERFORM CONVERTIR-FECHA-A-DIAS.
       MOVE WS-DIAS-CONV TO WS-DIAS-HOY-CXP.

       MOVE "OPEN    ANTIGUEDAD-CXP" TO WS-ERR-DONDE
       OPEN I-O FACTURAS-PROV-ARCHIVO.
       MOVE "OPEN    ANTIGUEDAD-CXP" TO WS-ERR-DONDE
       OPEN I-O PROVEEDORES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PROVEEDORES.
       MOVE "reporte_cuentas_pagar" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       STRING "Al " WS-FECHA-HOY
           DELIMITED BY SIZE INTO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-CXP-RUTA.
       OPEN OUTPUT REPORTE-CXP-ARCHIVO.
       MOVE "---Antiguedad de cuentas por pagar---" TO WS-LINEA-ORD.
       PERFORM IMPRIMIR-CXP.
       STRING "Al " WS-FECHA-HOY
           DELIMITED BY SIZE INTO WS-LINEA-ORD.
       PERFORM IMPRIMIR-CXP.

       MOVE 0 TO WS-CXP-TOTAL.
       MOVE 0 TO WS-CXP-0-30.
       MOVE 0 TO WS-CXP-31-60.
       MOVE 0 TO WS-CXP-61-90.
       MOVE 0 TO WS-CXP-MAS-90.
       MOVE SPACES TO WS-CXP-PROV-ANT.
       MOVE 0 TO WS-PRV-SALDO.
       MOVE 0 TO WS-LEE-FAC.
       PERFORM LEER-SIGUIENTE-FACTURA.
       PERFORM EVALUAR-FACTURA-CXP UNTIL WS-LEE-FAC = 1.
       PERFORM CERRAR-PROVEEDOR-CXP.

       MOVE " " TO WS-LINEA-ORD.
       PERFORM IMPRIMIR-CXP.
       MOVE "Total por pagar por edad de la factura:" TO WS-LINEA-ORD.
       PERFORM IMPRIMIR-CXP.
       STRING "  0 a 30 dias:    " WS-CXP-0-30
           DELIMITED BY SIZE INTO WS-LINEA-ORD.
       PERFORM IMPRIMIR-CXP.
       STRING "  31 a 60 dias:   " WS-CXP-31-60
           DELIMITED BY SIZE INTO WS-LINEA-ORD.
       PERFORM IMPRIMIR-CXP.
       STRING "  61 a 90 dias:   " WS-CXP-61-90
           DELIMITED BY SIZE INTO WS-LINEA-ORD.
       PERFORM IMPRIMIR-CXP.
       STRING "  mas de 90 dias: " WS-CXP-MAS-90
           DELIMITED BY SIZE INTO WS-LINEA-ORD.
       PERFORM IMPRIMIR-CXP.
       STRING "  Total:          " WS-CXP-TOTAL
           DELIMITED BY SIZE INTO WS-LINEA-ORD.
       PERFORM IMPRIMIR-CXP.

       CLOSE FACTURAS-PROV-ARCHIVO.
       CLOSE PROVEEDORES-ARCHIVO.
       CLOSE REPORTE-CXP-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       EVALUAR-FACTURA-CXP.
       IF ID-PROVEEDOR-FAC NOT = WS-CXP-PROV-ANT
           PERFORM CERRAR-PROVEEDOR-CXP
           MOVE ID-PROVEEDOR-FAC TO WS-CXP-PROV-ANT
           MOVE 0 TO WS-PRV-SALDO
           MOVE 0 TO WS-PRV-0-30
           MOVE 0 TO WS-PRV-31-60
           MOVE 0 TO WS-PRV-61-90
           MOVE 0 TO WS-PRV-MAS-90.
       IF (STATUS-FACTURA-FAC = "Aprobada"
           OR STATUS-FACTURA-FAC = "Retenida")
           AND MONTO-FACTURA-FAC > MONTO-PAGADO-FAC
           PERFORM ACUMULAR-FACTURA-CXP.
       PERFORM LEER-SIGUIENTE-FACTURA.

       ACUMULAR-FACTURA-CXP.
       COMPUTE WS-SALDO-FAC = MONTO-FACTURA-FAC - MONTO-PAGADO-FAC.
       MOVE FECHA-FACTURA-FAC TO WS-FECHA-CONV.
       PERFORM CONVERTIR-FECHA-A-DIAS.
       IF WS-DIAS-HOY-CXP > WS-DIAS-CONV
           COMPUTE WS-EDAD-FAC = WS-DIAS-HOY-CXP - WS-DIAS-CONV
       ELSE
           MOVE 0 TO WS-EDAD-FAC.
       IF STATUS-FACTURA-FAC = "Retenida"
           MOVE " (retenida)" TO WS-MARCA-CXP
       ELSE
           MOVE SPACES TO WS-MARCA-CXP.
       ADD WS-SALDO-FAC TO WS-PRV-SALDO.
       ADD WS-SALDO-FAC TO WS-CXP-TOTAL.
       EVALUATE TRUE
       WHEN WS-EDAD-FAC NOT > 30
           ADD WS-SALDO-FAC TO WS-PRV-0-30
           ADD WS-SALDO-FAC TO WS-CXP-0-30
       WHEN WS-EDAD-FAC NOT > 60
           ADD WS-SALDO-FAC TO WS-PRV-31-60
           ADD WS-SALDO-FAC TO WS-CXP-31-60
       WHEN WS-EDAD-FAC NOT > 90
           ADD WS-SALDO-FAC TO WS-PRV-61-90
           ADD WS-SALDO-FAC TO WS-CXP-61-90
       WHEN OTHER
           ADD WS-SALDO-FAC TO WS-PRV-MAS-90
           ADD WS-SALDO-FAC TO WS-CXP-MAS-90
       END-EVALUATE.
       STRING "  " ID-PROVEEDOR-FAC " Factura " NUMERO-FACTURA-FAC
           " Orden " NUMERO-ORDEN-FAC " Fecha " FECHA-FACTURA-FAC
           " Saldo " WS-SALDO-FAC WS-MARCA-CXP
           DELIMITED BY SIZE INTO WS-LINEA-ORD.
       PERFORM IMPRIMIR-CXP.

       CERRAR-PROVEEDOR-CXP.
       IF WS-CXP-PROV-ANT NOT = SPACES AND WS-PRV-SALDO > 0
           MOVE WS-CXP-PROV-ANT TO ID-PROVEEDOR-PRV
           MOVE "READ    CERRAR-PROVEEDOR-CXP" TO WS-ERR-DONDE
           READ PROVEEDORES-ARCHIVO RECORD
               KEY ID-PROVEEDOR-PRV
                   INVALID KEY MOVE SPACES TO NOMBRE-PROVEEDOR-PRV
           END-READ
           STRING "Proveedor " WS-CXP-PROV-ANT " "
               NOMBRE-PROVEEDOR-PRV " debe: " WS-PRV-SALDO
               DELIMITED BY SIZE INTO WS-LINEA-ORD
           PERFORM IMPRIMIR-CXP
           STRING "    0-30: " WS-PRV-0-30 " 31-60: " WS-PRV-31-60
               " 61-90: " WS-PRV-61-90 " +90: " WS-PRV-MAS-90
               DELIMITED BY SIZE INTO WS-LINEA-ORD
           PERFORM IMPRIMIR-CXP
           MOVE " " TO WS-LINEA-ORD
           PERFORM IMPRIMIR-CXP.

       IMPRIMIR-CXP.
       DISPLAY WS-LINEA-ORD.
       WRITE REPORTE-CXP-LINEA FROM WS-LINEA-ORD.
       MOVE SPACES TO WS-LINEA-ORD.

       *>PROPUESTA DE REPOSICION. POR CADA TIPO ACTIVO:
       *>  DEMANDA  = EL MAYOR ENTRE LOS SOCIOS DEL TIPO Y LOS
       *>             PRESTAMOS DE UN MES PROMEDIO DE LA VENTANA, MAS
       *>             LAS RESERVAS PENDIENTES Y LAS BAJAS (DESINCOR-
       *>             PORADOS Y EXTRAVIADOS) DE LA VENTANA, QUE SE
       *>             ESPERA VUELVAN A OCURRIR.
       *>  CUBIERTO = LO UTIL (EN BUEN ESTADO, PRESTADO O EN
       *>             TRANSITO) MAS LO PEDIDO SIN RECIBIR EN ORDENES
       *>             ABIERTAS Y EN BORRADORES.
       *>SE PROPONE LA DIFERENCIA. LOS INSUMOS SE PROPONEN POR LO QUE
       *>FALTA PARA EL MINIMO DE CADA SEDE MENOS LO YA PEDIDO (VER
       *>INSUMOS.CBL). CADA PROPUESTA VA AL ULTIMO PROVEEDOR QUE NOS
       *>VENDIO ESE CODIGO Y SE GRABA UN BORRADOR DE ORDEN POR
       *>PROVEEDOR; NADA SE ENVIA HASTA QUE UN SUPERVISOR LO LIBERE.
       PROPUESTA-REPOSICION.
       DISPLAY "---Propuesta de reposicion---".
       DISPLAY " ".
       DISPLAY "Indique los dias hacia atras para contar prestamos y "
       DISPLAY "bajas recientes (0 para 90 dias)".
       ACCEPT WS-REP-VENTANA.
       IF WS-REP-VENTANA = 0
           MOVE 90 TO WS-REP-VENTANA.
       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
       MOVE WS-FECHA-HOY TO WS-FECHA-CONV.
       PERFORM CONVERTIR-FECHA-A-DIAS.
       COMPUTE WS-REP-DIAS-CORTE = WS-DIAS-CONV - WS-REP-VENTANA.

       MOVE "OPEN    PROPUESTA-REPOSICION" TO WS-ERR-DONDE
       OPEN I-O TIPO-INSTRUMENTO-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       MOVE "OPEN    PROPUESTA-REPOSICION" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    PROPUESTA-REPOSICION" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "OPEN    PROPUESTA-REPOSICION" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-TIPOS-ARCHIVO.
       MOVE "OPEN    PROPUESTA-REPOSICION" TO WS-ERR-DONDE
       OPEN I-O RESERVAS-ARCHIVO.
       MOVE "OPEN    PROPUESTA-REPOSICION" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    PROPUESTA-REPOSICION" TO WS-ERR-DONDE
       OPEN I-O ADQUISICIONES-ARCHIVO.
       MOVE "OPEN    PROPUESTA-REPOSICION" TO WS-ERR-DONDE
       OPEN I-O INSUMOS-ARCHIVO.
       MOVE "OPEN    PROPUESTA-REPOSICION" TO WS-ERR-DONDE
       OPEN I-O INSUMOS-STOCK-ARCHIVO.
       MOVE "OPEN    PROPUESTA-REPOSICION" TO WS-ERR-DONDE
       OPEN I-O ORDENES-ARCHIVO.
       MOVE "OPEN    PROPUESTA-REPOSICION" TO WS-ERR-DONDE
       OPEN I-O ORDENES-DET-ARCHIVO.
       MOVE "OPEN    PROPUESTA-REPOSICION" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "reporte_reposicion" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-REPOSICION-RUTA.
       OPEN OUTPUT REPORTE-REPOSICION-ARCHIVO.
       MOVE "---Propuesta de reposicion---" TO WS-LINEA-ORD.
       PERFORM IMPRIMIR-REPOSICION.
       STRING "Al " WS-FECHA-HOY " Ventana de " WS-REP-VENTANA
           " dias"
           DELIMITED BY SIZE INTO WS-LINEA-ORD.
       PERFORM IMPRIMIR-REPOSICION.

       MOVE 0 TO WS-PRO-USADAS.
       MOVE 0 TO WS-REP-SIN-PROVEEDOR.
       MOVE 0 TO WS-REP-BORRADORES.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-TIPO-REP.
       PERFORM EVALUAR-TIPO-REPOSICION UNTIL LEE-TODO = 1.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-INSUMO-REP.
       PERFORM EVALUAR-INSUMO-REPOSICION UNTIL LEE-TODO = 1.

       MOVE " " TO WS-LINEA-ORD.
       PERFORM IMPRIMIR-REPOSICION.
       IF WS-PRO-USADAS = 0
           MOVE "No hay nada que reponer." TO WS-LINEA-ORD
           PERFORM IMPRIMIR-REPOSICION
       ELSE
           MOVE "Borradores de orden grabados:" TO WS-LINEA-ORD
           PERFORM IMPRIMIR-REPOSICION
           PERFORM ARMAR-BORRADOR
               VARYING WS-IDX-PRO FROM 1 BY 1
               UNTIL WS-IDX-PRO > WS-PRO-USADAS.
       IF WS-REP-SIN-PROVEEDOR > 0
           STRING "Codigos sin proveedor conocido (pedir a mano): "
               WS-REP-SIN-PROVEEDOR
               DELIMITED BY SIZE INTO WS-LINEA-ORD
           PERFORM IMPRIMIR-REPOSICION.

       CLOSE TIPO-INSTRUMENTO-ARCHIVO.
       CLOSE INSTRUMENTOS-ARCHIVO.
       CLOSE USUARIOS-ARCHIVO.
       CLOSE USUARIOS-TIPOS-ARCHIVO.
       CLOSE RESERVAS-ARCHIVO.
       CLOSE PRESTAMOS-ARCHIVO.
       CLOSE ADQUISICIONES-ARCHIVO.
       CLOSE INSUMOS-ARCHIVO.
       CLOSE INSUMOS-STOCK-ARCHIVO.
       CLOSE ORDENES-ARCHIVO.
       CLOSE ORDENES-DET-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       CLOSE REPORTE-REPOSICION-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       IF WS-REP-BORRADORES > 0
           DISPLAY "Revise y libere los borradores con la opcion 9.".
       PERFORM VOLVER.

       LEER-SIGUIENTE-TIPO-REP.
       MOVE "READ    LEER-SIGUIENTE-TIPO-REP" TO WS-ERR-DONDE
       READ TIPO-INSTRUMENTO-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       EVALUAR-TIPO-REPOSICION.
       IF STATUS-TIPO NOT = "Inactivo"
           MOVE CODIGO-TIPO TO WS-REP-CODIGO
           MOVE NOMBRE-TIPO TO WS-REP-NOMBRE
           PERFORM CONTAR-SOCIOS-REP
           PERFORM CONTAR-RESERVAS-REP
           PERFORM CONTAR-PRESTAMOS-REP
           PERFORM CONTAR-INSTRUMENTOS-REP
           PERFORM SUMAR-PEDIDO-REP
           IF WS-REP-PROVEEDOR = SPACES
               PERFORM BUSCAR-PROVEEDOR-ADQ
           END-IF
           PERFORM CALCULAR-PROPUESTA-TIPO
       END-IF.
       PERFORM LEER-SIGUIENTE-TIPO-REP.

       *>SOCIOS DEL TIPO: LOS QUE LO TIENEN COMO TIPO PRINCIPAL MAS
       *>LOS QUE LO TIENEN COMO ADICIONAL EN USUARIOS_TIPOS.DAT.
       CONTAR-SOCIOS-REP.
       MOVE 0 TO WS-REP-SOCIOS.
       MOVE LOW-VALUES TO CEDULA-USUARIO-USR.
       MOVE "START   CONTAR-SOCIOS-REP" TO WS-ERR-DONDE
       START USUARIOS-ARCHIVO
           KEY IS NOT LESS THAN CEDULA-USUARIO-USR
           INVALID KEY     MOVE 1 TO WS-REP-LEE
           NOT INVALID KEY MOVE 0 TO WS-REP-LEE.
       IF WS-REP-LEE = 0
           PERFORM LEER-USUARIO-REP
           PERFORM ACUMULAR-SOCIO-REP UNTIL WS-REP-LEE = 1.
       MOVE LOW-VALUES TO UT-LLAVE.
       MOVE "START   CONTAR-SOCIOS-REP" TO WS-ERR-DONDE
       START USUARIOS-TIPOS-ARCHIVO
           KEY IS NOT LESS THAN UT-LLAVE
           INVALID KEY     MOVE 1 TO WS-REP-LEE
           NOT INVALID KEY MOVE 0 TO WS-REP-LEE.
       IF WS-REP-LEE = 0
           PERFORM LEER-UT-REP
           PERFORM ACUMULAR-UT-REP UNTIL WS-REP-LEE = 1.

       LEER-USUARIO-REP.
       MOVE "READ    LEER-USUARIO-REP" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-REP-LEE.

       ACUMULAR-SOCIO-REP.
       IF TIPO-INSTRUMENTO-USR = WS-REP-NOMBRE
           AND STATUS-USUARIO-USR NOT = "Inactivo"
           ADD 1 TO WS-REP-SOCIOS.
       PERFORM LEER-USUARIO-REP.

       LEER-UT-REP.
       MOVE "READ    LEER-UT-REP" TO WS-ERR-DONDE
       READ USUARIOS-TIPOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-REP-LEE.

       ACUMULAR-UT-REP.
       IF TIPO-INSTRUMENTO-UT = WS-REP-NOMBRE
           ADD 1 TO WS-REP-SOCIOS.
       PERFORM LEER-UT-REP.

       *>LAS RESERVAS SE GUARDAN POR INSTRUMENTO, ASI QUE LAS DEL
       *>TIPO EMPIEZAN POR SU CODIGO.
       CONTAR-RESERVAS-REP.
       MOVE 0 TO WS-REP-RESERVAS.
       MOVE LOW-VALUES TO RES-LLAVE.
       MOVE WS-REP-CODIGO TO ID-INSTRUMENTO-RES(1:3).
       MOVE "START   CONTAR-RESERVAS-REP" TO WS-ERR-DONDE
       START RESERVAS-ARCHIVO
           KEY IS NOT LESS THAN RES-LLAVE
           INVALID KEY     MOVE 1 TO WS-REP-LEE
           NOT INVALID KEY MOVE 0 TO WS-REP-LEE.
       IF WS-REP-LEE = 0
           PERFORM LEER-RESERVA-REP
           PERFORM ACUMULAR-RESERVA-REP UNTIL WS-REP-LEE = 1.

       LEER-RESERVA-REP.
       MOVE "READ    LEER-RESERVA-REP" TO WS-ERR-DONDE
       READ RESERVAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-REP-LEE.

       ACUMULAR-RESERVA-REP.
       IF ID-INSTRUMENTO-RES(1:3) NOT = WS-REP-CODIGO
           MOVE 1 TO WS-REP-LEE
       ELSE
           IF STATUS-RESERVA = "Pendiente"
               ADD 1 TO WS-REP-RESERVAS
           END-IF
           PERFORM LEER-RESERVA-REP.

       *>PRESTAMOS DEL TIPO DENTRO DE LA VENTANA, POR LA LLAVE ALTERNA
       *>DEL INSTRUMENTO. SE LLEVAN A UN MES PROMEDIO PARA PODER
       *>COMPARARLOS CON LOS SOCIOS.
       CONTAR-PRESTAMOS-REP.
       MOVE 0 TO WS-REP-PRESTAMOS.
       MOVE LOW-VALUES TO ID-INSTRUMENTO-PRS.
       MOVE WS-REP-CODIGO TO ID-INSTRUMENTO-PRS(1:3).
       MOVE "START   CONTAR-PRESTAMOS-REP" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO
           KEY IS NOT LESS THAN ID-INSTRUMENTO-PRS
           INVALID KEY     MOVE 1 TO WS-REP-LEE
           NOT INVALID KEY MOVE 0 TO WS-REP-LEE.
       IF WS-REP-LEE = 0
           PERFORM LEER-PRESTAMO-REP
           PERFORM ACUMULAR-PRESTAMO-REP UNTIL WS-REP-LEE = 1.
       COMPUTE WS-REP-PRESTAMOS-MES ROUNDED =
           WS-REP-PRESTAMOS * 30 / WS-REP-VENTANA.

       LEER-PRESTAMO-REP.
       MOVE "READ    LEER-PRESTAMO-REP" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-REP-LEE.

       ACUMULAR-PRESTAMO-REP.
       IF ID-INSTRUMENTO-PRS(1:3) NOT = WS-REP-CODIGO
           MOVE 1 TO WS-REP-LEE
       ELSE
           IF STATUS-PRESTAMO-PRS NOT = "Inactivo"
               MOVE FECHA-PRESTAMO-PRS TO WS-FECHA-CONV
               PERFORM CONVERTIR-FECHA-A-DIAS
               IF WS-DIAS-CONV NOT < WS-REP-DIAS-CORTE
                   ADD 1 TO WS-REP-PRESTAMOS
               END-IF
           END-IF
           PERFORM LEER-PRESTAMO-REP.

       *>INSTRUMENTOS DEL TIPO POR EL PREFIJO DEL CODIGO: LOS UTILES Y
       *>LAS BAJAS CUYO STATUS CAMBIO DENTRO DE LA VENTANA.
       CONTAR-INSTRUMENTOS-REP.
       MOVE 0 TO WS-REP-UTILES.
       MOVE 0 TO WS-REP-BAJAS.
       MOVE LOW-VALUES TO ID-INSTRUMENTO.
       MOVE WS-REP-CODIGO TO ID-INSTRUMENTO(1:3).
       MOVE "START   CONTAR-INSTRUMENTOS-REP" TO WS-ERR-DONDE
       START INSTRUMENTOS-ARCHIVO
           KEY IS NOT LESS THAN ID-INSTRUMENTO
           INVALID KEY     MOVE 1 TO WS-REP-LEE
           NOT INVALID KEY MOVE 0 TO WS-REP-LEE.
       IF WS-REP-LEE = 0
           PERFORM LEER-INSTRUMENTO-REP
           PERFORM ACUMULAR-INSTRUMENTO-REP UNTIL WS-REP-LEE = 1.

       LEER-INSTRUMENTO-REP.
       MOVE "READ    LEER-INSTRUMENTO-REP" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-REP-LEE.

       ACUMULAR-INSTRUMENTO-REP.
       IF ID-INSTRUMENTO(1:3) NOT = WS-REP-CODIGO
           MOVE 1 TO WS-REP-LEE
       ELSE
           EVALUATE STATUS-INSTRUMENTO
           WHEN "En buen estado"
           WHEN "Prestado"
           WHEN "En transito"
               ADD 1 TO WS-REP-UTILES
           WHEN "Desincorporado"
           WHEN "Extraviado"
               MOVE FECHA-STATUS TO WS-FECHA-CONV
               PERFORM CONVERTIR-FECHA-A-DIAS
               IF WS-DIAS-CONV NOT < WS-REP-DIAS-CORTE
                   ADD 1 TO WS-REP-BAJAS
               END-IF
           END-EVALUATE
           PERFORM LEER-INSTRUMENTO-REP.

       *>RECORRE LAS LINEAS DE TODAS LAS ORDENES DEL CODIGO: SUMA LO
       *>PEDIDO SIN RECIBIR (ORDENES ABIERTAS) Y LO DE LOS BORRADORES,
       *>Y SE QUEDA CON EL PROVEEDOR, EL VALOR Y LA GARANTIA DE LA
       *>ORDEN MAS RECIENTE QUE SI SE ENVIO.
       SUMAR-PEDIDO-REP.
       MOVE 0 TO WS-REP-PEDIDO.
       MOVE SPACES TO WS-REP-PROVEEDOR.
       MOVE 0 TO WS-REP-VALOR.
       MOVE 0 TO WS-REP-GARANTIA.
       MOVE 0 TO WS-REP-FECHA-ULT.
       MOVE 0 TO NUMERO-ORDEN-DET.
       MOVE 0 TO LINEA-DET.
       MOVE "START   SUMAR-PEDIDO-REP" TO WS-ERR-DONDE
       START ORDENES-DET-ARCHIVO KEY IS NOT LESS THAN DET-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-DET
           NOT INVALID KEY MOVE 0 TO WS-LEE-DET.
       IF WS-LEE-DET = 0
           PERFORM LEER-SIGUIENTE-DET
           PERFORM ACUMULAR-PEDIDO-REP UNTIL WS-LEE-DET = 1.

       ACUMULAR-PEDIDO-REP.
       IF CODIGO-TIPO-DET = WS-REP-CODIGO
           MOVE NUMERO-ORDEN-DET TO NUMERO-ORDEN
           MOVE "READ    ACUMULAR-PEDIDO-REP" TO WS-ERR-DONDE
           READ ORDENES-ARCHIVO RECORD
               KEY ORD-LLAVE
                   INVALID KEY MOVE "Anulada" TO STATUS-ORDEN
           END-READ
           EVALUATE STATUS-ORDEN
           WHEN "Borrador"
               ADD CANTIDAD-DET TO WS-REP-PEDIDO
           WHEN "Anulada"
               NEXT SENTENCE
           WHEN OTHER
               IF STATUS-ORDEN = "Abierta"
                   AND CANTIDAD-DET > CANTIDAD-RECIBIDA-DET
                   COMPUTE WS-REP-PEDIDO = WS-REP-PEDIDO
                       + CANTIDAD-DET - CANTIDAD-RECIBIDA-DET
               END-IF
               IF FECHA-ORDEN NOT < WS-REP-FECHA-ULT
                   MOVE FECHA-ORDEN TO WS-REP-FECHA-ULT
                   MOVE ID-PROVEEDOR-ORD TO WS-REP-PROVEEDOR
                   MOVE VALOR-UNITARIO-DET TO WS-REP-VALOR
                   MOVE GARANTIA-MESES-DET TO WS-REP-GARANTIA
               END-IF
           END-EVALUATE.
       PERFORM LEER-SIGUIENTE-DET.

       *>SI EL TIPO NUNCA SE PIDIO POR ORDEN, EL PROVEEDOR SALE DE LA
       *>ULTIMA COMPRA REGISTRADA EN ADQUISICIONES.DAT.
       BUSCAR-PROVEEDOR-ADQ.
       MOVE LOW-VALUES TO ID-INSTRUMENTO-ADQ.
       MOVE WS-REP-CODIGO TO ID-INSTRUMENTO-ADQ(1:3).
       MOVE "START   BUSCAR-PROVEEDOR-ADQ" TO WS-ERR-DONDE
       START ADQUISICIONES-ARCHIVO
           KEY IS NOT LESS THAN ID-INSTRUMENTO-ADQ
           INVALID KEY     MOVE 1 TO WS-REP-LEE
           NOT INVALID KEY MOVE 0 TO WS-REP-LEE.
       IF WS-REP-LEE = 0
           PERFORM LEER-ADQUISICION-REP
           PERFORM EVALUAR-ADQUISICION-REP UNTIL WS-REP-LEE = 1.

       LEER-ADQUISICION-REP.
       MOVE "READ    LEER-ADQUISICION-REP" TO WS-ERR-DONDE
       READ ADQUISICIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-REP-LEE.

       EVALUAR-ADQUISICION-REP.
       IF ID-INSTRUMENTO-ADQ(1:3) NOT = WS-REP-CODIGO
           MOVE 1 TO WS-REP-LEE
       ELSE
           IF FORMA-ADQUISICION-ADQ = "compra"
               AND ID-PROVEEDOR-ADQ NOT = SPACES
               AND FECHA-ADQUISICION-ADQ NOT < WS-REP-FECHA-ULT
               MOVE FECHA-ADQUISICION-ADQ TO WS-REP-FECHA-ULT
               MOVE ID-PROVEEDOR-ADQ TO WS-REP-PROVEEDOR
               MOVE VALOR-ADQUISICION TO WS-REP-VALOR
               MOVE 0 TO WS-REP-GARANTIA
           END-IF
           PERFORM LEER-ADQUISICION-REP.

       CALCULAR-PROPUESTA-TIPO.
       IF WS-REP-SOCIOS > WS-REP-PRESTAMOS-MES
           MOVE WS-REP-SOCIOS TO WS-REP-DEMANDA
       ELSE
           MOVE WS-REP-PRESTAMOS-MES TO WS-REP-DEMANDA.
       ADD WS-REP-RESERVAS TO WS-REP-DEMANDA.
       ADD WS-REP-BAJAS TO WS-REP-DEMANDA.
       COMPUTE WS-REP-CUBIERTO = WS-REP-UTILES + WS-REP-PEDIDO.
       IF WS-REP-DEMANDA > WS-REP-CUBIERTO
           COMPUTE WS-REP-PROPUESTA =
               WS-REP-DEMANDA - WS-REP-CUBIERTO
       ELSE
           MOVE 0 TO WS-REP-PROPUESTA.
       MOVE " " TO WS-LINEA-ORD.
       PERFORM IMPRIMIR-REPOSICION.
       STRING "Tipo " WS-REP-CODIGO " " WS-REP-NOMBRE(1:25)
           DELIMITED BY SIZE INTO WS-LINEA-ORD.
       PERFORM IMPRIMIR-REPOSICION.
       STRING "  Socios: " WS-REP-SOCIOS
           " Reservas: " WS-REP-RESERVAS
           " Prestamos: " WS-REP-PRESTAMOS
           " (al mes: " WS-REP-PRESTAMOS-MES ")"
           DELIMITED BY SIZE INTO WS-LINEA-ORD.
       PERFORM IMPRIMIR-REPOSICION.
       STRING "  Utiles: " WS-REP-UTILES
           " Bajas: " WS-REP-BAJAS
           " Pedido: " WS-REP-PEDIDO
           " Propuesta: " WS-REP-PROPUESTA
           DELIMITED BY SIZE INTO WS-LINEA-ORD.
       PERFORM IMPRIMIR-REPOSICION.
       IF WS-REP-PROPUESTA > 0
           PERFORM AGREGAR-PROPUESTA.

       LEER-SIGUIENTE-INSUMO-REP.
       MOVE "READ    LEER-SIGUIENTE-INSUMO-REP" TO WS-ERR-DONDE
       READ INSUMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       EVALUAR-INSUMO-REPOSICION.
       IF STATUS-INSUMO NOT = "Inactivo"
           MOVE CODIGO-INSUMO TO WS-REP-CODIGO
           PERFORM SUMAR-FALTANTE-INSUMO
           IF WS-REP-FALTANTE > 0
               PERFORM SUMAR-PEDIDO-REP
               IF WS-REP-FALTANTE > WS-REP-PEDIDO
                   COMPUTE WS-REP-PROPUESTA =
                       WS-REP-FALTANTE - WS-REP-PEDIDO
               ELSE
                   MOVE 0 TO WS-REP-PROPUESTA
               END-IF
               MOVE " " TO WS-LINEA-ORD
               PERFORM IMPRIMIR-REPOSICION
               STRING "Insumo " CODIGO-INSUMO " "
                   NOMBRE-INSUMO(1:25)
                   DELIMITED BY SIZE INTO WS-LINEA-ORD
               PERFORM IMPRIMIR-REPOSICION
               STRING "  Falta para el minimo: " WS-REP-FALTANTE
                   " Pedido: " WS-REP-PEDIDO
                   " Propuesta: " WS-REP-PROPUESTA
                   DELIMITED BY SIZE INTO WS-LINEA-ORD
               PERFORM IMPRIMIR-REPOSICION
               IF WS-REP-PROPUESTA > 0
                   PERFORM AGREGAR-PROPUESTA
               END-IF
           END-IF
       END-IF.
       PERFORM LEER-SIGUIENTE-INSUMO-REP.

       *>LO QUE FALTA PARA EL MINIMO EN CADA SEDE DEL INSUMO.
       SUMAR-FALTANTE-INSUMO.
       MOVE 0 TO WS-REP-FALTANTE.
       MOVE WS-REP-CODIGO TO CODIGO-INSUMO-STK.
       MOVE LOW-VALUES TO SEDE-STK.
       MOVE "START   SUMAR-FALTANTE-INSUMO" TO WS-ERR-DONDE
       START INSUMOS-STOCK-ARCHIVO
           KEY IS NOT LESS THAN STK-LLAVE
           INVALID KEY     MOVE 1 TO WS-REP-LEE
           NOT INVALID KEY MOVE 0 TO WS-REP-LEE.
       IF WS-REP-LEE = 0
           PERFORM LEER-STOCK-REP
           PERFORM ACUMULAR-FALTANTE-REP UNTIL WS-REP-LEE = 1.

       LEER-STOCK-REP.
       MOVE "READ    LEER-STOCK-REP" TO WS-ERR-DONDE
       READ INSUMOS-STOCK-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-REP-LEE.

       ACUMULAR-FALTANTE-REP.
       IF CODIGO-INSUMO-STK NOT = WS-REP-CODIGO
           MOVE 1 TO WS-REP-LEE
       ELSE
           IF MINIMO-STK > CANTIDAD-STK
               COMPUTE WS-REP-FALTANTE = WS-REP-FALTANTE
                   + MINIMO-STK - CANTIDAD-STK
           END-IF
           PERFORM LEER-STOCK-REP.

       *>ANOTA LA PROPUESTA EN LA TABLA CON SU PROVEEDOR. UNA LINEA DE
       *>ORDEN NO PASA DE 999 UNIDADES.
       AGREGAR-PROPUESTA.
       IF WS-REP-PROPUESTA > 999
           MOVE 999 TO WS-REP-PROPUESTA.
       IF WS-REP-PROVEEDOR = SPACES
           ADD 1 TO WS-REP-SIN-PROVEEDOR
           MOVE "  Sin proveedor conocido: pedir a mano." TO
               WS-LINEA-ORD
           PERFORM IMPRIMIR-REPOSICION
       ELSE
           IF WS-PRO-USADAS < 60
               ADD 1 TO WS-PRO-USADAS
               MOVE WS-REP-CODIGO TO WS-PRO-CODIGO(WS-PRO-USADAS)
               MOVE WS-REP-PROVEEDOR
                   TO WS-PRO-PROVEEDOR(WS-PRO-USADAS)
               MOVE WS-REP-PROPUESTA
                   TO WS-PRO-CANTIDAD(WS-PRO-USADAS)
               MOVE WS-REP-VALOR TO WS-PRO-VALOR(WS-PRO-USADAS)
               MOVE WS-REP-GARANTIA
                   TO WS-PRO-GARANTIA(WS-PRO-USADAS)
               MOVE 0 TO WS-PRO-ORDEN(WS-PRO-USADAS)
               STRING "  Se pedira a " WS-REP-PROVEEDOR
                   " a " WS-REP-VALOR " c/u"
                   DELIMITED BY SIZE INTO WS-LINEA-ORD
               PERFORM IMPRIMIR-REPOSICION
           ELSE
               MOVE "  Tabla de propuestas llena: pedir a mano."
                   TO WS-LINEA-ORD
               PERFORM IMPRIMIR-REPOSICION.

       *>UN BORRADOR POR PROVEEDOR: LA PRIMERA FILA AUN SIN ORDEN ABRE
       *>EL BORRADOR Y ARRASTRA LAS DEMAS FILAS DEL MISMO PROVEEDOR.
       ARMAR-BORRADOR.
       IF WS-PRO-ORDEN(WS-IDX-PRO) = 0
           MOVE WS-PRO-PROVEEDOR(WS-IDX-PRO) TO WS-PROVEEDOR-ORDEN
           MOVE 0 TO NUMERO-ORDEN
           MOVE "START   ARMAR-BORRADOR" TO WS-ERR-DONDE
           START ORDENES-ARCHIVO KEY IS NOT LESS THAN ORD-LLAVE
               INVALID KEY MOVE 1 TO LEE-TODO
           END-START
           MOVE "ORDEN" TO WS-CORR-SERIE
           PERFORM TOMAR-CORRELATIVO
           MOVE WS-CORR-NUMERO TO WS-NUMERO-ORDEN
           MOVE WS-NUMERO-ORDEN TO NUMERO-ORDEN
           MOVE WS-PROVEEDOR-ORDEN TO ID-PROVEEDOR-ORD
           MOVE WS-FECHA-HOY TO FECHA-ORDEN
           MOVE "Borrador" TO STATUS-ORDEN
           PERFORM GRABAR-ORDEN-NUEVA
           ADD 1 TO WS-REP-BORRADORES
           MOVE 0 TO WS-LINEA-ACTUAL
           MOVE 0 TO WS-TOTAL-ORDEN
           PERFORM AGREGAR-LINEA-BORRADOR
               VARYING WS-IDX-LIN FROM WS-IDX-PRO BY 1
               UNTIL WS-IDX-LIN > WS-PRO-USADAS
           STRING "  Orden " WS-NUMERO-ORDEN " Proveedor "
               WS-PROVEEDOR-ORDEN " Lineas: " WS-LINEA-ACTUAL
               " Total: " WS-TOTAL-ORDEN
               DELIMITED BY SIZE INTO WS-LINEA-ORD
           PERFORM IMPRIMIR-REPOSICION
           MOVE SPACES TO WS-AUD-LLAVE-REG
           STRING "Orden " WS-NUMERO-ORDEN " Prov: "
               WS-PROVEEDOR-ORDEN
               DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG
           MOVE "Borrador" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA.

       AGREGAR-LINEA-BORRADOR.
       IF WS-PRO-ORDEN(WS-IDX-LIN) = 0
           AND WS-PRO-PROVEEDOR(WS-IDX-LIN) = WS-PROVEEDOR-ORDEN
           MOVE WS-NUMERO-ORDEN TO WS-PRO-ORDEN(WS-IDX-LIN)
           ADD 1 TO WS-LINEA-ACTUAL
           MOVE WS-NUMERO-ORDEN TO NUMERO-ORDEN-DET
           MOVE WS-LINEA-ACTUAL TO LINEA-DET
           MOVE WS-PRO-CODIGO(WS-IDX-LIN) TO CODIGO-TIPO-DET
           MOVE WS-PRO-CANTIDAD(WS-IDX-LIN) TO CANTIDAD-DET
           MOVE WS-PRO-VALOR(WS-IDX-LIN) TO VALOR-UNITARIO-DET
           MOVE WS-PRO-GARANTIA(WS-IDX-LIN) TO GARANTIA-MESES-DET
           MOVE 0 TO CANTIDAD-RECIBIDA-DET
           MOVE "WRITE   AGREGAR-LINEA-BORRADOR" TO WS-ERR-DONDE
           WRITE ORDENES-DET-REGISTRO
           COMPUTE WS-MONTO-LINEA =
               CANTIDAD-DET * VALOR-UNITARIO-DET
           ADD WS-MONTO-LINEA TO WS-TOTAL-ORDEN.

       IMPRIMIR-REPOSICION.
       DISPLAY WS-LINEA-ORD.
       WRITE REPORTE-REPOSICION-LINEA FROM WS-LINEA-ORD.
       MOVE SPACES TO WS-LINEA-ORD.

       *>EL SUPERVISOR REVISA CADA BORRADOR: PUEDE CAMBIAR CANTIDADES,
       *>QUITAR LINEAS, DESCARTARLO O LIBERARLO. AL LIBERARLO LA ORDEN
       *>QUEDA Abierta CON LA FECHA DE HOY Y RECIEN AHI SE PUEDE
       *>IMPRIMIR Y ENVIAR AL PROVEEDOR.
       REVISAR-BORRADORES.
       DISPLAY "---Revisar y liberar borradores---".
       DISPLAY " ".
       MOVE "OPEN    REVISAR-BORRADORES" TO WS-ERR-DONDE
       OPEN I-O ORDENES-ARCHIVO.
       MOVE 0 TO WS-REP-BORRADORES.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-ORDEN.
       PERFORM MOSTRAR-BORRADOR UNTIL LEE-TODO = 1.
       IF WS-REP-BORRADORES = 0
           DISPLAY "No hay borradores de orden pendientes."
           CLOSE ORDENES-ARCHIVO
           PERFORM VOLVER
       ELSE
           DISPLAY " "
           DISPLAY "Indique numero del borrador a revisar"
           ACCEPT WS-NUMERO-ORDEN
           MOVE WS-NUMERO-ORDEN TO NUMERO-ORDEN
           MOVE "READ    REVISAR-BORRADORES" TO WS-ERR-DONDE
           READ ORDENES-ARCHIVO RECORD
               KEY ORD-LLAVE
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
                   NOT INVALID KEY MOVE 1 TO WS-INDICADOR
           END-READ
           IF WS-INDICADOR = 0 OR STATUS-ORDEN NOT = "Borrador"
               DISPLAY " "
               DISPLAY "Esa orden no es un borrador."
               CLOSE ORDENES-ARCHIVO
               PERFORM VOLVER
           ELSE
               MOVE ID-PROVEEDOR-ORD TO WS-PROVEEDOR-ORDEN
               MOVE "OPEN    REVISAR-BORRADORES" TO WS-ERR-DONDE
               OPEN I-O ORDENES-DET-ARCHIVO
               MOVE "OPEN    REVISAR-BORRADORES" TO WS-ERR-DONDE
               OPEN I-O INSUMOS-ARCHIVO
               MOVE "OPEN    REVISAR-BORRADORES" TO WS-ERR-DONDE
               OPEN I-O AUDITORIA-ARCHIVO
               PERFORM MOSTRAR-LINEAS-BORRADOR
               PERFORM ELEGIR-ACCION-BORRADOR
               CLOSE ORDENES-ARCHIVO
               CLOSE ORDENES-DET-ARCHIVO
               CLOSE INSUMOS-ARCHIVO
               CLOSE AUDITORIA-ARCHIVO
               PERFORM VOLVER.

       MOSTRAR-BORRADOR.
       IF STATUS-ORDEN = "Borrador"
           ADD 1 TO WS-REP-BORRADORES
           DISPLAY "Borrador " NUMERO-ORDEN " del " FECHA-ORDEN
               " Proveedor " ID-PROVEEDOR-ORD.
       PERFORM LEER-SIGUIENTE-ORDEN.

       MOSTRAR-LINEAS-BORRADOR.
       DISPLAY " ".
       DISPLAY "Borrador " WS-NUMERO-ORDEN " Proveedor "
           WS-PROVEEDOR-ORDEN.
       MOVE 0 TO WS-REP-LINEAS.
       MOVE 0 TO WS-REP-MAX-LINEA.
       MOVE 0 TO WS-TOTAL-ORDEN.
       PERFORM POSICIONAR-DETALLE-ORDEN.
       IF WS-LEE-DET = 0
           PERFORM LEER-SIGUIENTE-DET
           PERFORM MOSTRAR-LINEA-BORRADOR UNTIL WS-LEE-DET = 1.
       IF WS-REP-LINEAS = 0
           DISPLAY "  (el borrador no tiene lineas)"
       ELSE
           DISPLAY "  Total: " WS-TOTAL-ORDEN.

       MOSTRAR-LINEA-BORRADOR.
       IF NUMERO-ORDEN-DET NOT = WS-NUMERO-ORDEN
           MOVE 1 TO WS-LEE-DET
       ELSE
           ADD 1 TO WS-REP-LINEAS
           MOVE LINEA-DET TO WS-REP-MAX-LINEA
           COMPUTE WS-MONTO-LINEA =
               CANTIDAD-DET * VALOR-UNITARIO-DET
           ADD WS-MONTO-LINEA TO WS-TOTAL-ORDEN
           DISPLAY "  Linea " LINEA-DET " Codigo " CODIGO-TIPO-DET
               " Cant: " CANTIDAD-DET " Unitario: "
               VALOR-UNITARIO-DET
           PERFORM LEER-SIGUIENTE-DET.

       ELEGIR-ACCION-BORRADOR.
       DISPLAY " ".
       DISPLAY "1) Liberar la orden  2) Cambiar cantidad de una linea".
       DISPLAY "3) Quitar una linea  4) Descartar el borrador".
       DISPLAY "5) Dejarlo para despues".
       ACCEPT WS-REP-ACCION.
       EVALUATE WS-REP-ACCION
       WHEN 1
           PERFORM LIBERAR-BORRADOR
       WHEN 2
           PERFORM CAMBIAR-LINEA-BORRADOR
           PERFORM MOSTRAR-LINEAS-BORRADOR
           PERFORM ELEGIR-ACCION-BORRADOR
       WHEN 3
           PERFORM QUITAR-LINEA-BORRADOR
           PERFORM MOSTRAR-LINEAS-BORRADOR
           PERFORM ELEGIR-ACCION-BORRADOR
       WHEN 4
           PERFORM DESCARTAR-BORRADOR
       WHEN 5
           NEXT SENTENCE
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           PERFORM ELEGIR-ACCION-BORRADOR
       END-EVALUATE.

       CAMBIAR-LINEA-BORRADOR.
       DISPLAY "Indique numero de linea".
       ACCEPT LINEA-DET.
       MOVE WS-NUMERO-ORDEN TO NUMERO-ORDEN-DET.
       MOVE "READ    CAMBIAR-LINEA-BORRADOR" TO WS-ERR-DONDE
       READ ORDENES-DET-ARCHIVO RECORD
           KEY DET-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           DISPLAY " "
           DISPLAY "El borrador no tiene esa linea."
       ELSE
           DISPLAY "Ingrese cantidad pedida"
           ACCEPT CANTIDAD-DET
           PERFORM VALIDAR-CANTIDAD-LINEA
           MOVE "REWRITE CAMBIAR-LINEA-BORRADOR" TO WS-ERR-DONDE
           REWRITE ORDENES-DET-REGISTRO
           MOVE SPACES TO WS-AUD-LLAVE-REG
           STRING "Orden " WS-NUMERO-ORDEN " Linea " LINEA-DET
               " Cant " CANTIDAD-DET
               DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG
           MOVE "Modificacion" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA.

       QUITAR-LINEA-BORRADOR.
       DISPLAY "Indique numero de linea".
       ACCEPT LINEA-DET.
       MOVE WS-NUMERO-ORDEN TO NUMERO-ORDEN-DET.
       MOVE "READ    QUITAR-LINEA-BORRADOR" TO WS-ERR-DONDE
       READ ORDENES-DET-ARCHIVO RECORD
           KEY DET-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           DISPLAY " "
           DISPLAY "El borrador no tiene esa linea."
       ELSE
           MOVE "DELETE  QUITAR-LINEA-BORRADOR" TO WS-ERR-DONDE
           DELETE ORDENES-DET-ARCHIVO RECORD
           MOVE SPACES TO WS-AUD-LLAVE-REG
           STRING "Orden " WS-NUMERO-ORDEN " Linea " LINEA-DET
               " Codigo " CODIGO-TIPO-DET
               DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG
           MOVE "Baja linea" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA.

       *>EL NUMERO DE UN BORRADOR DESCARTADO NO SE REUTILIZA: LA
       *>ORDEN QUEDA Anulada, ASI LA SERIE NO TIENE HUECOS.
       DESCARTAR-BORRADOR.
       MOVE WS-NUMERO-ORDEN TO NUMERO-ORDEN.
       MOVE "READ    DESCARTAR-BORRADOR" TO WS-ERR-DONDE
       READ ORDENES-ARCHIVO RECORD
           KEY ORD-LLAVE.
       MOVE "Anulada" TO STATUS-ORDEN.
       MOVE "REWRITE DESCARTAR-BORRADOR" TO WS-ERR-DONDE
       REWRITE ORDENES-REGISTRO.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Orden " WS-NUMERO-ORDEN " Prov: " WS-PROVEEDOR-ORDEN
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Anulacion" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       DISPLAY " ".
       DISPLAY "Borrador descartado.".

       *>ANTES DE LIBERAR SE COMPARA CADA LINEA DE UN TIPO CONTRA SU
       *>PRESUPUESTO DEL AÑO, COMO AL CREAR UNA ORDEN. QUIEN LIBERA
       *>YA ES SUPERVISOR, ASI QUE EL EXCESO SOLO SE MUESTRA Y QUEDA
       *>EN LA AUDITORIA DE LA LIBERACION.
       LIBERAR-BORRADOR.
       IF WS-REP-LINEAS = 0
           DISPLAY " "
           DISPLAY "El borrador no tiene lineas; descartelo."
           PERFORM ELEGIR-ACCION-BORRADOR
       ELSE
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-FECHA-HOY(1:4) TO WS-ANIO-ORDEN
           MOVE 0 TO WS-REP-EXCESOS
           MOVE "OPEN    LIBERAR-BORRADOR" TO WS-ERR-DONDE
           OPEN I-O PRESUPUESTO-ARCHIVO
           PERFORM REVISAR-PRESUPUESTO-LINEA
               VARYING WS-IDX-LIN FROM 1 BY 1
               UNTIL WS-IDX-LIN > WS-REP-MAX-LINEA
           CLOSE PRESUPUESTO-ARCHIVO
           DISPLAY " "
           DISPLAY "¿Liberar la orden para enviarla al proveedor? "
               "(S/N)"
           ACCEPT WS-SI-NO
           PERFORM CONFIRMAR-LIBERACION.

       REVISAR-PRESUPUESTO-LINEA.
       MOVE WS-NUMERO-ORDEN TO NUMERO-ORDEN-DET.
       MOVE WS-IDX-LIN TO LINEA-DET.
       MOVE "READ    REVISAR-PRESUPUESTO-LINEA" TO WS-ERR-DONDE
       READ ORDENES-DET-ARCHIVO RECORD
           KEY DET-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1
           MOVE CODIGO-TIPO-DET TO WS-PRE-TIPO
           COMPUTE WS-MONTO-LINEA =
               CANTIDAD-DET * VALOR-UNITARIO-DET
           MOVE WS-ANIO-ORDEN TO PRE-ANIO
           MOVE WS-PRE-TIPO TO PRE-CODIGO-TIPO
           MOVE "READ    REVISAR-PRESUPUESTO-LINEA" TO WS-ERR-DONDE
           READ PRESUPUESTO-ARCHIVO RECORD
               KEY PRE-LLAVE
                   INVALID KEY     MOVE 0 TO WS-HAY-PRESUPUESTO
                   NOT INVALID KEY MOVE 1 TO WS-HAY-PRESUPUESTO
           END-READ
           IF WS-HAY-PRESUPUESTO = 1
               MOVE PRE-APROBADO TO WS-APROBADO-TIPO
               PERFORM CALCULAR-GASTO-TIPO
               IF WS-GASTO-TIPO + WS-MONTO-LINEA > WS-APROBADO-TIPO
                   ADD 1 TO WS-REP-EXCESOS
                   COMPUTE WS-EXCESO-TIPO = WS-GASTO-TIPO
                       + WS-MONTO-LINEA - WS-APROBADO-TIPO
                   DISPLAY "Aviso: la linea " WS-IDX-LIN " excede el "
                       "presupuesto de " WS-PRE-TIPO " en "
                       WS-EXCESO-TIPO
               END-IF
           END-IF.

       CONFIRMAR-LIBERACION.
       EVALUATE WS-SI-NO
       WHEN = "S" OR = "s"
           MOVE WS-NUMERO-ORDEN TO NUMERO-ORDEN
           MOVE "READ    CONFIRMAR-LIBERACION" TO WS-ERR-DONDE
           READ ORDENES-ARCHIVO RECORD
               KEY ORD-LLAVE
           END-READ
           MOVE WS-FECHA-HOY TO FECHA-ORDEN
           MOVE "Abierta" TO STATUS-ORDEN
           MOVE "REWRITE CONFIRMAR-LIBERACION" TO WS-ERR-DONDE
           REWRITE ORDENES-REGISTRO
           MOVE SPACES TO WS-AUD-LLAVE-REG
           STRING "Orden " WS-NUMERO-ORDEN " Prov: "
               WS-PROVEEDOR-ORDEN " Excesos: " WS-REP-EXCESOS
               DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG
           MOVE "Liberacion" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA
           DISPLAY " "
           DISPLAY "Orden liberada. Imprimala con la opcion 2 para "
           DISPLAY "enviarla al proveedor."
       WHEN = "N" OR = "n"
           DISPLAY "El borrador queda pendiente."
       WHEN OTHER
           DISPLAY "Por favor ingrese S para si, o N para no."
           ACCEPT WS-SI-NO
           PERFORM CONFIRMAR-LIBERACION
       END-EVALUATE.

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
       GRABAR-AUDITORIA.
       *>DEJA CONSTANCIA DE QUE OPERADOR REALIZO LA TRANSACCION.
       *>AUD-ACCION Y WS-AUD-LLAVE-REG DEBEN SER LLENADOS POR QUIEN
       *>SEGUNDO, LA LLAVE REPITE Y EL WRITE FALLA; EN VEZ DE PERDER
       *>LA ENTRADA EN SILENCIO SE AVANZA LA SECUENCIA Y SE REINTENTA.
       ESCRIBIR-AUDITORIA.
       MOVE "WRITE   ESCRIBIR-AUDITORIA" TO WS-ERR-DONDE
       WRITE AUDITORIA-REGISTRO
           INVALID KEY
               ADD 1 TO AUD-SECUENCIA
       END-EVALUATE.


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
       *>WS-EST-ESTANTE DE LA SEDE WS-EST-SEDE (VER ESTANTES.CBL).
       GRABAR-ESTANTE.
       MOVE "G" TO WS-EST-ACCION.
       PERFORM LLAMAR-ESTANTES.

       LLAMAR-ESTANTES.
       MOVE LS-CONECTAR TO WS-EST-OPERADOR.
       MOVE LS-DIRECTORIO TO WS-EST-DIRECTORIO.
       CALL "Estantes" USING WS-EST-DATOS.

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
       MOVE SPACES TO WS-ORDENES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "ordenes_compra.dat" DELIMITED BY SIZE INTO WS-ORDENES-RUTA.
       MOVE SPACES TO WS-ORDENES-DET-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "ordenes_compra_det.dat" DELIMITED BY SIZE
           INTO WS-ORDENES-DET-RUTA.
       MOVE SPACES TO WS-PROVEEDORES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "proveedores.dat" DELIMITED BY SIZE INTO WS-PROVEEDORES-RUTA.
       MOVE SPACES TO WS-TIPO-INSTRUMENTO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "tipo_instrumento.dat" DELIMITED BY SIZE
           INTO WS-TIPO-INSTRUMENTO-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-HISTORIAL-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos_historial.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-HISTORIAL-RUTA.
       MOVE SPACES TO WS-ADQUISICIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "adquisiciones.dat" DELIMITED BY SIZE
           INTO WS-ADQUISICIONES-RUTA.
       MOVE SPACES TO WS-SEDES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "sedes.dat" DELIMITED BY SIZE INTO WS-SEDES-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.
       MOVE SPACES TO WS-CORRELATIVOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "correlativos.dat" DELIMITED BY SIZE
           INTO WS-CORRELATIVOS-RUTA.
       MOVE SPACES TO WS-FACTURAS-PROV-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "facturas_proveedor.dat" DELIMITED BY SIZE
           INTO WS-FACTURAS-PROV-RUTA.
       MOVE SPACES TO WS-FACTURAS-PROV-DET-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "facturas_proveedor_det.dat" DELIMITED BY SIZE
           INTO WS-FACTURAS-PROV-DET-RUTA.
       MOVE SPACES TO WS-PAGOS-PROV-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "pagos_proveedor.dat" DELIMITED BY SIZE
           INTO WS-PAGOS-PROV-RUTA.
       MOVE SPACES TO WS-USUARIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios.dat" DELIMITED BY SIZE INTO WS-USUARIOS-RUTA.
       MOVE SPACES TO WS-USUARIOS-TIPOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios_tipos.dat" DELIMITED BY SIZE
           INTO WS-USUARIOS-TIPOS-RUTA.
       MOVE SPACES TO WS-RESERVAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reservas.dat" DELIMITED BY SIZE INTO WS-RESERVAS-RUTA.
       MOVE SPACES TO WS-PRESTAMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "prestamos.dat" DELIMITED BY SIZE INTO WS-PRESTAMOS-RUTA.
       MOVE SPACES TO WS-PRESUPUESTO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "presupuesto.dat" DELIMITED BY SIZE INTO WS-PRESUPUESTO-RUTA.
       MOVE SPACES TO WS-REPARACIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reparaciones.dat" DELIMITED BY SIZE
           INTO WS-REPARACIONES-RUTA.
       MOVE SPACES TO WS-OPERADORES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "operadores.dat" DELIMITED BY SIZE INTO WS-OPERADORES-RUTA.
       MOVE SPACES TO WS-INSUMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "insumos.dat" DELIMITED BY SIZE INTO WS-INSUMOS-RUTA.
       MOVE SPACES TO WS-INSUMOS-STOCK-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "insumos_stock.dat" DELIMITED BY SIZE
           INTO WS-INSUMOS-STOCK-RUTA.
       MOVE SPACES TO WS-INSUMOS-MOVIMIENTOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "insumos_movimientos.dat" DELIMITED BY SIZE
           INTO WS-INSUMOS-MOVIMIENTOS-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
