
       FILE-CONTROL.
       SELECT OPTIONAL PRESTAMOS-ARCHIVO
       ASSIGN TO WS-PRESTAMOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-LLAVE *>COMPUESTA, PERMITE VARIOS PRESTAMOS POR USUARIO.
       ALTERNATE RECORD KEY IS CEDULA-USUARIO WITH DUPLICATES *>PARA EL HISTORIAL.
       *>POSICIONADA Y NO UN RECORRIDO COMPLETO DEL ARCHIVO (VER
       *>DISPONIBLES Y ROTACION EN CONSULTAS.CBL).
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PRESTAMOS.

       *>AL REGISTRAR UN PRESTAMO SE PONE EL INSTRUMENTO COMO "Prestado".
       SELECT OPTIONAL INSTRUMENTOS-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-INV
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS.

       *>GUARDA CADA CAMBIO DE STATUS DE UN INSTRUMENTO, PARA PODER
       *>CONSULTAR SU HISTORIAL MAS ADELANTE.
       SELECT OPTIONAL INSTRUMENTOS-HISTORIAL-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-HISTORIAL-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS HIST-LLAVE
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-HIST WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS-HISTORIAL.

       *>DEJA CONSTANCIA DE QUE OPERADOR REALIZO CADA TRANSACCION DE
       *>MANTENIMIENTO (ALTA, MODIFICACION O BAJA) SOBRE UN PRESTAMO.
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

       *>PARAMETROS GENERALES DEL SISTEMA (VER BLOQUEOS.CBL). AQUI SE
       *>LEE LOCKMIN, LOS MINUTOS PARA CONSIDERAR VENCIDO UN BLOQUEO
       *>DE EDICION ABANDONADO.
       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO WS-PARAMETROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PARAM-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PARAMETROS.

       *>PARA AVISARLE AL OPERADOR SI EL USUARIO TIENE EQUIPO VENCIDO
       *>PENDIENTE POR DEVOLVER (LO ACTUALIZA EL CIERRE DEL DIA).
       SELECT OPTIONAL USUARIOS-ARCHIVO
       ASSIGN TO WS-USUARIOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO-USR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS.

       *>PARA AVISARLE AL OPERADOR, AL REGISTRAR UNA DEVOLUCION, SI EL
       *>INSTRUMENTO DEVUELTO TIENE UNA RESERVA PENDIENTE EN COLA
       *>(VER RESERVAS.CBL), PARA QUE LO RETENGA EN EL MOSTRADOR EN
       *>LUGAR DE DEVOLVERLO AL ESTANTE.
       SELECT OPTIONAL RESERVAS-ARCHIVO
       ASSIGN TO WS-RESERVAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS RES-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-RES WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-RESERVAS.

       *>ESTANTE DE APARTADOS DEL MOSTRADOR: CUANDO UNA DEVOLUCION
       *>TRAE UNA RESERVA PENDIENTE, EL INSTRUMENTO QUEDA APARTADO A
       *>LISTA, VENCE LOS APARTADOS VIEJOS Y PASA AL SIGUIENTE DE LA
       *>COLA (VER CIERRE.CBL).
       SELECT OPTIONAL APARTADOS-ARCHIVO
       ASSIGN TO WS-APARTADOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-APA
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-APARTADOS.

       *>BANDERA DEL ESTADO DEL DIA (VER CIERRE.CBL): CON EL DIA
       *>CERRADO NO SE REGISTRAN MOVIMIENTOS NUEVOS SALVO OVERRIDE DE
       *>SUPERVISOR, QUE QUEDA EN LA AUDITORIA.
       SELECT OPTIONAL ESTADO-DIA-ARCHIVO
       ASSIGN TO WS-ESTADO-DIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS EST-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ESTADO-DIA.

       *>CERTIFICACIONES DE SEGURIDAD POR USUARIO Y TIPO (VER
       *>USUARIOS.CBL): LOS TIPOS CON REQ-CERT-POL EN "S" SOLO SALEN
       *>SI EL USUARIO TIENE LA SUYA VIGENTE.
       SELECT OPTIONAL CERTIFICACIONES-ARCHIVO
       ASSIGN TO WS-CERTIFICACIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CERT-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CERTIFICACIONES.

       *>CALENDARIO DE FERIADOS Y DIAS CERRADOS (VER PARAMETROS.CBL):
       *>LAS FECHAS TOPE Y LAS RENOVACIONES RUEDAN PARA NO CAER EN
       *>DIA CERRADO, Y LA MULTA POR RETRASO NO COBRA ESOS DIAS.
       SELECT OPTIONAL FERIADOS-ARCHIVO
       ASSIGN TO WS-FERIADOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS FECHA-FERIADO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-FERIADOS.

       *>PLANTILLAS DE KIT (VER TIPOS.CBL): LAS LINEAS DE TIPO Y
       *>CANTIDAD DE CADA KIT CON NOMBRE, PARA PROPONER LOS
       *>INSTRUMENTOS DEL BULTO COMPLETO EN UN SOLO PASO.
       SELECT OPTIONAL KITS-ARCHIVO
       ASSIGN TO WS-KITS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS KIT-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-KITS.

       *>LIBRO DE INGRESOS POR ALQUILER: EL COBRO POR PRESTAMO DE
       *>LOS TIPOS QUE LA JUNTA APROBO COBRAR, CON RECIBO NUMERADO
       *>IGUAL QUE PAGOS_MULTAS.DAT. EL CUADRE DE CAJA DEL CIERRE LO
       *>CONCILIA JUNTO A LOS PAGOS DE MULTAS.
       SELECT OPTIONAL INGRESOS-ARCHIVO
       ASSIGN TO WS-INGRESOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ING-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INGRESOS.

       *>LIBRO DE FIANZAS: EL DEPOSITO REEMBOLSABLE QUE SE COBRA AL
       *>PRESTAR EQUIPO DE TIPOS CAROS (VER FIANZA-POL EN TIPOS.CBL).
       *>DEVOLUCION LIMPIA O SE APLICA CONTRA LA MULTA SI EL EQUIPO
       *>REGRESA Deteriorado.
       SELECT OPTIONAL FIANZAS-ARCHIVO
       ASSIGN TO WS-FIANZAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS FIA-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-FIANZAS.

       *>PARA GENERAR AUTOMATICAMENTE LA MULTA POR RETRASO CUANDO UNA
       *>DEVOLUCION LLEGA DESPUES DE LA FECHA ESPERADA.
       SELECT OPTIONAL MULTAS-ARCHIVO
       ASSIGN TO WS-MULTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS MUL-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-MUL WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-MULTAS.

       *>TARIFA DIARIA DE RETRASO, MANTENIDA DESDE MULTAS.CBL.
       SELECT OPTIONAL TARIFAS-ARCHIVO
       ASSIGN TO WS-TARIFAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS TARIFA-CONCEPTO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TARIFAS.

       *>PARA AVISAR, CUANDO UNA DEVOLUCION LLEGA Deteriorado, SI LA
       *>GARANTIA DE LA COMPRA SIGUE VIGENTE Y LA REPARACION SE LE
       *>RECLAMA AL PROVEEDOR.
       SELECT OPTIONAL ADQUISICIONES-ARCHIVO
       ASSIGN TO WS-ADQUISICIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-ADQ
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-ADQ WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ADQUISICIONES.

       *>POLITICA DE PRESTAMO POR TIPO (VER TIPOS.CBL): DIAS MAXIMOS,
       *>ITEMS SIMULTANEOS POR USUARIO Y TARIFA DIARIA DE RETRASO DEL
       *>TIPO. SE APLICA EN REGISTRAR-ITEM Y EN LA MULTA AUTOMATICA.
       SELECT OPTIONAL POLITICAS-ARCHIVO
       ASSIGN TO WS-POLITICAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-TIPO-POL
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-POLITICAS.

       *>PARA DESCONTAR LOS ABONOS YA RECIBIDOS AL CALCULAR CUANTO
       *>DEBE EN MULTAS EL USUARIO QUE PIDE UN PRESTAMO NUEVO.
       SELECT OPTIONAL PAGOS-MULTAS-ARCHIVO
       ASSIGN TO WS-PAGOS-MULTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PAGO-LLAVE
       ALTERNATE RECORD KEY IS MUL-LLAVE-PAGO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PAGOS-MULTAS.

       *>COMPROBANTE DEL PRESTAMO: UN ARCHIVO POR TRANSACCION, CON
       *>TODOS LOS ITEMS DEL KIT Y LINEA DE FIRMA, PARA IMPRIMIR DOS
       *>PARA VALIDAR LA CLAVE DEL SUPERVISOR QUE AUTORIZA UN
       *>PRESTAMO A UN USUARIO CON MULTAS PENDIENTES.
       SELECT OPTIONAL OPERADORES-ARCHIVO
       ASSIGN TO WS-OPERADORES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-OPERADOR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-OPERADORES.

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


       *>VALOR EN LIBROS DE CADA INSTRUMENTO POR AÑO (VER
       *>DEPRECIAR.CBL), PARA PROPONER EL CARGO DE REPOSICION DE UN
       *>EQUIPO PRESTADO QUE SE PERDIO.
       SELECT OPTIONAL DEPRECIACION-ARCHIVO
       ASSIGN TO WS-DEPRECIACION-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS DEP-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-DEPRECIACION.


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

       *>CONVENIOS DE PAGO DE MULTAS (VER CONVENIOS.CBL). LAS MULTAS
       *>DE UN CONVENIO Vigente NO BLOQUEAN NUEVOS PRESTAMOS MIENTRAS
       *>LAS CUOTAS SE PAGUEN A TIEMPO; EL CIERRE DE LA NOCHE ANULA EL
       *>CONVENIO QUE SE ATRASA Y EL BLOQUEO VUELVE SOLO.
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
       *>CUENTA DE SALDO A FAVOR DE LOS SOCIOS (VER CREDITOS.CBL).
       *>AHI QUEDA EL SOBRANTE DE LA FIANZA SOBRE EL DANO Y EL
       *>ALQUILER DE UN PRESTAMO DADO DE BAJA; DE AHI SE PUEDE PAGAR
       *>UN ALQUILER.
       SELECT OPTIONAL CREDITOS-ARCHIVO
       ASSIGN TO WS-CREDITOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CRE-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CREDITOS.
       *>GRUPOS Y EQUIPOS CON ENTRENADOR RESPONSABLE Y SU PLANTEL
       *>(VER GRUPOS.CBL). EL PRESTAMO DE GRUPO VA A NOMBRE DEL
       *>CODIGO DEL GRUPO, CON SUS PROPIOS LIMITES, Y SUS MULTAS
       *>QUEDAN A CARGO DEL GRUPO CON EL ENTRENADOR COMO GARANTE.
       SELECT OPTIONAL GRUPOS-ARCHIVO
       ASSIGN TO WS-GRUPOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-GRUPO
       ALTERNATE RECORD KEY IS CEDULA-RESPONSABLE-GRP WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-GRUPOS.
       SELECT OPTIONAL GRUPOS-MIEMBROS-ARCHIVO
       ASSIGN TO WS-GRUPOS-MIEMBROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS GMI-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-MIEMBRO-GMI WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-GRUPOS-MIEMBROS.

       *>PARA SABER SI EL SOCIO ES MENOR DE EDAD Y QUIEN LO
       *>REPRESENTA: SU COMPROBANTE VA A NOMBRE DEL REPRESENTANTE.
       SELECT OPTIONAL USUARIOS-NACIMIENTO-ARCHIVO
       ASSIGN TO WS-USUARIOS-NACIMIENTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO-NAC
       ALTERNATE RECORD KEY IS CEDULA-REPRESENTANTE-NAC
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS-NACIMIENTO.

       *>COMPONENTES DE CADA INSTRUMENTO Y SU HISTORIAL (VER
       *>INSTRUMENTOS.CBL): SALEN CON EL PRESTAMO Y SE CHEQUEAN UNO
       *>A UNO AL DEVOLVERLO.
       SELECT OPTIONAL COMPONENTES-ARCHIVO
       ASSIGN TO WS-COMPONENTES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-COMPONENTE
       ALTERNATE RECORD KEY IS ID-PADRE-COMP WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-COMPONENTES.

       SELECT OPTIONAL COMPONENTES-HISTORIAL-ARCHIVO
       ASSIGN TO WS-COMPONENTES-HISTORIAL-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS HCO-LLAVE
       ALTERNATE RECORD KEY IS ID-PADRE-HCO WITH DUPLICATES
       ALTERNATE RECORD KEY IS ID-PADRE-ANT-HCO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-COMPONENTES-HISTORIAL.

       *>UNIDADES MARCADAS EN UN LLAMADO DEL FABRICANTE (VER
       *>LLAMADOS.CBL): MIENTRAS NO SE RESUELVEN NO SE PRESTAN, NO SE
       *>RENUEVAN NI VUELVEN AL ESTANTE.
       SELECT OPTIONAL LLAMADOS-UNIDADES-ARCHIVO
       ASSIGN TO WS-LLAMADOS-UNIDADES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS UNI-LLAVE
       ALTERNATE RECORD KEY IS UNI-INSTRUMENTO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-LLAMADOS-UNIDADES.

       *>ORDENES DE REPARACION (VER REPARACIONES.CBL): EL CAMBIO DE
       *>INSTRUMENTO DE UN PRESTAMO DEJA PRE-ABIERTA LA DEL EQUIPO
       *>QUE FALLO.
       SELECT OPTIONAL REPARACIONES-ARCHIVO
       ASSIGN TO WS-REPARACIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS REP-LLAVE
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-REP WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-REPARACIONES.

       *>UN REGISTRO POR CADA CAMBIO DE INSTRUMENTO DE UN PRESTAMO
       *>ABIERTO: UNE LA LINEA QUE SE CERRO CON LA QUE ENTRO EN SU
       *>LUGAR. LA LLAVE ALTERNA PERMITE IR DEL REEMPLAZO AL ORIGINAL.
       SELECT OPTIONAL CAMBIOS-PRESTAMO-ARCHIVO
       ASSIGN TO WS-CAMBIOS-PRESTAMO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CAM-LLAVE
       ALTERNATE RECORD KEY IS CAM-LLAVE-NUEVA
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CAMBIOS-PRESTAMO.
       DATA DIVISION.
       FILE SECTION.
       FD PRESTAMOS-ARCHIVO.
               05 STATUS-OPERADOR-OPR PIC X(10).
               05 FECHA-CLAVE-OPR     PIC 9(8).

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


       *>COPIA DEL REGISTRO DE DEPRECIACION.DAT (VER DEPRECIAR.CBL).
       FD DEPRECIACION-ARCHIVO.
           01 DEPRECIACION-REGISTRO.
               05 DEP-LLAVE.
                   10 ID-INSTRUMENTO-DEP PIC X(6).
                   10 ANIO-DEP           PIC 9(4).
               05 DEP-ACUMULADA    PIC 9(8)V99.
               05 VALOR-RESTANTE   PIC 9(8)V99.
               05 FECHA-CALCULO-DEP PIC 9(8).

       *>COPIA DEL REGISTRO DE REINTEGROS_MULTAS.DAT.

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
       *>COPIA DEL REGISTRO DE GRUPOS_MIEMBROS.DAT (VER GRUPOS.CBL).
       FD GRUPOS-MIEMBROS-ARCHIVO.
           01 GRUPOS-MIEMBROS-REGISTRO.
               05 GMI-LLAVE.
                   10 CODIGO-GRUPO-GMI   PIC X(11).
                   10 CEDULA-MIEMBRO-GMI PIC X(11).
               05 FECHA-ALTA-GMI PIC 9(8).

       *>COPIA DEL REGISTRO DE USUARIOS_NACIMIENTO.DAT (VER
       *>USUARIOS.CBL).
       FD USUARIOS-NACIMIENTO-ARCHIVO.
           01 USUARIOS-NACIMIENTO-REGISTRO.
               05 CEDULA-USUARIO-NAC       PIC X(11).
               05 FECHA-NACIMIENTO-NAC     PIC 9(8).
               05 CEDULA-REPRESENTANTE-NAC PIC X(11).
               05 PARENTESCO-NAC           PIC X(12).
               05 STATUS-REPRESENTACION-NAC PIC X(8). *>Vigente/
                                                      *>Vencida.

       *>COPIA DEL REGISTRO DE COMPONENTES.DAT (VER INSTRUMENTOS.CBL).
       FD COMPONENTES-ARCHIVO.
           01 COMPONENTES-REGISTRO.
               05 ID-COMPONENTE     PIC X(6).
               05 ID-PADRE-COMP     PIC X(6).
               05 DESCRIPCION-COMP  PIC X(30).
               05 STATUS-COMP       PIC X(14).
               05 FECHA-STATUS-COMP PIC 9(8).
               05 VALOR-COMP        PIC 9(6)V99.

       *>COPIA DEL REGISTRO DE COMPONENTES_HISTORIAL.DAT (VER
       *>INSTRUMENTOS.CBL).
       FD COMPONENTES-HISTORIAL-ARCHIVO.
           01 COMPONENTES-HISTORIAL-REGISTRO.
               05 HCO-LLAVE.
                   10 ID-COMPONENTE-HCO PIC X(6).
                   10 FECHA-HCO         PIC 9(8).
                   10 HORA-HCO          PIC 9(8).
               05 ID-PADRE-HCO     PIC X(6).
               05 ID-PADRE-ANT-HCO PIC X(6).
               05 EVENTO-HCO       PIC X(14).
               05 STATUS-HCO       PIC X(14).
               05 OPERADOR-HCO     PIC X(10).

       *>COPIA DEL REGISTRO DE LLAMADOS_UNIDADES.DAT (VER
       *>LLAMADOS.CBL).
       FD LLAMADOS-UNIDADES-ARCHIVO.
           01 LLAMADOS-UNIDADES-REGISTRO.
               05 UNI-LLAVE.
                   10 UNI-AVISO       PIC X(15).
                   10 UNI-INSTRUMENTO PIC X(6).
               05 UNI-STATUS       PIC X(10). *>Pendiente/Recogido/
                                              *>Reparado/Baja.
               05 UNI-CEDULA       PIC X(11).
               05 UNI-FECHA-MARCA  PIC 9(8).
               05 UNI-FECHA-STATUS PIC 9(8).
               05 UNI-OPERADOR     PIC X(10).

       *>COPIA DEL REGISTRO DE REPARACIONES.DAT (VER
       *>REPARACIONES.CBL).
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

       FD CAMBIOS-PRESTAMO-ARCHIVO.
           01 CAMBIOS-PRESTAMO-REGISTRO.
               05 CAM-LLAVE             PIC X(30). *>PRE-LLAVE DE LA
                                                   *>LINEA CERRADA.
               05 CAM-LLAVE-NUEVA       PIC X(30). *>PRE-LLAVE DEL
                                                   *>REEMPLAZO.
               05 CAM-INSTRUMENTO-ANT   PIC X(6).
               05 CAM-INSTRUMENTO-NUEVO PIC X(6).
               05 CAM-FECHA             PIC 9(8).
               05 CAM-HORA              PIC X(9).
               05 CAM-MOTIVO            PIC X(40).
               05 CAM-OPERADOR          PIC X(10).
       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS
       01 WS-TITULO.
       77 WS-LEE-PAGO PIC 9(1).
       77 WS-TOTAL-MULTAS-PEND PIC 9(8)V99.
       77 WS-PAGADO-MULTA PIC 9(8)V99.
       77 WS-TOTAL-EN-CONVENIO PIC 9(8)V99.
       77 WS-EN-CONVENIO PIC 9(1).
       77 WS-LEE-CMU PIC 9(1).
       77 WS-AUTORIZADO PIC 9(1).
       77 WS-SUPERVISOR-ID PIC X(10).
       77 WS-SUPERVISOR-CLAVE PIC X(10).
       *>USADOS PARA EL COMPROBANTE DEL PRESTAMO. LA LLAVE DEL
       *>PRESTAMO SE RESGUARDA ANTES DE RECORRER SUS ITEMS PORQUE EL
       *>RECORRIDO USA LA MISMA AREA DE REGISTRO.
       77 WS-COMPROBANTE-RUTA PIC X(95).
       77 WS-LINEA-COMP PIC X(100).
       77 WS-COMP-CEDULA PIC X(11).
       77 WS-COMP-FECHA PIC 9(8).
       77 WS-COMP-CATEGORIA PIC X(10).
       77 WS-LEE-COMP PIC 9(1).
       77 WS-COPIA-COMP PIC 9(1).
       *>SI EL SOCIO ES MENOR DE EDAD (PARAMETRO MAYORIA), EL
       *>COMPROBANTE SALE A NOMBRE DE SU REPRESENTANTE, QUE ES QUIEN
       *>FIRMA Y RESPONDE POR EL EQUIPO.
       77 WS-COMP-MENOR PIC 9(1).
       77 WS-COMP-REP-CEDULA PIC X(11).
       77 WS-COMP-REP-NOMBRE PIC X(40).
       77 WS-COMP-REP-PARENTESCO PIC X(12).
       77 WS-MAYORIA-COMP PIC 9(2).
       77 WS-FECHA-MAYORIA-COMP PIC 9(8).
       77 WS-FECHA-HOY-COMP PIC 9(8).

       *>USADOS PARA EL AVISO DE GARANTIA VIGENTE EN DEVOLUCIONES
       *>Deteriorado.
       77 WS-ITEM-REGISTRADO PIC 9(1).
       77 WS-KIT-ITEMS PIC 9(2).
       01 WS-LINEA-KIT-GUARDADA PIC X(27).
       *>SEDE DEL INSTRUMENTO DEVUELTO, PARA COMPARARLA CON LA DE SU
       *>ESTANTE.
       77 WS-SEDE-ESTANTE-DEV PIC X(3).

       *>USADOS POR EL COBRO DE ALQUILER DEL KIT: LA SUMA DE LAS
       *>TARIFAS DE LOS TIPOS COBRABLES Y SU RECIBO EN INGRESOS.DAT.
       77 WS-TOTAL-ALQUILER PIC 9(8)V99 VALUE 0.
       77 WS-RECIBO-ALQUILER PIC 9(8).
       77 WS-MAX-RECIBO-ING PIC 9(8).
       *>LO QUE SE PAGA DEL ALQUILER CON EL SALDO A FAVOR DEL SOCIO,
       *>EL DANO QUE CUBRE UNA FIANZA Y EL ALQUILER QUE SE LE
       *>ACREDITA AL DAR DE BAJA UN PRESTAMO.
       77 WS-ALQ-CON-SALDO PIC 9(6)V99.
       77 WS-MONTO-DANO PIC 9(6)V99.
       77 WS-SOBRANTE-FIANZA PIC 9(6)V99.
       77 WS-ALQUILER-HALLADO PIC 9(1).
       77 WS-RECIBO-ANULADO PIC 9(8).
       77 WS-TARIFA-ANULADA PIC 9(6)V99.

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
       77 WS-LEE-INGRESO PIC 9(1).

       *>USADOS POR EL LIBRO DE FIANZAS: COBRO EN EL MOSTRADOR Y
       77 WS-FIANZA-HALLADA PIC 9(1).
       77 WS-RECIBO-FIA-HALLADO PIC 9(8).

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

       *>USADOS PARA RECHAZAR MOVIMIENTOS CON EL DIA CERRADO.
       77 WS-DIA-OK PIC 9(1).
       77 WS-HAY-ESTADO-DIA PIC 9(1).

       77 WS-HAY-POLITICA PIC 9(1).
       77 WS-ITEM-PERMITIDO PIC 9(1).
       77 WS-ITEMS-ABIERTOS PIC 9(3).
       77 WS-TIPO-CONTEO PIC X(3).
       77 WS-CEDULA-CONTEO PIC X(11).
       77 WS-LEE-CONTEO-ITEMS PIC 9(1).
       01 WS-AUD-ANTES PIC X(280) VALUE SPACES.
       01 WS-AUD-DESPUES PIC X(280) VALUE SPACES.


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

       *>USADOS PARA REVERTIR EL CARGO DE REPOSICION CUANDO EL
       *>EQUIPO APARECE Y REINTEGRAR LO QUE YA SE HABIA PAGADO.
       77 WS-REVERTIDAS PIC 9(3).
       77 WS-MAX-REINTEGRO PIC 9(8).
       77 WS-LEE-REINTEGRO PIC 9(1).

       *>USADOS EN EL PRESTAMO DE GRUPO: EL CODIGO DEL GRUPO VA EN
       *>CEDULA-USUARIO, QUIEN RETIRA DEBE SER EL ENTRENADOR O ALGUIEN
       *>DEL PLANTEL, Y EL TOPE DE ITEMS CUENTA TODO LO QUE EL GRUPO
       *>TIENE AFUERA, DE CUALQUIER TIPO.
       77 WS-HAY-GRUPO PIC 9(1).
       77 WS-CODIGO-GRUPO-PRE PIC X(11).
       77 WS-RESPONSABLE-GRUPO PIC X(11).
       77 WS-CEDULA-RETIRA PIC X(11).
       77 WS-RETIRA-OK PIC 9(1).
       77 WS-ITEMS-MAX-GRUPO PIC 9(3).
       *>LAS MULTAS PENDIENTES SE SUMAN POR DEUDOR: EL SOCIO Y CADA
       *>GRUPO DEL QUE ES GARANTE.
       77 WS-CEDULA-DEUDA PIC X(11).
       77 WS-LEE-GRUPO-GAR PIC 9(1).
       77 WS-MULTAS-PROPIAS PIC 9(8)V99.
       77 WS-MULTAS-GARANTIA PIC 9(8)V99.

       *>USADOS PARA VALIDAR Y NORMALIZAR LA CEDULA DEL SOCIO CON LA
       *>RUTINA COMUN (VER IDENTIDAD.CBL) ANTES DE BUSCARLA.
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
       77 WS-DOC-HALLADA PIC 9(1).

       *>USADOS AL SACAR, REVISAR Y REGRESAR LOS COMPONENTES DEL
       *>INSTRUMENTO WS-PADRE-COMPONENTE (VER SACAR-COMPONENTES).
       77 WS-PADRE-COMPONENTE PIC X(6).
       77 WS-LEE-COMPONENTE PIC 9(1).
       77 WS-HCO-EVENTO PIC X(14).

       *>USADOS PARA SABER SI EL INSTRUMENTO WS-ID-LLAMADO TIENE UNA
       *>UNIDAD SIN RESOLVER EN UN LLAMADO DEL FABRICANTE (VER
       *>VERIFICAR-LLAMADO).
       77 WS-ID-LLAMADO PIC X(6).
       77 WS-EN-LLAMADO PIC 9(1).
       77 WS-LEE-LLAMADO PIC 9(1).
       77 WS-AVISO-LLAMADO PIC X(15).

       *>USADOS POR EL CAMBIO DE INSTRUMENTO DE UN PRESTAMO ABIERTO
       *>(VER CAMBIAR-INSTRUMENTO). LA LINEA ORIGINAL SE RESGUARDA
       *>APARTE DE WS-PRESTAMO-GUARDADO, QUE LO USA LA VALIDACION DEL
       *>INSTRUMENTO DE REEMPLAZO.
       01 WS-CAM-ORIGINAL.
           05 WS-CAM-LLAVE-ORIG PIC X(30).
           05 WS-CAM-ID-ORIG    PIC X(6).
           05 WS-CAM-RESTO-ORIG PIC X(39).
       77 WS-CAM-ID-NUEVO PIC X(6).
       77 WS-CAM-ITEM-MAX PIC 9(2).
       77 WS-CAM-LEE-ITEM PIC 9(1).
       77 WS-CAM-MOTIVO PIC X(40).
       77 WS-CAM-FECHA PIC 9(8).
       77 WS-CAM-HORA PIC X(9).
       77 WS-CAM-HALLADO PIC 9(1).
       *>1 MIENTRAS SE REIMPRIME EL COMPROBANTE DE UN PRESTAMO AL QUE
       *>SE LE ACABA DE CAMBIAR UN INSTRUMENTO.
       77 WS-COMP-REIMPRESION PIC 9(1) VALUE 0.

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

       *>ESTANTE DEL INSTRUMENTO DENTRO DE SU SEDE: LA LISTA DE
       *>RECOLECCION DEL KIT Y EL ESTANTE AL QUE VUELVE LO DEVUELTO
       *>(VER ESTANTES.CBL).
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
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Prestamos".
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
       77 WS-FS-PRESTAMOS PIC X(2).
       77 WS-FS-INSTRUMENTOS PIC X(2).
       77 WS-FS-INSTRUMENTOS-HISTORIAL PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       77 WS-FS-BLOQUEOS PIC X(2).
       77 WS-FS-PARAMETROS PIC X(2).
       77 WS-FS-USUARIOS PIC X(2).
       77 WS-FS-RESERVAS PIC X(2).
       77 WS-FS-APARTADOS PIC X(2).
       77 WS-FS-ESTADO-DIA PIC X(2).
       77 WS-FS-CERTIFICACIONES PIC X(2).
       77 WS-FS-FERIADOS PIC X(2).
       77 WS-FS-KITS PIC X(2).
       77 WS-FS-INGRESOS PIC X(2).
       77 WS-FS-FIANZAS PIC X(2).
       77 WS-FS-MULTAS PIC X(2).
       77 WS-FS-TARIFAS PIC X(2).
       77 WS-FS-ADQUISICIONES PIC X(2).
       77 WS-FS-POLITICAS PIC X(2).
       77 WS-FS-PAGOS-MULTAS PIC X(2).
       77 WS-FS-OPERADORES PIC X(2).
       77 WS-FS-CORRELATIVOS PIC X(2).
       77 WS-FS-TASAS-CAMBIO PIC X(2).
       77 WS-FS-COBROS-MONEDA PIC X(2).
       77 WS-FS-DOCUMENTOS-FISCALES PIC X(2).
       77 WS-FS-DEPRECIACION PIC X(2).
       77 WS-FS-REINTEGROS PIC X(2).
       77 WS-FS-CONVENIOS PIC X(2).
       77 WS-FS-CONVENIOS-MULTAS PIC X(2).
       77 WS-FS-CREDITOS PIC X(2).
       77 WS-FS-GRUPOS PIC X(2).
       77 WS-FS-GRUPOS-MIEMBROS PIC X(2).
       77 WS-FS-USUARIOS-NACIMIENTO PIC X(2).
       77 WS-FS-COMPONENTES PIC X(2).
       77 WS-FS-COMPONENTES-HISTORIAL PIC X(2).
       77 WS-FS-LLAMADOS-UNIDADES PIC X(2).
       77 WS-FS-REPARACIONES PIC X(2).
       77 WS-FS-CAMBIOS-PRESTAMO PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-PRESTAMOS-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-HISTORIAL-RUTA PIC X(80).
       77 WS-AUDITORIA-RUTA PIC X(80).
       77 WS-BLOQUEOS-RUTA PIC X(80).
       77 WS-PARAMETROS-RUTA PIC X(80).
       77 WS-USUARIOS-RUTA PIC X(80).
       77 WS-RESERVAS-RUTA PIC X(80).
       77 WS-APARTADOS-RUTA PIC X(80).
       77 WS-ESTADO-DIA-RUTA PIC X(80).
       77 WS-CERTIFICACIONES-RUTA PIC X(80).
       77 WS-FERIADOS-RUTA PIC X(80).
       77 WS-KITS-RUTA PIC X(80).
       77 WS-INGRESOS-RUTA PIC X(80).
       77 WS-FIANZAS-RUTA PIC X(80).
       77 WS-MULTAS-RUTA PIC X(80).
       77 WS-TARIFAS-RUTA PIC X(80).
       77 WS-ADQUISICIONES-RUTA PIC X(80).
       77 WS-POLITICAS-RUTA PIC X(80).
       77 WS-PAGOS-MULTAS-RUTA PIC X(80).
       77 WS-OPERADORES-RUTA PIC X(80).
       77 WS-CORRELATIVOS-RUTA PIC X(80).
       77 WS-TASAS-CAMBIO-RUTA PIC X(80).
       77 WS-COBROS-MONEDA-RUTA PIC X(80).
       77 WS-DOCUMENTOS-FISCALES-RUTA PIC X(80).
       77 WS-DEPRECIACION-RUTA PIC X(80).
       77 WS-REINTEGROS-RUTA PIC X(80).
       77 WS-CONVENIOS-RUTA PIC X(80).
       77 WS-CONVENIOS-MULTAS-RUTA PIC X(80).
       77 WS-CREDITOS-RUTA PIC X(80).
       77 WS-GRUPOS-RUTA PIC X(80).
       77 WS-GRUPOS-MIEMBROS-RUTA PIC X(80).
       77 WS-USUARIOS-NACIMIENTO-RUTA PIC X(80).
       77 WS-COMPONENTES-RUTA PIC X(80).
       77 WS-COMPONENTES-HISTORIAL-RUTA PIC X(80).
       77 WS-LLAMADOS-UNIDADES-RUTA PIC X(80).
       77 WS-REPARACIONES-RUTA PIC X(80).
       77 WS-CAMBIOS-PRESTAMO-RUTA PIC X(80).

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
       ERROR-PRESTAMOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PRESTAMOS-ARCHIVO.
       ERROR-PRESTAMOS-ANOTAR.
       MOVE "prestamos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PRESTAMOS TO WS-ERR-ESTADO.
       MOVE PRE-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INSTRUMENTOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSTRUMENTOS-ARCHIVO.
       ERROR-INSTRUMENTOS-ANOTAR.
       MOVE "instrumentos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-INV TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INSTRUMENTOS-HISTORIAL SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON INSTRUMENTOS-HISTORIAL-ARCHIVO.
       ERROR-INSTRUMENTOS-HISTORIAL-ANOTAR.
       MOVE "instrumentos_historial.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS-HISTORIAL TO WS-ERR-ESTADO.
       MOVE HIST-LLAVE TO WS-ERR-LLAVE.
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
       ERROR-PARAMETROS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PARAMETROS-ARCHIVO.
       ERROR-PARAMETROS-ANOTAR.
       MOVE "parametros.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PARAMETROS TO WS-ERR-ESTADO.
       MOVE PARAM-NOMBRE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-USUARIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USUARIOS-ARCHIVO.
       ERROR-USUARIOS-ANOTAR.
       MOVE "usuarios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO-USR TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-RESERVAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RESERVAS-ARCHIVO.
       ERROR-RESERVAS-ANOTAR.
       MOVE "reservas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-RESERVAS TO WS-ERR-ESTADO.
       MOVE RES-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-APARTADOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON APARTADOS-ARCHIVO.
       ERROR-APARTADOS-ANOTAR.
       MOVE "apartados.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-APARTADOS TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-APA TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ESTADO-DIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ESTADO-DIA-ARCHIVO.
       ERROR-ESTADO-DIA-ANOTAR.
       MOVE "estado_dia.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ESTADO-DIA TO WS-ERR-ESTADO.
       MOVE EST-ID TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-CERTIFICACIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON CERTIFICACIONES-ARCHIVO.
       ERROR-CERTIFICACIONES-ANOTAR.
       MOVE "certificaciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CERTIFICACIONES TO WS-ERR-ESTADO.
       MOVE CERT-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-FERIADOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON FERIADOS-ARCHIVO.
       ERROR-FERIADOS-ANOTAR.
       MOVE "feriados.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-FERIADOS TO WS-ERR-ESTADO.
       MOVE FECHA-FERIADO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-KITS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON KITS-ARCHIVO.
       ERROR-KITS-ANOTAR.
       MOVE "kits.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-KITS TO WS-ERR-ESTADO.
       MOVE KIT-LLAVE TO WS-ERR-LLAVE.
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
       ERROR-MULTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MULTAS-ARCHIVO.
       ERROR-MULTAS-ANOTAR.
       MOVE "multas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-MULTAS TO WS-ERR-ESTADO.
       MOVE MUL-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-TARIFAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON TARIFAS-ARCHIVO.
       ERROR-TARIFAS-ANOTAR.
       MOVE "tarifas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-TARIFAS TO WS-ERR-ESTADO.
       MOVE TARIFA-CONCEPTO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ADQUISICIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ADQUISICIONES-ARCHIVO.
       ERROR-ADQUISICIONES-ANOTAR.
       MOVE "adquisiciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ADQUISICIONES TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-ADQ TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-POLITICAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON POLITICAS-ARCHIVO.
       ERROR-POLITICAS-ANOTAR.
       MOVE "politicas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-POLITICAS TO WS-ERR-ESTADO.
       MOVE CODIGO-TIPO-POL TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PAGOS-MULTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAGOS-MULTAS-ARCHIVO.
       ERROR-PAGOS-MULTAS-ANOTAR.
       MOVE "pagos_multas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PAGOS-MULTAS TO WS-ERR-ESTADO.
       MOVE PAGO-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-OPERADORES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPERADORES-ARCHIVO.
       ERROR-OPERADORES-ANOTAR.
       MOVE "operadores.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-OPERADORES TO WS-ERR-ESTADO.
       MOVE ID-OPERADOR TO WS-ERR-LLAVE.
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
       ERROR-DEPRECIACION SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DEPRECIACION-ARCHIVO.
       ERROR-DEPRECIACION-ANOTAR.
       MOVE "depreciacion.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-DEPRECIACION TO WS-ERR-ESTADO.
       MOVE DEP-LLAVE TO WS-ERR-LLAVE.
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
       ERROR-CONVENIOS-MULTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON CONVENIOS-MULTAS-ARCHIVO.
       ERROR-CONVENIOS-MULTAS-ANOTAR.
       MOVE "convenios_multas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CONVENIOS-MULTAS TO WS-ERR-ESTADO.
       MOVE CMU-LLAVE TO WS-ERR-LLAVE.
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
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-GRUPOS-MIEMBROS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON GRUPOS-MIEMBROS-ARCHIVO.
       ERROR-GRUPOS-MIEMBROS-ANOTAR.
       MOVE "grupos_miembros.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-GRUPOS-MIEMBROS TO WS-ERR-ESTADO.
       MOVE GMI-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-USUARIOS-NACIMIENTO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON USUARIOS-NACIMIENTO-ARCHIVO.
       ERROR-USUARIOS-NACIMIENTO-ANOTAR.
       MOVE "usuarios_nacimiento.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS-NACIMIENTO TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO-NAC TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-COMPONENTES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON COMPONENTES-ARCHIVO.
       ERROR-COMPONENTES-ANOTAR.
       MOVE "componentes.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-COMPONENTES TO WS-ERR-ESTADO.
       MOVE ID-COMPONENTE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-COMPONENTES-HISTORIAL SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON COMPONENTES-HISTORIAL-ARCHIVO.
       ERROR-COMPONENTES-HISTORIAL-ANOTAR.
       MOVE "componentes_historial.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-COMPONENTES-HISTORIAL TO WS-ERR-ESTADO.
       MOVE HCO-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-LLAMADOS-UNIDADES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON LLAMADOS-UNIDADES-ARCHIVO.
       ERROR-LLAMADOS-UNIDADES-ANOTAR.
       MOVE "llamados_unidades.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-LLAMADOS-UNIDADES TO WS-ERR-ESTADO.
       MOVE UNI-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-REPARACIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REPARACIONES-ARCHIVO.
       ERROR-REPARACIONES-ANOTAR.
       MOVE "reparaciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-REPARACIONES TO WS-ERR-ESTADO.
       MOVE REP-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-CAMBIOS-PRESTAMO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON CAMBIOS-PRESTAMO-ARCHIVO.
       ERROR-CAMBIOS-PRESTAMO-ANOTAR.
       MOVE "prestamos_cambios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CAMBIOS-PRESTAMO TO WS-ERR-ESTADO.
       MOVE CAM-LLAVE TO WS-ERR-LLAVE.
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
       DISPLAY "4) Renovar".
       DISPLAY "5) Devolver por codigo de instrumento".
       DISPLAY "6) Registrar por kit".
       DISPLAY "7) Registrar prestamo de grupo".
       DISPLAY "8) Cambiar instrumento de un prestamo".
       DISPLAY "9) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU.

       WHEN 6
           PERFORM REGISTRAR-POR-KIT
       WHEN 7
           PERFORM REGISTRAR-GRUPO
       WHEN 8
           PERFORM CAMBIAR-INSTRUMENTO
       WHEN 9
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
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
           PERFORM VALIDAR-CLAVE-SUPERVISOR
           IF WS-AUTORIZADO = 1
               MOVE "OPEN    VERIFICAR-DIA-ABIERTO" TO WS-ERR-DONDE
               OPEN I-O AUDITORIA-ARCHIVO
               MOVE SPACES TO WS-AUD-REG-TEXTO
               STRING "Dia cerrado Aut: " WS-SUPERVISOR-ID
       DISPLAY "---Registro de nuevo prestamo---".
       DISPLAY " ".
       DISPLAY "Indique numero de cedula del usuario".
       PERFORM PEDIR-CEDULA-SOCIO.
       MOVE WS-DOC-CEDULA TO CEDULA-USUARIO.
       DISPLAY " ".
       DISPLAY "Ingrese fecha del prestamo (AAAAMMDD)".
       ACCEPT FECHA-PRESTAMO.
       *>SUSPENDIDO (VER USUARIOS.CBL), Y NO SE LE PERMITE SACAR
       *>PRESTAMOS NUEVOS MIENTRAS DURE LA SUSPENSION.
       PERFORM VERIFICAR-SUSPENDIDO.
       *>SI UN CLUB ALIADO LO TIENE SANCIONADO SOLO SE AVISA; EL
       *>PRESTAMO SIGUE SU CURSO NORMAL.
       PERFORM AVISAR-SANCION-ALIADOS.
       *>UN USUARIO PUEDE TENER VARIOS PRESTAMOS EN SU HISTORIAL, ASI QUE SOLO
       *>SE RECHAZA SI YA EXISTE ESE MISMO PRESTAMO (MISMA CEDULA/FECHA/HORA).
       MOVE "OPEN    REGISTRAR-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       MOVE "OPEN    REGISTRAR-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    REGISTRAR-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-HISTORIAL-ARCHIVO.
       MOVE "OPEN    REGISTRAR-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       IF WS-USUARIO-SUSPENDIDO = 1
           DISPLAY " "
               DISPLAY " "
               DISPLAY "No se registra el prestamo."
           ELSE
               MOVE "READ    REGISTRAR-DIA-OK" TO WS-ERR-DONDE
               READ PRESTAMOS-ARCHIVO RECORD
                   KEY PRE-LLAVE
                       INVALID KEY     MOVE 0 TO WS-INDICADOR
               DISPLAY "No se registra este instrumento."
           END-IF
       END-IF
       *>UN GRUPO NO TIENE TOPE POR TIPO SINO UNO SOLO PARA TODO LO
       *>QUE TIENE AFUERA (VER AJUSTAR-POLITICA-GRUPO).
       IF CEDULA-USUARIO(1:3) = "GRP" AND WS-ITEMS-MAX-GRUPO > 0
           PERFORM CONTAR-ITEMS-ABIERTOS-GRUPO
           IF WS-ITEMS-ABIERTOS NOT < WS-ITEMS-MAX-GRUPO
               MOVE 0 TO WS-ITEM-PERMITIDO
               DISPLAY " "
               DISPLAY "El grupo ya tiene " WS-ITEMS-ABIERTOS
                   " item(s) afuera; su limite es "
                   WS-ITEMS-MAX-GRUPO "."
               DISPLAY "No se registra este instrumento."
           END-IF
       END-IF
       IF WS-ITEM-PERMITIDO = 1
           PERFORM VERIFICAR-CERTIFICACION
           IF WS-CERT-OK = 0
       *>POR KIT, PARA QUE AMBOS DEJEN EXACTAMENTE EL MISMO RASTRO.
       GRABAR-ITEM-COMUN.
       MOVE "Activo" TO STATUS-PRESTAMO.
       MOVE "WRITE   GRABAR-ITEM-COMUN" TO WS-ERR-DONDE
       WRITE PRESTAMOS-REGISTRO.
       PERFORM MARCAR-APARTADO-RETIRADO.
       PERFORM ACTUALIZAR-STATUS-INSTRUMENTO.
       MOVE ID-INSTRUMENTO TO WS-PADRE-COMPONENTE.
       PERFORM SACAR-COMPONENTES.
       MOVE ID-INSTRUMENTO TO WS-DIS-INSTRUMENTO.
       PERFORM ACTUALIZAR-DISPONIBILIDAD.
       *>SI LA POLITICA DEL TIPO FIJA FIANZA, SE COBRA AQUI MISMO Y
       *>QUEDA EN EL LIBRO DE FIANZAS CON SU RECIBO.
       IF WS-HAY-POLITICA = 1 AND FIANZA-POL > 0
       DISPLAY "Prestamo registrado correctamente.".

       COBRAR-FIANZA.
       DISPLAY " ".
       DISPLAY "Fianza a cobrar: " FIANZA-POL " dolares.".
       MOVE FIANZA-POL TO WS-MON-BASE.
       PERFORM PEDIR-MONEDA-COBRO.
       MOVE "OPEN    COBRAR-FIANZA" TO WS-ERR-DONDE
       OPEN I-O FIANZAS-ARCHIVO.
       MOVE "RECIBOFIA" TO WS-CORR-SERIE.
       PERFORM TOMAR-CORRELATIVO.
       MOVE WS-CORR-NUMERO TO RECIBO-FIANZA.
       MOVE CEDULA-USUARIO TO CEDULA-USUARIO-FIA.
       MOVE ID-INSTRUMENTO TO ID-INSTRUMENTO-FIA.
       ACCEPT FECHA-FIANZA FROM DATE YYYYMMDD.
       MOVE FIANZA-POL TO MONTO-FIANZA.
       MOVE "Retenida" TO STATUS-FIANZA.
       MOVE 0 TO FECHA-CIERRE-FIA.
       PERFORM GRABAR-FIANZA.
       CLOSE FIANZAS-ARCHIVO.
       MOVE RECIBO-FIANZA TO WS-MON-NUMERO.
       PERFORM GRABAR-MONEDA-COBRO.
       DISPLAY " ".
       DISPLAY "*** Cobre la fianza de " MONTO-FIANZA
           " por el instrumento " ID-INSTRUMENTO ". ***".
       MOVE "Fianza" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA-TEXTO.

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

       *>CADA SERIE SE SIEMBRA UNA SOLA VEZ CON EL MAYOR RECIBO QUE
       *>YA TENGA SU LIBRO. EL LIBRO DEBE ESTAR ABIERTO.
       SEMBRAR-CORRELATIVO.
       EVALUATE WS-CORR-SERIE
       WHEN "RECIBOFIA"
           PERFORM BUSCAR-MAX-RECIBO-FIANZA
           MOVE WS-MAX-RECIBO-FIA TO WS-CORR-MAYOR
       WHEN "RECIBOING"
           PERFORM BUSCAR-MAX-RECIBO-INGRESO
           MOVE WS-MAX-RECIBO-ING TO WS-CORR-MAYOR
       WHEN "CONTROL"
           PERFORM BUSCAR-MAX-CONTROL-FISCAL
           MOVE WS-MAX-CONTROL-FIS TO WS-CORR-MAYOR
       WHEN "REINTEGRO"
           PERFORM BUSCAR-MAX-REINTEGRO
           MOVE WS-MAX-REINTEGRO TO WS-CORR-MAYOR
       END-EVALUATE.

       *>SI EL NUMERO YA ESTA GRABADO (POR EJEMPLO, TRAS UNA
       *>RESIEMBRA MAL HECHA) SE TOMA EL SIGUIENTE Y SE REINTENTA, EN
       *>VEZ DE PERDER EL COBRO.
       GRABAR-FIANZA.
       MOVE "WRITE   GRABAR-FIANZA" TO WS-ERR-DONDE
       WRITE FIANZAS-REGISTRO
           INVALID KEY
               PERFORM TOMAR-CORRELATIVO
               MOVE WS-CORR-NUMERO TO RECIBO-FIANZA
               PERFORM GRABAR-FIANZA
       END-WRITE.

       GRABAR-INGRESO-ALQUILER.
       MOVE "WRITE   GRABAR-INGRESO-ALQUILER" TO WS-ERR-DONDE
       WRITE INGRESOS-REGISTRO
           INVALID KEY
               PERFORM TOMAR-CORRELATIVO
               MOVE WS-CORR-NUMERO TO RECIBO-INGRESO
               PERFORM GRABAR-INGRESO-ALQUILER
       END-WRITE.

       BUSCAR-MAX-REINTEGRO.
       MOVE 0 TO WS-MAX-REINTEGRO.
       MOVE 0 TO RECIBO-REINTEGRO.
       MOVE 0 TO WS-LEE-REINTEGRO.
       MOVE "START   BUSCAR-MAX-REINTEGRO" TO WS-ERR-DONDE
       START REINTEGROS-ARCHIVO
           KEY IS NOT LESS THAN RIN-LLAVE
           INVALID KEY MOVE 1 TO WS-LEE-REINTEGRO
       END-START.
       IF WS-LEE-REINTEGRO = 0
           PERFORM LEER-SIGUIENTE-REINTEGRO
           PERFORM COMPARAR-MAX-REINTEGRO UNTIL WS-LEE-REINTEGRO = 1.

       LEER-SIGUIENTE-REINTEGRO.
       MOVE "READ    LEER-SIGUIENTE-REINTEGRO" TO WS-ERR-DONDE
       READ REINTEGROS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-REINTEGRO.

       COMPARAR-MAX-REINTEGRO.
       IF RECIBO-REINTEGRO > WS-MAX-REINTEGRO
           MOVE RECIBO-REINTEGRO TO WS-MAX-REINTEGRO.
       PERFORM LEER-SIGUIENTE-REINTEGRO.

       BUSCAR-MAX-RECIBO-FIANZA.
       MOVE 0 TO WS-MAX-RECIBO-FIA.
       MOVE 0 TO WS-LEE-FIANZA.
       PERFORM COMPARAR-MAX-FIANZA UNTIL WS-LEE-FIANZA = 1.

       LEER-SIGUIENTE-FIANZA.
       MOVE "READ    LEER-SIGUIENTE-FIANZA" TO WS-ERR-DONDE
       READ FIANZAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-FIANZA.
       *>CEDULA-USUARIO, ID-INSTRUMENTO Y STATUS-INSTRUMENTO DEBEN
       *>ESTAR LLENOS POR QUIEN LLAMA.
       LIQUIDAR-FIANZA.
       MOVE "OPEN    LIQUIDAR-FIANZA" TO WS-ERR-DONDE
       OPEN I-O FIANZAS-ARCHIVO.
       MOVE 0 TO WS-FIANZA-HALLADA.
       MOVE 0 TO WS-LEE-FIANZA.
       PERFORM BUSCAR-FIANZA-RETENIDA UNTIL WS-LEE-FIANZA = 1.
       IF WS-FIANZA-HALLADA = 1
           MOVE WS-RECIBO-FIA-HALLADO TO RECIBO-FIANZA
           MOVE "READ    LIQUIDAR-FIANZA" TO WS-ERR-DONDE
           READ FIANZAS-ARCHIVO RECORD
               KEY FIA-LLAVE
                   INVALID KEY MOVE 0 TO WS-FIANZA-HALLADA
           ACCEPT FECHA-CIERRE-FIA FROM DATE YYYYMMDD
           IF STATUS-INSTRUMENTO = "Deteriorado"
               MOVE "Aplicada" TO STATUS-FIANZA
               MOVE "REWRITE LIQUIDAR-FIANZA" TO WS-ERR-DONDE
               REWRITE FIANZAS-REGISTRO
               DISPLAY " "
               DISPLAY "*** La fianza de " MONTO-FIANZA " (recibo "
                   RECIBO-FIANZA ") queda APLICADA. ***"
               PERFORM APLICAR-FIANZA-DANO
           ELSE
               MOVE "Devuelta" TO STATUS-FIANZA
               MOVE "REWRITE LIQUIDAR-FIANZA" TO WS-ERR-DONDE
               REWRITE FIANZAS-REGISTRO
               DISPLAY " "
               DISPLAY "*** Devuelva la fianza de " MONTO-FIANZA
                   " (recibo " RECIBO-FIANZA "). ***"
               PERFORM DEVOLVER-FIANZA-MONEDA
           END-IF
           MOVE SPACES TO WS-AUD-REG-TEXTO
           STRING "Fianza " RECIBO-FIANZA " " STATUS-FIANZA
           PERFORM GRABAR-AUDITORIA-TEXTO.
       CLOSE FIANZAS-ARCHIVO.

       *>LA FIANZA APLICADA CUBRE EL DANO QUE TASA EL OPERADOR; LO
       *>QUE SOBRA QUEDA A FAVOR DEL SOCIO EN SU CUENTA (VER
       *>CREDITOS.CBL) EN VEZ DE DEVOLVERSE POR FUERA DE LOS LIBROS.
       *>SI EL DANO PASA DE LA FIANZA, LA DIFERENCIA VA COMO MULTA.
       *>FIANZAS-REGISTRO DEBE TRAER LA FIANZA APLICADA.
       APLICAR-FIANZA-DANO.
       DISPLAY "Ingrese el monto del dano en dolares".
       ACCEPT WS-MONTO-DANO.
       IF WS-MONTO-DANO < MONTO-FIANZA
           COMPUTE WS-SOBRANTE-FIANZA = MONTO-FIANZA - WS-MONTO-DANO
           MOVE CEDULA-USUARIO-FIA TO WS-CRE-CEDULA
           MOVE "Credito" TO WS-CRE-TIPO
           MOVE "Fianza" TO WS-CRE-ORIGEN
           MOVE WS-SOBRANTE-FIANZA TO WS-CRE-MONTO
           MOVE "RECIBOFIA" TO WS-CRE-REF-SERIE
           MOVE RECIBO-FIANZA TO WS-CRE-REF-NUMERO
           MOVE SPACES TO WS-CRE-FORMA
           MOVE SPACES TO WS-CRE-MONEDA
           MOVE 0 TO WS-CRE-ENTREGADO
           MOVE SPACES TO WS-CRE-AUTORIZA
           PERFORM GRABAR-MOVIMIENTO-CREDITO
           DISPLAY "La fianza cubre el dano; quedan "
               WS-SOBRANTE-FIANZA " dolares a favor del socio."
       ELSE
           IF WS-MONTO-DANO > MONTO-FIANZA
               COMPUTE WS-SOBRANTE-FIANZA =
                   WS-MONTO-DANO - MONTO-FIANZA
               DISPLAY "El dano pasa de la fianza; registre una "
               DISPLAY "multa por deterioro de " WS-SOBRANTE-FIANZA
                   " en Multas."
           ELSE
               DISPLAY "La fianza cubre el dano exacto.".

       *>UNA FIANZA COBRADA EN BOLIVARES SE DEVUELVE EN BOLIVARES A
       *>LA TASA EN QUE SE COBRO, AUNQUE LA DE HOY SEA OTRA. SOLO UN
       *>SUPERVISOR DISTINTO DEL OPERADOR PUEDE AUTORIZAR DEVOLVERLA
       *>A LA TASA DEL DIA, Y ESO QUEDA EN LA AUDITORIA.
       *>FIANZAS-REGISTRO DEBE TRAER LA FIANZA QUE SE DEVUELVE.
       DEVOLVER-FIANZA-MONEDA.
       MOVE "OPEN    DEVOLVER-FIANZA-MONEDA" TO WS-ERR-DONDE
       OPEN I-O COBROS-MONEDA-ARCHIVO.
       MOVE "RECIBOFIA" TO MON-SERIE.
       MOVE RECIBO-FIANZA TO MON-NUMERO.
       MOVE "READ    DEVOLVER-FIANZA-MONEDA" TO WS-ERR-DONDE
       READ COBROS-MONEDA-ARCHIVO RECORD
           KEY MON-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       CLOSE COBROS-MONEDA-ARCHIVO.
       IF WS-INDICADOR = 1 AND MON-MONEDA = "VES"
           MOVE MON-MONTO-RECIBIDO TO WS-MON-RECIBIDO
           MOVE MON-TASA TO WS-MON-TASA
           PERFORM LEER-TASA-DEL-DIA
           IF WS-HAY-TASA = 1 AND TASA-BS NOT = MON-TASA
               DISPLAY "La fianza se cobro en bolivares a la tasa "
                   MON-TASA
               DISPLAY "y la tasa de hoy es " TASA-BS "."
               DISPLAY "¿Un supervisor autoriza devolverla a la "
               DISPLAY "tasa de hoy? (S/N)"
               ACCEPT WS-SI-NO
               PERFORM VALIDACION-TASA-DEVOLUCION
           END-IF
           DISPLAY "*** Devuelvala en bolivares: " WS-MON-RECIBIDO
               " (tasa " WS-MON-TASA ") ***".

       VALIDACION-TASA-DEVOLUCION.
       EVALUATE WS-SI-NO
       WHEN = "S" OR = "s"
           PERFORM PEDIR-AUTORIZACION-BAJA
           IF WS-AUTORIZADO = 1
               MOVE TASA-BS TO WS-MON-TASA
               COMPUTE WS-MON-RECIBIDO ROUNDED =
                   MONTO-FIANZA * WS-MON-TASA
               MOVE SPACES TO WS-AUD-REG-TEXTO
               STRING "Fianza " RECIBO-FIANZA " a tasa del dia, "
                   "autoriza " WS-SUPERVISOR-ID
                   DELIMITED BY SIZE INTO WS-AUD-REG-TEXTO
               MOVE "Tasa fianza" TO AUD-ACCION
               PERFORM GRABAR-AUDITORIA-TEXTO
           END-IF
       WHEN = "N" OR = "n"
           NEXT SENTENCE
       WHEN OTHER
           DISPLAY "Por favor ingrese S para si, o N para no."
           ACCEPT WS-SI-NO
           PERFORM VALIDACION-TASA-DEVOLUCION
       END-EVALUATE.

       BUSCAR-FIANZA-RETENIDA.
       IF STATUS-FIANZA = "Retenida"
           AND CEDULA-USUARIO-FIA = CEDULA-USUARIO
       *>WS-CHOCA-RESERVA Y LOS DATOS DEL CHOQUE EN WS-CHOCA-*.
       VERIFICAR-RESERVA-FUTURA.
       MOVE 0 TO WS-CHOCA-RESERVA.
       MOVE "OPEN    VERIFICAR-RESERVA-FUTURA" TO WS-ERR-DONDE
       OPEN I-O RESERVAS-ARCHIVO.
       MOVE ID-INSTRUMENTO TO ID-INSTRUMENTO-RES.
       MOVE ZERO TO FECHA-RESERVA.
       MOVE LOW-VALUES TO HORA-RESERVA.
       MOVE "START   VERIFICAR-RESERVA-FUTURA" TO WS-ERR-DONDE
       START RESERVAS-ARCHIVO KEY IS NOT LESS THAN RES-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-RES-FUT
           NOT INVALID KEY MOVE 0 TO WS-LEE-RES-FUT.
       CLOSE RESERVAS-ARCHIVO.

       LEER-RESERVA-FUTURA.
       MOVE "READ    LEER-RESERVA-FUTURA" TO WS-ERR-DONDE
       READ RESERVAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-RES-FUT.
       *>REPARACION SE LE RECLAMA AL PROVEEDOR EN LUGAR DE PAGARLA EL
       *>CLUB. ID-INSTRUMENTO DEBE ESTAR LLENO POR QUIEN LLAMA.
       AVISAR-GARANTIA-VIGENTE.
       MOVE "OPEN    AVISAR-GARANTIA-VIGENTE" TO WS-ERR-DONDE
       OPEN I-O ADQUISICIONES-ARCHIVO.
       MOVE ID-INSTRUMENTO TO ID-INSTRUMENTO-ADQ.
       MOVE "READ    AVISAR-GARANTIA-VIGENTE" TO WS-ERR-DONDE
       READ ADQUISICIONES-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-ADQ
               INVALID KEY     MOVE 0 TO WS-INDICADOR-GAR
       VERIFICAR-CERTIFICACION.
       MOVE 1 TO WS-CERT-OK.
       IF WS-HAY-POLITICA = 1 AND REQ-CERT-POL = "S"
           MOVE "OPEN    VERIFICAR-CERTIFICACION" TO WS-ERR-DONDE
           OPEN I-O CERTIFICACIONES-ARCHIVO
           *>EN UN PRESTAMO DE GRUPO LA CERTIFICACION QUE CUENTA ES
           *>LA DEL ENTRENADOR, QUE RESPONDE POR EL USO DEL EQUIPO.
           IF CEDULA-USUARIO(1:3) = "GRP"
               MOVE WS-RESPONSABLE-GRUPO TO CEDULA-CERT
           ELSE
               MOVE CEDULA-USUARIO TO CEDULA-CERT
           END-IF
           MOVE ID-INSTRUMENTO(1:3) TO CODIGO-TIPO-CERT
           MOVE "READ    VERIFICAR-CERTIFICACION" TO WS-ERR-DONDE
           READ CERTIFICACIONES-ARCHIVO RECORD
               KEY CERT-LLAVE
                   INVALID KEY     MOVE 0 TO WS-HAY-CERT
       *>TIPO ES EL PREFIJO DE TRES LETRAS DEL CODIGO). DEJA EL
       *>VEREDICTO EN WS-HAY-POLITICA.
       LEER-POLITICA-TIPO.
       MOVE "OPEN    LEER-POLITICA-TIPO" TO WS-ERR-DONDE
       OPEN I-O POLITICAS-ARCHIVO.
       MOVE ID-INSTRUMENTO(1:3) TO CODIGO-TIPO-POL.
       MOVE "READ    LEER-POLITICA-TIPO" TO WS-ERR-DONDE
       READ POLITICAS-ARCHIVO RECORD
           KEY CODIGO-TIPO-POL
               INVALID KEY     MOVE 0 TO WS-HAY-POLITICA
               NOT INVALID KEY MOVE 1 TO WS-HAY-POLITICA.
       CLOSE POLITICAS-ARCHIVO.
       IF CEDULA-USUARIO(1:3) = "GRP"
           PERFORM AJUSTAR-POLITICA-GRUPO
       ELSE
           IF WS-HAY-POLITICA = 1
               PERFORM AJUSTAR-POLITICA-CATEGORIA.

       *>UN GRUPO SE RIGE POR SUS PROPIOS LIMITES (VER GRUPOS.CBL) Y
       *>NO POR LA CATEGORIA DE NADIE: LOS DIAS DEL GRUPO REEMPLAZAN
       *>LOS DEL TIPO, EL TOPE POR TIPO NO APLICA (EL DEL GRUPO SE
       *>COMPRUEBA APARTE EN WS-ITEMS-MAX-GRUPO) Y, SI EL GRUPO NO
       *>PAGA TARIFAS, NO SE COBRAN NI ALQUILER NI FIANZA. AUNQUE EL
       *>TIPO NO TENGA POLITICA, LA DEL GRUPO SE APLICA IGUAL. LA
       *>TARIFA DE RETRASO NO SE TOCA: LA MULTA VA AL GRUPO.
       AJUSTAR-POLITICA-GRUPO.
       IF WS-HAY-POLITICA = 0
           MOVE ZEROS TO POLITICAS-REGISTRO
           MOVE ID-INSTRUMENTO(1:3) TO CODIGO-TIPO-POL
           MOVE SPACES TO REQ-CERT-POL
           MOVE 1 TO WS-HAY-POLITICA.
       MOVE 0 TO WS-ITEMS-MAX-GRUPO.
       PERFORM LEER-GRUPO-PRESTAMO.
       IF WS-HAY-GRUPO = 1
           MOVE 0 TO ITEMS-MAX-POL
           MOVE ITEMS-MAX-GRP TO WS-ITEMS-MAX-GRUPO
           IF DIAS-MAX-GRP > 0
               MOVE DIAS-MAX-GRP TO DIAS-MAX-POL
           END-IF
           IF COBRA-TARIFAS-GRP = "N"
               MOVE 0 TO FIANZA-POL
               MOVE 0 TO TARIFA-ALQ-POL.

       *>LEE EL GRUPO CUYO CODIGO ESTA EN CEDULA-USUARIO. DEJA EL
       *>VEREDICTO EN WS-HAY-GRUPO.
       LEER-GRUPO-PRESTAMO.
       MOVE "OPEN    LEER-GRUPO-PRESTAMO" TO WS-ERR-DONDE
       OPEN I-O GRUPOS-ARCHIVO.
       MOVE CEDULA-USUARIO TO CODIGO-GRUPO.
       MOVE "READ    LEER-GRUPO-PRESTAMO" TO WS-ERR-DONDE
       READ GRUPOS-ARCHIVO RECORD
           KEY CODIGO-GRUPO
               INVALID KEY     MOVE 0 TO WS-HAY-GRUPO
               NOT INVALID KEY MOVE 1 TO WS-HAY-GRUPO.
       CLOSE GRUPOS-ARCHIVO.

       *>AJUSTA LA POLITICA DEL TIPO SEGUN LA CATEGORIA DEL SOCIO
       *>(CATEGORIA-USR QUEDA EN EL AREA DE USUARIOS DESDE LAS
       *>CONSTRUCCION SE RESGUARDA Y SE REPONE PORQUE EL RECORRIDO
       *>USA LA MISMA AREA DE REGISTRO.
       CONTAR-ITEMS-ABIERTOS-TIPO.
       MOVE ID-INSTRUMENTO(1:3) TO WS-TIPO-CONTEO.
       PERFORM CONTAR-ITEMS-ABIERTOS.

       *>LO MISMO, PERO DE TODOS LOS TIPOS: EL TIPO EN BLANCO HACE
       *>QUE ACUMULAR-ITEM-ABIERTO CUENTE CUALQUIER INSTRUMENTO.
       CONTAR-ITEMS-ABIERTOS-GRUPO.
       MOVE SPACES TO WS-TIPO-CONTEO.
       PERFORM CONTAR-ITEMS-ABIERTOS.

       CONTAR-ITEMS-ABIERTOS.
       MOVE PRESTAMOS-REGISTRO TO WS-PRESTAMO-GUARDADO.
       MOVE CEDULA-USUARIO TO WS-CEDULA-CONTEO.
       MOVE 0 TO WS-ITEMS-ABIERTOS.
       MOVE "START   CONTAR-ITEMS-ABIERTOS" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO KEY IS NOT LESS THAN CEDULA-USUARIO
           INVALID KEY     MOVE 1 TO WS-LEE-CONTEO-ITEMS
           NOT INVALID KEY MOVE 0 TO WS-LEE-CONTEO-ITEMS.
       MOVE WS-PRESTAMO-GUARDADO TO PRESTAMOS-REGISTRO.

       LEER-SIGUIENTE-CONTEO-ITEM.
       MOVE "READ    LEER-SIGUIENTE-CONTEO-ITEM" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-CONTEO-ITEMS.
       IF CEDULA-USUARIO NOT = WS-CEDULA-CONTEO
           MOVE 1 TO WS-LEE-CONTEO-ITEMS
       ELSE
           IF (ID-INSTRUMENTO(1:3) = WS-TIPO-CONTEO
               OR WS-TIPO-CONTEO = SPACES)
               AND STATUS-INSTRUMENTO NOT = "Devuelto"
                   AND NOT = "devuelto"
               AND STATUS-PRESTAMO NOT = "Inactivo"
           PERFORM VALIDACION-VOLVER-REGISTRAR
       END-EVALUATE.

       *>PRESTAMO A NOMBRE DE UN GRUPO (VER GRUPOS.CBL). EL CODIGO
       *>DEL GRUPO OCUPA EL LUGAR DE LA CEDULA, ASI QUE LOS ITEMS, LA
       *>DEVOLUCION Y LAS MULTAS QUEDAN A CARGO DEL GRUPO Y NO DE
       *>QUIEN PASO POR EL MOSTRADOR, QUE SOLO QUEDA EN LA AUDITORIA.
       REGISTRAR-GRUPO.
       PERFORM VERIFICAR-DIA-ABIERTO.
       IF WS-DIA-OK = 0
           PERFORM VOLVER-REGISTRAR-GRUPO
       ELSE
           PERFORM REGISTRAR-GRUPO-DIA-OK.

       REGISTRAR-GRUPO-DIA-OK.
       MOVE 0 TO WS-TOTAL-ALQUILER.
       DISPLAY "---Registro de prestamo de grupo---".
       DISPLAY " ".
       DISPLAY "Indique codigo del grupo (GRP...)".
       ACCEPT CEDULA-USUARIO.
       PERFORM LEER-GRUPO-PRESTAMO.
       IF WS-HAY-GRUPO = 0 OR STATUS-GRP = "Inactivo"
           DISPLAY " "
           DISPLAY "No existe un grupo activo con ese codigo."
       ELSE
           PERFORM REGISTRAR-GRUPO-VALIDO.
       PERFORM VOLVER-REGISTRAR-GRUPO.

       REGISTRAR-GRUPO-VALIDO.
       MOVE CEDULA-USUARIO TO WS-CODIGO-GRUPO-PRE.
       MOVE CEDULA-RESPONSABLE-GRP TO WS-RESPONSABLE-GRUPO.
       DISPLAY "Grupo: " NOMBRE-GRUPO.
       DISPLAY "Responsable: " CEDULA-RESPONSABLE-GRP.
       DISPLAY " ".
       DISPLAY "Indique cedula de quien retira (el entrenador o un "
       DISPLAY "socio del plantel)".
       PERFORM PEDIR-CEDULA-SOCIO.
       MOVE WS-DOC-CEDULA TO WS-CEDULA-RETIRA.
       PERFORM VERIFICAR-RETIRA-GRUPO.
       DISPLAY " ".
       DISPLAY "Ingrese fecha del prestamo (AAAAMMDD)".
       ACCEPT FECHA-PRESTAMO.
       PERFORM VALIDACION-FECHA-PRESTAMO.
       DISPLAY " ".
       DISPLAY "Ingrese hora del prestamo".
       ACCEPT HORA-PRESTAMO.
       MOVE 1 TO ITEM-PRESTAMO.
       *>EL GRUPO NO TIENE MEMBRESIA PROPIA: LO QUE SE REVISA ES QUE
       *>SU ENTRENADOR RESPONSABLE ESTE AL DIA Y NO SUSPENDIDO.
       MOVE WS-RESPONSABLE-GRUPO TO CEDULA-USUARIO.
       PERFORM VERIFICAR-SUSPENDIDO.
       MOVE WS-CODIGO-GRUPO-PRE TO CEDULA-USUARIO.
       MOVE "OPEN    REGISTRAR-GRUPO-VALIDO" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       MOVE "OPEN    REGISTRAR-GRUPO-VALIDO" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    REGISTRAR-GRUPO-VALIDO" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-HISTORIAL-ARCHIVO.
       MOVE "OPEN    REGISTRAR-GRUPO-VALIDO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       IF WS-RETIRA-OK = 0
           DISPLAY " "
           DISPLAY "Esa cedula no es la del entrenador ni esta en el "
           DISPLAY "plantel del grupo."
       ELSE
        IF WS-USUARIO-SUSPENDIDO = 1 OR WS-MEMBRESIA-VENCIDA = 1
           DISPLAY " "
           DISPLAY "El entrenador responsable esta suspendido o con "
           DISPLAY "la membresia vencida; el grupo no puede sacar "
           DISPLAY "prestamos nuevos."
        ELSE
           *>LAS MULTAS PENDIENTES DEL GRUPO BLOQUEAN IGUAL QUE LAS
           *>DE UN SOCIO.
           PERFORM VERIFICAR-MULTAS-PENDIENTES
           IF WS-AUTORIZADO = 0
               DISPLAY " "
               DISPLAY "No se registra el prestamo."
           ELSE
               MOVE "READ    REGISTRAR-GRUPO-VALIDO" TO WS-ERR-DONDE
               READ PRESTAMOS-ARCHIVO RECORD
                   KEY PRE-LLAVE
                       INVALID KEY     MOVE 0 TO WS-INDICADOR
                       NOT INVALID KEY MOVE 1 TO WS-INDICADOR
                   END-READ
               IF WS-INDICADOR = 0
                   MOVE SPACES TO WS-AUD-REG-TEXTO
                   STRING WS-CODIGO-GRUPO-PRE " " FECHA-PRESTAMO
                       " retira " WS-CEDULA-RETIRA
                       DELIMITED BY SIZE INTO WS-AUD-REG-TEXTO
                   MOVE "Retiro grupo" TO AUD-ACCION
                   PERFORM GRABAR-AUDITORIA-TEXTO
                   PERFORM REGISTRAR-ITEM
               ELSE
                   DISPLAY " "
                   DISPLAY "Ya existe un prestamo con ese grupo, "
                   DISPLAY "fecha y hora."
               END-IF
           END-IF
        END-IF
       END-IF.
       CLOSE PRESTAMOS-ARCHIVO.
       CLOSE INSTRUMENTOS-ARCHIVO.
       CLOSE INSTRUMENTOS-HISTORIAL-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.

       *>QUIEN RETIRA DEBE SER EL ENTRENADOR RESPONSABLE O UN SOCIO
       *>DEL PLANTEL DEL GRUPO. DEJA EL VEREDICTO EN WS-RETIRA-OK.
       VERIFICAR-RETIRA-GRUPO.
       IF WS-CEDULA-RETIRA = WS-RESPONSABLE-GRUPO
           MOVE 1 TO WS-RETIRA-OK
       ELSE
           MOVE "OPEN    VERIFICAR-RETIRA-GRUPO" TO WS-ERR-DONDE
           OPEN I-O GRUPOS-MIEMBROS-ARCHIVO
           MOVE CEDULA-USUARIO TO CODIGO-GRUPO-GMI
           MOVE WS-CEDULA-RETIRA TO CEDULA-MIEMBRO-GMI
           MOVE "READ    VERIFICAR-RETIRA-GRUPO" TO WS-ERR-DONDE
           READ GRUPOS-MIEMBROS-ARCHIVO RECORD
               KEY GMI-LLAVE
                   INVALID KEY     MOVE 0 TO WS-RETIRA-OK
                   NOT INVALID KEY MOVE 1 TO WS-RETIRA-OK
           END-READ
           CLOSE GRUPOS-MIEMBROS-ARCHIVO.

       VOLVER-REGISTRAR-GRUPO.
       DISPLAY " ".
       DISPLAY "¿Que desea hacer?".
       DISPLAY "1.- Registrar otro prestamo de grupo".
       DISPLAY "2.- Volver al menu".
       DISPLAY "3.- Salir".
       DISPLAY "Ingrese numero de opcion deseada:".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-VOLVER-REG-GRUPO.

       VALIDACION-VOLVER-REG-GRUPO.
       EVALUATE WS-OPCION
       WHEN 1
           PERFORM REGISTRAR-GRUPO
       WHEN 2
           PERFORM PROGRAM-BEGIN
       WHEN 3
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-VOLVER-REG-GRUPO
       END-EVALUATE.

       ACTUALIZAR.
       DISPLAY "---Actualizar prestamos---".
       DISPLAY " ".
       DISPLAY "Indique numero de cedula del usuario".
       PERFORM PEDIR-CEDULA-SOCIO.
       MOVE WS-DOC-CEDULA TO WS-CEDULA-BUSCADA.
       MOVE "OPEN    ACTUALIZAR" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    ACTUALIZAR" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "OPEN    ACTUALIZAR" TO WS-ERR-DONDE
       OPEN I-O BLOQUEOS-ARCHIVO.
       PERFORM AVISAR-SI-VENCIDO.
       *>COMO PUEDE HABER VARIOS PRESTAMOS PARA LA MISMA CEDULA, SE MUESTRAN
       *>TODOS PRIMERO Y LUEGO SE PIDE LA FECHA/HORA DEL QUE SE QUIERE TOCAR.
       MOVE 0 TO WS-HAY-PRESTAMOS.
       MOVE WS-CEDULA-BUSCADA TO CEDULA-USUARIO.
       MOVE "START   ACTUALIZAR" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO KEY IS NOT LESS THAN CEDULA-USUARIO
           INVALID KEY MOVE 1 TO WS-INDICADOR
           NOT INVALID KEY MOVE 0 TO WS-INDICADOR.
           DISPLAY "solo instrumento)"
           ACCEPT ITEM-PRESTAMO
           MOVE WS-CEDULA-BUSCADA TO CEDULA-USUARIO
           MOVE "READ    ACTUALIZAR" TO WS-ERR-DONDE
           READ PRESTAMOS-ARCHIVO RECORD
               KEY PRE-LLAVE
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
       VERIFICAR-SUSPENDIDO.
       MOVE 0 TO WS-USUARIO-SUSPENDIDO.
       MOVE 0 TO WS-MEMBRESIA-VENCIDA.
       MOVE "OPEN    VERIFICAR-SUSPENDIDO" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE CEDULA-USUARIO TO CEDULA-USUARIO-USR.
       *>SI LA CEDULA NO EXISTE SE LIMPIA LA CATEGORIA, PARA QUE NO
       *>QUEDE LA DEL USUARIO LEIDO ANTES EN EL AREA DEL REGISTRO.
       MOVE "READ    VERIFICAR-SUSPENDIDO" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO-USR
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               MOVE FECHA-VENCIMIENTO-USR TO WS-VENC-MEMB-AVISO.
       CLOSE USUARIOS-ARCHIVO.

       *>BUSCA LA CEDULA DEL PRESTAMO EN LAS LISTAS DE SANCIONADOS
       *>QUE MANDAN LOS CLUBES ALIADOS; LA RUTINA MUESTRA EL AVISO.
       AVISAR-SANCION-ALIADOS.
       MOVE CEDULA-USUARIO TO WS-ALI-CEDULA.
       MOVE LS-CONECTAR TO WS-ALI-OPERADOR.
       MOVE LS-DIRECTORIO TO WS-ALI-DIRECTORIO.
       CALL "Aliados" USING WS-ALI-DATOS.

       *>SUMA LO QUE EL USUARIO DEBE EN MULTAS PENDIENTES (MONTO DE
       *>LA MULTA MENOS LOS ABONOS YA RECIBIDOS), LEYENDO MULTAS.DAT
       *>POR SU LLAVE ALTERNA DE CEDULA. SI DEBE ALGO, EXIGE LA
       VERIFICAR-MULTAS-PENDIENTES.
       MOVE 1 TO WS-AUTORIZADO.
       MOVE 0 TO WS-TOTAL-MULTAS-PEND.
       MOVE 0 TO WS-TOTAL-EN-CONVENIO.
       MOVE "OPEN    VERIFICAR-MULTAS-PENDIENTES" TO WS-ERR-DONDE
       OPEN I-O MULTAS-ARCHIVO.
       MOVE "OPEN    VERIFICAR-MULTAS-PENDIENTES" TO WS-ERR-DONDE
       OPEN I-O PAGOS-MULTAS-ARCHIVO.
       MOVE "OPEN    VERIFICAR-MULTAS-PENDIENTES" TO WS-ERR-DONDE
       OPEN I-O CONVENIOS-ARCHIVO.
       MOVE "OPEN    VERIFICAR-MULTAS-PENDIENTES" TO WS-ERR-DONDE
       OPEN I-O CONVENIOS-MULTAS-ARCHIVO.
       MOVE CEDULA-USUARIO TO WS-CEDULA-DEUDA.
       PERFORM SUMAR-MULTAS-DEUDOR.
       *>EL ENTRENADOR ES GARANTE DE LAS MULTAS DE SUS GRUPOS (VER
       *>GRUPOS.CBL): LO QUE SUS GRUPOS DEBEN TAMBIEN LE BLOQUEA.
       MOVE WS-TOTAL-MULTAS-PEND TO WS-MULTAS-PROPIAS.
       IF CEDULA-USUARIO(1:3) NOT = "GRP"
           PERFORM SUMAR-MULTAS-GARANTIA.
       COMPUTE WS-MULTAS-GARANTIA =
           WS-TOTAL-MULTAS-PEND - WS-MULTAS-PROPIAS.
       CLOSE MULTAS-ARCHIVO.
       CLOSE PAGOS-MULTAS-ARCHIVO.
       CLOSE CONVENIOS-ARCHIVO.
       CLOSE CONVENIOS-MULTAS-ARCHIVO.
       IF WS-TOTAL-EN-CONVENIO > 0
           DISPLAY " "
           DISPLAY "El usuario tiene multas en convenio de pago "
           DISPLAY "vigente por " WS-TOTAL-EN-CONVENIO
               " (no bloquean el prestamo).".
       IF WS-TOTAL-MULTAS-PEND > 0
           DISPLAY " "
           DISPLAY "*** El usuario tiene multas pendientes. Total "
           DISPLAY "adeudado: " WS-TOTAL-MULTAS-PEND " ***"
           IF WS-MULTAS-GARANTIA > 0
               DISPLAY "De ese total, " WS-MULTAS-GARANTIA
                   " son de grupos de los que es garante."
           END-IF
           PERFORM PEDIR-AUTORIZACION-MULTAS.

       *>SUMA LO QUE DEBE EL DEUDOR WS-CEDULA-DEUDA (UNA CEDULA O UN
       *>CODIGO DE GRUPO), LEYENDO MULTAS.DAT POR SU LLAVE ALTERNA.
       SUMAR-MULTAS-DEUDOR.
       MOVE WS-CEDULA-DEUDA TO CEDULA-USUARIO-MUL.
       MOVE "START   SUMAR-MULTAS-DEUDOR" TO WS-ERR-DONDE
       START MULTAS-ARCHIVO
           KEY IS NOT LESS THAN CEDULA-USUARIO-MUL
           INVALID KEY     MOVE 1 TO WS-LEE-MULTA
           NOT INVALID KEY MOVE 0 TO WS-LEE-MULTA.
       IF WS-LEE-MULTA = 0
           PERFORM LEER-SIGUIENTE-MULTA-REG
           PERFORM ACUMULAR-MULTA-PENDIENTE UNTIL WS-LEE-MULTA = 1.

       *>RECORRE LOS GRUPOS DE LOS QUE EL SOCIO ES RESPONSABLE, POR
       *>LA LLAVE ALTERNA DE GRUPOS.DAT, Y SUMA LO QUE DEBE CADA UNO.
       SUMAR-MULTAS-GARANTIA.
       MOVE "OPEN    SUMAR-MULTAS-GARANTIA" TO WS-ERR-DONDE
       OPEN I-O GRUPOS-ARCHIVO.
       MOVE CEDULA-USUARIO TO CEDULA-RESPONSABLE-GRP.
       MOVE "START   SUMAR-MULTAS-GARANTIA" TO WS-ERR-DONDE
       START GRUPOS-ARCHIVO
           KEY IS NOT LESS THAN CEDULA-RESPONSABLE-GRP
           INVALID KEY     MOVE 1 TO WS-LEE-GRUPO-GAR
           NOT INVALID KEY MOVE 0 TO WS-LEE-GRUPO-GAR.
       IF WS-LEE-GRUPO-GAR = 0
           PERFORM LEER-SIGUIENTE-GRUPO-GAR
           PERFORM ACUMULAR-GRUPO-GARANTIA
               UNTIL WS-LEE-GRUPO-GAR = 1.
       CLOSE GRUPOS-ARCHIVO.

       LEER-SIGUIENTE-GRUPO-GAR.
       MOVE "READ    LEER-SIGUIENTE-GRUPO-GAR" TO WS-ERR-DONDE
       READ GRUPOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-GRUPO-GAR.

       ACUMULAR-GRUPO-GARANTIA.
       IF CEDULA-RESPONSABLE-GRP NOT = CEDULA-USUARIO
           MOVE 1 TO WS-LEE-GRUPO-GAR
       ELSE
           MOVE CODIGO-GRUPO TO WS-CEDULA-DEUDA
           PERFORM SUMAR-MULTAS-DEUDOR
           PERFORM LEER-SIGUIENTE-GRUPO-GAR.

       LEER-SIGUIENTE-MULTA-REG.
       MOVE "READ    LEER-SIGUIENTE-MULTA-REG" TO WS-ERR-DONDE
       READ MULTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-MULTA.

       ACUMULAR-MULTA-PENDIENTE.
       IF CEDULA-USUARIO-MUL NOT = WS-CEDULA-DEUDA
           MOVE 1 TO WS-LEE-MULTA
       ELSE
           IF STATUS-MULTA = "Pendiente"
               PERFORM SUMAR-PAGOS-MULTA-REG
               IF MONTO-MULTA > WS-PAGADO-MULTA
                   PERFORM VERIFICAR-MULTA-EN-CONVENIO
                   IF WS-EN-CONVENIO = 1
                       COMPUTE WS-TOTAL-EN-CONVENIO =
                           WS-TOTAL-EN-CONVENIO
                           + MONTO-MULTA - WS-PAGADO-MULTA
                   ELSE
                       COMPUTE WS-TOTAL-MULTAS-PEND =
                           WS-TOTAL-MULTAS-PEND
                           + MONTO-MULTA - WS-PAGADO-MULTA
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-SIGUIENTE-MULTA-REG.

       *>DEJA WS-EN-CONVENIO EN 1 SI LA MULTA EN PANTALLA ESTA EN UN
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

       *>SUMA LOS ABONOS YA RECIBIDOS DE LA MULTA EN PANTALLA, IGUAL
       *>QUE SUMAR-PAGOS-MULTA EN MULTAS.CBL.
       SUMAR-PAGOS-MULTA-REG.
       MOVE 0 TO WS-PAGADO-MULTA.
       MOVE MUL-LLAVE TO MUL-LLAVE-PAGO.
       MOVE "START   SUMAR-PAGOS-MULTA-REG" TO WS-ERR-DONDE
       START PAGOS-MULTAS-ARCHIVO
           KEY IS NOT LESS THAN MUL-LLAVE-PAGO
           INVALID KEY     MOVE 1 TO WS-LEE-PAGO
           PERFORM ACUMULAR-PAGO-REG UNTIL WS-LEE-PAGO = 1.

       LEER-SIGUIENTE-PAGO-REG.
       MOVE "READ    LEER-SIGUIENTE-PAGO-REG" TO WS-ERR-DONDE
       READ PAGOS-MULTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-PAGO.
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
       *>PENDIENTE, SEGUN LA BANDERA QUE DEJA EL CIERRE DEL DIA EN
       *>USUARIOS.DAT (VER CIERRE.CBL).
       AVISAR-SI-VENCIDO.
       MOVE "OPEN    AVISAR-SI-VENCIDO" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE WS-CEDULA-BUSCADA TO CEDULA-USUARIO-USR.
       *>SI LA CEDULA NO EXISTE SE LIMPIA LA CATEGORIA, PARA QUE LA
       *>MULTA POR RETRASO NO SE EXONERE POR UN REGISTRO AJENO.
       MOVE "READ    AVISAR-SI-VENCIDO" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO-USR
               INVALID KEY     MOVE 0 TO WS-INDICADOR
       *>HASTA LA PRIMERA PENDIENTE. ID-INSTRUMENTO DEBE ESTAR LLENO
       *>POR QUIEN LLAMA.
       AVISAR-SI-RESERVADO.
       MOVE "OPEN    AVISAR-SI-RESERVADO" TO WS-ERR-DONDE
       OPEN I-O RESERVAS-ARCHIVO.
       MOVE 0 TO WS-RESERVA-PENDIENTE.
       MOVE ID-INSTRUMENTO TO ID-INSTRUMENTO-RES.
       MOVE ZERO TO FECHA-RESERVA.
       MOVE LOW-VALUES TO HORA-RESERVA.
       MOVE "START   AVISAR-SI-RESERVADO" TO WS-ERR-DONDE
       START RESERVAS-ARCHIVO KEY IS NOT LESS THAN RES-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-RESERVA
           NOT INVALID KEY MOVE 0 TO WS-LEE-RESERVA.
       *>(VER PROCESAR-APARTADOS EN CIERRE.CBL). ID-INSTRUMENTO Y
       *>WS-CEDULA-RESERVA DEBEN ESTAR LLENOS POR QUIEN LLAMA.
       CREAR-APARTADO.
       MOVE "OPEN    CREAR-APARTADO" TO WS-ERR-DONDE
       OPEN I-O APARTADOS-ARCHIVO.
       MOVE ID-INSTRUMENTO TO ID-INSTRUMENTO-APA.
       MOVE "READ    CREAR-APARTADO" TO WS-ERR-DONDE
       READ APARTADOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-APA
               INVALID KEY     MOVE 0 TO WS-INDICADOR-APA
       ACCEPT FECHA-APARTADO-APA FROM DATE YYYYMMDD.
       MOVE "Activo" TO STATUS-APARTADO.
       IF WS-INDICADOR-APA = 0
           MOVE "WRITE   CREAR-APARTADO" TO WS-ERR-DONDE
           WRITE APARTADOS-REGISTRO
       ELSE
           MOVE "REWRITE CREAR-APARTADO" TO WS-ERR-DONDE
           REWRITE APARTADOS-REGISTRO.
       MOVE SPACES TO WS-AUD-REG-TEXTO.
       STRING "Apartado " ID-INSTRUMENTO-APA " " CEDULA-USUARIO-APA
       DISPLAY "El apartado queda registrado en el mostrador a "
       DISPLAY "nombre de esa cedula.".
       CLOSE APARTADOS-ARCHIVO.
       MOVE ID-INSTRUMENTO TO WS-DIS-INSTRUMENTO.
       PERFORM ACTUALIZAR-DISPONIBILIDAD.

       *>SI EL INSTRUMENTO QUE SALE EN PRESTAMO ESTABA APARTADO EN EL
       *>MOSTRADOR, EL APARTADO PASA A Retirado. SI SE LO LLEVA OTRA
       *>CEDULA DISTINTA DE LA RESERVANTE, SE AVISA AL OPERADOR PARA
       *>QUE NO SE SALTE LA COLA SIN QUERER.
       MARCAR-APARTADO-RETIRADO.
       MOVE "OPEN    MARCAR-APARTADO-RETIRADO" TO WS-ERR-DONDE
       OPEN I-O APARTADOS-ARCHIVO.
       MOVE ID-INSTRUMENTO TO ID-INSTRUMENTO-APA.
       MOVE "READ    MARCAR-APARTADO-RETIRADO" TO WS-ERR-DONDE
       READ APARTADOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-APA
               INVALID KEY     MOVE 0 TO WS-INDICADOR-APA
               DISPLAY "para la cedula " CEDULA-USUARIO-APA ". ***"
           END-IF
           MOVE "Retirado" TO STATUS-APARTADO
           MOVE "REWRITE MARCAR-APARTADO-RETIRADO" TO WS-ERR-DONDE
           REWRITE APARTADOS-REGISTRO.
       CLOSE APARTADOS-ARCHIVO.

       LEER-SIGUIENTE-RESERVA.
       MOVE "READ    LEER-SIGUIENTE-RESERVA" TO WS-ERR-DONDE
       READ RESERVAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-RESERVA.
       *>LOS DIAS DE RETRASO.
       CONTAR-FERIADOS-RETRASO.
       MOVE 0 TO WS-FERIADOS-RETRASO.
       MOVE "OPEN    CONTAR-FERIADOS-RETRASO" TO WS-ERR-DONDE
       OPEN I-O FERIADOS-ARCHIVO.
       MOVE WS-FECHA-ESPERADA TO FECHA-FERIADO.
       MOVE "START   CONTAR-FERIADOS-RETRASO" TO WS-ERR-DONDE
       START FERIADOS-ARCHIVO KEY IS GREATER THAN FECHA-FERIADO
           INVALID KEY     MOVE 1 TO WS-LEE-FERIADO
           NOT INVALID KEY MOVE 0 TO WS-LEE-FERIADO.
       CLOSE FERIADOS-ARCHIVO.

       LEER-SIGUIENTE-FERIADO.
       MOVE "READ    LEER-SIGUIENTE-FERIADO" TO WS-ERR-DONDE
       READ FERIADOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-FERIADO.
           PERFORM LEER-SIGUIENTE-FERIADO.

       LEER-TARIFA-RETRASO.
       MOVE "OPEN    LEER-TARIFA-RETRASO" TO WS-ERR-DONDE
       OPEN I-O TARIFAS-ARCHIVO.
       MOVE "RETRASO" TO TARIFA-CONCEPTO.
       MOVE "READ    LEER-TARIFA-RETRASO" TO WS-ERR-DONDE
       READ TARIFAS-ARCHIVO RECORD
           KEY TARIFA-CONCEPTO
               INVALID KEY     MOVE 0 TO WS-HAY-TARIFA
       *>HAY UNA MULTA DE HOY PARA ESE USUARIO E INSTRUMENTO, NO SE
       *>DUPLICA.
       GRABAR-MULTA-RETRASO.
       MOVE "OPEN    GRABAR-MULTA-RETRASO" TO WS-ERR-DONDE
       OPEN I-O MULTAS-ARCHIVO.
       MOVE CEDULA-USUARIO TO CEDULA-USUARIO-MUL.
       MOVE ID-INSTRUMENTO TO ID-INSTRUMENTO-MUL.
       ACCEPT FECHA-MULTA FROM DATE YYYYMMDD.
       MOVE "READ    GRABAR-MULTA-RETRASO" TO WS-ERR-DONDE
       READ MULTAS-ARCHIVO RECORD
           KEY MUL-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
           MOVE "Retraso en devolucion" TO MOTIVO-MULTA
           MOVE WS-MONTO-RETRASO TO MONTO-MULTA
           MOVE "Pendiente" TO STATUS-MULTA
           MOVE "WRITE   GRABAR-MULTA-RETRASO" TO WS-ERR-DONDE
           WRITE MULTAS-REGISTRO
           MOVE SPACES TO WS-AUD-LLAVE-REG
           MOVE MUL-LLAVE TO WS-AUD-LLAVE-REG
           MOVE "Alta" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA
           DISPLAY " "
           DISPLAY "Multa por retraso registrada como Pendiente."
           PERFORM MOSTRAR-GARANTE-MULTA.
       CLOSE MULTAS-ARCHIVO.

       *>SI LA MULTA RECIEN GRABADA ES DE UN GRUPO, AVISA QUE QUEDA
       *>A CARGO DEL GRUPO CON SU ENTRENADOR COMO GARANTE.
       MOSTRAR-GARANTE-MULTA.
       IF CEDULA-USUARIO-MUL(1:3) = "GRP"
           MOVE CEDULA-USUARIO TO WS-CODIGO-GRUPO-PRE
           MOVE CEDULA-USUARIO-MUL TO CEDULA-USUARIO
           PERFORM LEER-GRUPO-PRESTAMO
           MOVE WS-CODIGO-GRUPO-PRE TO CEDULA-USUARIO
           IF WS-HAY-GRUPO = 1
               DISPLAY "La multa queda a cargo del grupo "
                   NOMBRE-GRUPO
               DISPLAY "Garante: " CEDULA-RESPONSABLE-GRP.

       *>LOS COMPONENTES EN BUEN ESTADO DEL INSTRUMENTO
       *>WS-PADRE-COMPONENTE SALEN CON EL (VER COMPONENTES EN
       *>INSTRUMENTOS.CBL): QUEDAN Prestado CON SU ENTRADA DE
       *>HISTORIAL. LOS DETERIORADOS O EXTRAVIADOS NO SALEN, Y SE LE
       *>DICE AL OPERADOR PARA QUE NO LOS BUSQUE AL ENTREGAR.
       SACAR-COMPONENTES.
       MOVE "OPEN    SACAR-COMPONENTES" TO WS-ERR-DONDE
       OPEN I-O COMPONENTES-ARCHIVO.
       MOVE "OPEN    SACAR-COMPONENTES" TO WS-ERR-DONDE
       OPEN I-O COMPONENTES-HISTORIAL-ARCHIVO.
       PERFORM BUSCAR-COMPONENTES-PADRE.
       IF WS-LEE-COMPONENTE = 0
           PERFORM LEER-SIGUIENTE-COMP-PADRE
           PERFORM SACAR-COMPONENTE UNTIL WS-LEE-COMPONENTE = 1.
       CLOSE COMPONENTES-ARCHIVO.
       CLOSE COMPONENTES-HISTORIAL-ARCHIVO.

       SACAR-COMPONENTE.
       EVALUATE STATUS-COMP
       WHEN "En buen estado"
           MOVE "Prestado" TO STATUS-COMP
           MOVE "Prestamo" TO WS-HCO-EVENTO
           PERFORM GRABAR-MOVIMIENTO-COMPONENTE
           DISPLAY "Sale con el componente " ID-COMPONENTE " "
               DESCRIPCION-COMP
       WHEN "Prestado"
       WHEN "Desincorporado"
           CONTINUE
       WHEN OTHER
           DISPLAY "NO sale el componente " ID-COMPONENTE " "
               DESCRIPCION-COMP " (" STATUS-COMP ")"
       END-EVALUATE.
       PERFORM LEER-SIGUIENTE-COMP-PADRE.

       *>AL DAR DE BAJA UN PRESTAMO SIN DEVOLVER (O AL CAMBIARLE EL
       *>INSTRUMENTO) SUS COMPONENTES VUELVEN A ESTAR EN BUEN ESTADO
       *>SIN PASAR POR LA REVISION DE LA DEVOLUCION.
       REGRESAR-COMPONENTES.
       MOVE "OPEN    REGRESAR-COMPONENTES" TO WS-ERR-DONDE
       OPEN I-O COMPONENTES-ARCHIVO.
       MOVE "OPEN    REGRESAR-COMPONENTES" TO WS-ERR-DONDE
       OPEN I-O COMPONENTES-HISTORIAL-ARCHIVO.
       PERFORM BUSCAR-COMPONENTES-PADRE.
       IF WS-LEE-COMPONENTE = 0
           PERFORM LEER-SIGUIENTE-COMP-PADRE
           PERFORM REGRESAR-COMPONENTE UNTIL WS-LEE-COMPONENTE = 1.
       CLOSE COMPONENTES-ARCHIVO.
       CLOSE COMPONENTES-HISTORIAL-ARCHIVO.

       REGRESAR-COMPONENTE.
       IF STATUS-COMP = "Prestado"
           MOVE "En buen estado" TO STATUS-COMP
           MOVE "Anulacion" TO WS-HCO-EVENTO
           PERFORM GRABAR-MOVIMIENTO-COMPONENTE.
       PERFORM LEER-SIGUIENTE-COMP-PADRE.

       *>EN LA DEVOLUCION SE PREGUNTA POR CADA COMPONENTE QUE SALIO.
       *>EL QUE REGRESA QUEDA EN BUEN ESTADO; EL QUE FALTA QUEDA
       *>Extraviado Y SE LE PROPONE AL SOCIO LA MULTA POR SU VALOR.
       REVISAR-COMPONENTES.
       MOVE "OPEN    REVISAR-COMPONENTES" TO WS-ERR-DONDE
       OPEN I-O COMPONENTES-ARCHIVO.
       MOVE "OPEN    REVISAR-COMPONENTES" TO WS-ERR-DONDE
       OPEN I-O COMPONENTES-HISTORIAL-ARCHIVO.
       PERFORM BUSCAR-COMPONENTES-PADRE.
       IF WS-LEE-COMPONENTE = 0
           PERFORM LEER-SIGUIENTE-COMP-PADRE
           PERFORM REVISAR-COMPONENTE UNTIL WS-LEE-COMPONENTE = 1.
       CLOSE COMPONENTES-ARCHIVO.
       CLOSE COMPONENTES-HISTORIAL-ARCHIVO.

       REVISAR-COMPONENTE.
       IF STATUS-COMP = "Prestado"
           DISPLAY " "
           DISPLAY "¿Regreso el componente " ID-COMPONENTE " "
               DESCRIPCION-COMP "? (S/N)"
           ACCEPT WS-SI-NO
           PERFORM VALIDACION-REGRESO-COMPONENTE.
       PERFORM LEER-SIGUIENTE-COMP-PADRE.

       VALIDACION-REGRESO-COMPONENTE.
       EVALUATE WS-SI-NO
       WHEN = "S" OR = "s"
           MOVE "En buen estado" TO STATUS-COMP
           MOVE "Devolucion" TO WS-HCO-EVENTO
           PERFORM GRABAR-MOVIMIENTO-COMPONENTE
       WHEN = "N" OR = "n"
           MOVE "Extraviado" TO STATUS-COMP
           MOVE "Faltante" TO WS-HCO-EVENTO
           PERFORM GRABAR-MOVIMIENTO-COMPONENTE
           PERFORM PROPONER-MULTA-COMPONENTE
       WHEN OTHER
           DISPLAY "Por favor ingrese S para si, o N para no."
           ACCEPT WS-SI-NO
           PERFORM VALIDACION-REGRESO-COMPONENTE
       END-EVALUATE.

       PROPONER-MULTA-COMPONENTE.
       IF VALOR-COMP = 0
           DISPLAY " "
           DISPLAY "*** El componente no tiene valor registrado: "
           DISPLAY "registre la multa a mano en Multas. ***"
       ELSE
           DISPLAY "Multa por el componente faltante: " VALOR-COMP
           DISPLAY "¿Desea registrarla? (S/N)"
           ACCEPT WS-SI-NO
           PERFORM CONFIRMAR-MULTA-COMPONENTE.

       CONFIRMAR-MULTA-COMPONENTE.
       EVALUATE WS-SI-NO
       WHEN = "S" OR = "s"
           PERFORM GRABAR-MULTA-COMPONENTE
       WHEN = "N" OR = "n"
           DISPLAY "No se registro la multa."
       WHEN OTHER
           DISPLAY "Por favor ingrese S para si, o N para no."
           ACCEPT WS-SI-NO
           PERFORM CONFIRMAR-MULTA-COMPONENTE
       END-EVALUATE.

       *>LA MULTA VA CON EL CODIGO DEL COMPONENTE EN LUGAR DEL DEL
       *>INSTRUMENTO, PARA QUE NO CHOQUE CON UNA MULTA DE RETRASO O
       *>DE REPOSICION DEL MISMO DIA NI CON LA DE OTRO COMPONENTE.
       GRABAR-MULTA-COMPONENTE.
       MOVE "OPEN    GRABAR-MULTA-COMPONENTE" TO WS-ERR-DONDE
       OPEN I-O MULTAS-ARCHIVO.
       MOVE CEDULA-USUARIO TO CEDULA-USUARIO-MUL.
       MOVE ID-COMPONENTE TO ID-INSTRUMENTO-MUL.
       ACCEPT FECHA-MULTA FROM DATE YYYYMMDD.
       MOVE "READ    GRABAR-MULTA-COMPONENTE" TO WS-ERR-DONDE
       READ MULTAS-ARCHIVO RECORD
           KEY MUL-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1
           DISPLAY " "
           DISPLAY "Ya existe una multa de hoy para ese usuario y "
           DISPLAY "componente; no se genera otra."
       ELSE
           MOVE SPACES TO MOTIVO-MULTA
           STRING "Componente faltante de " ID-INSTRUMENTO
               DELIMITED BY SIZE INTO MOTIVO-MULTA
           MOVE VALOR-COMP TO MONTO-MULTA
           MOVE "Pendiente" TO STATUS-MULTA
           MOVE "WRITE   GRABAR-MULTA-COMPONENTE" TO WS-ERR-DONDE
           WRITE MULTAS-REGISTRO
           MOVE SPACES TO WS-AUD-LLAVE-REG
           MOVE MUL-LLAVE TO WS-AUD-LLAVE-REG
           MOVE "Alta" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA
           DISPLAY " "
           DISPLAY "Multa por componente faltante registrada como "
               "Pendiente."
           PERFORM MOSTRAR-GARANTE-MULTA.
       CLOSE MULTAS-ARCHIVO.

       *>SE UBICA EN EL PRIMER COMPONENTE DE WS-PADRE-COMPONENTE POR LA
       *>LLAVE ALTERNA. DEJA WS-LEE-COMPONENTE EN 1 SI NO TIENE NINGUNO.
       BUSCAR-COMPONENTES-PADRE.
       MOVE WS-PADRE-COMPONENTE TO ID-PADRE-COMP.
       MOVE "START   BUSCAR-COMPONENTES-PADRE" TO WS-ERR-DONDE
       START COMPONENTES-ARCHIVO
           KEY IS EQUAL TO ID-PADRE-COMP
           INVALID KEY     MOVE 1 TO WS-LEE-COMPONENTE
           NOT INVALID KEY MOVE 0 TO WS-LEE-COMPONENTE.

       LEER-SIGUIENTE-COMP-PADRE.
       MOVE "READ    LEER-SIGUIENTE-COMP-PADRE" TO WS-ERR-DONDE
       READ COMPONENTES-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-COMPONENTE.
       IF WS-LEE-COMPONENTE = 0
           AND ID-PADRE-COMP NOT = WS-PADRE-COMPONENTE
           MOVE 1 TO WS-LEE-COMPONENTE.

       *>REGRABA EL COMPONENTE CON EL STATUS QUE LE PUSO QUIEN LLAMA
       *>Y DEJA EL MOVIMIENTO WS-HCO-EVENTO EN SU HISTORIAL.
       GRABAR-MOVIMIENTO-COMPONENTE.
       ACCEPT FECHA-STATUS-COMP FROM DATE YYYYMMDD.
       MOVE "REWRITE GRABAR-MOVIMIENTO-COMPONENTE" TO WS-ERR-DONDE
       REWRITE COMPONENTES-REGISTRO.
       MOVE ID-COMPONENTE TO ID-COMPONENTE-HCO.
       MOVE FECHA-STATUS-COMP TO FECHA-HCO.
       ACCEPT HORA-HCO FROM TIME.
       MOVE ID-PADRE-COMP TO ID-PADRE-HCO.
       MOVE SPACES TO ID-PADRE-ANT-HCO.
       MOVE WS-HCO-EVENTO TO EVENTO-HCO.
       MOVE STATUS-COMP TO STATUS-HCO.
       MOVE LS-CONECTAR TO OPERADOR-HCO.
       PERFORM ESCRIBIR-HISTORIAL-COMPONENTE.

       ESCRIBIR-HISTORIAL-COMPONENTE.
       MOVE "WRITE   ESCRIBIR-HISTORIAL-COMPONENTE" TO WS-ERR-DONDE
       WRITE COMPONENTES-HISTORIAL-REGISTRO
           INVALID KEY
               ADD 1 TO HORA-HCO
               PERFORM ESCRIBIR-HISTORIAL-COMPONENTE
       END-WRITE.

       *>VALIDA QUE WS-FECHA-VAL SEA UNA FECHA AAAAMMDD POSIBLE DEL
       *>CALENDARIO: MES DE 01 A 12 Y DIA DENTRO DEL MES, CON 29 DE
       *>FEBRERO SOLO EN BISIESTOS SEGUN LA REGLA GREGORIANA
               MOVE 0 TO WS-PERIODO-OK.

       LEER-PARAMETRO-CORTEPER.
       MOVE "OPEN    LEER-PARAMETRO-CORTEPER" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "CORTEPER" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-CORTEPER" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 0 TO WS-CORTEPER
           ADD 1 TO WS-DIAS-CONV.

       LISTAR-PRESTAMOS-CEDULA.
       MOVE "READ    LISTAR-PRESTAMOS-CEDULA" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1 OR CEDULA-USUARIO NOT = WS-CEDULA-BUSCADA
               MOVE "Restauracion" TO AUD-ACCION
               DISPLAY " "
               DISPLAY "Prestamo restaurado."
               IF STATUS-INSTRUMENTO NOT = "Devuelto"
                   MOVE ID-INSTRUMENTO TO WS-PADRE-COMPONENTE
                   PERFORM SACAR-COMPONENTES
               END-IF
           ELSE
               MOVE "Inactivo" TO STATUS-PRESTAMO
               MOVE "Baja" TO AUD-ACCION
               DISPLAY " "
               DISPLAY "Prestamo eliminado."
               IF STATUS-INSTRUMENTO NOT = "Devuelto"
                   PERFORM ACREDITAR-ALQUILER-BAJA
                   MOVE ID-INSTRUMENTO TO WS-PADRE-COMPONENTE
                   PERFORM REGRESAR-COMPONENTES
               END-IF
           END-IF
           MOVE "REWRITE VALIDACION-ELIMINAR" TO WS-ERR-DONDE
           REWRITE PRESTAMOS-REGISTRO
           MOVE ID-INSTRUMENTO TO WS-DIS-INSTRUMENTO
           PERFORM ACTUALIZAR-DISPONIBILIDAD
           MOVE PRE-LLAVE TO WS-AUD-LLAVE-REG
           MOVE SPACES TO WS-AUD-REG-TEXTO
           STRING WS-AUD-LLAVE-REG " Aut: " WS-SUPERVISOR-ID
           PERFORM VALIDACION-ELIMINAR
       END-EVALUATE.

       *>EL ALQUILER COBRADO POR UN PRESTAMO QUE SE DA DE BAJA ANTES
       *>DE DEVOLVERSE QUEDA A FAVOR DEL SOCIO: SE BUSCA EL RECIBO DE
       *>ALQUILER DE ESA CEDULA EN LA FECHA DEL PRESTAMO Y SE LE
       *>ACREDITA LA TARIFA DEL TIPO, CON LA AUTORIZACION DEL
       *>SUPERVISOR QUE YA APROBO LA BAJA. RESTAURAR EL PRESTAMO NO
       *>REVIERTE EL CREDITO.
       ACREDITAR-ALQUILER-BAJA.
       PERFORM LEER-POLITICA-TIPO.
       IF WS-HAY-POLITICA = 1 AND TARIFA-ALQ-POL > 0
           MOVE TARIFA-ALQ-POL TO WS-TARIFA-ANULADA
           MOVE 0 TO WS-ALQUILER-HALLADO
           MOVE "OPEN    ACREDITAR-ALQUILER-BAJA" TO WS-ERR-DONDE
           OPEN I-O INGRESOS-ARCHIVO
           MOVE 0 TO WS-LEE-INGRESO
           PERFORM LEER-SIGUIENTE-INGRESO
           PERFORM BUSCAR-ALQUILER-PRESTAMO UNTIL WS-LEE-INGRESO = 1
           CLOSE INGRESOS-ARCHIVO
           IF WS-ALQUILER-HALLADO = 1
               MOVE CEDULA-USUARIO TO WS-CRE-CEDULA
               MOVE "Credito" TO WS-CRE-TIPO
               MOVE "Cancelacion" TO WS-CRE-ORIGEN
               MOVE WS-TARIFA-ANULADA TO WS-CRE-MONTO
               MOVE "RECIBOING" TO WS-CRE-REF-SERIE
               MOVE WS-RECIBO-ANULADO TO WS-CRE-REF-NUMERO
               MOVE SPACES TO WS-CRE-FORMA
               MOVE SPACES TO WS-CRE-MONEDA
               MOVE 0 TO WS-CRE-ENTREGADO
               MOVE WS-SUPERVISOR-ID TO WS-CRE-AUTORIZA
               PERFORM GRABAR-MOVIMIENTO-CREDITO
               DISPLAY "El alquiler de " WS-TARIFA-ANULADA
                   " (recibo " WS-RECIBO-ANULADO ") queda a favor "
               DISPLAY "del socio."
           END-IF
       END-IF.

       BUSCAR-ALQUILER-PRESTAMO.
       IF CEDULA-USUARIO-ING = CEDULA-USUARIO
           AND FECHA-INGRESO = FECHA-PRESTAMO
           AND CONCEPTO-INGRESO = "Alquiler"
           AND MONTO-INGRESO NOT < WS-TARIFA-ANULADA
           MOVE RECIBO-INGRESO TO WS-RECIBO-ANULADO
           MOVE 1 TO WS-ALQUILER-HALLADO
           MOVE 1 TO WS-LEE-INGRESO
       ELSE
           PERFORM LEER-SIGUIENTE-INGRESO.

       *>PIDE EL IDENTIFICADOR Y LA CLAVE DE UN SUPERVISOR DISTINTO
       *>DEL OPERADOR CONECTADO PARA AUTORIZAR LA BAJA O RESTAURACION
       *>DE UN PRESTAMO, IGUAL QUE EN MULTAS.CBL. (LA AUTORIZACION DE
       *>PRESTAMOS CON MULTAS PENDIENTES SIGUE EN
       *>VALIDAR-CLAVE-SUPERVISOR, QUE NO EXIGE QUE SEA OTRA
       *>PERSONA.) DEJA EL VEREDICTO EN WS-AUTORIZADO.
       PEDIR-AUTORIZACION-BAJA.
       ACCEPT WS-SUPERVISOR-ID.
       DISPLAY "Ingrese clave del supervisor".
       ACCEPT WS-SUPERVISOR-CLAVE.
       MOVE "OPEN    PEDIR-AUTORIZACION-BAJA" TO WS-ERR-DONDE
       OPEN I-O OPERADORES-ARCHIVO.
       MOVE WS-SUPERVISOR-ID TO ID-OPERADOR.
       MOVE "READ    PEDIR-AUTORIZACION-BAJA" TO WS-ERR-DONDE
       READ OPERADORES-ARCHIVO RECORD
           KEY ID-OPERADOR
               INVALID KEY     MOVE 0 TO WS-INDICADOR
           MOVE CEDULA-USUARIO TO WS-CEDULA-USUARIO-1 *>GUARDAR EL REGISTRO INICIAL.
           DISPLAY " "
           DISPLAY "Ingrese nuevo numero de cedula"
           PERFORM PEDIR-CEDULA-SOCIO
           MOVE WS-DOC-CEDULA TO CEDULA-USUARIO
           MOVE CEDULA-USUARIO TO WS-CEDULA-USUARIO-2 *>GUARDAR EL REGISTRO NUEVO.
           NEXT SENTENCE
       WHEN 2

       FINAL-EDITAR-CAMPOS.
       *>VERIFICAR SI LA LLAVE INGRESADA YA EXISTE
       MOVE "READ    FINAL-EDITAR-CAMPOS" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO RECORD
           KEY PRE-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR *>NO SE ENCONTRÓ LA LLAVE.
       WHEN 0 *>SI NO EXISTE, ELIMINO ANTERIOR Y SE ESCRIBE.
           MOVE WS-PRESTAMOS-REGISTRO-1
               TO PRESTAMOS-REGISTRO
           MOVE "DELETE  FINAL-EDITAR-CAMPOS" TO WS-ERR-DONDE
           DELETE PRESTAMOS-ARCHIVO RECORD *>ELIMINO LLAVE ANTERIOR.
           MOVE "WRITE   FINAL-EDITAR-CAMPOS" TO WS-ERR-DONDE
           WRITE PRESTAMOS-REGISTRO *>ESCRIBO NUEVA LLAVE.
               FROM WS-PRESTAMOS-REGISTRO-2
       WHEN 1 *>SI YA EXISTE EN LA BASE DE DATOS, INGRESAR OTRA CEDULA
           ACCEPT WS-OPCION
           PERFORM VALIDACION-CODIGO-IGUAL
       WHEN 2 *>SI LA LLAVE ES LA MISMA, SOLO SE REESCRIBE
           MOVE "REWRITE FINAL-EDITAR-CAMPOS" TO WS-ERR-DONDE
           REWRITE PRESTAMOS-REGISTRO *>REESCRIBO LA LLAVE.
               FROM WS-PRESTAMOS-REGISTRO-2
       END-EVALUATE.
       *>EL PRESTAMO PUDO CAMBIAR DE INSTRUMENTO O DE STATUS: CUENTAN
       *>DE NUEVO EL INSTRUMENTO QUE TENIA Y EL QUE TIENE AHORA.
       IF WS-INDICADOR NOT = 1
           MOVE WS-ID-INSTRUMENTO-1 TO WS-DIS-INSTRUMENTO
           PERFORM ACTUALIZAR-DISPONIBILIDAD
           IF WS-ID-INSTRUMENTO-2 NOT = WS-ID-INSTRUMENTO-1
               MOVE WS-ID-INSTRUMENTO-2 TO WS-DIS-INSTRUMENTO
               PERFORM ACTUALIZAR-DISPONIBILIDAD.
       *>SI UN PRESTAMO SIN DEVOLVER CAMBIO DE INSTRUMENTO, LOS
       *>COMPONENTES DEL VIEJO REGRESAN Y LOS DEL NUEVO SALEN.
       IF WS-INDICADOR NOT = 1
           AND WS-ID-INSTRUMENTO-2 NOT = WS-ID-INSTRUMENTO-1
           IF WS-STATUS-INSTRUMENTO-1 NOT = "Devuelto"
               AND WS-STATUS-PRESTAMO-1 NOT = "Inactivo"
               MOVE WS-ID-INSTRUMENTO-1 TO WS-PADRE-COMPONENTE
               PERFORM REGRESAR-COMPONENTES
           END-IF
           IF WS-STATUS-INSTRUMENTO-2 NOT = "Devuelto"
               AND WS-STATUS-PRESTAMO-2 NOT = "Inactivo"
               MOVE WS-ID-INSTRUMENTO-2 TO WS-PADRE-COMPONENTE
               PERFORM SACAR-COMPONENTES
           END-IF
       END-IF.

       MOVE WS-PRESTAMOS-REGISTRO-2 TO WS-AUD-DESPUES.
       MOVE WS-CEDULA-USUARIO-2 TO WS-AUD-CEDULA-REG.
       WHEN 1
           DISPLAY " "
           DISPLAY "Por favor ingrese otro numero de cedula"
           PERFORM PEDIR-CEDULA-SOCIO
           MOVE WS-DOC-CEDULA TO CEDULA-USUARIO
           MOVE CEDULA-USUARIO TO WS-CEDULA-USUARIO-2
           PERFORM FINAL-EDITAR-CAMPOS
       WHEN 2
       DISPLAY "---Registro de devolucion---".
       DISPLAY " ".
       DISPLAY "Indique numero de cedula del usuario".
       PERFORM PEDIR-CEDULA-SOCIO.
       MOVE WS-DOC-CEDULA TO WS-CEDULA-BUSCADA.
       MOVE "OPEN    DEVOLVER-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    DEVOLVER-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    DEVOLVER-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-HISTORIAL-ARCHIVO.
       MOVE "OPEN    DEVOLVER-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "OPEN    DEVOLVER-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O BLOQUEOS-ARCHIVO.
       PERFORM AVISAR-SI-VENCIDO.
       *>COMO PUEDE HABER VARIOS PRESTAMOS PARA LA MISMA CEDULA, SE MUESTRAN
       *>TODOS PRIMERO Y LUEGO SE PIDE LA FECHA/HORA DEL QUE SE QUIERE DEVOLVER.
       MOVE 0 TO WS-HAY-PRESTAMOS.
       MOVE WS-CEDULA-BUSCADA TO CEDULA-USUARIO.
       MOVE "START   DEVOLVER-DIA-OK" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO KEY IS NOT LESS THAN CEDULA-USUARIO
           INVALID KEY MOVE 1 TO WS-INDICADOR
           NOT INVALID KEY MOVE 0 TO WS-INDICADOR.
           DISPLAY "solo instrumento)"
           ACCEPT ITEM-PRESTAMO
           MOVE WS-CEDULA-BUSCADA TO CEDULA-USUARIO
           MOVE "READ    DEVOLVER-DIA-OK" TO WS-ERR-DONDE
           READ PRESTAMOS-ARCHIVO RECORD
               KEY PRE-LLAVE
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
       ACCEPT FECHA-DEVOLUCION FROM DATE YYYYMMDD.
       ACCEPT WS-HORA-STATUS-HIST FROM TIME.
       MOVE WS-HORA-STATUS-HIST TO HORA-DEVOLUCION.
       MOVE "REWRITE COMPLETAR-DEVOLUCION" TO WS-ERR-DONDE
       REWRITE PRESTAMOS-REGISTRO.
       PERFORM ACTUALIZAR-STATUS-DEVOLUCION.
       MOVE UBICACION-INV TO WS-EST-SEDE.
       MOVE ID-INSTRUMENTO TO WS-DIS-INSTRUMENTO.
       PERFORM ACTUALIZAR-DISPONIBILIDAD.
       MOVE PRE-LLAVE TO WS-AUD-LLAVE-REG.
       MOVE "Devolucion" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
           DISPLAY "Deteriorado: abra su orden de "
           DISPLAY "reparacion en Reparaciones. ***"
           PERFORM AVISAR-GARANTIA-VIGENTE.
       *>CADA COMPONENTE QUE SALIO CON EL INSTRUMENTO SE CHEQUEA; EL
       *>QUE FALTA SE LE MULTA AL SOCIO POR SU VALOR.
       MOVE ID-INSTRUMENTO TO WS-PADRE-COMPONENTE.
       PERFORM REVISAR-COMPONENTES.
       PERFORM LIQUIDAR-FIANZA.
       *>UN EQUIPO PERDIDO SE COBRA POR REPOSICION, NO POR RETRASO.
       *>SI EN CAMBIO REGRESA, SE REVIERTE LA REPOSICION QUE SE LE
       *>HUBIERA COBRADO AL SOCIO POR HABERLO PERDIDO.
       IF STATUS-INSTRUMENTO = "Extraviado"
           PERFORM PROPONER-CARGO-REPOSICION
       ELSE
           PERFORM REVERTIR-CARGO-REPOSICION
           PERFORM CALCULAR-MULTA-RETRASO.
       *>LO QUE ESTA BAJO UN LLAMADO DEL FABRICANTE NO SE APARTA
       *>PARA NINGUNA RESERVA: QUEDA RETENIDO HASTA RESOLVERLO.
       PERFORM RECIBIR-UNIDAD-LLAMADO.
       IF WS-EN-LLAMADO = 1
           MOVE 0 TO WS-RESERVA-PENDIENTE
       ELSE
           PERFORM AVISAR-SI-RESERVADO.
       *>LO APARTADO QUEDA EN EL MOSTRADOR; LO DETERIORADO VA A
       *>REPARACION, LO LLAMADO POR EL FABRICANTE SE RETIENE Y LO
       *>EXTRAVIADO NO ESTA.
       IF WS-RESERVA-PENDIENTE = 0
           AND WS-EN-LLAMADO = 0
           AND STATUS-INSTRUMENTO NOT = "Deteriorado"
           AND STATUS-INSTRUMENTO NOT = "Extraviado"
           PERFORM INDICAR-ESTANTE-DEVOLUCION.
       PERFORM LIBERAR-BLOQUEO.

       *>LE DICE AL OPERADOR EN QUE ESTANTE VA EL INSTRUMENTO
       *>DEVUELTO. WS-EST-SEDE DEBE TENER LA SEDE DEL INSTRUMENTO.
       INDICAR-ESTANTE-DEVOLUCION.
       MOVE WS-EST-SEDE TO WS-SEDE-ESTANTE-DEV.
       MOVE ID-INSTRUMENTO TO WS-EST-INSTRUMENTO.
       MOVE "L" TO WS-EST-ACCION.
       PERFORM LLAMAR-ESTANTES.
       DISPLAY " ".
       IF WS-EST-HALLADO = 1 AND WS-EST-SEDE = WS-SEDE-ESTANTE-DEV
           DISPLAY "*** Guarde el instrumento en el estante "
               WS-EST-ESTANTE " de la sede " WS-EST-SEDE ". ***"
       ELSE
           DISPLAY "*** El instrumento no tiene estante en la sede "
               WS-SEDE-ESTANTE-DEV "; asignele uno en "
           DISPLAY "Instrumentos. ***".

       *>EL EQUIPO REGRESO COMO Extraviado: SE PROPONE AL SOCIO EL
       *>CARGO DE REPOSICION A VALOR EN LIBROS (VER
       *>CALCULAR-CARGO-REPOSICION) Y QUEDA COMO MULTA PENDIENTE.
       PROPONER-CARGO-REPOSICION.
       MOVE ID-INSTRUMENTO TO WS-ID-REPOSICION.
       PERFORM CALCULAR-CARGO-REPOSICION.
       IF WS-CARGO-PROPUESTO = 0
           DISPLAY " "
           DISPLAY "*** El instrumento no tiene valor de adquisicion "
           DISPLAY "ni en libros: registre la reposicion a mano en "
           DISPLAY "Multas. ***"
       ELSE
           PERFORM PEDIR-MONTO-REPOSICION
           PERFORM GRABAR-MULTA-REPOSICION.

       GRABAR-MULTA-REPOSICION.
       MOVE "OPEN    GRABAR-MULTA-REPOSICION" TO WS-ERR-DONDE
       OPEN I-O MULTAS-ARCHIVO.
       MOVE CEDULA-USUARIO TO CEDULA-USUARIO-MUL.
       MOVE ID-INSTRUMENTO TO ID-INSTRUMENTO-MUL.
       ACCEPT FECHA-MULTA FROM DATE YYYYMMDD.
       MOVE "READ    GRABAR-MULTA-REPOSICION" TO WS-ERR-DONDE
       READ MULTAS-ARCHIVO RECORD
           KEY MUL-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1
           DISPLAY " "
           DISPLAY "Ya existe una multa de hoy para ese usuario e "
           DISPLAY "instrumento; no se genera otra."
       ELSE
           MOVE "Reposicion por extravio" TO MOTIVO-MULTA
           MOVE WS-MONTO-REPOSICION TO MONTO-MULTA
           MOVE "Pendiente" TO STATUS-MULTA
           MOVE "WRITE   GRABAR-MULTA-REPOSICION" TO WS-ERR-DONDE
           WRITE MULTAS-REGISTRO
           MOVE SPACES TO WS-AUD-LLAVE-REG
           MOVE MUL-LLAVE TO WS-AUD-LLAVE-REG
           MOVE "Alta" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA
           IF WS-MOTIVO-REBAJA NOT = SPACES
               PERFORM AUDITAR-REBAJA-REPOSICION
           END-IF
           DISPLAY " "
           DISPLAY "Cargo de reposicion registrado como Pendiente."
           PERFORM MOSTRAR-GARANTE-MULTA.
       CLOSE MULTAS-ARCHIVO.

       *>EL EQUIPO APARECIO Y SE DEVOLVIO: TODO CARGO DE REPOSICION
       *>ACTIVO (Pendiente O Pagada) DE ESE SOCIO POR ESE INSTRUMENTO
       *>QUEDA Revertida, Y LO QUE YA SE HUBIERA PAGADO SE LE
       *>REINTEGRA (VER REINTEGRAR-PAGOS-MULTA).
       REVERTIR-CARGO-REPOSICION.
       MOVE "OPEN    REVERTIR-CARGO-REPOSICION" TO WS-ERR-DONDE
       OPEN I-O MULTAS-ARCHIVO.
       MOVE "OPEN    REVERTIR-CARGO-REPOSICION" TO WS-ERR-DONDE
       OPEN I-O PAGOS-MULTAS-ARCHIVO.
       MOVE "OPEN    REVERTIR-CARGO-REPOSICION" TO WS-ERR-DONDE
       OPEN I-O REINTEGROS-ARCHIVO.
       MOVE 0 TO WS-REVERTIDAS.
       MOVE CEDULA-USUARIO TO CEDULA-USUARIO-MUL.
       MOVE "START   REVERTIR-CARGO-REPOSICION" TO WS-ERR-DONDE
       START MULTAS-ARCHIVO
           KEY IS NOT LESS THAN CEDULA-USUARIO-MUL
           INVALID KEY     MOVE 1 TO WS-LEE-MULTA
           NOT INVALID KEY MOVE 0 TO WS-LEE-MULTA.
       IF WS-LEE-MULTA = 0
           PERFORM LEER-SIGUIENTE-MULTA-REG
           PERFORM REVISAR-CARGO-REPOSICION UNTIL WS-LEE-MULTA = 1.
       CLOSE MULTAS-ARCHIVO.
       CLOSE PAGOS-MULTAS-ARCHIVO.
       CLOSE REINTEGROS-ARCHIVO.

       REVISAR-CARGO-REPOSICION.
       IF CEDULA-USUARIO-MUL NOT = CEDULA-USUARIO
           MOVE 1 TO WS-LEE-MULTA
       ELSE
           IF ID-INSTRUMENTO-MUL = ID-INSTRUMENTO
               AND MOTIVO-MULTA = "Reposicion por extravio"
               AND (STATUS-MULTA = "Pendiente"
                    OR STATUS-MULTA = "Pagada")
               PERFORM REVERTIR-MULTA-REPOSICION
           END-IF
           PERFORM LEER-SIGUIENTE-MULTA-REG.

       REVERTIR-MULTA-REPOSICION.
       MOVE MULTAS-REGISTRO TO WS-AUD-ANTES.
       MOVE "Revertida" TO STATUS-MULTA.
       MOVE "REWRITE REVERTIR-MULTA-REPOSICION" TO WS-ERR-DONDE
       REWRITE MULTAS-REGISTRO.
       MOVE MULTAS-REGISTRO TO WS-AUD-DESPUES.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       MOVE MUL-LLAVE TO WS-AUD-LLAVE-REG.
       MOVE "Reversion" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       ADD 1 TO WS-REVERTIDAS.
       DISPLAY " ".
       DISPLAY "*** El instrumento aparecio: el cargo de reposicion ".
       DISPLAY "del " FECHA-MULTA " por " MONTO-MULTA
           " queda REVERTIDO. ***".
       PERFORM REINTEGRAR-PAGOS-MULTA.

       *>CADA ABONO DE LA MULTA REVERTIDA SE DEVUELVE CON SU PROPIO
       *>REINTEGRO, EN LA FORMA Y LA MONEDA EN QUE SE PAGO.
       REINTEGRAR-PAGOS-MULTA.
       MOVE MUL-LLAVE TO MUL-LLAVE-PAGO.
       MOVE "START   REINTEGRAR-PAGOS-MULTA" TO WS-ERR-DONDE
       START PAGOS-MULTAS-ARCHIVO
           KEY IS NOT LESS THAN MUL-LLAVE-PAGO
           INVALID KEY     MOVE 1 TO WS-LEE-PAGO
           NOT INVALID KEY MOVE 0 TO WS-LEE-PAGO.
       IF WS-LEE-PAGO = 0
           PERFORM LEER-SIGUIENTE-PAGO-REG
           PERFORM REINTEGRAR-PAGO UNTIL WS-LEE-PAGO = 1.

       REINTEGRAR-PAGO.
       IF MUL-LLAVE-PAGO NOT = MUL-LLAVE
           MOVE 1 TO WS-LEE-PAGO
       ELSE
           PERFORM GRABAR-DATOS-REINTEGRO
           PERFORM LEER-SIGUIENTE-PAGO-REG.

       *>UN PAGO COBRADO EN BOLIVARES SE DEVUELVE EN BOLIVARES A LA
       *>TASA EN QUE SE COBRO, IGUAL QUE LA FIANZA.
       GRABAR-DATOS-REINTEGRO.
       MOVE "REINTEGRO" TO WS-CORR-SERIE.
       PERFORM TOMAR-CORRELATIVO.
       MOVE WS-CORR-NUMERO TO RECIBO-REINTEGRO.
       MOVE MUL-LLAVE-PAGO TO MUL-LLAVE-RIN.
       MOVE RECIBO-PAGO TO RECIBO-PAGO-RIN.
       ACCEPT FECHA-REINTEGRO FROM DATE YYYYMMDD.
       MOVE MONTO-PAGO TO MONTO-REINTEGRO.
       MOVE FORMA-PAGO TO FORMA-REINTEGRO.
       MOVE "USD" TO MONEDA-REINTEGRO.
       MOVE MONTO-PAGO TO ENTREGADO-REINTEGRO.
       MOVE "OPEN    GRABAR-DATOS-REINTEGRO" TO WS-ERR-DONDE
       OPEN I-O COBROS-MONEDA-ARCHIVO.
       MOVE "RECIBOMUL" TO MON-SERIE.
       MOVE RECIBO-PAGO TO MON-NUMERO.
       MOVE "READ    GRABAR-DATOS-REINTEGRO" TO WS-ERR-DONDE
       READ COBROS-MONEDA-ARCHIVO RECORD
           KEY MON-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       CLOSE COBROS-MONEDA-ARCHIVO.
       IF WS-INDICADOR = 1 AND MON-MONEDA = "VES"
           MOVE "VES" TO MONEDA-REINTEGRO
           MOVE MON-MONTO-RECIBIDO TO ENTREGADO-REINTEGRO.
       MOVE LS-CONECTAR TO OPERADOR-RIN.
       PERFORM GRABAR-REINTEGRO.
       DISPLAY "*** Devuelva al socio " ENTREGADO-REINTEGRO " "
           MONEDA-REINTEGRO " (" FORMA-REINTEGRO ") ***".
       DISPLAY "    Reintegro " RECIBO-REINTEGRO " del pago "
           RECIBO-PAGO-RIN.
       MOVE SPACES TO WS-AUD-REG-TEXTO.
       STRING "Reintegro " RECIBO-REINTEGRO " pago " RECIBO-PAGO-RIN
           DELIMITED BY SIZE INTO WS-AUD-REG-TEXTO.
       MOVE "Reintegro" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA-TEXTO.

       GRABAR-REINTEGRO.
       MOVE "WRITE   GRABAR-REINTEGRO" TO WS-ERR-DONDE
       WRITE REINTEGROS-REGISTRO
           INVALID KEY
               PERFORM TOMAR-CORRELATIVO
               MOVE WS-CORR-NUMERO TO RECIBO-REINTEGRO
               PERFORM GRABAR-REINTEGRO
       END-WRITE.

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
       MOVE SPACES TO WS-AUD-REG-TEXTO.
       STRING MUL-LLAVE " " WS-MOTIVO-REBAJA(1:30)
           DELIMITED BY SIZE INTO WS-AUD-REG-TEXTO.
       MOVE "Rebaja" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA-TEXTO.


       PEDIR-GRADO-CONDICION.
       DISPLAY "Ingrese grado de condicion (A=como nuevo, B=bueno, ".
       DISPLAY "C=gastado, D=malo)".
       DISPLAY " ".
       DISPLAY "Escanee o digite el codigo del instrumento devuelto".
       ACCEPT WS-ID-DEVUELTO.
       MOVE "OPEN    DEVOLVER-POR-CODIGO-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    DEVOLVER-POR-CODIGO-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    DEVOLVER-POR-CODIGO-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-HISTORIAL-ARCHIVO.
       MOVE "OPEN    DEVOLVER-POR-CODIGO-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "OPEN    DEVOLVER-POR-CODIGO-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O BLOQUEOS-ARCHIVO.
       MOVE 0 TO WS-ENCONTRO-DEVOLUCION.
       MOVE WS-ID-DEVUELTO TO ID-INSTRUMENTO.
       MOVE "START   DEVOLVER-POR-CODIGO-DIA-OK" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO KEY IS NOT LESS THAN ID-INSTRUMENTO
           INVALID KEY     MOVE 1 TO WS-LEE-DEVOLUCION
           NOT INVALID KEY MOVE 0 TO WS-LEE-DEVOLUCION.
           PERFORM CONFIRMAR-DEVOLUCION-CODIGO.

       LEER-PRESTAMO-DEVOLUCION.
       MOVE "READ    LEER-PRESTAMO-DEVOLUCION" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-DEVOLUCION.
       *>NOMBRE DEL USUARIO SEGUN USUARIOS.DAT, PARA QUE EL OPERADOR
       *>VERIFIQUE ANTES DE CONFIRMAR.
       MOSTRAR-DUENO-DEVOLUCION.
       MOVE "OPEN    MOSTRAR-DUENO-DEVOLUCION" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE CEDULA-USUARIO TO CEDULA-USUARIO-USR.
       MOVE "READ    MOSTRAR-DUENO-DEVOLUCION" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO-USR
               INVALID KEY     MOVE SPACES TO NOMBRE-USUARIO-USR
       MOVE FECHA-PRESTAMO TO WS-COMP-FECHA.
       MOVE HORA-PRESTAMO TO WS-COMP-HORA.

       MOVE "OPEN    GENERAR-COMPROBANTE" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE WS-COMP-CEDULA TO CEDULA-USUARIO-USR.
       MOVE SPACES TO WS-COMP-CATEGORIA.
       MOVE "READ    GENERAR-COMPROBANTE" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO-USR
               INVALID KEY     MOVE SPACES TO WS-COMP-NOMBRE
               NOT INVALID KEY MOVE NOMBRE-USUARIO-USR
                   TO WS-COMP-NOMBRE
                   MOVE CATEGORIA-USR TO WS-COMP-CATEGORIA.
       MOVE 0 TO WS-COMP-MENOR.
       IF WS-COMP-CEDULA(1:3) NOT = "GRP"
           PERFORM BUSCAR-REPRESENTANTE-COMP.
       CLOSE USUARIOS-ARCHIVO.
       IF WS-COMP-CEDULA(1:3) = "GRP"
           PERFORM LEER-GRUPO-PRESTAMO
           MOVE NOMBRE-GRUPO TO WS-COMP-NOMBRE
           MOVE "grupo" TO WS-COMP-CATEGORIA.

       *>SI EL KIT TRAE TIPOS CON TARIFA DE ALQUILER, EL COBRO SE
       *>REGISTRA AQUI, ANTES DE IMPRIMIR, PARA QUE EL RECIBO SALGA
       *>TRANSACCION: EL SEGUNDO KIT DEL MISMO SOCIO EN EL MISMO DIA
       *>ES OTRO COMPROBANTE, NO PISA EL PRIMERO.
       MOVE SPACES TO WS-COMPROBANTE-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "comprobante_" DELIMITED BY SIZE
           WS-COMP-CEDULA DELIMITED BY SPACE
           "_" WS-COMP-FECHA "_" DELIMITED BY SIZE
           WS-COMP-HORA DELIMITED BY SPACE
       CLOSE COMPROBANTE-ARCHIVO.
       DISPLAY " ".
       DISPLAY "Comprobante grabado en " WS-COMPROBANTE-RUTA.
       IF WS-COMP-MENOR = 1
           DISPLAY "Socio menor de edad: el comprobante lo firma su"
           DISPLAY "representante " WS-COMP-REP-NOMBRE.

       *>SI EL SOCIO DEL COMPROBANTE TIENE UNA REPRESENTACION Vigente
       *>Y AUN NO CUMPLE LOS AÑOS DEL PARAMETRO MAYORIA, TRAE LOS
       *>DATOS DE SU REPRESENTANTE. USUARIOS-ARCHIVO DEBE ESTAR
       *>ABIERTO.
       BUSCAR-REPRESENTANTE-COMP.
       MOVE "OPEN    BUSCAR-REPRESENTANTE-COMP" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-NACIMIENTO-ARCHIVO.
       MOVE WS-COMP-CEDULA TO CEDULA-USUARIO-NAC.
       MOVE "READ    BUSCAR-REPRESENTANTE-COMP" TO WS-ERR-DONDE
       READ USUARIOS-NACIMIENTO-ARCHIVO RECORD
           KEY CEDULA-USUARIO-NAC
               INVALID KEY     MOVE 0 TO WS-COMP-MENOR
               NOT INVALID KEY MOVE 1 TO WS-COMP-MENOR.
       IF WS-COMP-MENOR = 1
           IF STATUS-REPRESENTACION-NAC NOT = "Vigente"
               MOVE 0 TO WS-COMP-MENOR
           ELSE
               PERFORM LEER-PARAMETRO-MAYORIA-COMP
               COMPUTE WS-FECHA-MAYORIA-COMP =
                   FECHA-NACIMIENTO-NAC + WS-MAYORIA-COMP * 10000
               IF WS-FECHA-HOY-COMP NOT < WS-FECHA-MAYORIA-COMP
                   MOVE 0 TO WS-COMP-MENOR.
       IF WS-COMP-MENOR = 1
           MOVE CEDULA-REPRESENTANTE-NAC TO WS-COMP-REP-CEDULA
           MOVE PARENTESCO-NAC TO WS-COMP-REP-PARENTESCO
           MOVE CEDULA-REPRESENTANTE-NAC TO CEDULA-USUARIO-USR
           MOVE "READ    BUSCAR-REPRESENTANTE-COMP" TO WS-ERR-DONDE
           READ USUARIOS-ARCHIVO RECORD
               KEY CEDULA-USUARIO-USR
                   INVALID KEY     MOVE SPACES TO WS-COMP-REP-NOMBRE
                   NOT INVALID KEY MOVE NOMBRE-USUARIO-USR
                       TO WS-COMP-REP-NOMBRE
           END-READ.
       CLOSE USUARIOS-NACIMIENTO-ARCHIVO.

       LEER-PARAMETRO-MAYORIA-COMP.
       ACCEPT WS-FECHA-HOY-COMP FROM DATE YYYYMMDD.
       MOVE "OPEN    LEER-PARAMETRO-MAYORIA-COMP" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "MAYORIA" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-MAYORIA-COMP" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 18 TO WS-MAYORIA-COMP
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-MAYORIA-COMP.
       CLOSE PARAMETROS-ARCHIVO.

       *>COBRA EL ALQUILER DEL KIT: LE ASIGNA EL SIGUIENTE RECIBO
       *>DE LA SERIE RECIBOING Y DEJA EL COBRO CON SU CONSTANCIA EN
       *>LA AUDITORIA. EL DINERO SE CONCILIA EN EL CUADRE DE CAJA.
       *>SI EL SOCIO TIENE SALDO A FAVOR (VER CREDITOS.CBL) PUEDE
       *>PAGAR CON EL TODO O PARTE DEL ALQUILER; SOLO LO QUE FALTA SE
       *>COBRA EN CAJA. EL RECIBO LLEVA SIEMPRE EL ALQUILER COMPLETO.
       COBRAR-ALQUILER.
       DISPLAY " ".
       DISPLAY "Alquiler a cobrar: " WS-TOTAL-ALQUILER " dolares.".
       MOVE 0 TO WS-ALQ-CON-SALDO.
       MOVE WS-COMP-CEDULA TO WS-CRE-CEDULA.
       PERFORM LEER-SALDO-CREDITO.
       IF WS-SALDO-CREDITO > 0
           DISPLAY "El socio tiene " WS-SALDO-CREDITO
               " dolares a favor."
           DISPLAY "¿Lo aplica al alquiler? (S/N)"
           ACCEPT WS-SI-NO
           PERFORM VALIDACION-SALDO-ALQUILER.
       COMPUTE WS-MON-BASE = WS-TOTAL-ALQUILER - WS-ALQ-CON-SALDO.
       IF WS-MON-BASE > 0
           PERFORM PEDIR-MONEDA-COBRO.
       MOVE "OPEN    COBRAR-ALQUILER" TO WS-ERR-DONDE
       OPEN I-O INGRESOS-ARCHIVO.
       MOVE "RECIBOING" TO WS-CORR-SERIE.
       PERFORM TOMAR-CORRELATIVO.
       MOVE WS-CORR-NUMERO TO RECIBO-INGRESO.
       MOVE WS-COMP-CEDULA TO CEDULA-USUARIO-ING.
       ACCEPT FECHA-INGRESO FROM DATE YYYYMMDD.
       MOVE WS-TOTAL-ALQUILER TO MONTO-INGRESO.
       MOVE "Alquiler" TO CONCEPTO-INGRESO.
       PERFORM GRABAR-INGRESO-ALQUILER.
       MOVE RECIBO-INGRESO TO WS-RECIBO-ALQUILER.
       CLOSE INGRESOS-ARCHIVO.
       IF WS-MON-BASE > 0
           MOVE RECIBO-INGRESO TO WS-MON-NUMERO
           PERFORM GRABAR-MONEDA-COBRO.
       IF WS-ALQ-CON-SALDO > 0
           MOVE "Debito" TO WS-CRE-TIPO
           MOVE "Alquiler" TO WS-CRE-ORIGEN
           MOVE WS-ALQ-CON-SALDO TO WS-CRE-MONTO
           MOVE "RECIBOING" TO WS-CRE-REF-SERIE
           MOVE WS-RECIBO-ALQUILER TO WS-CRE-REF-NUMERO
           MOVE SPACES TO WS-CRE-FORMA
           MOVE SPACES TO WS-CRE-MONEDA
           MOVE 0 TO WS-CRE-ENTREGADO
           MOVE SPACES TO WS-CRE-AUTORIZA
           PERFORM GRABAR-MOVIMIENTO-CREDITO
           DISPLAY "Pagado con saldo a favor: " WS-ALQ-CON-SALDO.
       MOVE "IVAALQUILER" TO WS-FIS-PARAM.
       MOVE "Alquiler" TO WS-FIS-CONCEPTO.
       MOVE WS-TOTAL-ALQUILER TO WS-FIS-TOTAL.
       MOVE WS-COMP-CEDULA TO WS-FIS-CEDULA.
       MOVE "RECIBOING" TO WS-FIS-SERIE.
       MOVE WS-RECIBO-ALQUILER TO WS-FIS-RECIBO.
       PERFORM EMITIR-DOCUMENTO-FISCAL.
       DISPLAY " ".
       DISPLAY "*** Cobre el alquiler de " WS-TOTAL-ALQUILER
           ". Recibo: " WS-RECIBO-ALQUILER " ***".
       MOVE SPACES TO WS-AUD-REG-TEXTO.
       STRING "Alquiler " WS-RECIBO-ALQUILER " " WS-COMP-CEDULA
           " control " WS-FIS-CONTROL
           DELIMITED BY SIZE INTO WS-AUD-REG-TEXTO.
       MOVE "Ingreso" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA-TEXTO.

       VALIDACION-SALDO-ALQUILER.
       EVALUATE WS-SI-NO
       WHEN = "S" OR = "s"
           IF WS-SALDO-CREDITO < WS-TOTAL-ALQUILER
               MOVE WS-SALDO-CREDITO TO WS-ALQ-CON-SALDO
           ELSE
               MOVE WS-TOTAL-ALQUILER TO WS-ALQ-CON-SALDO
           END-IF
       WHEN = "N" OR = "n"
           NEXT SENTENCE
       WHEN OTHER
           DISPLAY "Por favor ingrese S para si, o N para no."
           ACCEPT WS-SI-NO
           PERFORM VALIDACION-SALDO-ALQUILER
       END-EVALUATE.

       BUSCAR-MAX-RECIBO-INGRESO.
       MOVE 0 TO WS-MAX-RECIBO-ING.
       MOVE 0 TO WS-LEE-INGRESO.
       PERFORM COMPARAR-MAX-INGRESO UNTIL WS-LEE-INGRESO = 1.

       LEER-SIGUIENTE-INGRESO.
       MOVE "READ    LEER-SIGUIENTE-INGRESO" TO WS-ERR-DONDE
       READ INGRESOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-INGRESO.
           MOVE "Centro Deportivo - Comprobante (copia para el club)"
               TO WS-LINEA-COMP.
       PERFORM IMPRIMIR-COMPROBANTE.
       IF WS-COMP-REIMPRESION = 1
           MOVE SPACES TO WS-LINEA-COMP
           STRING "Reimpresion por cambio de equipo del " WS-CAM-FECHA
               DELIMITED BY SIZE INTO WS-LINEA-COMP
           PERFORM IMPRIMIR-COMPROBANTE.
       MOVE SPACES TO WS-LINEA-COMP.
       STRING "Cedula: " WS-COMP-CEDULA " Nombre: " WS-COMP-NOMBRE
           DELIMITED BY SIZE INTO WS-LINEA-COMP.
       STRING "Categoria: " WS-COMP-CATEGORIA
           DELIMITED BY SIZE INTO WS-LINEA-COMP.
       PERFORM IMPRIMIR-COMPROBANTE.
       IF WS-COMP-MENOR = 1
           MOVE SPACES TO WS-LINEA-COMP
           STRING "Socio menor de edad. Representante: "
               WS-COMP-REP-CEDULA " (" DELIMITED BY SIZE
               WS-COMP-REP-PARENTESCO DELIMITED BY "  "
               ")" DELIMITED BY SIZE INTO WS-LINEA-COMP
           PERFORM IMPRIMIR-COMPROBANTE
           MOVE SPACES TO WS-LINEA-COMP
           STRING "  " WS-COMP-REP-NOMBRE
               DELIMITED BY SIZE INTO WS-LINEA-COMP
           PERFORM IMPRIMIR-COMPROBANTE.
       IF WS-COMP-CEDULA(1:3) = "GRP"
           MOVE SPACES TO WS-LINEA-COMP
           STRING "Responsable: " WS-RESPONSABLE-GRUPO
               " Retira: " WS-CEDULA-RETIRA
               DELIMITED BY SIZE INTO WS-LINEA-COMP
           PERFORM IMPRIMIR-COMPROBANTE.
       MOVE SPACES TO WS-LINEA-COMP.
       STRING "Fecha del prestamo: " WS-COMP-FECHA
           " Hora: " WS-COMP-HORA
           STRING "Alquiler cobrado: " WS-TOTAL-ALQUILER
               " Recibo: " WS-RECIBO-ALQUILER
               DELIMITED BY SIZE INTO WS-LINEA-COMP
           PERFORM IMPRIMIR-COMPROBANTE
           IF WS-ALQ-CON-SALDO > 0
               MOVE SPACES TO WS-LINEA-COMP
               STRING "  Pagado con saldo a favor: " WS-ALQ-CON-SALDO
                   DELIMITED BY SIZE INTO WS-LINEA-COMP
               PERFORM IMPRIMIR-COMPROBANTE
           END-IF
           MOVE SPACES TO WS-LINEA-COMP
           STRING "  Base imponible: " WS-FIS-BASE
               " IVA " WS-FIS-TASA "%: " WS-FIS-IVA
               DELIMITED BY SIZE INTO WS-LINEA-COMP
           PERFORM IMPRIMIR-COMPROBANTE
           MOVE SPACES TO WS-LINEA-COMP
           STRING "  Total: " WS-FIS-TOTAL
               " Numero de control fiscal: " WS-FIS-CONTROL
               DELIMITED BY SIZE INTO WS-LINEA-COMP
           PERFORM IMPRIMIR-COMPROBANTE.
       MOVE " " TO WS-LINEA-COMP.
       PERFORM IMPRIMIR-COMPROBANTE.
       IF WS-COMP-MENOR = 1
           MOVE "Firma del representante: ______________________"
               TO WS-LINEA-COMP
       ELSE
           MOVE "Firma del usuario: ______________________"
               TO WS-LINEA-COMP.
       PERFORM IMPRIMIR-COMPROBANTE.
       MOVE " " TO WS-LINEA-COMP.
       PERFORM IMPRIMIR-COMPROBANTE.
       MOVE WS-COMP-FECHA TO FECHA-PRESTAMO.
       MOVE WS-COMP-HORA TO HORA-PRESTAMO.
       MOVE 0 TO ITEM-PRESTAMO.
       MOVE "START   LISTAR-ITEMS-COMPROBANTE" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO KEY IS NOT LESS THAN PRE-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-COMP
           NOT INVALID KEY MOVE 0 TO WS-LEE-COMP.
           PERFORM DETALLAR-ITEM-COMPROBANTE UNTIL WS-LEE-COMP = 1.

       LEER-ITEM-COMPROBANTE.
       MOVE "READ    LEER-ITEM-COMPROBANTE" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-COMP.
           MOVE 1 TO WS-LEE-COMP
       ELSE
           MOVE ID-INSTRUMENTO TO ID-INSTRUMENTO-INV
           MOVE "READ    DETALLAR-ITEM-COMPROBANTE" TO WS-ERR-DONDE
           READ INSTRUMENTOS-ARCHIVO RECORD
               KEY ID-INSTRUMENTO-INV
                   INVALID KEY
                       MOVE SPACES TO TIPO-INSTRUMENTO-INV
           END-READ
           MOVE 0 TO WS-CAM-HALLADO
           IF WS-COMP-REIMPRESION = 1
               PERFORM BUSCAR-CAMBIO-ITEM
           END-IF
           MOVE SPACES TO WS-LINEA-COMP
           *>EL ITEM QUE SE CAMBIO SALE CON LA FECHA DEL CAMBIO Y EL
           *>ITEM QUE LO REEMPLAZA, EN LUGAR DE SU FECHA DE DEVOLUCION.
           IF WS-CAM-HALLADO = 1
               STRING "  Item " ITEM-PRESTAMO ": " ID-INSTRUMENTO
                   " " TIPO-INSTRUMENTO-INV(1:25)
                   " cambiado el " CAM-FECHA
                   DELIMITED BY SIZE INTO WS-LINEA-COMP
               PERFORM IMPRIMIR-COMPROBANTE
               MOVE SPACES TO WS-LINEA-COMP
               STRING "    por el item " CAM-LLAVE-NUEVA(29:2) ": "
                   CAM-MOTIVO
                   DELIMITED BY SIZE INTO WS-LINEA-COMP
           ELSE
               STRING "  Item " ITEM-PRESTAMO ": " ID-INSTRUMENTO
                   " " TIPO-INSTRUMENTO-INV(1:25)
                   " devolver el " FECHA-DEVOLUCION
                   DELIMITED BY SIZE INTO WS-LINEA-COMP
           END-IF
           PERFORM IMPRIMIR-COMPROBANTE
           PERFORM LEER-ITEM-COMPROBANTE.

       *>TRAE, SI LO TIENE, EL CAMBIO DE INSTRUMENTO QUE CERRO EL
       *>ITEM EN PANTALLA. CAMBIOS-PRESTAMO-ARCHIVO DEBE ESTAR
       *>ABIERTO.
       BUSCAR-CAMBIO-ITEM.
       MOVE PRE-LLAVE TO CAM-LLAVE.
       MOVE "READ    BUSCAR-CAMBIO-ITEM" TO WS-ERR-DONDE
       READ CAMBIOS-PRESTAMO-ARCHIVO RECORD
           KEY CAM-LLAVE
               INVALID KEY     MOVE 0 TO WS-CAM-HALLADO
               NOT INVALID KEY MOVE 1 TO WS-CAM-HALLADO.

       *>RENUEVA UN PRESTAMO ABIERTO: EXTIENDE LA FECHA DE DEVOLUCION
       *>POR EL PLAZO ESTANDAR (PARAMETRO PLAZODIAS, 7 DIAS SI NO ESTA
       *>DEFINIDO) Y DEJA CONSTANCIA EN LA AUDITORIA. SE NIEGA CUANDO
       DISPLAY "---Renovacion de prestamo---".
       DISPLAY " ".
       DISPLAY "Indique numero de cedula del usuario".
       PERFORM PEDIR-CEDULA-SOCIO.
       MOVE WS-DOC-CEDULA TO WS-CEDULA-BUSCADA.
       MOVE "OPEN    RENOVAR-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    RENOVAR-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "OPEN    RENOVAR-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O BLOQUEOS-ARCHIVO.
       PERFORM AVISAR-SI-VENCIDO.
       *>COMO PUEDE HABER VARIOS PRESTAMOS PARA LA MISMA CEDULA, SE
       *>MUESTRAN TODOS PRIMERO, IGUAL QUE EN DEVOLVER.
       MOVE 0 TO WS-HAY-PRESTAMOS.
       MOVE WS-CEDULA-BUSCADA TO CEDULA-USUARIO.
       MOVE "START   RENOVAR-DIA-OK" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO KEY IS NOT LESS THAN CEDULA-USUARIO
           INVALID KEY MOVE 1 TO WS-INDICADOR
           NOT INVALID KEY MOVE 0 TO WS-INDICADOR.
           DISPLAY "solo instrumento)"
           ACCEPT ITEM-PRESTAMO
           MOVE WS-CEDULA-BUSCADA TO CEDULA-USUARIO
           MOVE "READ    RENOVAR-DIA-OK" TO WS-ERR-DONDE
           READ PRESTAMOS-ARCHIVO RECORD
               KEY PRE-LLAVE
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
                   CLOSE BLOQUEOS-ARCHIVO
                   PERFORM VOLVER-RENOVAR.

       *>UN EQUIPO BAJO UN LLAMADO DEL FABRICANTE NO SE RENUEVA:
       *>DEBE REGRESAR AL CLUB.
       EJECUTAR-RENOVACION.
       MOVE ID-INSTRUMENTO TO WS-ID-LLAMADO.
       PERFORM VERIFICAR-LLAMADO.
       IF WS-EN-LLAMADO = 1
           DISPLAY " "
           DISPLAY "El instrumento esta bajo el llamado del fabricante "
               WS-AVISO-LLAMADO "."
           DISPLAY "No se renueva; el equipo debe regresar al club."
       ELSE
           PERFORM EJECUTAR-RENOVACION-PERMITIDA.

       EJECUTAR-RENOVACION-PERMITIDA.
       PERFORM CONTAR-RENOVACIONES.
       PERFORM LEER-PARAMETRO-RENOVMAX.
       IF WS-RENOVACIONES NOT < WS-RENOV-MAX
           MOVE FECHA-DEVOLUCION TO WS-FECHA-VAL
           PERFORM SUMAR-DIAS-FECHA
           MOVE WS-FECHA-VAL TO FECHA-DEVOLUCION
           MOVE "REWRITE EJECUTAR-RENOVACION" TO WS-ERR-DONDE
           REWRITE PRESTAMOS-REGISTRO
           MOVE PRE-LLAVE TO WS-AUD-LLAVE-REG
           MOVE "Renovacion" TO AUD-ACCION
       MOVE PRE-LLAVE TO WS-AUD-LLAVE-REG.
       MOVE WS-AUD-LLAVE-REG TO WS-LLAVE-RENOV.
       CLOSE AUDITORIA-ARCHIVO.
       MOVE "OPEN    CONTAR-RENOVACIONES" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE 0 TO WS-LEE-AUDITORIA.
       PERFORM LEER-SIGUIENTE-AUDITORIA.
       PERFORM ACUMULAR-RENOVACION UNTIL WS-LEE-AUDITORIA = 1.

       LEER-SIGUIENTE-AUDITORIA.
       MOVE "READ    LEER-SIGUIENTE-AUDITORIA" TO WS-ERR-DONDE
       READ AUDITORIA-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-AUDITORIA.
       PERFORM LEER-SIGUIENTE-AUDITORIA.

       LEER-PARAMETRO-PLAZODIAS.
       MOVE "OPEN    LEER-PARAMETRO-PLAZODIAS" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "PLAZODIAS" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-PLAZODIAS" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 7 TO WS-PLAZO-DIAS
       CLOSE PARAMETROS-ARCHIVO.

       LEER-PARAMETRO-RENOVMAX.
       MOVE "OPEN    LEER-PARAMETRO-RENOVMAX" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "RENOVMAX" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-RENOVMAX" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 2 TO WS-RENOV-MAX
       PERFORM RODAR-FERIADOS.

       RODAR-FERIADOS.
       MOVE "OPEN    RODAR-FERIADOS" TO WS-ERR-DONDE
       OPEN I-O FERIADOS-ARCHIVO.
       MOVE 0 TO WS-ES-FERIADO.
       PERFORM VERIFICAR-DIA-FERIADO.

       VERIFICAR-DIA-FERIADO.
       MOVE WS-FECHA-VAL TO FECHA-FERIADO.
       MOVE "READ    VERIFICAR-DIA-FERIADO" TO WS-ERR-DONDE
       READ FERIADOS-ARCHIVO RECORD
           KEY FECHA-FERIADO
               INVALID KEY     MOVE 0 TO WS-ES-FERIADO
           PERFORM VALIDACION-VOLVER-RENOVAR
       END-EVALUATE.

       *>CAMBIA EL INSTRUMENTO DE UN ITEM DE UN PRESTAMO ABIERTO
       *>CUANDO EL EQUIPO FALLA EN MANOS DEL SOCIO, SIN CERRAR EL
       *>PRESTAMO. LA LINEA ORIGINAL SE CIERRA COMO Devuelto, CON EL
       *>EQUIPO Deteriorado Y SU ORDEN DE REPARACION PRE-ABIERTA (EL
       *>TALLER Y EL ESTIMADO SE COMPLETAN EN REPARACIONES), Y EL
       *>REEMPLAZO, DEL MISMO TIPO, ENTRA COMO UN ITEM NUEVO DE LA
       *>MISMA CEDULA/FECHA/HORA CON LA MISMA FECHA Y HORA DE
       *>DEVOLUCION. LAS RENOVACIONES SE CUENTAN POR PRESTAMO Y NO
       *>POR ITEM, Y LA FIANZA PASA AL EQUIPO NUEVO, ASI QUE EL SOCIO
       *>NO PIERDE PLAZO NI PAGA DE NUEVO; CADA EQUIPO CONSERVA SU
       *>PROPIA LINEA PARA LOS REPORTES DE USO Y DE COSTO POR USO. EL
       *>VINCULO ENTRE LAS DOS LINEAS QUEDA EN PRESTAMOS_CAMBIOS.DAT
       *>Y EL COMPROBANTE SE REIMPRIME CON EL CAMBIO.
       CAMBIAR-INSTRUMENTO.
       PERFORM VERIFICAR-DIA-ABIERTO.
       IF WS-DIA-OK = 0
           PERFORM VOLVER-CAMBIAR
       ELSE
           PERFORM CAMBIAR-INSTRUMENTO-DIA-OK.

       CAMBIAR-INSTRUMENTO-DIA-OK.
       DISPLAY "---Cambio de instrumento de un prestamo---".
       DISPLAY " ".
       DISPLAY "Indique numero de cedula del usuario".
       PERFORM PEDIR-CEDULA-SOCIO.
       MOVE WS-DOC-CEDULA TO WS-CEDULA-BUSCADA.
       MOVE "OPEN    CAMBIAR-INSTRUMENTO-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    CAMBIAR-INSTRUMENTO-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    CAMBIAR-INSTRUMENTO-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-HISTORIAL-ARCHIVO.
       MOVE "OPEN    CAMBIAR-INSTRUMENTO-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "OPEN    CAMBIAR-INSTRUMENTO-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O BLOQUEOS-ARCHIVO.
       MOVE "OPEN    CAMBIAR-INSTRUMENTO-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O CAMBIOS-PRESTAMO-ARCHIVO.
       *>COMO PUEDE HABER VARIOS PRESTAMOS PARA LA MISMA CEDULA, SE
       *>MUESTRAN TODOS PRIMERO, IGUAL QUE EN DEVOLVER.
       MOVE 0 TO WS-HAY-PRESTAMOS.
       MOVE WS-CEDULA-BUSCADA TO CEDULA-USUARIO.
       MOVE "START   CAMBIAR-INSTRUMENTO-DIA-OK" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO KEY IS NOT LESS THAN CEDULA-USUARIO
           INVALID KEY MOVE 1 TO WS-INDICADOR
           NOT INVALID KEY MOVE 0 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           PERFORM LISTAR-PRESTAMOS-CEDULA.
       IF WS-HAY-PRESTAMOS = 0
           DISPLAY " "
           DISPLAY "El usuario ingresado no tiene prestamos."
       ELSE
           PERFORM ELEGIR-ITEM-CAMBIO.
       CLOSE PRESTAMOS-ARCHIVO.
       CLOSE INSTRUMENTOS-ARCHIVO.
       CLOSE INSTRUMENTOS-HISTORIAL-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       CLOSE BLOQUEOS-ARCHIVO.
       CLOSE CAMBIOS-PRESTAMO-ARCHIVO.
       PERFORM VOLVER-CAMBIAR.

       ELEGIR-ITEM-CAMBIO.
       DISPLAY " ".
       DISPLAY "Ingrese fecha del prestamo (AAAAMMDD)".
       ACCEPT FECHA-PRESTAMO.
       DISPLAY "Ingrese hora del prestamo".
       ACCEPT HORA-PRESTAMO.
       DISPLAY "Ingrese numero de item del instrumento que falla (01 ".
       DISPLAY "si fue un solo instrumento)".
       ACCEPT ITEM-PRESTAMO.
       MOVE WS-CEDULA-BUSCADA TO CEDULA-USUARIO.
       MOVE "READ    ELEGIR-ITEM-CAMBIO" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO RECORD
           KEY PRE-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           DISPLAY " "
           DISPLAY "No existe ese prestamo para la cedula indicada."
       ELSE *>SI EXISTE, VERIFICO QUE NADIE MAS LO ESTE EDITANDO.
           PERFORM VERIFICAR-BLOQUEO
           IF WS-INDICADOR = 1
               IF STATUS-INSTRUMENTO = "Devuelto" OR = "devuelto"
                   OR = "Extraviado"
                   OR STATUS-PRESTAMO = "Inactivo"
                   DISPLAY " "
                   DISPLAY "Ese item ya fue devuelto, esta extraviado "
                       "o esta inactivo;"
                   DISPLAY "no se le puede cambiar el instrumento."
               ELSE
                   PERFORM EJECUTAR-CAMBIO
               END-IF
               PERFORM LIBERAR-BLOQUEO.

       *>EL EQUIPO DE REEMPLAZO DEBE PODER PRESTARSE (VER
       *>VALIDACION-INSTRUMENTO), SER DEL MISMO TIPO Y NO CHOCAR CON
       *>UNA RESERVA ANTICIPADA DENTRO DEL PLAZO DEL PRESTAMO.
       EJECUTAR-CAMBIO.
       MOVE PRESTAMOS-REGISTRO TO WS-CAM-ORIGINAL.
       PERFORM BUSCAR-ULTIMO-ITEM-CAMBIO.
       MOVE WS-CAM-ORIGINAL TO PRESTAMOS-REGISTRO.
       IF WS-CAM-ITEM-MAX = 99
           DISPLAY " "
           DISPLAY "El prestamo ya tiene 99 items; no admite otro."
       ELSE
           DISPLAY " "
           DISPLAY "Instrumento a cambiar: " WS-CAM-ID-ORIG
               ", devolver el " FECHA-DEVOLUCION
           DISPLAY "Escanee o digite el codigo del instrumento de "
               "reemplazo"
           ACCEPT ID-INSTRUMENTO
           PERFORM VALIDACION-REEMPLAZO
           MOVE ID-INSTRUMENTO TO WS-CAM-ID-NUEVO
           PERFORM VERIFICAR-RESERVA-FUTURA
           IF WS-CHOCA-RESERVA = 1
               DISPLAY " "
               DISPLAY "*** Ese instrumento tiene una reserva "
                   "anticipada "
               DISPLAY "de la cedula " WS-CHOCA-CEDULA " del "
                   WS-CHOCA-DESDE " al " WS-CHOCA-HASTA ". ***"
               DISPLAY "No se hizo el cambio; elija otro instrumento."
           ELSE
               DISPLAY " "
               DISPLAY "Describa la falla del instrumento "
                   WS-CAM-ID-ORIG
               PERFORM PEDIR-MOTIVO-CAMBIO
               DISPLAY "Condicion en que regresa el instrumento "
                   WS-CAM-ID-ORIG
               PERFORM PEDIR-GRADO-CONDICION
               PERFORM GRABAR-CAMBIO.

       *>EL REEMPLAZO ENTRA CON EL NUMERO DE ITEM SIGUIENTE AL MAYOR
       *>QUE YA TIENE EL PRESTAMO (MISMA CEDULA, FECHA Y HORA).
       BUSCAR-ULTIMO-ITEM-CAMBIO.
       MOVE 0 TO WS-CAM-ITEM-MAX.
       MOVE 0 TO ITEM-PRESTAMO.
       MOVE "START   BUSCAR-ULTIMO-ITEM-CAMBIO" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO KEY IS NOT LESS THAN PRE-LLAVE
           INVALID KEY     MOVE 1 TO WS-CAM-LEE-ITEM
           NOT INVALID KEY MOVE 0 TO WS-CAM-LEE-ITEM.
       IF WS-CAM-LEE-ITEM = 0
           PERFORM LEER-ITEM-CAMBIO
           PERFORM COMPARAR-ITEM-CAMBIO UNTIL WS-CAM-LEE-ITEM = 1.

       LEER-ITEM-CAMBIO.
       MOVE "READ    LEER-ITEM-CAMBIO" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-CAM-LEE-ITEM.
       IF WS-CAM-LEE-ITEM = 0
           IF PRE-LLAVE(1:28) NOT = WS-CAM-LLAVE-ORIG(1:28)
               MOVE 1 TO WS-CAM-LEE-ITEM.

       COMPARAR-ITEM-CAMBIO.
       IF ITEM-PRESTAMO > WS-CAM-ITEM-MAX
           MOVE ITEM-PRESTAMO TO WS-CAM-ITEM-MAX.
       PERFORM LEER-ITEM-CAMBIO.

       *>EL MISMO TIPO ES EL MISMO CODIGO DE TIPO (LAS TRES PRIMERAS
       *>POSICIONES DEL CODIGO, VER LEER-POLITICA-TIPO).
       VALIDACION-REEMPLAZO.
       PERFORM VALIDACION-INSTRUMENTO.
       IF ID-INSTRUMENTO(1:3) NOT = WS-CAM-ID-ORIG(1:3)
           DISPLAY " "
           DISPLAY "El reemplazo debe ser del mismo tipo que el "
               "instrumento que falla (" WS-CAM-ID-ORIG(1:3) ")."
           DISPLAY "Escanee o digite el codigo del instrumento de "
               "reemplazo"
           ACCEPT ID-INSTRUMENTO
           PERFORM VALIDACION-REEMPLAZO.

       PEDIR-MOTIVO-CAMBIO.
       ACCEPT WS-CAM-MOTIVO.
       IF WS-CAM-MOTIVO = SPACES
           DISPLAY "El motivo es obligatorio. Describa la falla"
           PERFORM PEDIR-MOTIVO-CAMBIO.

       *>CIERRA LA LINEA ORIGINAL, PRE-ABRE LA ORDEN DE REPARACION,
       *>PASA LA FIANZA, GRABA LA LINEA DEL REEMPLAZO Y EL VINCULO
       *>ENTRE AMBAS, AUDITA Y REIMPRIME EL COMPROBANTE.
       GRABAR-CAMBIO.
       ACCEPT WS-CAM-FECHA FROM DATE YYYYMMDD.
       ACCEPT WS-CAM-HORA FROM TIME.
       *>LA LINEA ORIGINAL QUEDA Devuelto CON LA FECHA Y HORA DEL
       *>CAMBIO, IGUAL QUE UNA DEVOLUCION PERO SIN MULTA DE RETRASO,
       *>Y EL INSTRUMENTO PASA A Deteriorado CON SU HISTORIAL.
       MOVE WS-CAM-ORIGINAL TO PRESTAMOS-REGISTRO.
       MOVE "Deteriorado" TO STATUS-INSTRUMENTO.
       PERFORM ACTUALIZAR-STATUS-DEVOLUCION.
       MOVE "Devuelto" TO STATUS-INSTRUMENTO.
       MOVE WS-CAM-FECHA TO FECHA-DEVOLUCION.
       MOVE WS-CAM-HORA TO HORA-DEVOLUCION.
       MOVE "REWRITE GRABAR-CAMBIO" TO WS-ERR-DONDE
       REWRITE PRESTAMOS-REGISTRO.
       MOVE WS-CAM-ID-ORIG TO WS-PADRE-COMPONENTE.
       PERFORM REGRESAR-COMPONENTES.
       PERFORM RECIBIR-UNIDAD-LLAMADO.
       PERFORM PREABRIR-ORDEN-REPARACION.
       MOVE WS-CAM-ID-ORIG TO WS-DIS-INSTRUMENTO.
       PERFORM ACTUALIZAR-DISPONIBILIDAD.
       PERFORM TRASPASAR-FIANZA.
       *>EL REEMPLAZO HEREDA LA FECHA Y HORA DE DEVOLUCION Y LOS
       *>STATUS DE LA LINEA ORIGINAL.
       MOVE WS-CAM-ORIGINAL TO PRESTAMOS-REGISTRO.
       MOVE WS-CAM-ITEM-MAX TO ITEM-PRESTAMO.
       ADD 1 TO ITEM-PRESTAMO.
       MOVE WS-CAM-ID-NUEVO TO ID-INSTRUMENTO.
       MOVE "WRITE   GRABAR-CAMBIO" TO WS-ERR-DONDE
       WRITE PRESTAMOS-REGISTRO.
       PERFORM ACTUALIZAR-STATUS-INSTRUMENTO.
       MOVE WS-CAM-ID-NUEVO TO WS-PADRE-COMPONENTE.
       PERFORM SACAR-COMPONENTES.
       MOVE WS-CAM-ID-NUEVO TO WS-DIS-INSTRUMENTO.
       PERFORM ACTUALIZAR-DISPONIBILIDAD.
       MOVE WS-CAM-LLAVE-ORIG TO CAM-LLAVE.
       MOVE PRE-LLAVE TO CAM-LLAVE-NUEVA.
       MOVE WS-CAM-ID-ORIG TO CAM-INSTRUMENTO-ANT.
       MOVE WS-CAM-ID-NUEVO TO CAM-INSTRUMENTO-NUEVO.
       MOVE WS-CAM-FECHA TO CAM-FECHA.
       MOVE WS-CAM-HORA TO CAM-HORA.
       MOVE WS-CAM-MOTIVO TO CAM-MOTIVO.
       MOVE LS-CONECTAR TO CAM-OPERADOR.
       MOVE "WRITE   GRABAR-CAMBIO" TO WS-ERR-DONDE
       WRITE CAMBIOS-PRESTAMO-REGISTRO.
       *>LA FOTO DE ANTES ES LA LINEA ORIGINAL SIN CERRAR Y LA DE
       *>DESPUES LA LINEA DEL REEMPLAZO.
       MOVE WS-CAM-ORIGINAL TO WS-AUD-ANTES.
       MOVE PRESTAMOS-REGISTRO TO WS-AUD-DESPUES.
       MOVE PRE-LLAVE TO WS-AUD-LLAVE-REG.
       MOVE "Cambio equipo" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       DISPLAY " ".
       DISPLAY "Instrumento " WS-CAM-ID-ORIG " cambiado por "
           WS-CAM-ID-NUEVO " (item " ITEM-PRESTAMO "), devolver el "
           FECHA-DEVOLUCION ".".
       *>EL COMPROBANTE SE REIMPRIME CON TODOS LOS ITEMS DEL
       *>PRESTAMO; NO HAY ALQUILER NUEVO QUE COBRAR.
       IF CEDULA-USUARIO(1:3) = "GRP"
           PERFORM LEER-GRUPO-PRESTAMO
           MOVE CEDULA-RESPONSABLE-GRP TO WS-RESPONSABLE-GRUPO
           MOVE SPACES TO WS-CEDULA-RETIRA.
       MOVE 0 TO WS-TOTAL-ALQUILER.
       MOVE 1 TO WS-COMP-REIMPRESION.
       PERFORM GENERAR-COMPROBANTE.
       MOVE 0 TO WS-COMP-REIMPRESION.

       *>PRE-ABRE LA ORDEN DE REPARACION DEL EQUIPO QUE FALLO, SIN
       *>TALLER NI ESTIMADO: EL COORDINADOR LA COMPLETA EN
       *>REPARACIONES AL DECIDIR A QUE TALLER VA. SI YA HAY UNA ORDEN
       *>DE HOY PARA EL EQUIPO, SE RESPETA ESA.
       PREABRIR-ORDEN-REPARACION.
       MOVE "OPEN    PREABRIR-ORDEN-REPARACION" TO WS-ERR-DONDE
       OPEN I-O REPARACIONES-ARCHIVO.
       MOVE WS-CAM-ID-ORIG TO ID-INSTRUMENTO-REP.
       MOVE WS-CAM-FECHA TO FECHA-ENVIADO-REP.
       MOVE "READ    PREABRIR-ORDEN-REPARACION" TO WS-ERR-DONDE
       READ REPARACIONES-ARCHIVO RECORD
           KEY REP-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1
           DISPLAY " "
           DISPLAY "El instrumento " WS-CAM-ID-ORIG
               " ya tiene una orden de reparacion de hoy."
       ELSE
           MOVE SPACES TO ID-PROVEEDOR-REP
           MOVE 0 TO COSTO-ESTIMADO-REP
           MOVE 0 TO COSTO-REAL-REP
           MOVE 0 TO FECHA-RETORNO-REP
           MOVE "Abierta" TO STATUS-ORDEN-REP
           MOVE "WRITE   PREABRIR-ORDEN-REPARACION" TO WS-ERR-DONDE
           WRITE REPARACIONES-REGISTRO
           MOVE SPACES TO WS-AUD-REG-TEXTO
           MOVE REP-LLAVE TO WS-AUD-REG-TEXTO
           MOVE "Reparacion" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA-TEXTO
           DISPLAY " "
           DISPLAY "*** Orden de reparacion pre-abierta para "
               WS-CAM-ID-ORIG "; complete el taller y el"
           DISPLAY "estimado en Reparaciones. ***"
           PERFORM AVISAR-GARANTIA-VIGENTE.
       CLOSE REPARACIONES-ARCHIVO.

       *>LA FIANZA RETENIDA POR EL EQUIPO QUE FALLO PASA AL DE
       *>REEMPLAZO, Y SE LIQUIDA CUANDO ESTE SE DEVUELVA.
       TRASPASAR-FIANZA.
       MOVE WS-CAM-ORIGINAL TO PRESTAMOS-REGISTRO.
       MOVE "OPEN    TRASPASAR-FIANZA" TO WS-ERR-DONDE
       OPEN I-O FIANZAS-ARCHIVO.
       MOVE 0 TO WS-FIANZA-HALLADA.
       MOVE 0 TO WS-LEE-FIANZA.
       PERFORM LEER-SIGUIENTE-FIANZA.
       PERFORM BUSCAR-FIANZA-RETENIDA UNTIL WS-LEE-FIANZA = 1.
       IF WS-FIANZA-HALLADA = 1
           MOVE WS-RECIBO-FIA-HALLADO TO RECIBO-FIANZA
           MOVE "READ    TRASPASAR-FIANZA" TO WS-ERR-DONDE
           READ FIANZAS-ARCHIVO RECORD
               KEY FIA-LLAVE
                   INVALID KEY MOVE 0 TO WS-FIANZA-HALLADA
           END-READ
       END-IF.
       IF WS-FIANZA-HALLADA = 1
           MOVE WS-CAM-ID-NUEVO TO ID-INSTRUMENTO-FIA
           MOVE "REWRITE TRASPASAR-FIANZA" TO WS-ERR-DONDE
           REWRITE FIANZAS-REGISTRO
           DISPLAY " "
           DISPLAY "La fianza " MONTO-FIANZA " (recibo " RECIBO-FIANZA
               ") pasa al instrumento " WS-CAM-ID-NUEVO "."
           MOVE SPACES TO WS-AUD-REG-TEXTO
           STRING "Fianza " RECIBO-FIANZA " " WS-CAM-ID-ORIG
               " a " WS-CAM-ID-NUEVO
               DELIMITED BY SIZE INTO WS-AUD-REG-TEXTO
           MOVE "Fianza" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA-TEXTO.
       CLOSE FIANZAS-ARCHIVO.

       VOLVER-CAMBIAR.
       DISPLAY " ".
       DISPLAY "¿Que desea hacer?".
       DISPLAY "1.- Cambiar otro instrumento".
       DISPLAY "2.- Volver al menu".
       DISPLAY "3.- Salir".
       DISPLAY "Ingrese numero de opcion deseada:".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-VOLVER-CAMBIAR.

       VALIDACION-VOLVER-CAMBIAR.
       EVALUATE WS-OPCION
       WHEN 1
           PERFORM CAMBIAR-INSTRUMENTO
       WHEN 2
           PERFORM PROGRAM-BEGIN
       WHEN 3
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-VOLVER-CAMBIAR
       END-EVALUATE.

       *>VERIFICA QUE EL CODIGO DE INSTRUMENTO INGRESADO EXISTA EN
       *>INSTRUMENTOS.DAT ANTES DE PERMITIR QUE SE LE ASOCIE UN
       *>PRESTAMO, IGUAL QUE VALIDAR-PROVEEDOR EN INSTRUMENTOS.CBL.
       VALIDACION-INSTRUMENTO.
       MOVE ID-INSTRUMENTO TO ID-INSTRUMENTO-INV.
       MOVE "READ    VALIDACION-INSTRUMENTO" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-INV
               INVALID KEY     MOVE 0 TO WS-INDICADOR
           DISPLAY "Escanee o digite el codigo del instrumento"
           ACCEPT ID-INSTRUMENTO
           PERFORM VALIDACION-INSTRUMENTO.
       *>NI TAMPOCO UNO BAJO UN LLAMADO DEL FABRICANTE SIN RESOLVER.
       MOVE ID-INSTRUMENTO TO WS-ID-LLAMADO.
       PERFORM VERIFICAR-LLAMADO.
       IF WS-EN-LLAMADO = 1
           DISPLAY " "
           DISPLAY "Ese instrumento esta bajo el llamado del "
               "fabricante " WS-AVISO-LLAMADO
           DISPLAY "y no se presta hasta resolverlo en Llamados."
           DISPLAY "Escanee o digite el codigo del instrumento"
           ACCEPT ID-INSTRUMENTO
           PERFORM VALIDACION-INSTRUMENTO.

       *>BUSCA, POR LA LLAVE ALTERNA DE INSTRUMENTO, EL PRESTAMO
       *>ABIERTO QUE TODAVIA TIENE EL EQUIPO. EL REGISTRO EN
       MOVE PRESTAMOS-REGISTRO TO WS-PRESTAMO-GUARDADO.
       MOVE 0 TO WS-ENCONTRO-ABIERTO.
       MOVE ID-INSTRUMENTO-INV TO ID-INSTRUMENTO.
       MOVE "START   MOSTRAR-PRESTAMO-ABIERTO" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO KEY IS NOT LESS THAN ID-INSTRUMENTO
           INVALID KEY     MOVE 1 TO WS-LEE-ABIERTO
           NOT INVALID KEY MOVE 0 TO WS-LEE-ABIERTO.
       MOVE WS-PRESTAMO-GUARDADO TO PRESTAMOS-REGISTRO.

       LEER-PRESTAMO-ABIERTO.
       MOVE "READ    LEER-PRESTAMO-ABIERTO" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-ABIERTO.
       *>AL REGISTRARSE UN PRESTAMO EL INSTRUMENTO PASA A "Prestado"
       *>Y QUEDA CONSTANCIA EN SU HISTORIAL DE STATUS.
       MOVE ID-INSTRUMENTO TO ID-INSTRUMENTO-INV.
       MOVE "READ    ACTUALIZAR-STATUS-INSTRUMENTO" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-INV
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               MOVE "Prestado" TO STATUS-INSTRUMENTO-INV
               MOVE STATUS-INSTRUMENTO-INV TO STATUS-INSTRUMENTO-HIST
               MOVE SPACES TO GRADO-CONDICION-HIST
               MOVE "REWRITE ACTUALIZAR-STATUS-INSTRUMENTO"
                   TO WS-ERR-DONDE
               REWRITE INSTRUMENTOS-REGISTRO
               MOVE "WRITE   ACTUALIZAR-STATUS-INSTRUMENTO"
                   TO WS-ERR-DONDE
               WRITE INSTRUMENTOS-HISTORIAL-REGISTRO.

       ACTUALIZAR-STATUS-DEVOLUCION.
       *>AL STATUS INDICADO POR EL OPERADOR Y QUEDA CONSTANCIA EN SU
       *>HISTORIAL DE STATUS.
       MOVE ID-INSTRUMENTO TO ID-INSTRUMENTO-INV.
       MOVE "READ    ACTUALIZAR-STATUS-DEVOLUCION" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-INV
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               *>VIAJA CON LA ENTRADA DEL HISTORIAL, PARA EL REPORTE
               *>DE DESGASTE DE CONSULTAS.CBL.
               MOVE WS-GRADO-DEVOLUCION TO GRADO-CONDICION-HIST
               MOVE "REWRITE ACTUALIZAR-STATUS-DEVOLUCION"
                   TO WS-ERR-DONDE
               REWRITE INSTRUMENTOS-REGISTRO
               MOVE "WRITE   ACTUALIZAR-STATUS-DEVOLUCION"
                   TO WS-ERR-DONDE
               WRITE INSTRUMENTOS-HISTORIAL-REGISTRO.

       GRABAR-AUDITORIA.
       MOVE "PRESTAMOS" TO LOCK-ARCHIVO.
       MOVE PRE-LLAVE TO LOCK-CLAVE.
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
       MOVE "PRESTAMOS" TO LOCK-ARCHIVO.
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
       DISPLAY "---Registro de prestamo por kit---".
       DISPLAY " ".
       DISPLAY "Indique numero de cedula del usuario".
       PERFORM PEDIR-CEDULA-SOCIO.
       MOVE WS-DOC-CEDULA TO CEDULA-USUARIO.
       DISPLAY " ".
       DISPLAY "Ingrese fecha del prestamo (AAAAMMDD)".
       ACCEPT FECHA-PRESTAMO.
       ACCEPT HORA-PRESTAMO.
       MOVE 1 TO ITEM-PRESTAMO.
       PERFORM VERIFICAR-SUSPENDIDO.
       MOVE "OPEN    REGISTRAR-POR-KIT-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       MOVE "OPEN    REGISTRAR-POR-KIT-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    REGISTRAR-POR-KIT-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-HISTORIAL-ARCHIVO.
       MOVE "OPEN    REGISTRAR-POR-KIT-DIA-OK" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       IF WS-USUARIO-SUSPENDIDO = 1
           DISPLAY " "
               DISPLAY " "
               DISPLAY "No se registra el prestamo."
           ELSE
               MOVE "READ    REGISTRAR-POR-KIT-DIA-OK" TO WS-ERR-DONDE
               READ PRESTAMOS-ARCHIVO RECORD
                   KEY PRE-LLAVE
                       INVALID KEY     MOVE 0 TO WS-INDICADOR
       DISPLAY " ".
       DISPLAY "Ingrese el nombre del kit".
       ACCEPT WS-NOMBRE-KIT-PED.
       MOVE "OPEN    ARMAR-KIT" TO WS-ERR-DONDE
       OPEN I-O KITS-ARCHIVO.
       MOVE WS-NOMBRE-KIT-PED TO NOMBRE-KIT.
       MOVE 1 TO LINEA-KIT.
       MOVE "READ    ARMAR-KIT" TO WS-ERR-DONDE
       READ KITS-ARCHIVO RECORD
           KEY KIT-LLAVE
               INVALID KEY     MOVE 0 TO WS-HAY-KIT
           DISPLAY "Ingrese status del instrumento"
           ACCEPT WS-KIT-STATUS
           MOVE 0 TO WS-KIT-ITEMS
           MOVE "N" TO WS-EST-ACCION
           PERFORM LLAMAR-ESTANTES
           MOVE WS-NOMBRE-KIT-PED TO NOMBRE-KIT
           MOVE 0 TO LINEA-KIT
           MOVE "START   ARMAR-KIT" TO WS-ERR-DONDE
           START KITS-ARCHIVO KEY IS NOT LESS THAN KIT-LLAVE
               INVALID KEY     MOVE 1 TO WS-LEE-KIT
               NOT INVALID KEY MOVE 0 TO WS-LEE-KIT
           END-IF
           CLOSE KITS-ARCHIVO
           IF WS-KIT-ITEMS > 0
               PERFORM IMPRIMIR-RECOLECCION-KIT
               PERFORM GENERAR-COMPROBANTE
           ELSE
               DISPLAY " "
               DISPLAY "No se registro ningun item del kit.".

       LEER-LINEA-KIT-PED.
       MOVE "READ    LEER-LINEA-KIT-PED" TO WS-ERR-DONDE
       READ KITS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-KIT.
           MOVE WS-LINEA-KIT-GUARDADA(23:3)
               TO ID-INSTRUMENTO-INV(1:3)
           MOVE "000" TO ID-INSTRUMENTO-INV(4:3)
           MOVE "START   BUSCAR-CANDIDATO-KIT" TO WS-ERR-DONDE
           START INSTRUMENTOS-ARCHIVO
               KEY IS NOT LESS THAN ID-INSTRUMENTO-INV
               INVALID KEY     MOVE 1 TO WS-LEE-CAND
               NOT INVALID KEY MOVE 0 TO WS-LEE-CAND
       ELSE
           MOVE WS-KIT-ULTIMO TO ID-INSTRUMENTO-INV
           MOVE "START   BUSCAR-CANDIDATO-KIT" TO WS-ERR-DONDE
           START INSTRUMENTOS-ARCHIVO
               KEY IS GREATER THAN ID-INSTRUMENTO-INV
               INVALID KEY     MOVE 1 TO WS-LEE-CAND
           PERFORM REVISAR-CANDIDATO-KIT UNTIL WS-LEE-CAND = 1.

       LEER-CANDIDATO-KIT.
       MOVE "READ    LEER-CANDIDATO-KIT" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-CAND.
               NOT = WS-LINEA-KIT-GUARDADA(23:3)
           MOVE 1 TO WS-LEE-CAND
       ELSE
           *>SOLO SIRVE UN EQUIPO En buen estado Y SIN LLAMADO DEL
           *>FABRICANTE PENDIENTE; WS-EN-LLAMADO EN 1 LO DESCARTA.
           MOVE 1 TO WS-EN-LLAMADO
           IF STATUS-INSTRUMENTO-INV = "En buen estado"
               MOVE ID-INSTRUMENTO-INV TO WS-ID-LLAMADO
               PERFORM VERIFICAR-LLAMADO
           END-IF
           IF WS-EN-LLAMADO = 0
               MOVE 1 TO WS-CAND-HALLADO
               MOVE 1 TO WS-LEE-CAND
           ELSE
               ELSE
                   MOVE WS-KIT-HORA-DEV TO HORA-DEVOLUCION
                   MOVE WS-KIT-STATUS TO STATUS-INSTRUMENTO
                   MOVE UBICACION-INV TO WS-EST-SEDE
                   MOVE TIPO-INSTRUMENTO-INV TO WS-EST-DETALLE
                   PERFORM GRABAR-ITEM-COMUN
                   MOVE ID-INSTRUMENTO TO WS-EST-INSTRUMENTO
                   MOVE "A" TO WS-EST-ACCION
                   PERFORM LLAMAR-ESTANTES
                   MOVE 1 TO WS-ITEM-REGISTRADO.

       *>IMPRIME LA LISTA DE RECOLECCION DEL KIT ORDENADA POR SEDE Y
       *>ESTANTE, PARA SACAR DE UNA PASADA LO QUE SE ENTREGA.
       IMPRIMIR-RECOLECCION-KIT.
       MOVE SPACES TO WS-EST-DETALLE.
       STRING "Kit " WS-NOMBRE-KIT-PED " cedula " CEDULA-USUARIO
           DELIMITED BY SIZE INTO WS-EST-DETALLE.
       DISPLAY " ".
       MOVE "P" TO WS-EST-ACCION.
       PERFORM LLAMAR-ESTANTES.
       DISPLAY " ".
       DISPLAY "Lista de recoleccion grabada en " WS-EST-ARCHIVO.

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

       *>PIDE LA CEDULA DE UN SOCIO Y LA DEJA EN WS-DOC-CEDULA LISTA
       *>PARA BUSCAR: EN SU FORMA NORMAL (VER IDENTIDAD.CBL), SALVO
       *>QUE EL SOCIO SE HAYA REGISTRADO ANTES DE VALIDAR LAS CEDULAS
       *>Y SIGA GUARDADO TAL COMO SE ESCRIBIO. SI EL FORMATO NO ES
       *>VALIDO SE AVISA Y SE BUSCA LO ESCRITO.
       PEDIR-CEDULA-SOCIO.
       ACCEPT WS-DOC-ENTRADA.
       MOVE "C" TO WS-DOC-TIPO.
       CALL "Identidad" USING WS-DOC-TIPO WS-DOC-ENTRADA
           WS-DOC-NORMAL WS-DOC-RESULTADO WS-DOC-MENSAJE.
       IF WS-DOC-RESULTADO NOT = 0
           DISPLAY "Cedula con formato no valido: " WS-DOC-MENSAJE
           MOVE WS-DOC-ENTRADA TO WS-DOC-CEDULA
       ELSE
           MOVE WS-DOC-NORMAL TO WS-DOC-CEDULA
           IF WS-DOC-NORMAL NOT = WS-DOC-ENTRADA
               PERFORM BUSCAR-CEDULA-ESCRITA.

       *>SI LA FORMA NORMAL NO ESTA REGISTRADA PERO LO ESCRITO SI, SE
       *>USA LO ESCRITO (LA REVISION DE CEDULAS DE DUPLICADOS.CBL
       *>LISTA ESOS REGISTROS PARA CORREGIRLOS).
       BUSCAR-CEDULA-ESCRITA.
       MOVE "OPEN    BUSCAR-CEDULA-ESCRITA" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE WS-DOC-NORMAL TO CEDULA-USUARIO-USR.
       MOVE "READ    BUSCAR-CEDULA-ESCRITA" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO-USR
               INVALID KEY     MOVE 0 TO WS-DOC-HALLADA
               NOT INVALID KEY MOVE 1 TO WS-DOC-HALLADA.
       IF WS-DOC-HALLADA = 0
           MOVE WS-DOC-ENTRADA TO CEDULA-USUARIO-USR
           MOVE "READ    BUSCAR-CEDULA-ESCRITA" TO WS-ERR-DONDE
           READ USUARIOS-ARCHIVO RECORD
               KEY CEDULA-USUARIO-USR
                   INVALID KEY     MOVE 0 TO WS-DOC-HALLADA
                   NOT INVALID KEY MOVE WS-DOC-ENTRADA TO WS-DOC-CEDULA.
       CLOSE USUARIOS-ARCHIVO.

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

       *>DEJA WS-EN-LLAMADO EN 1, Y EL AVISO EN WS-AVISO-LLAMADO, SI
       *>EL INSTRUMENTO WS-ID-LLAMADO TIENE UNA UNIDAD Pendiente O
       *>Recogido EN ALGUN LLAMADO DEL FABRICANTE.
       VERIFICAR-LLAMADO.
       MOVE "OPEN    VERIFICAR-LLAMADO" TO WS-ERR-DONDE
       OPEN I-O LLAMADOS-UNIDADES-ARCHIVO.
       PERFORM BUSCAR-UNIDAD-LLAMADO.
       CLOSE LLAMADOS-UNIDADES-ARCHIVO.

       *>LLAMADOS-UNIDADES-ARCHIVO DEBE ESTAR ABIERTO. SI LA HALLA,
       *>LA UNIDAD QUEDA LEIDA EN EL AREA DE REGISTRO.
       BUSCAR-UNIDAD-LLAMADO.
       MOVE 0 TO WS-EN-LLAMADO.
       MOVE SPACES TO WS-AVISO-LLAMADO.
       MOVE WS-ID-LLAMADO TO UNI-INSTRUMENTO.
       MOVE "START   BUSCAR-UNIDAD-LLAMADO" TO WS-ERR-DONDE
       START LLAMADOS-UNIDADES-ARCHIVO KEY IS EQUAL TO UNI-INSTRUMENTO
           INVALID KEY     MOVE 1 TO WS-LEE-LLAMADO
           NOT INVALID KEY MOVE 0 TO WS-LEE-LLAMADO.
       IF WS-LEE-LLAMADO = 0
           PERFORM LEER-SIGUIENTE-UNIDAD-LLAMADO
           PERFORM REVISAR-UNIDAD-LLAMADO UNTIL WS-LEE-LLAMADO = 1.

       LEER-SIGUIENTE-UNIDAD-LLAMADO.
       MOVE "READ    LEER-SIGUIENTE-UNIDAD-LLAMADO" TO WS-ERR-DONDE
       READ LLAMADOS-UNIDADES-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-LLAMADO.
       IF WS-LEE-LLAMADO = 0 AND UNI-INSTRUMENTO NOT = WS-ID-LLAMADO
           MOVE 1 TO WS-LEE-LLAMADO.

       REVISAR-UNIDAD-LLAMADO.
       IF UNI-STATUS = "Pendiente" OR UNI-STATUS = "Recogido"
           MOVE 1 TO WS-EN-LLAMADO
           MOVE UNI-AVISO TO WS-AVISO-LLAMADO
           MOVE 1 TO WS-LEE-LLAMADO
       ELSE
           PERFORM LEER-SIGUIENTE-UNIDAD-LLAMADO.

       *>AL DEVOLVERSE UN EQUIPO BAJO UN LLAMADO DEL FABRICANTE, SU
       *>UNIDAD PASA DE Pendiente A Recogido (SALVO QUE SE REPORTE
       *>EXTRAVIADO) Y SE LE AVISA AL OPERADOR QUE LO APARTE.
       RECIBIR-UNIDAD-LLAMADO.
       MOVE ID-INSTRUMENTO TO WS-ID-LLAMADO.
       MOVE "OPEN    RECIBIR-UNIDAD-LLAMADO" TO WS-ERR-DONDE
       OPEN I-O LLAMADOS-UNIDADES-ARCHIVO.
       PERFORM BUSCAR-UNIDAD-LLAMADO.
       IF WS-EN-LLAMADO = 1
           IF UNI-STATUS = "Pendiente"
               AND STATUS-INSTRUMENTO NOT = "Extraviado"
               MOVE "Recogido" TO UNI-STATUS
               ACCEPT UNI-FECHA-STATUS FROM DATE YYYYMMDD
               MOVE LS-CONECTAR TO UNI-OPERADOR
               MOVE "REWRITE RECIBIR-UNIDAD-LLAMADO" TO WS-ERR-DONDE
               REWRITE LLAMADOS-UNIDADES-REGISTRO
           END-IF
           DISPLAY " "
           DISPLAY "*** El instrumento esta bajo el llamado del "
               "fabricante " WS-AVISO-LLAMADO
           DISPLAY "apartelo: no vuelve al estante ni se presta "
               "hasta resolverlo en Llamados. ***".
       CLOSE LLAMADOS-UNIDADES-ARCHIVO.

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
       MOVE SPACES TO WS-PRESTAMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "prestamos.dat" DELIMITED BY SIZE INTO WS-PRESTAMOS-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-HISTORIAL-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos_historial.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-HISTORIAL-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.
       MOVE SPACES TO WS-BLOQUEOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "bloqueos.dat" DELIMITED BY SIZE INTO WS-BLOQUEOS-RUTA.
       MOVE SPACES TO WS-PARAMETROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "parametros.dat" DELIMITED BY SIZE INTO WS-PARAMETROS-RUTA.
       MOVE SPACES TO WS-USUARIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios.dat" DELIMITED BY SIZE INTO WS-USUARIOS-RUTA.
       MOVE SPACES TO WS-RESERVAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reservas.dat" DELIMITED BY SIZE INTO WS-RESERVAS-RUTA.
       MOVE SPACES TO WS-APARTADOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "apartados.dat" DELIMITED BY SIZE INTO WS-APARTADOS-RUTA.
       MOVE SPACES TO WS-ESTADO-DIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "estado_dia.dat" DELIMITED BY SIZE INTO WS-ESTADO-DIA-RUTA.
       MOVE SPACES TO WS-CERTIFICACIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "certificaciones.dat" DELIMITED BY SIZE
           INTO WS-CERTIFICACIONES-RUTA.
       MOVE SPACES TO WS-FERIADOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "feriados.dat" DELIMITED BY SIZE INTO WS-FERIADOS-RUTA.
       MOVE SPACES TO WS-KITS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "kits.dat" DELIMITED BY SIZE INTO WS-KITS-RUTA.
       MOVE SPACES TO WS-INGRESOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "ingresos.dat" DELIMITED BY SIZE INTO WS-INGRESOS-RUTA.
       MOVE SPACES TO WS-FIANZAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "fianzas.dat" DELIMITED BY SIZE INTO WS-FIANZAS-RUTA.
       MOVE SPACES TO WS-MULTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "multas.dat" DELIMITED BY SIZE INTO WS-MULTAS-RUTA.
       MOVE SPACES TO WS-TARIFAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "tarifas.dat" DELIMITED BY SIZE INTO WS-TARIFAS-RUTA.
       MOVE SPACES TO WS-ADQUISICIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "adquisiciones.dat" DELIMITED BY SIZE
           INTO WS-ADQUISICIONES-RUTA.
       MOVE SPACES TO WS-POLITICAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "politicas.dat" DELIMITED BY SIZE INTO WS-POLITICAS-RUTA.
       MOVE SPACES TO WS-PAGOS-MULTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "pagos_multas.dat" DELIMITED BY SIZE
           INTO WS-PAGOS-MULTAS-RUTA.
       MOVE SPACES TO WS-OPERADORES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "operadores.dat" DELIMITED BY SIZE INTO WS-OPERADORES-RUTA.
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
       MOVE SPACES TO WS-DEPRECIACION-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "depreciacion.dat" DELIMITED BY SIZE
           INTO WS-DEPRECIACION-RUTA.
       MOVE SPACES TO WS-REINTEGROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reintegros_multas.dat" DELIMITED BY SIZE
           INTO WS-REINTEGROS-RUTA.
       MOVE SPACES TO WS-CONVENIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "convenios.dat" DELIMITED BY SIZE INTO WS-CONVENIOS-RUTA.
       MOVE SPACES TO WS-CONVENIOS-MULTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "convenios_multas.dat" DELIMITED BY SIZE
           INTO WS-CONVENIOS-MULTAS-RUTA.
       MOVE SPACES TO WS-CREDITOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "creditos.dat" DELIMITED BY SIZE INTO WS-CREDITOS-RUTA.
       MOVE SPACES TO WS-GRUPOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "grupos.dat" DELIMITED BY SIZE INTO WS-GRUPOS-RUTA.
       MOVE SPACES TO WS-GRUPOS-MIEMBROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "grupos_miembros.dat" DELIMITED BY SIZE
           INTO WS-GRUPOS-MIEMBROS-RUTA.
       MOVE SPACES TO WS-USUARIOS-NACIMIENTO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios_nacimiento.dat" DELIMITED BY SIZE
           INTO WS-USUARIOS-NACIMIENTO-RUTA.
       MOVE SPACES TO WS-COMPONENTES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "componentes.dat" DELIMITED BY SIZE INTO WS-COMPONENTES-RUTA.
       MOVE SPACES TO WS-COMPONENTES-HISTORIAL-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "componentes_historial.dat" DELIMITED BY SIZE
           INTO WS-COMPONENTES-HISTORIAL-RUTA.
       MOVE SPACES TO WS-LLAMADOS-UNIDADES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "llamados_unidades.dat" DELIMITED BY SIZE
           INTO WS-LLAMADOS-UNIDADES-RUTA.
       MOVE SPACES TO WS-REPARACIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reparaciones.dat" DELIMITED BY SIZE
           INTO WS-REPARACIONES-RUTA.
       MOVE SPACES TO WS-CAMBIOS-PRESTAMO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "prestamos_cambios.dat" DELIMITED BY SIZE
           INTO WS-CAMBIOS-PRESTAMO-RUTA.

       FIN-PROGRAMA.
       EXIT PROGRAM.
