       *>PRESTAMOS CON SU FECHA, ASI QUE SE USA COMO FUENTE PARA EL
       *>RESUMEN DE ACTIVIDAD DEL DIA EN LUGAR DE VOLVER A PEDIR DATOS.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       SELECT OPTIONAL INSTRUMENTOS-HISTORIAL-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-HISTORIAL-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS HIST-LLAVE
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-HIST WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS-HISTORIAL.

       *>PARA LA FASE QUE DEJA CONSTANCIA EN CADA USUARIO DE SI TIENE
       *>EQUIPO VENCIDO PENDIENTE POR DEVOLVER.
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

       *>LOS TRES ARCHIVOS QUE FALTABAN PARA QUE LA FASE DE RESPALDO
       *>PUEDA CUBRIR LOS CINCO ARCHIVOS INDEXADOS DEL SISTEMA, IGUAL
       *>QUE YA LOS ABRE EXPORTAR.CBL.
       SELECT OPTIONAL INSTRUMENTOS-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO
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
       RECORD KEY IS ID-PROVEEDOR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PROVEEDORES.

       *>PARA SUMAR LAS MULTAS PENDIENTES DE CADA USUARIO VENCIDO EN
       *>SU CARTA DE AVISO.
       SELECT OPTIONAL MULTAS-ARCHIVO
       ASSIGN TO WS-MULTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS MUL-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-MUL WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-MULTAS.

       *>EL LIBRO DE PAGOS DE MULTAS (VER MULTAS.CBL), PARA EL CUADRE
       *>DE CAJA DEL DIA: CADA PAGO RECIBIDO HOY CONTRA EL EFECTIVO
       *>CONTADO EN LA GAVETA.
       SELECT OPTIONAL PAGOS-MULTAS-ARCHIVO
       ASSIGN TO WS-PAGOS-MULTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PAGO-LLAVE
       ALTERNATE RECORD KEY IS MUL-LLAVE-PAGO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PAGOS-MULTAS.

       *>ESTANTE DE APARTADOS DEL MOSTRADOR (VER CREAR-APARTADO EN
       *>PRESTAMOS.CBL). EL CIERRE IMPRIME LA LISTA DE RETIROS DE LA
       *>PARAMETRO APARTDIAS Y PASA EL INSTRUMENTO AL SIGUIENTE DE LA
       *>COLA DE RESERVAS.
       SELECT OPTIONAL APARTADOS-ARCHIVO
       ASSIGN TO WS-APARTADOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-APA
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-APARTADOS.

       *>LA COLA DE RESERVAS (VER RESERVAS.CBL), PARA MARCAR VENCIDA
       *>LA RESERVA DEL QUE NO RETIRO Y PASAR AL SIGUIENTE PENDIENTE.
       SELECT OPTIONAL RESERVAS-ARCHIVO
       ASSIGN TO WS-RESERVAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS RES-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-RES WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-RESERVAS.

       *>CONTADOR DE PLANTONES POR USUARIO (VER RESERVAS.CBL): CADA
       *>APARTADO VENCIDO SIN RETIRAR SUMA UN STRIKE.
       SELECT OPTIONAL STRIKES-RESERVAS-ARCHIVO
       ASSIGN TO WS-STRIKES-RESERVAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO-STK
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-STRIKES-RESERVAS.

       *>PARAMETROS GENERALES DEL SISTEMA (VER BLOQUEOS.CBL). AQUI SE
       *>LEE APARTDIAS, LOS DIAS QUE UN APARTADO ESPERA EN EL
       *>MOSTRADOR ANTES DE VENCERSE.
       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO WS-PARAMETROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PARAM-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PARAMETROS.

       *>POLITICA DE CADA TIPO (VER TIPOS.CBL). AQUI SE LEEN LOS
       *>INTERVALOS DE MANTENIMIENTO PREVENTIVO DEL TIPO.
       SELECT OPTIONAL POLITICAS-ARCHIVO
       ASSIGN TO WS-POLITICAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-TIPO-POL
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-POLITICAS.

       *>ORDENES DE REPARACION (VER REPARACIONES.CBL), PARA SABER
       *>CUANDO FUE EL ULTIMO SERVICIO DE CADA INSTRUMENTO.
       SELECT OPTIONAL REPARACIONES-ARCHIVO
       ASSIGN TO WS-REPARACIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS REP-LLAVE
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-REP WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-REPARACIONES.

       *>INSTRUMENTOS A LOS QUE LES TOCA SERVICIO SEGUN EL INTERVALO
       *>DE SU TIPO. EL CIERRE LOS MARCA Pendiente Y REPARACIONES.CBL
       *>LOS CONVIERTE EN ORDENES CON UNA TECLA.
       SELECT OPTIONAL MANTENIMIENTO-ARCHIVO
       ASSIGN TO WS-MANTENIMIENTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-MAN
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-MANTENIMIENTO.

       *>RESULTADO DE LA ULTIMA CORRIDA POR LOTE DE ESTE PROGRAMA
       *>(OK O FALLO), PARA QUE EL PROXIMO OPERADOR LO VEA AL INICIAR
       *>SESION CUANDO EL PROGRAMADOR DE TAREAS LO CORRE DE MADRUGADA.
       SELECT OPTIONAL ESTADO-LOTE-ARCHIVO
       ASSIGN TO WS-ESTADO-LOTE-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PROGRAMA-LOTE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ESTADO-LOTE.

       *>LIBRO DE PAGOS DE CUOTAS DE MEMBRESIA (VER USUARIOS.CBL),
       *>PARA CONCILIAR EN EL CUADRE EL INGRESO POR MEMBRESIAS.
       SELECT OPTIONAL PAGOS-CUOTAS-ARCHIVO
       ASSIGN TO WS-PAGOS-CUOTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CUO-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PAGOS-CUOTAS.

       *>LIBRO DE INGRESOS POR ALQUILER (VER PRESTAMOS.CBL), PARA
       *>CONCILIAR EN EL CUADRE DE CAJA LO COBRADO POR ALQUILER JUNTO
       *>A LOS PAGOS DE MULTAS.
       SELECT OPTIONAL INGRESOS-ARCHIVO
       ASSIGN TO WS-INGRESOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ING-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INGRESOS.

       *>TASA OFICIAL DEL DIA (BOLIVARES POR DOLAR). LA APERTURA DEL
       *>DIA LA PIDE; LAS PANTALLAS DE COBRO LA USAN CUANDO EL SOCIO
       *>PAGA EN BOLIVARES.
       SELECT OPTIONAL TASAS-CAMBIO-ARCHIVO
       ASSIGN TO WS-TASAS-CAMBIO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS TASA-FECHA
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TASAS-CAMBIO.

       *>MONEDA DE CADA COBRO (VER MULTAS.CBL), PARA SEPARAR EN EL
       *>CUADRE LO RECIBIDO EN DOLARES DE LO RECIBIDO EN BOLIVARES.
       SELECT OPTIONAL COBROS-MONEDA-ARCHIVO
       ASSIGN TO WS-COBROS-MONEDA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS MON-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-COBROS-MONEDA.
       *>BANDERA DEL ESTADO DEL DIA: EL CIERRE LA DEJA EN Cerrado Y
       *>LA APERTURA DE LA MAÑANA LA REGRESA A Abierto. MIENTRAS ESTA
       *>Cerrado, LOS PROGRAMAS TRANSACCIONALES RECHAZAN MOVIMIENTOS
       *>NUEVOS SALVO OVERRIDE DE SUPERVISOR, QUE QUEDA EN LA
       *>AUDITORIA Y SE LISTA EN EL PROXIMO CIERRE.
       SELECT OPTIONAL ESTADO-DIA-ARCHIVO
       ASSIGN TO WS-ESTADO-DIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS EST-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ESTADO-DIA.

       *>COLA DE NOTIFICACIONES PARA EL ENVIO MASIVO DE LA OFICINA:
       *>ADEMAS DE LAS CARTAS, EL CIERRE DEJA AQUI UNA FILA POR CADA
       *>MEMBRESIA POR VENCER) CON LA CEDULA Y EL TELEFONO DEL SOCIO.
       *>EXPORTAR.CBL LAS VUELCA A UN CSV Y LAS MARCA ENVIADAS.
       SELECT OPTIONAL NOTIFICACIONES-ARCHIVO
       ASSIGN TO WS-NOTIFICACIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NOTIF-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-NOTIFICACIONES.

       *>UNA CARTA DE AVISO POR CADA USUARIO CON EQUIPO VENCIDO, PARA
       *>IMPRIMIR Y ENVIAR POR CORREO O LEER POR TELEFONO. EL NOMBRE
       *>ARCHIVO DE SALIDA PARA IMPRIMIR O REVISAR LUEGO EL REPORTE
       *>CONSOLIDADO, IGUAL QUE EL REPORTE-ARCHIVO DE CONSULTAS.CBL.
       SELECT OPTIONAL REPORTE-CIERRE-ARCHIVO
       ASSIGN TO WS-REPORTE-CIERRE-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       *>GUARDA EN QUE PUNTO SE QUEDO EL CIERRE DEL DIA, PARA QUE SI SE
       *>REANUDAR DESDE AHI EN LUGAR DE VOLVER A GENERAR TODO EL
       *>REPORTE DEL DIA DESDE CERO. UN REGISTRO POR FECHA.
       SELECT OPTIONAL CHECKPOINT-CIERRE-ARCHIVO
       ASSIGN TO WS-CHECKPOINT-CIERRE-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CHK-FECHA
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CHECKPOINT-CIERRE.

       *>UN RESPALDO POR CADA ARCHIVO INDEXADO, IGUAL DE DELIMITADO QUE
       *>LOS ARCHIVOS DE EXPORTAR.CBL PERO EN MODO EXTEND: CADA NOCHE
       *>IGUAL QUE AUDITORIA.DAT E INSTRUMENTOS_HISTORIAL.DAT GUARDAN
       *>SU HISTORIA COMPLETA EN LUGAR DE UNA SOLA FOTO DEL MOMENTO.
       SELECT OPTIONAL RESPALDO-INSTRUMENTOS-ARCHIVO
       ASSIGN TO WS-RESPALDO-INSTRUMENTOS-RUTA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RESPALDO-INSTRUMENTOS.

       SELECT OPTIONAL RESPALDO-TIPOS-ARCHIVO
       ASSIGN TO WS-RESPALDO-TIPOS-RUTA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RESPALDO-TIPOS.

       SELECT OPTIONAL RESPALDO-PROVEEDORES-ARCHIVO
       ASSIGN TO WS-RESPALDO-PROVEEDORES-RUTA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RESPALDO-PROVEEDORES.

       SELECT OPTIONAL RESPALDO-USUARIOS-ARCHIVO
       ASSIGN TO WS-RESPALDO-USUARIOS-RUTA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RESPALDO-USUARIOS.

       SELECT OPTIONAL RESPALDO-PRESTAMOS-ARCHIVO
       ASSIGN TO WS-RESPALDO-PRESTAMOS-RUTA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RESPALDO-PRESTAMOS.


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

       *>CONVENIOS DE PAGO DE MULTAS (VER CONVENIOS.CBL), SUS MULTAS
       *>Y SU CRONOGRAMA DE CUOTAS. CADA NOCHE SE MARCAN LAS CUOTAS
       *>PAGADAS Y SE ANULA EL CONVENIO QUE DEJO VENCER UNA CUOTA.
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

       SELECT OPTIONAL CONVENIOS-CUOTAS-ARCHIVO
       ASSIGN TO WS-CONVENIOS-CUOTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CCU-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CONVENIOS-CUOTAS.

       *>CUENTA DE SALDO A FAVOR DE LOS SOCIOS (VER CREDITOS.CBL).
       *>EL CUADRE DE CAJA CUENTA LOS EXCEDENTES QUE ENTRARON A LA
       *>GAVETA, LOS REEMBOLSOS QUE SALIERON DE ELLA Y LO PAGADO CON
       *>SALDO A FAVOR, QUE NO ES DINERO DEL DIA.
       SELECT OPTIONAL CREDITOS-ARCHIVO
       ASSIGN TO WS-CREDITOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CRE-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CREDITOS.
       *>GRUPOS Y EQUIPOS (VER GRUPOS.CBL): SUS PRESTAMOS VAN A
       *>NOMBRE DEL CODIGO DEL GRUPO Y EL AVISO DE VENCIDO LE LLEGA
       *>AL ENTRENADOR RESPONSABLE.
       SELECT OPTIONAL GRUPOS-ARCHIVO
       ASSIGN TO WS-GRUPOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-GRUPO
       ALTERNATE RECORD KEY IS CEDULA-RESPONSABLE-GRP WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-GRUPOS.
       *>FECHA DE NACIMIENTO Y REPRESENTANTE DE LOS SOCIOS (VER
       *>USUARIOS.CBL): MIENTRAS EL SOCIO ES MENOR, LAS CARTAS Y LAS
       *>NOTIFICACIONES VAN A SU REPRESENTANTE.
       SELECT OPTIONAL USUARIOS-NACIMIENTO-ARCHIVO
       ASSIGN TO WS-USUARIOS-NACIMIENTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO-NAC
       ALTERNATE RECORD KEY IS CEDULA-REPRESENTANTE-NAC
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS-NACIMIENTO.

       *>UN SELLO POR DIA CERRADO SOBRE SUS ENTRADAS DE AUDITORIA,
       *>ENCADENADO CON EL DEL DIA ANTERIOR (VER SELLAR-AUDITORIA-DIA
       *>Y LA VERIFICACION DE SELLOS EN VERIFICAR.CBL).
       SELECT OPTIONAL SELLOS-AUDITORIA-ARCHIVO
       ASSIGN TO WS-SELLOS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS SEL-FECHA
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-SELLOS-AUDITORIA.

       *>ESCALERA DE COBRANZA DE LOS PRESTAMOS VENCIDOS (VER
       *>COBRANZA.CBL): EL CASO DE CADA PRESTAMO, LAS TAREAS QUE CADA
       *>NOCHE SE PROGRAMAN PARA EL MOSTRADOR Y LA BITACORA DE
       *>CONTACTOS, DONDE EL CIERRE ANOTA LAS PROMESAS INCUMPLIDAS.
       SELECT OPTIONAL COBRANZA-ARCHIVO
       ASSIGN TO WS-COBRANZA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS COB-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-COBRANZA.

       SELECT OPTIONAL COBRANZA-TAREAS-ARCHIVO
       ASSIGN TO WS-COBRANZA-TAREAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS TAR-LLAVE
       ALTERNATE RECORD KEY IS TAR-PRESTAMO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-COBRANZA-TAREAS.

       SELECT OPTIONAL COBRANZA-CONTACTOS-ARCHIVO
       ASSIGN TO WS-COBRANZA-CONTACTOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CON-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-COBRANZA-CONTACTOS.
       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA-ARCHIVO.
               05 MONTO-INGRESO      PIC 9(6)V99.
               05 CONCEPTO-INGRESO   PIC X(20).

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
       FD ESTADO-DIA-ARCHIVO.
           01 ESTADO-DIA-REGISTRO.
               05 EST-ID       PIC X(3). *>SIEMPRE "DIA".
               05 CEDULA-USUARIO-NOT  PIC X(11).
               05 TELEFONO-NOT        PIC 9(11).
               05 TIPO-NOTIF          PIC X(12). *>Vencido/Reserva/
                                                 *>Membresia/Llamado.
               05 DETALLE-NOTIF       PIC X(60).
               05 STATUS-NOTIF        PIC X(10). *>Pendiente/Enviada.

       FD RESPALDO-PRESTAMOS-ARCHIVO.
           01 RESPALDO-PRESTAMOS-LINEA PIC X(250).

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

       *>COPIA DE LOS REGISTROS DE CONVENIOS.DAT, CONVENIOS_MULTAS.DAT
       *>Y CONVENIOS_CUOTAS.DAT (VER CONVENIOS.CBL).
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

       FD CONVENIOS-MULTAS-ARCHIVO.
           01 CONVENIOS-MULTAS-REGISTRO.
               05 CMU-LLAVE.
                   10 NUMERO-CONVENIO-CMU PIC 9(6).
                   10 LINEA-CMU           PIC 9(2).
               05 MUL-LLAVE-CMU.
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

       FD SELLOS-AUDITORIA-ARCHIVO.
           01 SELLOS-AUDITORIA-REGISTRO.
               05 SEL-FECHA          PIC 9(8). *>DIA SELLADO.
               05 SEL-CANTIDAD       PIC 9(7). *>ENTRADAS DEL DIA.
               05 SEL-SUMA           PIC 9(9). *>SUMA DE HUELLAS.
               05 SEL-FECHA-ANTERIOR PIC 9(8). *>SELLO AL QUE SE
                                               *>ENCADENA (0 SI ES
                                               *>EL PRIMERO).
               05 SEL-CADENA         PIC 9(9).
               *>HORA DEL SELLO; LAS ENTRADAS DE DESPUES NO ENTRAN EN
               *>LA CUENTA. 99999999 SI EL DIA SE SELLO YA TERMINADO
               *>(CORRIDA DESATENDIDA DE MADRUGADA): CUENTA TODO EL DIA.
               05 SEL-HORA           PIC 9(8).
               05 SEL-OPERADOR       PIC X(10).

       *>COPIAS DE LOS REGISTROS DE COBRANZA.DAT, COBRANZA_TAREAS.DAT
       *>Y COBRANZA_CONTACTOS.DAT (VER COBRANZA.CBL).
       FD COBRANZA-ARCHIVO.
           01 COBRANZA-REGISTRO.
               05 COB-LLAVE.
                   10 COB-CEDULA         PIC X(11).
                   10 COB-FECHA-PRESTAMO PIC 9(8).
                   10 COB-HORA-PRESTAMO  PIC X(9).
                   10 COB-ITEM-PRESTAMO  PIC 9(02).
               05 COB-INSTRUMENTO  PIC X(6).
               05 COB-FECHA-VENCE  PIC 9(8).
               05 COB-PASO         PIC 9(1).
               05 COB-FECHA-PASO   PIC 9(8).
               05 COB-PROMESA      PIC 9(8).
               05 COB-ESTADO       PIC X(10).
               05 COB-FECHA-ALTA   PIC 9(8).
               05 COB-FECHA-CIERRE PIC 9(8).

       FD COBRANZA-TAREAS-ARCHIVO.
           01 COBRANZA-TAREAS-REGISTRO.
               05 TAR-LLAVE.
                   10 TAR-FECHA        PIC 9(8).
                   10 TAR-PRESTAMO     PIC X(30).
                   10 TAR-PASO         PIC 9(1).
               05 TAR-DIAS           PIC 9(4).
               05 TAR-ESTADO         PIC X(9).
               05 TAR-FECHA-ATENCION PIC 9(8).
               05 TAR-OPERADOR       PIC X(10).

       FD COBRANZA-CONTACTOS-ARCHIVO.
           01 COBRANZA-CONTACTOS-REGISTRO.
               05 CON-LLAVE.
                   10 CON-PRESTAMO PIC X(30).
                   10 CON-FECHA    PIC 9(8).
                   10 CON-HORA     PIC 9(8).
               05 CON-PASO       PIC 9(1).
               05 CON-MEDIO      PIC X(10).
               05 CON-CONTACTADO PIC X(13).
               05 CON-RESULTADO  PIC X(13).
               05 CON-PROMESA    PIC 9(8).
               05 CON-NOTA       PIC X(60).
               05 CON-OPERADOR   PIC X(10).
       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS
       01 WS-TITULO.
       77 WS-HAY-ACTIVIDAD PIC 9(1).
       77 WS-HAY-CAMBIOS PIC 9(1).
       77 WS-HAY-VENCIDOS-USR PIC 9(1).
       *>CEDULA (O CODIGO DE GRUPO) CUYOS PRESTAMOS Y MULTAS SE
       *>REVISAN PARA EL AVISO DE VENCIDO.
       77 WS-CEDULA-AVISO PIC X(11).
       77 WS-HAY-VENCIDOS-GRP PIC 9(1).
       77 WS-LEE-GRUPO PIC 9(1).
       77 WS-LEE-PRESTAMO-CIERRE PIC 9(1).

       *>USADOS PARA EL CUADRE DE CAJA DE LOS PAGOS DE MULTAS. EL
       77 WS-TOTAL-CAJA PIC 9(8)V99.
       77 WS-TOTAL-EFECTIVO PIC 9(8)V99.
       77 WS-TOTAL-ALQUILER-DIA PIC 9(8)V99.
       *>INDEMNIZACIONES DEL SEGURO ASENTADAS HOY EN INGRESOS.DAT
       *>(VER INCIDENTES.CBL). ENTRAN POR EL BANCO, NO POR LA GAVETA.
       77 WS-TOTAL-SEGURO-DIA PIC 9(8)V99.
       *>REINTEGROS DE MULTAS REVERTIDAS ENTREGADOS HOY (VER
       *>PRESTAMOS.CBL); EL EFECTIVO SALE DE LA GAVETA.
       77 WS-TOTAL-REINTEGROS-DIA PIC 9(8)V99.
       77 WS-LEE-REINTEGRO-CAJA PIC 9(1).
       *>MOVIMIENTOS DE HOY EN LOS SALDOS A FAVOR (VER CREDITOS.CBL):
       *>EXCEDENTES COBRADOS, REEMBOLSOS ENTREGADOS Y SALDO APLICADO
       *>A MULTAS, ALQUILERES Y CUOTAS. LAS MULTAS PAGADAS CON SALDO
       *>A FAVOR SE MUESTRAN APARTE DEL EFECTIVO.
       77 WS-TOTAL-SOBREPAGO-DIA PIC 9(8)V99.
       77 WS-TOTAL-REEMBOLSOS-DIA PIC 9(8)V99.
       77 WS-TOTAL-APLICADO-DIA PIC 9(8)V99.
       77 WS-TOTAL-SALDO-FAVOR PIC 9(8)V99.
       77 WS-LEE-CREDITO-CAJA PIC 9(1).
       77 WS-TOTAL-CUOTAS-DIA PIC 9(8)V99.
       77 WS-LEE-INGRESO-CAJA PIC 9(1).
       77 WS-TOTAL-TARJETA PIC 9(8)V99.
       77 WS-OPERADOR-PAGO PIC X(10).
       77 WS-RECIBO-BUSCADO PIC 9(8).

       *>USADOS PARA SEPARAR EL CUADRE POR MONEDA: LO RECIBIDO EN
       *>BOLIVARES (CON SU EQUIVALENTE EN DOLARES) Y EL EFECTIVO
       *>ESPERADO EN LA GAVETA EN CADA MONEDA. LOS COBROS SIN MONEDA
       *>REGISTRADA SON ANTERIORES AL COBRO EN BOLIVARES Y CUENTAN
       *>COMO DOLARES.
       77 WS-TOTAL-BS-DIA PIC 9(12)V99.
       77 WS-TOTAL-BS-BASE PIC 9(8)V99.
       77 WS-TOTAL-USD-DIA PIC 9(8)V99.
       77 WS-EFECTIVO-USD-ESP PIC 9(8)V99.
       77 WS-EFECTIVO-BS-ESP PIC 9(12)V99.
       77 WS-BS-CONTADO PIC 9(12)V99.
       77 WS-DIFERENCIA-BS PIC S9(12)V99.
       77 WS-MON-SERIE-CAJA PIC X(10).
       77 WS-MON-NUMERO-CAJA PIC 9(8).
       77 WS-MON-MONTO-CAJA PIC 9(8)V99.
       77 WS-MON-EFECTIVO PIC 9(1).

       *>USADOS PARA CARGAR LA TASA DEL DIA EN LA APERTURA.
       77 WS-TASA-NUEVA PIC 9(8)V9(4).
       77 WS-HAY-TASA PIC 9(1).

       *>USADOS PARA LAS CARTAS DE AVISO DE EQUIPO VENCIDO.
       77 WS-AVISO-RUTA PIC X(80).

       *>USADOS PARA AVISAR DE LAS MEMBRESIAS QUE VENCEN EN LOS
       *>PROXIMOS 30 DIAS, PARA QUE EL MOSTRADOR LLAME A TIEMPO.
       77 WS-LEE-NOTIF PIC 9(1).
       77 WS-NOTIF-DUPLICADA PIC 9(1).

       *>USADOS PARA DIRIGIR CARTAS Y NOTIFICACIONES DE UN SOCIO MENOR
       *>DE EDAD (WS-REP-MENOR) A SU REPRESENTANTE, Y PARA VENCER LA
       *>REPRESENTACION EL DIA QUE CUMPLE LA MAYORIA (PARAMETRO
       *>MAYORIA).
       77 WS-REP-MENOR PIC X(11).
       77 WS-REP-ACTIVO PIC 9(1).
       77 WS-REP-CEDULA PIC X(11).
       77 WS-REP-NOMBRE PIC X(40).
       77 WS-REP-DIRECCION PIC X(100).
       77 WS-REP-TELEFONO PIC 9(11).
       77 WS-REP-PARENTESCO PIC X(12).
       77 WS-REP-CEDULA-VUELTA PIC X(11).
       77 WS-MAYORIA PIC 9(2).
       77 WS-FECHA-MAYORIA-NAC PIC 9(8).
       77 WS-LEE-NAC PIC 9(1).
       77 WS-HAY-MAYORIAS PIC 9(1).

       *>USADOS POR LA ESCALERA DE COBRANZA: LOS CINCO PASOS CON EL
       *>PARAMETRO DE DIAS DE RETRASO DE CADA UNO Y SU VALOR POR
       *>OMISION.
       01 WS-COB-ESCALERA-DATOS.
           05 FILLER PIC X(12) VALUE "COBRAVISO".
           05 FILLER PIC 9(6)  VALUE 1.
           05 FILLER PIC X(20) VALUE "Recordatorio".
           05 FILLER PIC X(12) VALUE "COBRLLAMADA".
           05 FILLER PIC 9(6)  VALUE 7.
           05 FILLER PIC X(20) VALUE "Llamada".
           05 FILLER PIC X(12) VALUE "COBRCARTA".
           05 FILLER PIC 9(6)  VALUE 15.
           05 FILLER PIC X(20) VALUE "Carta formal".
           05 FILLER PIC X(12) VALUE "COBRTUTOR".
           05 FILLER PIC 9(6)  VALUE 30.
           05 FILLER PIC X(20) VALUE "Aviso al responsable".
           05 FILLER PIC X(12) VALUE "COBREXTRAV".
           05 FILLER PIC 9(6)  VALUE 60.
           05 FILLER PIC X(20) VALUE "Declarar extraviado".
       01 WS-COB-ESCALERA REDEFINES WS-COB-ESCALERA-DATOS.
           05 WS-COB-PASO-CAT OCCURS 5.
               10 WS-COB-PARAMETRO PIC X(12).
               10 WS-COB-DEFECTO   PIC 9(6).
               10 WS-COB-NOMBRE    PIC X(20).
       01 WS-COB-UMBRALES.
           05 WS-COB-UMBRAL PIC 9(6) OCCURS 5.
       77 WS-IDX-COB PIC 9(1).
       77 WS-LEE-PRE-COB PIC 9(1).
       77 WS-LEE-CASO-COB PIC 9(1).
       77 WS-LEE-TAREA-COB PIC 9(1).
       77 WS-HAY-CASO-COB PIC 9(1).
       77 WS-HAY-PRE-COB PIC 9(1).
       77 WS-HAY-PASOS-COB PIC 9(1).
       77 WS-HAY-CIERRES-COB PIC 9(1).
       77 WS-PASO-SIG-COB PIC 9(1).
       77 WS-ESTADO-NUEVO-COB PIC X(10).
       77 WS-DIAS-HOY-COB PIC 9(8).
       77 WS-DIAS-RETRASO-COB PIC 9(8).

       *>FECHA AAAAMMDD PASADA A DIAS PARA RESTAR DOS FECHAS, IGUAL
       *>QUE EN CONSULTAS.CBL.
       01 WS-FECHA-CONV PIC 9(8).
       01 WS-FECHA-CONV-R REDEFINES WS-FECHA-CONV.
           05 WS-CONV-AA PIC 9(4).
           05 WS-CONV-MM PIC 9(2).
           05 WS-CONV-DD PIC 9(2).
       77 WS-DIAS-CONV PIC 9(8).

       *>USADOS AL REVISAR LOS CONVENIOS DE PAGO: LO ABONADO A LAS
       *>MULTAS DE CADA CONVENIO DESDE LA FIRMA SE APLICA A LAS
       *>CUOTAS EN ORDEN.
       77 WS-NUMERO-CNV PIC 9(6).
       77 WS-LEE-CNV PIC 9(1).
       77 WS-LEE-CMU PIC 9(1).
       77 WS-LEE-CCU PIC 9(1).
       77 WS-LEE-PAGO-CNV PIC 9(1).
       77 WS-PAGADO-MULTA-CNV PIC 9(8)V99.
       77 WS-ABONADO-CNV PIC 9(8)V99.
       77 WS-ABONO-LINEA-CNV PIC 9(8)V99.
       77 WS-ACUM-CUOTAS-CNV PIC 9(8)V99.
       77 WS-CUOTAS-IMPAGAS PIC 9(2).
       77 WS-CUOTAS-VENCIDAS PIC 9(2).
       77 WS-CUOTA-VENCIDA-NUM PIC 9(2).
       77 WS-CUOTA-VENCIDA-FECHA PIC 9(8).
       77 WS-CONVENIOS-AL-DIA PIC 9(5).
       77 WS-HAY-CONVENIOS PIC 9(1).

       *>USADOS POR EL MODO DESATENDIDO (PARAMETRO AUTOMODO): EL
       *>PROGRAMADOR DE TAREAS CORRE EL LOTE DE MADRUGADA SIN NADIE
       *>QUE CONTESTE PREGUNTAS.
       77 WS-TOTAL-RESPALDO PIC 9(5).
       77 WS-NOMBRE-RESPALDO PIC X(30).

       *>USADOS PARA SELLAR LA AUDITORIA DEL DIA.
       77 WS-LEE-SELLO PIC 9(1).
       77 WS-HAY-SELLO PIC 9(1).
       77 WS-SELLO-CANTIDAD PIC 9(7).
       77 WS-SELLO-HUELLA PIC 9(9).
       77 WS-SELLO-SUMA PIC 9(10).
       77 WS-SELLO-FECHA-ANT PIC 9(8).
       77 WS-SELLO-CADENA-ANT PIC 9(9).
       77 WS-SELLO-CADENA-CALC PIC 9(11).
       77 WS-SELLO-FECHA-RELOJ PIC 9(8).
       77 WS-SELLO-COCIENTE PIC 9(11).

       *>DATOS DE LA CORRIDA QUE SE ANOTA EN EL CATALOGO DE
       *>REPORTES (VER CATALOGO.CBL).
       01 WS-CAT-DATOS.
           05 WS-CAT-ACCION     PIC X(1).
           05 WS-CAT-PROGRAMA   PIC X(15) VALUE "Cierre".
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

       *>CATALOGO DE EQUIPO PARA LA PAGINA WEB QUE SE PUBLICA AL
       *>ABRIR EL DIA (VER VITRINA.CBL).
       01 WS-VIT-DATOS.
           05 WS-VIT-OPERADOR   PIC X(10).
           05 WS-VIT-DIRECTORIO PIC X(40).
           05 WS-VIT-DETALLES   PIC 9(6).
           05 WS-VIT-ERROR      PIC 9(1).

       *>DATOS DEL ERROR DE ARCHIVO QUE SE ANOTA EN ERRORES.DAT
       *>(VER ERRORES.CBL). ANTES DE CADA OPERACION SOBRE UN
       *>ARCHIVO DE DATOS SE DEJA EN WS-ERR-DONDE LA OPERACION Y EL
       *>PARRAFO; SI FALLA, LAS DECLARATIVAS COMPLETAN EL RESTO.
       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Cierre".
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
       77 WS-FS-AUDITORIA PIC X(2).
       77 WS-FS-INSTRUMENTOS-HISTORIAL PIC X(2).
       77 WS-FS-USUARIOS PIC X(2).
       77 WS-FS-PRESTAMOS PIC X(2).
       77 WS-FS-INSTRUMENTOS PIC X(2).
       77 WS-FS-TIPO-INSTRUMENTO PIC X(2).
       77 WS-FS-PROVEEDORES PIC X(2).
       77 WS-FS-MULTAS PIC X(2).
       77 WS-FS-PAGOS-MULTAS PIC X(2).
       77 WS-FS-APARTADOS PIC X(2).
       77 WS-FS-RESERVAS PIC X(2).
       77 WS-FS-STRIKES-RESERVAS PIC X(2).
       77 WS-FS-PARAMETROS PIC X(2).
       77 WS-FS-POLITICAS PIC X(2).
       77 WS-FS-REPARACIONES PIC X(2).
       77 WS-FS-MANTENIMIENTO PIC X(2).
       77 WS-FS-ESTADO-LOTE PIC X(2).
       77 WS-FS-PAGOS-CUOTAS PIC X(2).
       77 WS-FS-INGRESOS PIC X(2).
       77 WS-FS-TASAS-CAMBIO PIC X(2).
       77 WS-FS-COBROS-MONEDA PIC X(2).
       77 WS-FS-ESTADO-DIA PIC X(2).
       77 WS-FS-NOTIFICACIONES PIC X(2).
       77 WS-FS-CHECKPOINT-CIERRE PIC X(2).
       77 WS-FS-RESPALDO-INSTRUMENTOS PIC X(2).
       77 WS-FS-RESPALDO-TIPOS PIC X(2).
       77 WS-FS-RESPALDO-PROVEEDORES PIC X(2).
       77 WS-FS-RESPALDO-USUARIOS PIC X(2).
       77 WS-FS-RESPALDO-PRESTAMOS PIC X(2).
       77 WS-FS-REINTEGROS PIC X(2).
       77 WS-FS-CONVENIOS PIC X(2).
       77 WS-FS-CONVENIOS-MULTAS PIC X(2).
       77 WS-FS-CONVENIOS-CUOTAS PIC X(2).
       77 WS-FS-CREDITOS PIC X(2).
       77 WS-FS-GRUPOS PIC X(2).
       77 WS-FS-USUARIOS-NACIMIENTO PIC X(2).
       77 WS-FS-SELLOS-AUDITORIA PIC X(2).
       77 WS-FS-COBRANZA PIC X(2).
       77 WS-FS-COBRANZA-TAREAS PIC X(2).
       77 WS-FS-COBRANZA-CONTACTOS PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-AUDITORIA-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-HISTORIAL-RUTA PIC X(80).
       77 WS-USUARIOS-RUTA PIC X(80).
       77 WS-PRESTAMOS-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-TIPO-INSTRUMENTO-RUTA PIC X(80).
       77 WS-PROVEEDORES-RUTA PIC X(80).
       77 WS-MULTAS-RUTA PIC X(80).
       77 WS-PAGOS-MULTAS-RUTA PIC X(80).
       77 WS-APARTADOS-RUTA PIC X(80).
       77 WS-RESERVAS-RUTA PIC X(80).
       77 WS-STRIKES-RESERVAS-RUTA PIC X(80).
       77 WS-PARAMETROS-RUTA PIC X(80).
       77 WS-POLITICAS-RUTA PIC X(80).
       77 WS-REPARACIONES-RUTA PIC X(80).
       77 WS-MANTENIMIENTO-RUTA PIC X(80).
       77 WS-ESTADO-LOTE-RUTA PIC X(80).
       77 WS-PAGOS-CUOTAS-RUTA PIC X(80).
       77 WS-INGRESOS-RUTA PIC X(80).
       77 WS-TASAS-CAMBIO-RUTA PIC X(80).
       77 WS-COBROS-MONEDA-RUTA PIC X(80).
       77 WS-ESTADO-DIA-RUTA PIC X(80).
       77 WS-NOTIFICACIONES-RUTA PIC X(80).
       77 WS-REPORTE-CIERRE-RUTA PIC X(80).
       77 WS-CHECKPOINT-CIERRE-RUTA PIC X(80).
       77 WS-RESPALDO-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-RESPALDO-TIPOS-RUTA PIC X(80).
       77 WS-RESPALDO-PROVEEDORES-RUTA PIC X(80).
       77 WS-RESPALDO-USUARIOS-RUTA PIC X(80).
       77 WS-RESPALDO-PRESTAMOS-RUTA PIC X(80).
       77 WS-REINTEGROS-RUTA PIC X(80).
       77 WS-CONVENIOS-RUTA PIC X(80).
       77 WS-CONVENIOS-MULTAS-RUTA PIC X(80).
       77 WS-CONVENIOS-CUOTAS-RUTA PIC X(80).
       77 WS-CREDITOS-RUTA PIC X(80).
       77 WS-GRUPOS-RUTA PIC X(80).
       77 WS-USUARIOS-NACIMIENTO-RUTA PIC X(80).
       77 WS-SELLOS-AUDITORIA-RUTA PIC X(80).
       77 WS-COBRANZA-RUTA PIC X(80).
       77 WS-COBRANZA-TAREAS-RUTA PIC X(80).
       77 WS-COBRANZA-CONTACTOS-RUTA PIC X(80).

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
       ERROR-INSTRUMENTOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSTRUMENTOS-ARCHIVO.
       ERROR-INSTRUMENTOS-ANOTAR.
       MOVE "instrumentos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO TO WS-ERR-LLAVE.
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
       MOVE ID-PROVEEDOR TO WS-ERR-LLAVE.
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
       ERROR-APARTADOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON APARTADOS-ARCHIVO.
       ERROR-APARTADOS-ANOTAR.
       MOVE "apartados.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-APARTADOS TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-APA TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-RESERVAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RESERVAS-ARCHIVO.
       ERROR-RESERVAS-ANOTAR.
       MOVE "reservas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-RESERVAS TO WS-ERR-ESTADO.
       MOVE RES-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-STRIKES-RESERVAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON STRIKES-RESERVAS-ARCHIVO.
       ERROR-STRIKES-RESERVAS-ANOTAR.
       MOVE "strikes_reservas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-STRIKES-RESERVAS TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO-STK TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PARAMETROS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PARAMETROS-ARCHIVO.
       ERROR-PARAMETROS-ANOTAR.
       MOVE "parametros.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PARAMETROS TO WS-ERR-ESTADO.
       MOVE PARAM-NOMBRE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-POLITICAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON POLITICAS-ARCHIVO.
       ERROR-POLITICAS-ANOTAR.
       MOVE "politicas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-POLITICAS TO WS-ERR-ESTADO.
       MOVE CODIGO-TIPO-POL TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-REPARACIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REPARACIONES-ARCHIVO.
       ERROR-REPARACIONES-ANOTAR.
       MOVE "reparaciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-REPARACIONES TO WS-ERR-ESTADO.
       MOVE REP-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-MANTENIMIENTO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MANTENIMIENTO-ARCHIVO.
       ERROR-MANTENIMIENTO-ANOTAR.
       MOVE "mantenimiento.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-MANTENIMIENTO TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-MAN TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ESTADO-LOTE SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ESTADO-LOTE-ARCHIVO.
       ERROR-ESTADO-LOTE-ANOTAR.
       MOVE "estado_lote.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ESTADO-LOTE TO WS-ERR-ESTADO.
       MOVE PROGRAMA-LOTE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PAGOS-CUOTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAGOS-CUOTAS-ARCHIVO.
       ERROR-PAGOS-CUOTAS-ANOTAR.
       MOVE "pagos_cuotas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PAGOS-CUOTAS TO WS-ERR-ESTADO.
       MOVE CUO-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INGRESOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INGRESOS-ARCHIVO.
       ERROR-INGRESOS-ANOTAR.
       MOVE "ingresos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INGRESOS TO WS-ERR-ESTADO.
       MOVE ING-LLAVE TO WS-ERR-LLAVE.
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
       ERROR-ESTADO-DIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ESTADO-DIA-ARCHIVO.
       ERROR-ESTADO-DIA-ANOTAR.
       MOVE "estado_dia.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ESTADO-DIA TO WS-ERR-ESTADO.
       MOVE EST-ID TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-NOTIFICACIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NOTIFICACIONES-ARCHIVO.
       ERROR-NOTIFICACIONES-ANOTAR.
       MOVE "notificaciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-NOTIFICACIONES TO WS-ERR-ESTADO.
       MOVE NOTIF-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-CHECKPOINT-CIERRE SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON CHECKPOINT-CIERRE-ARCHIVO.
       ERROR-CHECKPOINT-CIERRE-ANOTAR.
       MOVE "checkpoint_cierre.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CHECKPOINT-CIERRE TO WS-ERR-ESTADO.
       MOVE CHK-FECHA TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-RESPALDO-INSTRUMENTOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON RESPALDO-INSTRUMENTOS-ARCHIVO.
       ERROR-RESPALDO-INSTRUMENTOS-ANOTAR.
       MOVE "respaldo_instrumentos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-RESPALDO-INSTRUMENTOS TO WS-ERR-ESTADO.
       MOVE SPACES TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-RESPALDO-TIPOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RESPALDO-TIPOS-ARCHIVO.
       ERROR-RESPALDO-TIPOS-ANOTAR.
       MOVE "respaldo_tipo_instrumento.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-RESPALDO-TIPOS TO WS-ERR-ESTADO.
       MOVE SPACES TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-RESPALDO-PROVEEDORES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON RESPALDO-PROVEEDORES-ARCHIVO.
       ERROR-RESPALDO-PROVEEDORES-ANOTAR.
       MOVE "respaldo_proveedores.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-RESPALDO-PROVEEDORES TO WS-ERR-ESTADO.
       MOVE SPACES TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-RESPALDO-USUARIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON RESPALDO-USUARIOS-ARCHIVO.
       ERROR-RESPALDO-USUARIOS-ANOTAR.
       MOVE "respaldo_usuarios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-RESPALDO-USUARIOS TO WS-ERR-ESTADO.
       MOVE SPACES TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-RESPALDO-PRESTAMOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON RESPALDO-PRESTAMOS-ARCHIVO.
       ERROR-RESPALDO-PRESTAMOS-ANOTAR.
       MOVE "respaldo_prestamos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-RESPALDO-PRESTAMOS TO WS-ERR-ESTADO.
       MOVE SPACES TO WS-ERR-LLAVE.
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
       ERROR-CONVENIOS-CUOTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON CONVENIOS-CUOTAS-ARCHIVO.
       ERROR-CONVENIOS-CUOTAS-ANOTAR.
       MOVE "convenios_cuotas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CONVENIOS-CUOTAS TO WS-ERR-ESTADO.
       MOVE CCU-LLAVE TO WS-ERR-LLAVE.
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
       ERROR-USUARIOS-NACIMIENTO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON USUARIOS-NACIMIENTO-ARCHIVO.
       ERROR-USUARIOS-NACIMIENTO-ANOTAR.
       MOVE "usuarios_nacimiento.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS-NACIMIENTO TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO-NAC TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-COBRANZA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON COBRANZA-ARCHIVO.
       ERROR-COBRANZA-ANOTAR.
       MOVE "cobranza.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-COBRANZA TO WS-ERR-ESTADO.
       MOVE COB-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-COBRANZA-TAREAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON COBRANZA-TAREAS-ARCHIVO.
       ERROR-COBRANZA-TAREAS-ANOTAR.
       MOVE "cobranza_tareas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-COBRANZA-TAREAS TO WS-ERR-ESTADO.
       MOVE TAR-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-COBRANZA-CONTACTOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON COBRANZA-CONTACTOS-ARCHIVO.
       ERROR-COBRANZA-CONTACTOS-ANOTAR.
       MOVE "cobranza_contactos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-COBRANZA-CONTACTOS TO WS-ERR-ESTADO.
       MOVE CON-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-SELLOS-AUDITORIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON SELLOS-AUDITORIA-ARCHIVO.
       ERROR-SELLOS-AUDITORIA-ANOTAR.
       MOVE "sellos_auditoria.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-SELLOS-AUDITORIA TO WS-ERR-ESTADO.
       MOVE SEL-FECHA TO WS-ERR-LLAVE.
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
       *>PROGRAMA PRINCIPAL. ESTE PROGRAMA NO TIENE OPCIONES DE MENU
       *>PORQUE ES UN UNICO TRABAJO POR LOTE: GENERA EL REPORTE
       *>CONSOLIDADO DEL DIA SIN PEDIR NADA MAS AL OPERADOR.
       PROGRAM-BEGIN.
       PERFORM ARMAR-RUTAS.
       DISPLAY " ".
       DISPLAY WS-TITULO.
       DISPLAY " ".
       *>MOVIMIENTOS HASTA QUE EL SUPERVISOR CORRA ESTA APERTURA EN
       *>LA MAÑANA.
       APERTURA-DIA.
       MOVE "OPEN    APERTURA-DIA" TO WS-ERR-DONDE
       OPEN I-O ESTADO-DIA-ARCHIVO.
       MOVE "OPEN    APERTURA-DIA" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "DIA" TO EST-ID.
       MOVE "READ    APERTURA-DIA" TO WS-ERR-DONDE
       READ ESTADO-DIA-ARCHIVO RECORD
           KEY EST-ID
               INVALID KEY     MOVE 0 TO WS-HAY-ESTADO-DIA
       *>INICIALIZA CUANDO EL REGISTRO TODAVIA NO EXISTE.
       IF WS-HAY-ESTADO-DIA = 0
           MOVE WS-FECHA-APERTURA TO FECHA-ESTADO
           MOVE "WRITE   APERTURA-DIA" TO WS-ERR-DONDE
           WRITE ESTADO-DIA-REGISTRO
       ELSE
           MOVE "REWRITE APERTURA-DIA" TO WS-ERR-DONDE
           REWRITE ESTADO-DIA-REGISTRO.
       PERFORM CARGAR-TASA-DEL-DIA.
       MOVE SPACES TO WS-AUD-LLAVE-REG-DIA.
       STRING "Apertura " WS-FECHA-APERTURA " tasa " TASA-BS
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG-DIA.
       PERFORM GRABAR-AUDITORIA-DIA.
       CLOSE ESTADO-DIA-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       PERFORM PUBLICAR-CATALOGO.
       DISPLAY " ".
       DISPLAY "Dia abierto; el mostrador puede trabajar.".
       PERFORM VOLVER.

       *>CON EL DIA ABIERTO SE PUBLICA EL CATALOGO DE EQUIPO PARA
       *>LA PAGINA WEB. SI NO SALE, EL DIA QUEDA ABIERTO IGUAL Y SE
       *>PUEDE PUBLICAR DESPUES DESDE LAS EXPORTACIONES.
       PUBLICAR-CATALOGO.
       MOVE LS-CONECTAR TO WS-VIT-OPERADOR.
       MOVE LS-DIRECTORIO TO WS-VIT-DIRECTORIO.
       CALL "Vitrina" USING WS-VIT-DATOS.
       IF WS-VIT-ERROR = 0
           DISPLAY "Catalogo para la pagina web publicado ("
               WS-VIT-DETALLES " lineas)."
       ELSE
           DISPLAY "El catalogo para la pagina web no se publico; "
               "publiquelo desde las exportaciones.".

       *>LA TASA OFICIAL DEL DIA (BOLIVARES POR DOLAR) SE CARGA AL
       *>ABRIR: LAS TARIFAS ESTAN EN DOLARES Y EL MOSTRADOR COBRA EN
       *>BOLIVARES A ESTA TASA. SI YA SE CARGO HOY, SE PUEDE DEJAR.
       CARGAR-TASA-DEL-DIA.
       MOVE "OPEN    CARGAR-TASA-DEL-DIA" TO WS-ERR-DONDE
       OPEN I-O TASAS-CAMBIO-ARCHIVO.
       MOVE WS-FECHA-APERTURA TO TASA-FECHA.
       MOVE "READ    CARGAR-TASA-DEL-DIA" TO WS-ERR-DONDE
       READ TASAS-CAMBIO-ARCHIVO RECORD
           KEY TASA-FECHA
               INVALID KEY     MOVE 0 TO WS-HAY-TASA
               NOT INVALID KEY MOVE 1 TO WS-HAY-TASA.
       DISPLAY " ".
       IF WS-HAY-TASA = 1
           DISPLAY "Tasa del dia ya cargada: " TASA-BS
           DISPLAY "Ingrese la nueva tasa, o cero para dejarla"
       ELSE
           DISPLAY "Ingrese la tasa oficial del dia (bolivares por "
           DISPLAY "dolar)".
       ACCEPT WS-TASA-NUEVA.
       PERFORM VALIDAR-TASA-NUEVA.
       IF WS-TASA-NUEVA > 0
           MOVE WS-FECHA-APERTURA TO TASA-FECHA
           MOVE WS-TASA-NUEVA TO TASA-BS
           MOVE LS-CONECTAR TO TASA-OPERADOR
           IF WS-HAY-TASA = 0
               MOVE "WRITE   CARGAR-TASA-DEL-DIA" TO WS-ERR-DONDE
               WRITE TASAS-CAMBIO-REGISTRO
           ELSE
               MOVE "REWRITE CARGAR-TASA-DEL-DIA" TO WS-ERR-DONDE
               REWRITE TASAS-CAMBIO-REGISTRO.
       CLOSE TASAS-CAMBIO-ARCHIVO.

       *>SIN TASA CARGADA NO SE PUEDE COBRAR EN BOLIVARES, ASI QUE LA
       *>PRIMERA DEL DIA NO PUEDE QUEDAR EN CERO.
       VALIDAR-TASA-NUEVA.
       IF WS-TASA-NUEVA = 0 AND WS-HAY-TASA = 0
           DISPLAY "La tasa debe ser mayor que cero."
           DISPLAY "Ingrese la tasa oficial del dia (bolivares por "
           DISPLAY "dolar)"
           ACCEPT WS-TASA-NUEVA
           PERFORM VALIDAR-TASA-NUEVA.

       *>MARCA EL DIA COMO CERRADO AL TERMINAR EL CIERRE, PARA QUE
       *>NADIE REGISTRE MOVIMIENTOS DE LAS 9 PM QUE SE QUEDEN FUERA
       *>DEL REPORTE Y DEL RESPALDO DE LA NOCHE.
       MARCAR-DIA-CERRADO.
       MOVE "OPEN    MARCAR-DIA-CERRADO" TO WS-ERR-DONDE
       OPEN I-O ESTADO-DIA-ARCHIVO.
       MOVE "DIA" TO EST-ID.
       MOVE "READ    MARCAR-DIA-CERRADO" TO WS-ERR-DONDE
       READ ESTADO-DIA-ARCHIVO RECORD
           KEY EST-ID
               INVALID KEY     MOVE 0 TO WS-HAY-ESTADO-DIA
       MOVE WS-FECHA-HOY TO FECHA-ESTADO.
       MOVE "Cerrado" TO ESTADO-DIA.
       IF WS-HAY-ESTADO-DIA = 0
           MOVE "WRITE   MARCAR-DIA-CERRADO" TO WS-ERR-DONDE
           WRITE ESTADO-DIA-REGISTRO
       ELSE
           MOVE "REWRITE MARCAR-DIA-CERRADO" TO WS-ERR-DONDE
           REWRITE ESTADO-DIA-REGISTRO.
       CLOSE ESTADO-DIA-ARCHIVO.
       MOVE " " TO WS-LINEA.
       PERFORM ESCRIBIR-AUDITORIA-DIA.

       ESCRIBIR-AUDITORIA-DIA.
       MOVE "WRITE   ESCRIBIR-AUDITORIA-DIA" TO WS-ERR-DONDE
       WRITE AUDITORIA-REGISTRO
           INVALID KEY
               ADD 1 TO AUD-SECUENCIA
           MOVE WS-FECHA-VAL TO WS-FECHA-HOY
           DISPLAY "Dia de negocio de la corrida: " WS-FECHA-HOY.

       MOVE "OPEN    GENERAR-REPORTE" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "OPEN    GENERAR-REPORTE" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-HISTORIAL-ARCHIVO.
       MOVE "OPEN    GENERAR-REPORTE" TO WS-ERR-DONDE
       OPEN I-O CHECKPOINT-CIERRE-ARCHIVO.
       PERFORM VERIFICAR-CHECKPOINT.

           PERFORM VOLVER
       ELSE
           IF WS-HAY-CHECKPOINT = 0
               MOVE "reporte_cierre" TO WS-CAT-REPORTE
               MOVE SPACES TO WS-CAT-PARAMETROS
               STRING "Dia " WS-FECHA-HOY
                   DELIMITED BY SIZE INTO WS-CAT-PARAMETROS
               PERFORM CATALOGAR-REPORTE
               MOVE WS-CAT-RUTA TO WS-REPORTE-CIERRE-RUTA
               OPEN OUTPUT REPORTE-CIERRE-ARCHIVO
               MOVE "---Reporte de cierre del dia---" TO WS-LINEA
               PERFORM IMPRIMIR
                   DELIMITED BY SIZE INTO WS-LINEA
               PERFORM IMPRIMIR
           ELSE
               MOVE "reporte_cierre" TO WS-CAT-REPORTE
               MOVE SPACES TO WS-CAT-PARAMETROS
               STRING "Dia " WS-FECHA-HOY
                   DELIMITED BY SIZE INTO WS-CAT-PARAMETROS
               PERFORM RETOMAR-REPORTE-CATALOGO
               MOVE WS-CAT-RUTA TO WS-REPORTE-CIERRE-RUTA
               OPEN EXTEND REPORTE-CIERRE-ARCHIVO
               MOVE " " TO WS-LINEA
               PERFORM IMPRIMIR
               PERFORM LISTAR-AUDITORIA-HOY
               MOVE "HISTORIAL" TO CHK-FASE
               MOVE LOW-VALUES TO CHK-ULTIMA-LLAVE
               MOVE "REWRITE GENERAR-REPORTE" TO WS-ERR-DONDE
               REWRITE CHECKPOINT-CIERRE-REGISTRO
               PERFORM LISTAR-CAMBIOS-STATUS-HOY
               MOVE "VENCIDOS" TO CHK-FASE
               MOVE LOW-VALUES TO CHK-ULTIMA-LLAVE
               MOVE "REWRITE GENERAR-REPORTE" TO WS-ERR-DONDE
               REWRITE CHECKPOINT-CIERRE-REGISTRO
               PERFORM MARCAR-USUARIOS-VENCIDOS
               MOVE "APARTADOS" TO CHK-FASE
               MOVE LOW-VALUES TO CHK-ULTIMA-LLAVE
               MOVE "REWRITE GENERAR-REPORTE" TO WS-ERR-DONDE
               REWRITE CHECKPOINT-CIERRE-REGISTRO
               PERFORM PROCESAR-APARTADOS
               MOVE "MANTENIM" TO CHK-FASE
               MOVE LOW-VALUES TO CHK-ULTIMA-LLAVE
               MOVE "REWRITE GENERAR-REPORTE" TO WS-ERR-DONDE
               REWRITE CHECKPOINT-CIERRE-REGISTRO
               PERFORM MANTENIMIENTO-PREVENTIVO
               MOVE "CONVENIOS" TO CHK-FASE
               MOVE LOW-VALUES TO CHK-ULTIMA-LLAVE
               MOVE "REWRITE GENERAR-REPORTE" TO WS-ERR-DONDE
               REWRITE CHECKPOINT-CIERRE-REGISTRO
               PERFORM PROCESAR-CONVENIOS
               MOVE "RESPALDO" TO CHK-FASE
               MOVE LOW-VALUES TO CHK-ULTIMA-LLAVE
               MOVE "REWRITE GENERAR-REPORTE" TO WS-ERR-DONDE
               REWRITE CHECKPOINT-CIERRE-REGISTRO
               PERFORM RESPALDO-ARCHIVOS
           ELSE
                   PERFORM LISTAR-CAMBIOS-STATUS-HOY
                   MOVE "VENCIDOS" TO CHK-FASE
                   MOVE LOW-VALUES TO CHK-ULTIMA-LLAVE
                   MOVE "REWRITE GENERAR-REPORTE" TO WS-ERR-DONDE
                   REWRITE CHECKPOINT-CIERRE-REGISTRO
                   PERFORM MARCAR-USUARIOS-VENCIDOS
                   MOVE "APARTADOS" TO CHK-FASE
                   MOVE LOW-VALUES TO CHK-ULTIMA-LLAVE
                   MOVE "REWRITE GENERAR-REPORTE" TO WS-ERR-DONDE
                   REWRITE CHECKPOINT-CIERRE-REGISTRO
                   PERFORM PROCESAR-APARTADOS
                   MOVE "MANTENIM" TO CHK-FASE
                   MOVE LOW-VALUES TO CHK-ULTIMA-LLAVE
                   MOVE "REWRITE GENERAR-REPORTE" TO WS-ERR-DONDE
                   REWRITE CHECKPOINT-CIERRE-REGISTRO
                   PERFORM MANTENIMIENTO-PREVENTIVO
                   MOVE "CONVENIOS" TO CHK-FASE
                   MOVE LOW-VALUES TO CHK-ULTIMA-LLAVE
                   MOVE "REWRITE GENERAR-REPORTE" TO WS-ERR-DONDE
                   REWRITE CHECKPOINT-CIERRE-REGISTRO
                   PERFORM PROCESAR-CONVENIOS
                   MOVE "RESPALDO" TO CHK-FASE
                   MOVE LOW-VALUES TO CHK-ULTIMA-LLAVE
                   MOVE "REWRITE GENERAR-REPORTE" TO WS-ERR-DONDE
                   REWRITE CHECKPOINT-CIERRE-REGISTRO
                   PERFORM RESPALDO-ARCHIVOS
               ELSE
                       PERFORM MARCAR-USUARIOS-VENCIDOS
                       MOVE "APARTADOS" TO CHK-FASE
                       MOVE LOW-VALUES TO CHK-ULTIMA-LLAVE
                       MOVE "REWRITE GENERAR-REPORTE" TO WS-ERR-DONDE
                       REWRITE CHECKPOINT-CIERRE-REGISTRO
                       PERFORM PROCESAR-APARTADOS
                       MOVE "MANTENIM" TO CHK-FASE
                       MOVE LOW-VALUES TO CHK-ULTIMA-LLAVE
                       MOVE "REWRITE GENERAR-REPORTE" TO WS-ERR-DONDE
                       REWRITE CHECKPOINT-CIERRE-REGISTRO
                       PERFORM MANTENIMIENTO-PREVENTIVO
                       MOVE "CONVENIOS" TO CHK-FASE
                       MOVE LOW-VALUES TO CHK-ULTIMA-LLAVE
                       MOVE "REWRITE GENERAR-REPORTE" TO WS-ERR-DONDE
                       REWRITE CHECKPOINT-CIERRE-REGISTRO
                       PERFORM PROCESAR-CONVENIOS
                       MOVE "RESPALDO" TO CHK-FASE
                       MOVE LOW-VALUES TO CHK-ULTIMA-LLAVE
                       MOVE "REWRITE GENERAR-REPORTE" TO WS-ERR-DONDE
                       REWRITE CHECKPOINT-CIERRE-REGISTRO
                       PERFORM RESPALDO-ARCHIVOS
                   ELSE
                           PERFORM PROCESAR-APARTADOS
                           MOVE "MANTENIM" TO CHK-FASE
                           MOVE LOW-VALUES TO CHK-ULTIMA-LLAVE
                           MOVE "REWRITE GENERAR-REPORTE"
                               TO WS-ERR-DONDE
                           REWRITE CHECKPOINT-CIERRE-REGISTRO
                           PERFORM MANTENIMIENTO-PREVENTIVO
                           MOVE "CONVENIOS" TO CHK-FASE
                           MOVE LOW-VALUES TO CHK-ULTIMA-LLAVE
                           MOVE "REWRITE GENERAR-REPORTE"
                               TO WS-ERR-DONDE
                           REWRITE CHECKPOINT-CIERRE-REGISTRO
                           PERFORM PROCESAR-CONVENIOS
                           MOVE "RESPALDO" TO CHK-FASE
                           MOVE LOW-VALUES TO CHK-ULTIMA-LLAVE
                           MOVE "REWRITE GENERAR-REPORTE"
                               TO WS-ERR-DONDE
                           REWRITE CHECKPOINT-CIERRE-REGISTRO
                           PERFORM RESPALDO-ARCHIVOS
                       ELSE
                           IF CHK-FASE = "MANTENIM"
                               PERFORM MANTENIMIENTO-PREVENTIVO
                               MOVE "CONVENIOS" TO CHK-FASE
                               MOVE LOW-VALUES TO CHK-ULTIMA-LLAVE
                               MOVE "REWRITE GENERAR-REPORTE"
                                   TO WS-ERR-DONDE
                               REWRITE CHECKPOINT-CIERRE-REGISTRO
                               PERFORM PROCESAR-CONVENIOS
                               MOVE "RESPALDO" TO CHK-FASE
                               MOVE LOW-VALUES TO CHK-ULTIMA-LLAVE
                               MOVE "REWRITE GENERAR-REPORTE"
                                   TO WS-ERR-DONDE
                               REWRITE CHECKPOINT-CIERRE-REGISTRO
                               PERFORM RESPALDO-ARCHIVOS
                           ELSE
                               IF CHK-FASE = "CONVENIOS"
                                   PERFORM PROCESAR-CONVENIOS
                                   MOVE "RESPALDO" TO CHK-FASE
                                   MOVE LOW-VALUES TO CHK-ULTIMA-LLAVE
                                   MOVE "REWRITE GENERAR-REPORTE"
                                       TO WS-ERR-DONDE
                                   REWRITE CHECKPOINT-CIERRE-REGISTRO
                                   PERFORM RESPALDO-ARCHIVOS
                               ELSE
                                   IF CHK-FASE = "RESPALDO"
                                       PERFORM RESPALDO-ARCHIVOS.

           *>EL CUADRE DE CAJA ES LA ULTIMA FASE: EL DINERO SE CIERRA
           *>LA MISMA NOCHE QUE EL RESTO DEL DIA.
           MOVE "CUADRE" TO CHK-FASE
           MOVE LOW-VALUES TO CHK-ULTIMA-LLAVE
           MOVE "REWRITE GENERAR-REPORTE" TO WS-ERR-DONDE
           REWRITE CHECKPOINT-CIERRE-REGISTRO
           PERFORM CUADRE-DE-CAJA

           *>CON EL DIA YA CUADRADO SE SELLA SU AUDITORIA.
           MOVE "SELLO" TO CHK-FASE
           MOVE LOW-VALUES TO CHK-ULTIMA-LLAVE
           MOVE "REWRITE GENERAR-REPORTE" TO WS-ERR-DONDE
           REWRITE CHECKPOINT-CIERRE-REGISTRO
           PERFORM SELLAR-AUDITORIA-DIA

           MOVE "COMPLETO" TO CHK-FASE
           MOVE "REWRITE GENERAR-REPORTE" TO WS-ERR-DONDE
           REWRITE CHECKPOINT-CIERRE-REGISTRO

           PERFORM MARCAR-DIA-CERRADO
           CLOSE INSTRUMENTOS-HISTORIAL-ARCHIVO
           CLOSE CHECKPOINT-CIERRE-ARCHIVO
           CLOSE REPORTE-CIERRE-ARCHIVO
           PERFORM CERRAR-REPORTE-CATALOGO
           DISPLAY " "
           DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO
           PERFORM VOLVER.

       *>SE FIJA SI YA HAY UN CHECKPOINT PARA HOY. SI NO HAY, ARRANCA
       *>EL CIERRE DE HOY YA SE TERMINO Y NO HAY NADA MAS QUE HACER.
       VERIFICAR-CHECKPOINT.
       MOVE WS-FECHA-HOY TO CHK-FECHA.
       MOVE "READ    VERIFICAR-CHECKPOINT" TO WS-ERR-DONDE
       READ CHECKPOINT-CIERRE-ARCHIVO RECORD
           KEY CHK-FECHA
               INVALID KEY     MOVE 0 TO WS-HAY-CHECKPOINT
       IF WS-HAY-CHECKPOINT = 0
           MOVE "AUDITORIA" TO CHK-FASE
           MOVE LOW-VALUES TO CHK-ULTIMA-LLAVE
           MOVE "WRITE   VERIFICAR-CHECKPOINT" TO WS-ERR-DONDE
           WRITE CHECKPOINT-CIERRE-REGISTRO.

       IMPRIMIR.
       DISPLAY WS-LINEA.
       WRITE REPORTE-CIERRE-LINEA FROM WS-LINEA.

       *>SELLO DEL DIA: CUANTAS ENTRADAS DE AUDITORIA TIENE Y LA SUMA
       *>DE SUS HUELLAS (VER HUELLA.CBL), ENCADENADO CON EL ULTIMO
       *>SELLO ANTERIOR. SI DESPUES ALGUIEN BORRA O CAMBIA UNA ENTRADA
       *>POR FUERA DE LOS PROGRAMAS, O SE PIERDE ALGUNA AL ARCHIVARLA
       *>(VER ARCHIVAR.CBL), LA VERIFICACION DE SELLOS DE VERIFICAR.CBL
       *>LO DETECTA. SI EL CIERRE SE REANUDA, EL SELLO SE REHACE.
       SELLAR-AUDITORIA-DIA.
       MOVE 0 TO WS-SELLO-CANTIDAD.
       MOVE 0 TO WS-SELLO-SUMA.
       MOVE WS-FECHA-HOY TO AUD-FECHA.
       MOVE LOW-VALUES TO AUD-HORA.
       MOVE 0 TO AUD-SECUENCIA.
       MOVE "START   SELLAR-AUDITORIA-DIA" TO WS-ERR-DONDE
       START AUDITORIA-ARCHIVO KEY IS NOT LESS THAN AUD-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-SELLO
           NOT INVALID KEY MOVE 0 TO WS-LEE-SELLO.
       IF WS-LEE-SELLO = 0
           PERFORM LEER-SIGUIENTE-AUD-SELLO
           PERFORM SUMAR-ENTRADA-SELLO UNTIL WS-LEE-SELLO = 1.

       MOVE "OPEN    SELLAR-AUDITORIA-DIA" TO WS-ERR-DONDE
       OPEN I-O SELLOS-AUDITORIA-ARCHIVO.
       PERFORM BUSCAR-SELLO-ANTERIOR.
       MOVE WS-FECHA-HOY TO SEL-FECHA.
       MOVE "READ    SELLAR-AUDITORIA-DIA" TO WS-ERR-DONDE
       READ SELLOS-AUDITORIA-ARCHIVO RECORD
           KEY SEL-FECHA
               INVALID KEY     MOVE 0 TO WS-HAY-SELLO
               NOT INVALID KEY MOVE 1 TO WS-HAY-SELLO.
       MOVE WS-SELLO-CANTIDAD TO SEL-CANTIDAD.
       MOVE WS-SELLO-SUMA TO SEL-SUMA.
       MOVE WS-SELLO-FECHA-ANT TO SEL-FECHA-ANTERIOR.
       PERFORM CALCULAR-CADENA-SELLO.
       ACCEPT SEL-HORA FROM TIME.
       *>UN DIA SELLADO DESPUES DE TERMINADO (LA CORRIDA DESATENDIDA
       *>CIERRA EL DIA DE AYER) NO PUEDE TENER ENTRADAS POSTERIORES
       *>AL SELLO: LA HORA DEL RELOJ ES DEL DIA SIGUIENTE.
       ACCEPT WS-SELLO-FECHA-RELOJ FROM DATE YYYYMMDD.
       IF SEL-FECHA < WS-SELLO-FECHA-RELOJ
           MOVE 99999999 TO SEL-HORA.
       MOVE LS-CONECTAR TO SEL-OPERADOR.
       IF WS-HAY-SELLO = 0
           MOVE "WRITE   SELLAR-AUDITORIA-DIA" TO WS-ERR-DONDE
           WRITE SELLOS-AUDITORIA-REGISTRO
       ELSE
           MOVE "REWRITE SELLAR-AUDITORIA-DIA" TO WS-ERR-DONDE
           REWRITE SELLOS-AUDITORIA-REGISTRO.
       CLOSE SELLOS-AUDITORIA-ARCHIVO.

       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE SPACES TO WS-LINEA.
       STRING "Sello de auditoria del dia: " SEL-CANTIDAD
           " entradas, huella " SEL-SUMA ", cadena " SEL-CADENA
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.

       LEER-SIGUIENTE-AUD-SELLO.
       MOVE "READ    LEER-SIGUIENTE-AUD-SELLO" TO WS-ERR-DONDE
       READ AUDITORIA-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-SELLO.

       SUMAR-ENTRADA-SELLO.
       IF AUD-FECHA NOT = WS-FECHA-HOY
           MOVE 1 TO WS-LEE-SELLO
       ELSE
           CALL "Huella" USING AUDITORIA-REGISTRO WS-SELLO-HUELLA
           ADD 1 TO WS-SELLO-CANTIDAD
           ADD WS-SELLO-HUELLA TO WS-SELLO-SUMA
           IF WS-SELLO-SUMA > 999999999
               SUBTRACT 1000000000 FROM WS-SELLO-SUMA
           END-IF
           PERFORM LEER-SIGUIENTE-AUD-SELLO.

       *>EL SELLO SE ENCADENA CON EL ULTIMO SELLO DE UN DIA ANTERIOR,
       *>AUNQUE HAYA DIAS SIN CIERRE EN EL MEDIO.
       BUSCAR-SELLO-ANTERIOR.
       MOVE 0 TO WS-SELLO-FECHA-ANT.
       MOVE 0 TO WS-SELLO-CADENA-ANT.
       MOVE 0 TO SEL-FECHA.
       MOVE "START   BUSCAR-SELLO-ANTERIOR" TO WS-ERR-DONDE
       START SELLOS-AUDITORIA-ARCHIVO KEY IS NOT LESS THAN SEL-FECHA
           INVALID KEY     MOVE 1 TO WS-LEE-SELLO
           NOT INVALID KEY MOVE 0 TO WS-LEE-SELLO.
       IF WS-LEE-SELLO = 0
           PERFORM LEER-SIGUIENTE-SELLO
           PERFORM ANOTAR-SELLO-ANTERIOR UNTIL WS-LEE-SELLO = 1.

       LEER-SIGUIENTE-SELLO.
       MOVE "READ    LEER-SIGUIENTE-SELLO" TO WS-ERR-DONDE
       READ SELLOS-AUDITORIA-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-SELLO.

       ANOTAR-SELLO-ANTERIOR.
       IF SEL-FECHA < WS-FECHA-HOY
           MOVE SEL-FECHA TO WS-SELLO-FECHA-ANT
           MOVE SEL-CADENA TO WS-SELLO-CADENA-ANT
           PERFORM LEER-SIGUIENTE-SELLO
       ELSE
           MOVE 1 TO WS-LEE-SELLO.

       *>LA MISMA CUENTA QUE CALCULAR-CADENA-SELLO EN VERIFICAR.CBL:
       *>LA CADENA ANTERIOR POR 31, MAS LA HUELLA Y LA CANTIDAD DEL
       *>DIA, MODULO 999999937.
       CALCULAR-CADENA-SELLO.
       COMPUTE WS-SELLO-CADENA-CALC = WS-SELLO-CADENA-ANT * 31
           + SEL-SUMA + SEL-CANTIDAD.
       DIVIDE WS-SELLO-CADENA-CALC BY 999999937
           GIVING WS-SELLO-COCIENTE REMAINDER SEL-CADENA.

       *>LA LLAVE DE AUDITORIA-ARCHIVO EMPIEZA POR FECHA, ASI QUE SE
       *>PUEDE POSICIONAR AL INICIO DEL DIA CON START, IGUAL QUE
       *>PRESTAMOS.CBL SE POSICIONA POR CEDULA EN ACTUALIZAR.
           MOVE WS-FECHA-HOY TO AUD-FECHA
           MOVE LOW-VALUES TO AUD-HORA
           MOVE 0 TO AUD-SECUENCIA
           MOVE "START   LISTAR-AUDITORIA-HOY" TO WS-ERR-DONDE
           START AUDITORIA-ARCHIVO KEY IS NOT LESS THAN AUD-LLAVE
               INVALID KEY     MOVE 1 TO WS-INDICADOR
               NOT INVALID KEY MOVE 0 TO WS-INDICADOR
           *>RETOMA JUSTO DESPUES DE LA ULTIMA LLAVE YA PROCESADA.
           MOVE 0 TO WS-LLAVE-INICIAL-VACIA
           MOVE CHK-ULTIMA-LLAVE(1:18) TO AUD-LLAVE
           MOVE "START   LISTAR-AUDITORIA-HOY" TO WS-ERR-DONDE
           START AUDITORIA-ARCHIVO KEY IS GREATER THAN AUD-LLAVE
               INVALID KEY     MOVE 1 TO WS-INDICADOR
               NOT INVALID KEY MOVE 0 TO WS-INDICADOR.
           PERFORM IMPRIMIR.

       LEER-SIGUIENTE-AUDITORIA.
       MOVE "READ    LEER-SIGUIENTE-AUDITORIA" TO WS-ERR-DONDE
       READ AUDITORIA-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
           MOVE 1 TO LEE-TODO
       ELSE
           IF AUD-PROGRAMA = "Prestamos"
               AND (AUD-ACCION = "Alta" OR AUD-ACCION = "Devolucion"
                   OR AUD-ACCION = "Cambio equipo")
               MOVE 1 TO WS-HAY-ACTIVIDAD
               STRING "  " AUD-HORA " " AUD-ACCION
                   " - Operador: " AUD-OPERADOR
           *>SE GUARDA EL AVANCE DESPUES DE CADA REGISTRO PARA QUE UNA
           *>INTERRUPCION NO OBLIGUE A RECORRER DE NUEVO LO YA HECHO.
           MOVE AUD-LLAVE TO CHK-ULTIMA-LLAVE(1:18)
           MOVE "REWRITE MUESTRA-AUDITORIA-HOY" TO WS-ERR-DONDE
           REWRITE CHECKPOINT-CIERRE-REGISTRO
           PERFORM LEER-SIGUIENTE-AUDITORIA.

           *>RETOMA JUSTO DESPUES DE LA ULTIMA LLAVE YA PROCESADA.
           MOVE 0 TO WS-LLAVE-INICIAL-VACIA
           MOVE CHK-ULTIMA-LLAVE(1:23) TO HIST-LLAVE
           MOVE "START   LISTAR-CAMBIOS-STATUS-HOY" TO WS-ERR-DONDE
           START INSTRUMENTOS-HISTORIAL-ARCHIVO
               KEY IS GREATER THAN HIST-LLAVE
               INVALID KEY     MOVE 1 TO LEE-TODO
           PERFORM IMPRIMIR.

       LEER-SIGUIENTE-HISTORIAL.
       MOVE "READ    LEER-SIGUIENTE-HISTORIAL" TO WS-ERR-DONDE
       READ INSTRUMENTOS-HISTORIAL-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       *>SE GUARDA EL AVANCE DESPUES DE CADA REGISTRO PARA QUE UNA
       *>INTERRUPCION NO OBLIGUE A RECORRER DE NUEVO LO YA HECHO.
       MOVE HIST-LLAVE TO CHK-ULTIMA-LLAVE(1:23).
       MOVE "REWRITE MUESTRA-HISTORIAL-HOY" TO WS-ERR-DONDE
       REWRITE CHECKPOINT-CIERRE-REGISTRO.
       PERFORM LEER-SIGUIENTE-HISTORIAL.

       MOVE "Usuarios con equipo vencido:" TO WS-LINEA.
       PERFORM IMPRIMIR.

       MOVE "OPEN    MARCAR-USUARIOS-VENCIDOS" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "OPEN    MARCAR-USUARIOS-VENCIDOS" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    MARCAR-USUARIOS-VENCIDOS" TO WS-ERR-DONDE
       OPEN I-O MULTAS-ARCHIVO.
       MOVE 0 TO WS-HAY-VENCIDOS-USR.
       MOVE 0 TO LEE-TODO.
           MOVE "  (ningun usuario con equipo vencido)" TO WS-LINEA
           PERFORM IMPRIMIR.
       PERFORM LISTAR-MEMBRESIAS-POR-VENCER.
       PERFORM AVISAR-GRUPOS-VENCIDOS.
       PERFORM VENCER-REPRESENTACIONES.
       CLOSE USUARIOS-ARCHIVO.
       CLOSE PRESTAMOS-ARCHIVO.
       CLOSE MULTAS-ARCHIVO.
       PERFORM PROGRAMAR-COBRANZA.

       LEER-SIGUIENTE-USUARIO-CIERRE.
       MOVE "READ    LEER-SIGUIENTE-USUARIO-CIERRE" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       EVALUAR-USUARIO-VENCIDO.
       MOVE CEDULA-USUARIO TO WS-CEDULA-AVISO.
       PERFORM VERIFICAR-VENCIDO-USUARIO.
       IF WS-INDICADOR = 1
           IF STATUS-VENCIDO NOT = "Vencido"
               MOVE "Vencido" TO STATUS-VENCIDO
               MOVE "REWRITE EVALUAR-USUARIO-VENCIDO" TO WS-ERR-DONDE
               REWRITE USUARIOS-REGISTRO
           END-IF
           MOVE 1 TO WS-HAY-VENCIDOS-USR
       ELSE
           IF STATUS-VENCIDO NOT = "Al dia"
               MOVE "Al dia" TO STATUS-VENCIDO
               MOVE "REWRITE EVALUAR-USUARIO-VENCIDO" TO WS-ERR-DONDE
               REWRITE USUARIOS-REGISTRO
           END-IF.
       PERFORM LEER-SIGUIENTE-USUARIO-CIERRE.
       *>POR CADA USUARIO.
       VERIFICAR-VENCIDO-USUARIO.
       MOVE 0 TO WS-INDICADOR.
       MOVE WS-CEDULA-AVISO TO CEDULA-USUARIO-PR.
       MOVE "START   VERIFICAR-VENCIDO-USUARIO" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO
           KEY IS NOT LESS THAN CEDULA-USUARIO-PR
           INVALID KEY     MOVE 1 TO WS-LEE-PRESTAMO-CIERRE
               OR WS-INDICADOR = 1.

       LEER-SIGUIENTE-PRESTAMO-CIERRE.
       MOVE "READ    LEER-SIGUIENTE-PRESTAMO-CIERRE" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-PRESTAMO-CIERRE.

       VERIFICAR-PRESTAMO-VENCIDO.
       IF CEDULA-USUARIO-PR NOT = WS-CEDULA-AVISO
           MOVE 1 TO WS-LEE-PRESTAMO-CIERRE
       ELSE
           IF FECHA-DEVOLUCION-PR < WS-FECHA-HOY
       MOVE 0 TO WS-HAY-POR-VENCER.
       MOVE 0 TO LEE-TODO.
       MOVE LOW-VALUES TO CEDULA-USUARIO.
       MOVE "START   LISTAR-MEMBRESIAS-POR-VENCER" TO WS-ERR-DONDE
       START USUARIOS-ARCHIVO
           KEY IS GREATER THAN CEDULA-USUARIO
           INVALID KEY     MOVE 1 TO LEE-TODO
           TO WS-LINEA.
       PERFORM IMPRIMIR.
       PERFORM LEER-PARAMETRO-APARTDIAS.
       MOVE "OPEN    PROCESAR-APARTADOS" TO WS-ERR-DONDE
       OPEN I-O APARTADOS-ARCHIVO.
       MOVE "OPEN    PROCESAR-APARTADOS" TO WS-ERR-DONDE
       OPEN I-O RESERVAS-ARCHIVO.
       MOVE "OPEN    PROCESAR-APARTADOS" TO WS-ERR-DONDE
       OPEN I-O STRIKES-RESERVAS-ARCHIVO.
       *>USUARIOS.DAT SE ABRE PARA BUSCAR EL TELEFONO DEL RESERVANTE
       *>AL ENCOLAR SU NOTIFICACION DE RESERVA LISTA.
       MOVE "OPEN    PROCESAR-APARTADOS" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE 0 TO WS-HAY-APARTADOS.
       MOVE 0 TO WS-LEE-APARTADO.
       PERFORM LEER-SIGUIENTE-APARTADO.
       CLOSE USUARIOS-ARCHIVO.

       LEER-SIGUIENTE-APARTADO.
       MOVE "READ    LEER-SIGUIENTE-APARTADO" TO WS-ERR-DONDE
       READ APARTADOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-APARTADO.
           MOVE WS-CEDULA-SIGUIENTE TO CEDULA-USUARIO-APA
           MOVE WS-FECHA-HOY TO FECHA-APARTADO-APA
           MOVE "Activo" TO STATUS-APARTADO
           MOVE "REWRITE VENCER-APARTADO" TO WS-ERR-DONDE
           REWRITE APARTADOS-REGISTRO
           STRING "    pasa al siguiente de la cola: "
               WS-CEDULA-SIGUIENTE
           PERFORM NOTIFICAR-APARTADO
       ELSE
           MOVE "Vencido" TO STATUS-APARTADO
           MOVE "REWRITE VENCER-APARTADO" TO WS-ERR-DONDE
           REWRITE APARTADOS-REGISTRO
           MOVE "    sin mas reservas en cola; vuelve al estante"
               TO WS-LINEA
           PERFORM IMPRIMIR.
       MOVE WS-ID-APA-ACTUAL TO WS-DIS-INSTRUMENTO.
       PERFORM ACTUALIZAR-DISPONIBILIDAD.

       *>RECORRE LA COLA DE RESERVAS DEL INSTRUMENTO EN ORDEN DE
       *>LLEGADA: MARCA Vencida LA RESERVA PENDIENTE DEL PLANTON Y
       MOVE WS-ID-APA-ACTUAL TO ID-INSTRUMENTO-RES.
       MOVE ZERO TO FECHA-RESERVA.
       MOVE LOW-VALUES TO HORA-RESERVA.
       MOVE "START   MARCAR-RESERVA-VENCIDA" TO WS-ERR-DONDE
       START RESERVAS-ARCHIVO KEY IS NOT LESS THAN RES-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-RESERVA-APA
           NOT INVALID KEY MOVE 0 TO WS-LEE-RESERVA-APA.
               UNTIL WS-LEE-RESERVA-APA = 1.

       LEER-SIGUIENTE-RESERVA-APA.
       MOVE "READ    LEER-SIGUIENTE-RESERVA-APA" TO WS-ERR-DONDE
       READ RESERVAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-RESERVA-APA.
               IF WS-MARCADA-VENCIDA = 0
                   AND CEDULA-USUARIO-RES = WS-CEDULA-VENCIDA
                   MOVE "Vencida" TO STATUS-RESERVA
                   MOVE "REWRITE REVISAR-RESERVA-APA" TO WS-ERR-DONDE
                   REWRITE RESERVAS-REGISTRO
                   MOVE 1 TO WS-MARCADA-VENCIDA
               ELSE
       *>OPCION DE STRIKES DE ESE MISMO PROGRAMA).
       SUMAR-STRIKE.
       MOVE WS-CEDULA-VENCIDA TO CEDULA-USUARIO-STK.
       MOVE "READ    SUMAR-STRIKE" TO WS-ERR-DONDE
       READ STRIKES-RESERVAS-ARCHIVO RECORD
           KEY CEDULA-USUARIO-STK
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           MOVE 1 TO STRIKES-RESERVA
           MOVE "WRITE   SUMAR-STRIKE" TO WS-ERR-DONDE
           WRITE STRIKES-RESERVAS-REGISTRO
       ELSE
           ADD 1 TO STRIKES-RESERVA
           MOVE "REWRITE SUMAR-STRIKE" TO WS-ERR-DONDE
           REWRITE STRIKES-RESERVAS-REGISTRO.
       IF STRIKES-RESERVA NOT < 3
           STRING "    la cedula " WS-CEDULA-VENCIDA " acumula "
       *>QUE DIGA USUARIOS.DAT.
       NOTIFICAR-APARTADO.
       MOVE CEDULA-USUARIO-APA TO CEDULA-USUARIO.
       MOVE "READ    NOTIFICAR-APARTADO" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO
               INVALID KEY MOVE 0 TO TELEFONO OF USUARIOS-REGISTRO
       *>LOS CAMPOS WS-NOTIF-* DEBEN VENIR LLENOS DE QUIEN LLAMA. SI
       *>YA HAY UNA PENDIENTE DEL MISMO TIPO PARA LA MISMA CEDULA NO
       *>SE ENCOLA OTRA.
       *>EN MODO PRACTICA NO SE ENCOLA NINGUNA NOTIFICACION.
       GRABAR-NOTIFICACION.
       IF LS-MODO-SESION NOT = "P"
           PERFORM GRABAR-NOTIFICACION-REAL.

       GRABAR-NOTIFICACION-REAL.
       MOVE WS-NOTIF-CEDULA TO WS-REP-MENOR.
       PERFORM BUSCAR-REPRESENTANTE.
       IF WS-REP-ACTIVO = 1
           MOVE WS-REP-TELEFONO TO WS-NOTIF-TELEFONO.
       MOVE "OPEN    GRABAR-NOTIFICACION-REAL" TO WS-ERR-DONDE
       OPEN I-O NOTIFICACIONES-ARCHIVO.
       PERFORM BUSCAR-NOTIF-PENDIENTE.
       IF WS-NOTIF-DUPLICADA = 0
       PERFORM REVISAR-NOTIF-PENDIENTE UNTIL WS-LEE-NOTIF = 1.

       LEER-SIGUIENTE-NOTIF.
       MOVE "READ    LEER-SIGUIENTE-NOTIF" TO WS-ERR-DONDE
       READ NOTIFICACIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-NOTIF.
       *>SE REINTENTA, IGUAL QUE ESCRIBIR-AUDITORIA EN LOS DEMAS
       *>PROGRAMAS.
       ESCRIBIR-NOTIFICACION.
       MOVE "WRITE   ESCRIBIR-NOTIFICACION" TO WS-ERR-DONDE
       WRITE NOTIFICACIONES-REGISTRO
           INVALID KEY
               ADD 1 TO NOTIF-SECUENCIA
               PERFORM ESCRIBIR-NOTIFICACION
       END-WRITE.

       *>CONVENIOS DE PAGO: POR CADA CONVENIO Vigente SE MARCAN
       *>Pagada LAS CUOTAS QUE YA CUBRE LO ABONADO A SUS MULTAS. SI
       *>UNA CUOTA LLEGO A SU FECHA SIN PAGARSE, EL CONVENIO PASA A
       *>Incumplido, SUS MULTAS VUELVEN A BLOQUEAR LOS PRESTAMOS
       *>(VER VERIFICAR-MULTAS-PENDIENTES EN PRESTAMOS.CBL) Y SE
       *>ENCOLA EL AVISO AL SOCIO. SI YA SE PAGO TODO, PASA A
       *>Cumplido. LA FASE ES IDEMPOTENTE.
       PROCESAR-CONVENIOS.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "Convenios de pago de multas:" TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "OPEN    PROCESAR-CONVENIOS" TO WS-ERR-DONDE
       OPEN I-O CONVENIOS-ARCHIVO.
       MOVE "OPEN    PROCESAR-CONVENIOS" TO WS-ERR-DONDE
       OPEN I-O CONVENIOS-MULTAS-ARCHIVO.
       MOVE "OPEN    PROCESAR-CONVENIOS" TO WS-ERR-DONDE
       OPEN I-O CONVENIOS-CUOTAS-ARCHIVO.
       MOVE "OPEN    PROCESAR-CONVENIOS" TO WS-ERR-DONDE
       OPEN I-O MULTAS-ARCHIVO.
       MOVE "OPEN    PROCESAR-CONVENIOS" TO WS-ERR-DONDE
       OPEN I-O PAGOS-MULTAS-ARCHIVO.
       *>USUARIOS.DAT SE ABRE PARA BUSCAR EL TELEFONO DEL SOCIO AL
       *>ENCOLAR EL AVISO DE CONVENIO ANULADO.
       MOVE "OPEN    PROCESAR-CONVENIOS" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE 0 TO WS-HAY-CONVENIOS.
       MOVE 0 TO WS-CONVENIOS-AL-DIA.
       MOVE 0 TO WS-LEE-CNV.
       PERFORM LEER-SIGUIENTE-CONVENIO.
       PERFORM EVALUAR-CONVENIO UNTIL WS-LEE-CNV = 1.
       IF WS-HAY-CONVENIOS = 0
           MOVE "  (ningun convenio cumplido ni anulado)" TO WS-LINEA
           PERFORM IMPRIMIR.
       STRING "  Convenios vigentes al dia: " WS-CONVENIOS-AL-DIA
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       CLOSE CONVENIOS-ARCHIVO.
       CLOSE CONVENIOS-MULTAS-ARCHIVO.
       CLOSE CONVENIOS-CUOTAS-ARCHIVO.
       CLOSE MULTAS-ARCHIVO.
       CLOSE PAGOS-MULTAS-ARCHIVO.
       CLOSE USUARIOS-ARCHIVO.

       LEER-SIGUIENTE-CONVENIO.
       MOVE "READ    LEER-SIGUIENTE-CONVENIO" TO WS-ERR-DONDE
       READ CONVENIOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-CNV.

       EVALUAR-CONVENIO.
       IF STATUS-CONVENIO = "Vigente"
           MOVE NUMERO-CONVENIO TO WS-NUMERO-CNV
           PERFORM CALCULAR-ABONADO-CNV
           PERFORM REVISAR-CUOTAS-CNV
           IF WS-CUOTAS-VENCIDAS > 0
               PERFORM ANULAR-CONVENIO
           ELSE
               IF WS-CUOTAS-IMPAGAS = 0
                   PERFORM CUMPLIR-CONVENIO
               ELSE
                   ADD 1 TO WS-CONVENIOS-AL-DIA
               END-IF
           END-IF
       END-IF.
       PERFORM LEER-SIGUIENTE-CONVENIO.

       *>LO ABONADO A CADA MULTA DEL CONVENIO DESPUES DE LA FIRMA,
       *>HASTA EL SALDO QUE TENIA; UNA MULTA Condonada O Revertida
       *>CUENTA COMO SALDADA. IGUAL QUE EN CONVENIOS.CBL.
       CALCULAR-ABONADO-CNV.
       MOVE 0 TO WS-ABONADO-CNV.
       MOVE WS-NUMERO-CNV TO NUMERO-CONVENIO-CMU.
       MOVE 0 TO LINEA-CMU.
       MOVE "START   CALCULAR-ABONADO-CNV" TO WS-ERR-DONDE
       START CONVENIOS-MULTAS-ARCHIVO KEY IS NOT LESS THAN CMU-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-CMU
           NOT INVALID KEY MOVE 0 TO WS-LEE-CMU.
       IF WS-LEE-CMU = 0
           PERFORM LEER-SIGUIENTE-CMU
           PERFORM ABONADO-LINEA-CNV UNTIL WS-LEE-CMU = 1.

       LEER-SIGUIENTE-CMU.
       MOVE "READ    LEER-SIGUIENTE-CMU" TO WS-ERR-DONDE
       READ CONVENIOS-MULTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-CMU.

       ABONADO-LINEA-CNV.
       IF NUMERO-CONVENIO-CMU NOT = WS-NUMERO-CNV
           MOVE 1 TO WS-LEE-CMU
       ELSE
           MOVE MUL-LLAVE-CMU TO MUL-LLAVE
           MOVE "READ    ABONADO-LINEA-CNV" TO WS-ERR-DONDE
           READ MULTAS-ARCHIVO RECORD
               KEY MUL-LLAVE
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
                   NOT INVALID KEY MOVE 1 TO WS-INDICADOR
           END-READ
           IF WS-INDICADOR = 0
               OR STATUS-MULTA = "Condonada"
               OR STATUS-MULTA = "Revertida"
               MOVE SALDO-CMU TO WS-ABONO-LINEA-CNV
           ELSE
               PERFORM SUMAR-PAGOS-MULTA-CNV
               MOVE 0 TO WS-ABONO-LINEA-CNV
               IF WS-PAGADO-MULTA-CNV > PAGADO-CMU
                   COMPUTE WS-ABONO-LINEA-CNV =
                       WS-PAGADO-MULTA-CNV - PAGADO-CMU
               END-IF
               IF WS-ABONO-LINEA-CNV > SALDO-CMU
                   MOVE SALDO-CMU TO WS-ABONO-LINEA-CNV
               END-IF
           END-IF
           ADD WS-ABONO-LINEA-CNV TO WS-ABONADO-CNV
           PERFORM LEER-SIGUIENTE-CMU.

       SUMAR-PAGOS-MULTA-CNV.
       MOVE 0 TO WS-PAGADO-MULTA-CNV.
       MOVE MUL-LLAVE TO MUL-LLAVE-PAGO.
       MOVE "START   SUMAR-PAGOS-MULTA-CNV" TO WS-ERR-DONDE
       START PAGOS-MULTAS-ARCHIVO
           KEY IS NOT LESS THAN MUL-LLAVE-PAGO
           INVALID KEY     MOVE 1 TO WS-LEE-PAGO-CNV
           NOT INVALID KEY MOVE 0 TO WS-LEE-PAGO-CNV.
       IF WS-LEE-PAGO-CNV = 0
           PERFORM LEER-SIGUIENTE-PAGO-CNV
           PERFORM ACUMULAR-PAGO-CNV UNTIL WS-LEE-PAGO-CNV = 1.

       LEER-SIGUIENTE-PAGO-CNV.
       MOVE "READ    LEER-SIGUIENTE-PAGO-CNV" TO WS-ERR-DONDE
       READ PAGOS-MULTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-PAGO-CNV.

       ACUMULAR-PAGO-CNV.
       IF MUL-LLAVE-PAGO NOT = MUL-LLAVE
           MOVE 1 TO WS-LEE-PAGO-CNV
       ELSE
           ADD MONTO-PAGO TO WS-PAGADO-MULTA-CNV
           PERFORM LEER-SIGUIENTE-PAGO-CNV.

       *>RECORRE EL CRONOGRAMA ACUMULANDO LAS CUOTAS: LAS QUE CUBRE
       *>LO ABONADO QUEDAN Pagada; LAS IMPAGAS CON FECHA DE HOY O
       *>ANTERIOR QUEDAN Vencida.
       REVISAR-CUOTAS-CNV.
       MOVE 0 TO WS-ACUM-CUOTAS-CNV.
       MOVE 0 TO WS-CUOTAS-IMPAGAS.
       MOVE 0 TO WS-CUOTAS-VENCIDAS.
       MOVE WS-NUMERO-CNV TO NUMERO-CONVENIO-CCU.
       MOVE 0 TO NUMERO-CUOTA-CCU.
       MOVE "START   REVISAR-CUOTAS-CNV" TO WS-ERR-DONDE
       START CONVENIOS-CUOTAS-ARCHIVO KEY IS NOT LESS THAN CCU-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-CCU
           NOT INVALID KEY MOVE 0 TO WS-LEE-CCU.
       IF WS-LEE-CCU = 0
           PERFORM LEER-SIGUIENTE-CCU
           PERFORM REVISAR-CUOTA-CNV UNTIL WS-LEE-CCU = 1.

       LEER-SIGUIENTE-CCU.
       MOVE "READ    LEER-SIGUIENTE-CCU" TO WS-ERR-DONDE
       READ CONVENIOS-CUOTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-CCU.

       REVISAR-CUOTA-CNV.
       IF NUMERO-CONVENIO-CCU NOT = WS-NUMERO-CNV
           MOVE 1 TO WS-LEE-CCU
       ELSE
           ADD MONTO-CCU TO WS-ACUM-CUOTAS-CNV
           IF WS-ACUM-CUOTAS-CNV NOT > WS-ABONADO-CNV
               IF STATUS-CCU NOT = "Pagada"
                   MOVE "Pagada" TO STATUS-CCU
                   MOVE WS-FECHA-HOY TO FECHA-STATUS-CCU
                   MOVE "REWRITE REVISAR-CUOTA-CNV" TO WS-ERR-DONDE
                   REWRITE CONVENIOS-CUOTAS-REGISTRO
               END-IF
           ELSE
               ADD 1 TO WS-CUOTAS-IMPAGAS
               IF FECHA-VENCE-CCU NOT > WS-FECHA-HOY
                   ADD 1 TO WS-CUOTAS-VENCIDAS
                   IF WS-CUOTAS-VENCIDAS = 1
                       MOVE NUMERO-CUOTA-CCU TO WS-CUOTA-VENCIDA-NUM
                       MOVE FECHA-VENCE-CCU
                           TO WS-CUOTA-VENCIDA-FECHA
                   END-IF
                   MOVE "Vencida" TO STATUS-CCU
                   MOVE WS-FECHA-HOY TO FECHA-STATUS-CCU
                   MOVE "REWRITE REVISAR-CUOTA-CNV" TO WS-ERR-DONDE
                   REWRITE CONVENIOS-CUOTAS-REGISTRO
               END-IF
           END-IF
           PERFORM LEER-SIGUIENTE-CCU.

       ANULAR-CONVENIO.
       MOVE 1 TO WS-HAY-CONVENIOS.
       MOVE "Incumplido" TO STATUS-CONVENIO.
       MOVE WS-FECHA-HOY TO FECHA-STATUS-CNV.
       MOVE "REWRITE ANULAR-CONVENIO" TO WS-ERR-DONDE
       REWRITE CONVENIOS-REGISTRO.
       STRING "  Convenio " NUMERO-CONVENIO " de " CEDULA-USUARIO-CNV
           ": cuota " WS-CUOTA-VENCIDA-NUM " del "
           WS-CUOTA-VENCIDA-FECHA " sin pagar; anulado"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE CEDULA-USUARIO-CNV TO CEDULA-USUARIO.
       MOVE "READ    ANULAR-CONVENIO" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO
               INVALID KEY MOVE 0 TO TELEFONO OF USUARIOS-REGISTRO
       END-READ.
       MOVE CEDULA-USUARIO-CNV TO WS-NOTIF-CEDULA.
       MOVE TELEFONO OF USUARIOS-REGISTRO TO WS-NOTIF-TELEFONO.
       MOVE "Convenio" TO WS-NOTIF-TIPO.
       MOVE SPACES TO WS-NOTIF-DETALLE.
       STRING "Su convenio de pago " NUMERO-CONVENIO
           " se anulo por cuota vencida"
           DELIMITED BY SIZE INTO WS-NOTIF-DETALLE.
       PERFORM GRABAR-NOTIFICACION.

       CUMPLIR-CONVENIO.
       MOVE 1 TO WS-HAY-CONVENIOS.
       MOVE "Cumplido" TO STATUS-CONVENIO.
       MOVE WS-FECHA-HOY TO FECHA-STATUS-CNV.
       MOVE "REWRITE CUMPLIR-CONVENIO" TO WS-ERR-DONDE
       REWRITE CONVENIOS-REGISTRO.
       STRING "  Convenio " NUMERO-CONVENIO " de " CEDULA-USUARIO-CNV
           ": todas las cuotas pagadas; cumplido"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.

       LEER-PARAMETRO-APARTDIAS.
       MOVE "OPEN    LEER-PARAMETRO-APARTDIAS" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "APARTDIAS" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-APARTDIAS" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 3 TO WS-APARTDIAS
       PERFORM IMPRIMIR.
       MOVE "Mantenimiento preventivo (servicio vencido):" TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "OPEN    MANTENIMIENTO-PREVENTIVO" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    MANTENIMIENTO-PREVENTIVO" TO WS-ERR-DONDE
       OPEN I-O POLITICAS-ARCHIVO.
       MOVE "OPEN    MANTENIMIENTO-PREVENTIVO" TO WS-ERR-DONDE
       OPEN I-O REPARACIONES-ARCHIVO.
       MOVE "OPEN    MANTENIMIENTO-PREVENTIVO" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    MANTENIMIENTO-PREVENTIVO" TO WS-ERR-DONDE
       OPEN I-O MANTENIMIENTO-ARCHIVO.
       MOVE 0 TO WS-HAY-MANT.
       MOVE 0 TO WS-LEE-MANT.
       CLOSE MANTENIMIENTO-ARCHIVO.

       LEER-INSTRUMENTO-MANT.
       MOVE "READ    LEER-INSTRUMENTO-MANT" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-MANT.
       IF STATUS-INSTRUMENTO NOT = "Desincorporado"
           AND STATUS-INSTRUMENTO NOT = "Extraviado"
           MOVE ID-INSTRUMENTO(1:3) TO CODIGO-TIPO-POL
           MOVE "READ    EVALUAR-MANT-INSTRUMENTO" TO WS-ERR-DONDE
           READ POLITICAS-ARCHIVO RECORD
               KEY CODIGO-TIPO-POL
                   INVALID KEY     MOVE 0 TO WS-INDICADOR-MAN
       MOVE 0 TO WS-BASE-FECHA-MAN.
       MOVE WS-ID-MAN TO ID-INSTRUMENTO-REP.
       MOVE ZERO TO FECHA-ENVIADO-REP.
       MOVE "START   BUSCAR-ULTIMO-RETORNO" TO WS-ERR-DONDE
       START REPARACIONES-ARCHIVO KEY IS NOT LESS THAN REP-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-REP-MAN
           NOT INVALID KEY MOVE 0 TO WS-LEE-REP-MAN.
           PERFORM REVISAR-RETORNO-MANT UNTIL WS-LEE-REP-MAN = 1.

       LEER-REPARACION-MANT.
       MOVE "READ    LEER-REPARACION-MANT" TO WS-ERR-DONDE
       READ REPARACIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-REP-MAN.
       CONTAR-PRESTAMOS-DESDE.
       MOVE 0 TO WS-PRESTAMOS-DESDE.
       MOVE WS-ID-MAN TO ID-INSTRUMENTO-PR.
       MOVE "START   CONTAR-PRESTAMOS-DESDE" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO KEY IS NOT LESS THAN ID-INSTRUMENTO-PR
           INVALID KEY     MOVE 1 TO WS-LEE-PRE-MAN
           NOT INVALID KEY MOVE 0 TO WS-LEE-PRE-MAN.
           PERFORM ACUMULAR-PRESTAMO-MANT UNTIL WS-LEE-PRE-MAN = 1.

       LEER-PRESTAMO-MANT.
       MOVE "READ    LEER-PRESTAMO-MANT" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-PRE-MAN.

       MARCAR-MANT-PENDIENTE.
       MOVE WS-ID-MAN TO ID-INSTRUMENTO-MAN.
       MOVE "READ    MARCAR-MANT-PENDIENTE" TO WS-ERR-DONDE
       READ MANTENIMIENTO-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-MAN
               INVALID KEY     MOVE 0 TO WS-INDICADOR-MAN
       MOVE WS-MOTIVO-MANT TO MOTIVO-MAN.
       MOVE "Pendiente" TO STATUS-MAN.
       IF WS-INDICADOR-MAN = 0
           MOVE "WRITE   MARCAR-MANT-PENDIENTE" TO WS-ERR-DONDE
           WRITE MANTENIMIENTO-REGISTRO
       ELSE
           MOVE "REWRITE MARCAR-MANT-PENDIENTE" TO WS-ERR-DONDE
           REWRITE MANTENIMIENTO-REGISTRO.

       *>CUADRE DE CAJA: LISTA CADA PAGO DE MULTA RECIBIDO HOY CON SU
       MOVE "Cuadre de caja de multas del dia:" TO WS-LINEA.
       PERFORM IMPRIMIR.

       MOVE "OPEN    CUADRE-DE-CAJA" TO WS-ERR-DONDE
       OPEN I-O PAGOS-MULTAS-ARCHIVO.
       MOVE "OPEN    CUADRE-DE-CAJA" TO WS-ERR-DONDE
       OPEN I-O COBROS-MONEDA-ARCHIVO.
       MOVE 0 TO WS-TOTAL-BS-DIA.
       MOVE 0 TO WS-TOTAL-BS-BASE.
       MOVE 0 TO WS-EFECTIVO-USD-ESP.
       MOVE 0 TO WS-EFECTIVO-BS-ESP.
       MOVE 0 TO WS-TOTAL-CAJA.
       MOVE 0 TO WS-TOTAL-EFECTIVO.
       MOVE 0 TO WS-TOTAL-TARJETA.
       MOVE 0 TO WS-TOTAL-TRANSFER.
       MOVE 0 TO WS-TOTAL-SALDO-FAVOR.
       MOVE 0 TO WS-PAGOS-HOY.
       MOVE 0 TO WS-LEE-PAGO-CAJA.
       PERFORM LEER-SIGUIENTE-PAGO-CAJA.
       STRING "    Por transferencia: " WS-TOTAL-TRANSFER
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       STRING "    Con saldo a favor: " WS-TOTAL-SALDO-FAVOR
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.

       *>LO COBRADO POR ALQUILER DE EQUIPO (Y POR CUOTAS DE
       *>MEMBRESIA, CUANDO LAS HAY) TAMBIEN ENTRA A LA GAVETA, ASI
           WS-TOTAL-CUOTAS-DIA
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE SPACES TO WS-LINEA.
       STRING "  Indemnizaciones del seguro (banco): "
           WS-TOTAL-SEGURO-DIA
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       PERFORM RESTAR-REINTEGROS-DIA.
       MOVE SPACES TO WS-LINEA.
       STRING "  Reintegros de multas revertidas: "
           WS-TOTAL-REINTEGROS-DIA
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       PERFORM RESTAR-CREDITOS-DIA.
       MOVE SPACES TO WS-LINEA.
       STRING "  Excedentes dejados a favor de socios: "
           WS-TOTAL-SOBREPAGO-DIA
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE SPACES TO WS-LINEA.
       STRING "  Reembolsos de saldos a favor: "
           WS-TOTAL-REEMBOLSOS-DIA
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE SPACES TO WS-LINEA.
       STRING "  Pagado con saldos a favor (no es caja): "
           WS-TOTAL-APLICADO-DIA
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       CLOSE COBROS-MONEDA-ARCHIVO.

       *>LO MISMO SEPARADO POR MONEDA: LAS TARIFAS ESTAN EN DOLARES
       *>PERO PARTE SE COBRA EN BOLIVARES A LA TASA DEL DIA.
       COMPUTE WS-TOTAL-USD-DIA = WS-TOTAL-CAJA
           + WS-TOTAL-ALQUILER-DIA + WS-TOTAL-CUOTAS-DIA
           + WS-TOTAL-SOBREPAGO-DIA
           - WS-TOTAL-BS-BASE - WS-TOTAL-APLICADO-DIA.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "  Cobrado por moneda:" TO WS-LINEA.
       PERFORM IMPRIMIR.
       STRING "    En dolares:   " WS-TOTAL-USD-DIA
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE SPACES TO WS-LINEA.
       STRING "    En bolivares: " WS-TOTAL-BS-DIA
           " (equivalen a " WS-TOTAL-BS-BASE " dolares)"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.

       *>SOLO EL EFECTIVO PUEDE ESTAR EN LA GAVETA; LO COBRADO CON
       *>TARJETA O TRANSFERENCIA SE CONCILIA CONTRA EL BANCO. EN LA
       *>CORRIDA DESATENDIDA NO HAY QUIEN CUENTE LA GAVETA, ASI QUE
       *>SE ASUME LO ESPERADO Y EL CONTEO REAL SE HACE EN LA MAÑANA.
       *>LA GAVETA TIENE BILLETES DE LAS DOS MONEDAS Y CADA UNA SE
       *>CUENTA Y SE CUADRA POR SEPARADO.
       IF WS-AUTOMODO = 1
           MOVE WS-EFECTIVO-USD-ESP TO WS-EFECTIVO-CONTADO
           MOVE WS-EFECTIVO-BS-ESP TO WS-BS-CONTADO
           MOVE "  (gaveta sin contar: corrida desatendida)"
               TO WS-LINEA
           PERFORM IMPRIMIR
       ELSE
           DISPLAY " "
           DISPLAY "Ingrese el efectivo en dolares contado en la "
           DISPLAY "gaveta"
           ACCEPT WS-EFECTIVO-CONTADO
           DISPLAY "Ingrese el efectivo en bolivares contado en la "
           DISPLAY "gaveta"
           ACCEPT WS-BS-CONTADO.
       MOVE SPACES TO WS-LINEA.
       COMPUTE WS-DIFERENCIA-CAJA =
           WS-EFECTIVO-CONTADO - WS-EFECTIVO-USD-ESP.
       COMPUTE WS-DIFERENCIA-BS =
           WS-BS-CONTADO - WS-EFECTIVO-BS-ESP.
       STRING "  Efectivo contado en dolares: " WS-EFECTIVO-CONTADO
           " (esperado " WS-EFECTIVO-USD-ESP ")"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE SPACES TO WS-LINEA.
       STRING "  Diferencia (contado menos esperado): "
           WS-DIFERENCIA-CAJA
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE SPACES TO WS-LINEA.
       STRING "  Efectivo contado en bolivares: " WS-BS-CONTADO
           " (esperado " WS-EFECTIVO-BS-ESP ")"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE SPACES TO WS-LINEA.
       STRING "  Diferencia en bolivares: " WS-DIFERENCIA-BS
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.

       *>SUMA LOS INGRESOS DEL DIA DEL LIBRO DE INGRESOS, SEPARANDO
       *>ALQUILERES DE CUOTAS DE MEMBRESIA Y DE INDEMNIZACIONES DEL
       *>SEGURO.
       SUMAR-INGRESOS-DIA.
       MOVE 0 TO WS-TOTAL-ALQUILER-DIA.
       MOVE 0 TO WS-TOTAL-SEGURO-DIA.
       MOVE 0 TO WS-TOTAL-CUOTAS-DIA.
       MOVE "OPEN    SUMAR-INGRESOS-DIA" TO WS-ERR-DONDE
       OPEN I-O INGRESOS-ARCHIVO.
       MOVE 0 TO WS-LEE-INGRESO-CAJA.
       PERFORM LEER-SIGUIENTE-INGRESO-CAJA.
       PERFORM ACUMULAR-INGRESO-CAJA UNTIL WS-LEE-INGRESO-CAJA = 1.
       CLOSE INGRESOS-ARCHIVO.
       *>LAS CUOTAS DE MEMBRESIA SALEN DE SU PROPIO LIBRO.
       MOVE "OPEN    SUMAR-INGRESOS-DIA" TO WS-ERR-DONDE
       OPEN I-O PAGOS-CUOTAS-ARCHIVO.
       MOVE 0 TO WS-LEE-INGRESO-CAJA.
       PERFORM LEER-SIGUIENTE-CUOTA-CAJA.
       PERFORM ACUMULAR-CUOTA-CAJA UNTIL WS-LEE-INGRESO-CAJA = 1.
       CLOSE PAGOS-CUOTAS-ARCHIVO.

       *>LO QUE HOY SE LE DEVOLVIO A LOS SOCIOS POR MULTAS
       *>REVERTIDAS (VER PRESTAMOS.CBL) SALIO DE LA GAVETA SI SE
       *>DEVOLVIO EN EFECTIVO, ASI QUE SE RESTA DEL ESPERADO EN LA
       *>MONEDA EN QUE SE ENTREGO.
       RESTAR-REINTEGROS-DIA.
       MOVE 0 TO WS-TOTAL-REINTEGROS-DIA.
       MOVE "OPEN    RESTAR-REINTEGROS-DIA" TO WS-ERR-DONDE
       OPEN I-O REINTEGROS-ARCHIVO.
       MOVE 0 TO WS-LEE-REINTEGRO-CAJA.
       PERFORM LEER-SIGUIENTE-REINTEGRO-CAJA.
       PERFORM ACUMULAR-REINTEGRO-CAJA
           UNTIL WS-LEE-REINTEGRO-CAJA = 1.
       CLOSE REINTEGROS-ARCHIVO.

       *>LOS MOVIMIENTOS DE HOY EN LOS SALDOS A FAVOR DE LOS SOCIOS
       *>(VER CREDITOS.CBL): EL EXCEDENTE COBRADO EN EFECTIVO ENTRO A
       *>LA GAVETA Y EL REEMBOLSO EN EFECTIVO SALIO DE ELLA, CADA UNO
       *>EN SU MONEDA. LO PAGADO CON SALDO A FAVOR NO ES DINERO DEL
       *>DIA: SE QUITA DE LO COBRADO, Y EN ALQUILERES Y CUOTAS (QUE
       *>SE SUMARON COMPLETOS COMO EFECTIVO) SE QUITA DEL EFECTIVO
       *>ESPERADO O DE LO COBRADO EN BOLIVARES, SEGUN LA MONEDA EN
       *>QUE SE PAGO EL RESTO.
       RESTAR-CREDITOS-DIA.
       MOVE 0 TO WS-TOTAL-SOBREPAGO-DIA.
       MOVE 0 TO WS-TOTAL-REEMBOLSOS-DIA.
       MOVE 0 TO WS-TOTAL-APLICADO-DIA.
       MOVE "OPEN    RESTAR-CREDITOS-DIA" TO WS-ERR-DONDE
       OPEN I-O CREDITOS-ARCHIVO.
       MOVE 0 TO WS-LEE-CREDITO-CAJA.
       PERFORM LEER-SIGUIENTE-CREDITO-CAJA.
       PERFORM ACUMULAR-CREDITO-CAJA
           UNTIL WS-LEE-CREDITO-CAJA = 1.
       CLOSE CREDITOS-ARCHIVO.

       LEER-SIGUIENTE-CREDITO-CAJA.
       MOVE "READ    LEER-SIGUIENTE-CREDITO-CAJA" TO WS-ERR-DONDE
       READ CREDITOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-CREDITO-CAJA.

       ACUMULAR-CREDITO-CAJA.
       IF FECHA-CRE = WS-FECHA-HOY
           EVALUATE TIPO-CRE
           WHEN "Credito"
               IF ORIGEN-CRE = "Sobrepago"
                   PERFORM SUMAR-SOBREPAGO-CAJA
               END-IF
           WHEN "Reembolso"
               PERFORM RESTAR-REEMBOLSO-CAJA
           WHEN "Debito"
               PERFORM RESTAR-SALDO-APLICADO-CAJA
           END-EVALUATE
       END-IF.
       PERFORM LEER-SIGUIENTE-CREDITO-CAJA.

       SUMAR-SOBREPAGO-CAJA.
       ADD MONTO-CRE TO WS-TOTAL-SOBREPAGO-DIA.
       IF MONEDA-CRE = "VES"
           ADD ENTREGADO-CRE TO WS-TOTAL-BS-DIA
           ADD MONTO-CRE TO WS-TOTAL-BS-BASE
           IF FORMA-CRE = "Efectivo"
               ADD ENTREGADO-CRE TO WS-EFECTIVO-BS-ESP
           END-IF
       ELSE
           IF FORMA-CRE = "Efectivo"
               ADD MONTO-CRE TO WS-EFECTIVO-USD-ESP.

       RESTAR-REEMBOLSO-CAJA.
       ADD MONTO-CRE TO WS-TOTAL-REEMBOLSOS-DIA.
       IF FORMA-CRE = "Efectivo"
           IF MONEDA-CRE = "VES"
               IF ENTREGADO-CRE > WS-EFECTIVO-BS-ESP
                   MOVE 0 TO WS-EFECTIVO-BS-ESP
               ELSE
                   SUBTRACT ENTREGADO-CRE FROM WS-EFECTIVO-BS-ESP
               END-IF
           ELSE
               IF ENTREGADO-CRE > WS-EFECTIVO-USD-ESP
                   MOVE 0 TO WS-EFECTIVO-USD-ESP
               ELSE
                   SUBTRACT ENTREGADO-CRE FROM WS-EFECTIVO-USD-ESP
               END-IF
           END-IF
       END-IF.

       RESTAR-SALDO-APLICADO-CAJA.
       ADD MONTO-CRE TO WS-TOTAL-APLICADO-DIA.
       IF ORIGEN-CRE = "Alquiler" OR ORIGEN-CRE = "Cuota"
           MOVE REF-SERIE-CRE TO MON-SERIE
           MOVE REF-NUMERO-CRE TO MON-NUMERO
           MOVE "READ    RESTAR-SALDO-APLICADO-CAJA" TO WS-ERR-DONDE
           READ COBROS-MONEDA-ARCHIVO RECORD
               KEY MON-LLAVE
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
                   NOT INVALID KEY MOVE 1 TO WS-INDICADOR
           END-READ
           IF WS-INDICADOR = 1 AND MON-MONEDA = "VES"
               IF MONTO-CRE > WS-TOTAL-BS-BASE
                   MOVE 0 TO WS-TOTAL-BS-BASE
               ELSE
                   SUBTRACT MONTO-CRE FROM WS-TOTAL-BS-BASE
               END-IF
           ELSE
               IF MONTO-CRE > WS-EFECTIVO-USD-ESP
                   MOVE 0 TO WS-EFECTIVO-USD-ESP
               ELSE
                   SUBTRACT MONTO-CRE FROM WS-EFECTIVO-USD-ESP
               END-IF
           END-IF
       END-IF.

       LEER-SIGUIENTE-REINTEGRO-CAJA.
       MOVE "READ    LEER-SIGUIENTE-REINTEGRO-CAJA" TO WS-ERR-DONDE
       READ REINTEGROS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-REINTEGRO-CAJA.

       ACUMULAR-REINTEGRO-CAJA.
       IF FECHA-REINTEGRO = WS-FECHA-HOY
           ADD MONTO-REINTEGRO TO WS-TOTAL-REINTEGROS-DIA
           IF FORMA-REINTEGRO NOT = "Tarjeta"
               AND FORMA-REINTEGRO NOT = "Transferencia"
               IF MONEDA-REINTEGRO = "VES"
                   IF ENTREGADO-REINTEGRO > WS-EFECTIVO-BS-ESP
                       MOVE 0 TO WS-EFECTIVO-BS-ESP
                   ELSE
                       SUBTRACT ENTREGADO-REINTEGRO
                           FROM WS-EFECTIVO-BS-ESP
                   END-IF
               ELSE
                   IF ENTREGADO-REINTEGRO > WS-EFECTIVO-USD-ESP
                       MOVE 0 TO WS-EFECTIVO-USD-ESP
                   ELSE
                       SUBTRACT ENTREGADO-REINTEGRO
                           FROM WS-EFECTIVO-USD-ESP
                   END-IF
               END-IF
           END-IF
       END-IF.
       PERFORM LEER-SIGUIENTE-REINTEGRO-CAJA.

       LEER-SIGUIENTE-INGRESO-CAJA.
       MOVE "READ    LEER-SIGUIENTE-INGRESO-CAJA" TO WS-ERR-DONDE
       READ INGRESOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-INGRESO-CAJA.

       ACUMULAR-INGRESO-CAJA.
       IF FECHA-INGRESO = WS-FECHA-HOY
           IF CONCEPTO-INGRESO = "Seguro"
               ADD MONTO-INGRESO TO WS-TOTAL-SEGURO-DIA
           ELSE
               ADD MONTO-INGRESO TO WS-TOTAL-ALQUILER-DIA
               MOVE "RECIBOING" TO WS-MON-SERIE-CAJA
               MOVE RECIBO-INGRESO TO WS-MON-NUMERO-CAJA
               MOVE MONTO-INGRESO TO WS-MON-MONTO-CAJA
               MOVE 1 TO WS-MON-EFECTIVO
               PERFORM CLASIFICAR-MONEDA-CAJA.
       PERFORM LEER-SIGUIENTE-INGRESO-CAJA.

       LEER-SIGUIENTE-CUOTA-CAJA.
       MOVE "READ    LEER-SIGUIENTE-CUOTA-CAJA" TO WS-ERR-DONDE
       READ PAGOS-CUOTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-INGRESO-CAJA.

       ACUMULAR-CUOTA-CAJA.
       IF FECHA-CUOTA = WS-FECHA-HOY
           ADD MONTO-PAGO-CUOTA TO WS-TOTAL-CUOTAS-DIA
           MOVE "RECIBOCUO" TO WS-MON-SERIE-CAJA
           MOVE RECIBO-CUOTA TO WS-MON-NUMERO-CAJA
           MOVE MONTO-PAGO-CUOTA TO WS-MON-MONTO-CAJA
           MOVE 1 TO WS-MON-EFECTIVO
           PERFORM CLASIFICAR-MONEDA-CAJA.
       PERFORM LEER-SIGUIENTE-CUOTA-CAJA.

       LEER-SIGUIENTE-PAGO-CAJA.
       MOVE "READ    LEER-SIGUIENTE-PAGO-CAJA" TO WS-ERR-DONDE
       READ PAGOS-MULTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-PAGO-CAJA.
               ADD MONTO-PAGO TO WS-TOTAL-TARJETA
           WHEN "Transferencia"
               ADD MONTO-PAGO TO WS-TOTAL-TRANSFER
           WHEN "Saldo favor"
               ADD MONTO-PAGO TO WS-TOTAL-SALDO-FAVOR
           WHEN OTHER
               ADD MONTO-PAGO TO WS-TOTAL-EFECTIVO
           END-EVALUATE
           MOVE "RECIBOMUL" TO WS-MON-SERIE-CAJA
           MOVE RECIBO-PAGO TO WS-MON-NUMERO-CAJA
           MOVE MONTO-PAGO TO WS-MON-MONTO-CAJA
           IF FORMA-PAGO = "Tarjeta" OR FORMA-PAGO = "Transferencia"
               OR FORMA-PAGO = "Saldo favor"
               MOVE 0 TO WS-MON-EFECTIVO
           ELSE
               MOVE 1 TO WS-MON-EFECTIVO
           END-IF
           PERFORM CLASIFICAR-MONEDA-CAJA
           PERFORM BUSCAR-OPERADOR-PAGO
           STRING "  Recibo: " RECIBO-PAGO
               " Cedula: " CEDULA-USUARIO-PAGO
       END-IF.
       PERFORM LEER-SIGUIENTE-PAGO-CAJA.

       *>SUMA EL COBRO EN PANTALLA (WS-MON-SERIE-CAJA,
       *>WS-MON-NUMERO-CAJA, WS-MON-MONTO-CAJA EN DOLARES Y
       *>WS-MON-EFECTIVO) A LOS TOTALES DE SU MONEDA.
       CLASIFICAR-MONEDA-CAJA.
       MOVE WS-MON-SERIE-CAJA TO MON-SERIE.
       MOVE WS-MON-NUMERO-CAJA TO MON-NUMERO.
       MOVE "READ    CLASIFICAR-MONEDA-CAJA" TO WS-ERR-DONDE
       READ COBROS-MONEDA-ARCHIVO RECORD
           KEY MON-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1 AND MON-MONEDA = "VES"
           ADD MON-MONTO-RECIBIDO TO WS-TOTAL-BS-DIA
           ADD WS-MON-MONTO-CAJA TO WS-TOTAL-BS-BASE
           IF WS-MON-EFECTIVO = 1
               ADD MON-MONTO-RECIBIDO TO WS-EFECTIVO-BS-ESP
           END-IF
       ELSE
           IF WS-MON-EFECTIVO = 1
               ADD WS-MON-MONTO-CAJA TO WS-EFECTIVO-USD-ESP.

       *>BUSCA EN LA AUDITORIA DE HOY LA ENTRADA "Pago" DEL RECIBO EN
       *>PANTALLA, PARA SABER QUE OPERADOR COBRO. LA LLAVE DE LA
       *>AUDITORIA EMPIEZA POR FECHA, ASI QUE SOLO SE RECORRE EL DIA.
       MOVE WS-FECHA-HOY TO AUD-FECHA.
       MOVE LOW-VALUES TO AUD-HORA.
       MOVE 0 TO AUD-SECUENCIA.
       MOVE "START   BUSCAR-OPERADOR-PAGO" TO WS-ERR-DONDE
       START AUDITORIA-ARCHIVO KEY IS NOT LESS THAN AUD-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-AUD-CAJA
           NOT INVALID KEY MOVE 0 TO WS-LEE-AUD-CAJA.
           PERFORM REVISAR-AUD-CAJA UNTIL WS-LEE-AUD-CAJA = 1.

       LEER-SIGUIENTE-AUD-CAJA.
       MOVE "READ    LEER-SIGUIENTE-AUD-CAJA" TO WS-ERR-DONDE
       READ AUDITORIA-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-AUD-CAJA.
       *>ULTIMO CIERRE SEGUN ESTADO_DIA.DAT (LA APERTURA DE LA
       *>MAÑANA NO LA PISA) Y LLEGA HASTA HOY.
       MOVE WS-FECHA-HOY TO WS-DESDE-OVERRIDE.
       MOVE "OPEN    LISTAR-OVERRIDES-DIA" TO WS-ERR-DONDE
       OPEN I-O ESTADO-DIA-ARCHIVO.
       MOVE "DIA" TO EST-ID.
       MOVE "READ    LISTAR-OVERRIDES-DIA" TO WS-ERR-DONDE
       READ ESTADO-DIA-ARCHIVO RECORD
           KEY EST-ID
               INVALID KEY     MOVE 0 TO WS-HAY-ESTADO-DIA
       MOVE WS-DESDE-OVERRIDE TO AUD-FECHA.
       MOVE LOW-VALUES TO AUD-HORA.
       MOVE 0 TO AUD-SECUENCIA.
       MOVE "START   LISTAR-OVERRIDES-DIA" TO WS-ERR-DONDE
       START AUDITORIA-ARCHIVO KEY IS NOT LESS THAN AUD-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-OVERRIDE
           NOT INVALID KEY MOVE 0 TO WS-LEE-OVERRIDE.
           PERFORM IMPRIMIR.

       LEER-OVERRIDE-DIA.
       MOVE "READ    LEER-OVERRIDE-DIA" TO WS-ERR-DONDE
       READ AUDITORIA-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-OVERRIDE.
       *>QUE DEBIA DEVOLVERSE Y LA SUMA DE SUS MULTAS PENDIENTES. UNA
       *>CARTA POR USUARIO, EN UN ARCHIVO aviso_<cedula>.txt QUE EL
       *>MOSTRADOR PUEDE IMPRIMIR Y ENVIAR.
       *>EN MODO PRACTICA NO SE GENERA NINGUNA CARTA.
       GENERAR-AVISO-VENCIDO.
       IF LS-MODO-SESION NOT = "P"
           PERFORM GENERAR-AVISO-VENCIDO-REAL.

       GENERAR-AVISO-VENCIDO-REAL.
       MOVE SPACES TO WS-AVISO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "aviso_" DELIMITED BY SIZE
           CEDULA-USUARIO DELIMITED BY SPACE
           ".txt" DELIMITED BY SIZE
           INTO WS-AVISO-RUTA.
       PERFORM IMPRIMIR-AVISO.
       MOVE " " TO WS-LINEA-AVISO.
       PERFORM IMPRIMIR-AVISO.
       *>LA CARTA DE UN SOCIO MENOR DE EDAD VA A SU REPRESENTANTE.
       MOVE CEDULA-USUARIO TO WS-REP-MENOR.
       PERFORM BUSCAR-REPRESENTANTE.
       IF WS-REP-ACTIVO = 1
           PERFORM ENCABEZAR-AVISO-REPRESENTANTE
       ELSE
           MOVE SPACES TO WS-LINEA-AVISO
           STRING "Señor(a) " NOMBRE-USUARIO
               DELIMITED BY SIZE INTO WS-LINEA-AVISO
           PERFORM IMPRIMIR-AVISO
           MOVE SPACES TO WS-LINEA-AVISO
           STRING "Direccion: " DIRECCION OF USUARIOS-REGISTRO
               DELIMITED BY SIZE INTO WS-LINEA-AVISO
           PERFORM IMPRIMIR-AVISO
           MOVE SPACES TO WS-LINEA-AVISO
           STRING "Telefono: " TELEFONO OF USUARIOS-REGISTRO
               DELIMITED BY SIZE INTO WS-LINEA-AVISO
           PERFORM IMPRIMIR-AVISO
           MOVE " " TO WS-LINEA-AVISO
           PERFORM IMPRIMIR-AVISO
           MOVE "Le recordamos que tiene pendiente por devolver:"
               TO WS-LINEA-AVISO
           PERFORM IMPRIMIR-AVISO.

       PERFORM LISTAR-VENCIDOS-AVISO.
       PERFORM SUMAR-MULTAS-AVISO.
       IF WS-TOTAL-MULTAS-PEND > 0
           MOVE " " TO WS-LINEA-AVISO
           PERFORM IMPRIMIR-AVISO
           MOVE SPACES TO WS-LINEA-AVISO
           STRING "Ademas tiene multas pendientes por un total de "
               WS-TOTAL-MULTAS-PEND
               DELIMITED BY SIZE INTO WS-LINEA-AVISO
           PERFORM IMPRIMIR-AVISO.

       MOVE " " TO WS-LINEA-AVISO.
       PERFORM IMPRIMIR-AVISO.
       MOVE "Por favor acerquese al club para regularizar su"
           TO WS-LINEA-AVISO.
       PERFORM IMPRIMIR-AVISO.
       MOVE "situacion. Muchas gracias." TO WS-LINEA-AVISO.
       PERFORM IMPRIMIR-AVISO.

       CLOSE AVISO-ARCHIVO.

       *>ADEMAS DE LA CARTA, EL AVISO SE ENCOLA PARA EL ENVIO MASIVO
       *>DE LA OFICINA.
       MOVE CEDULA-USUARIO TO WS-NOTIF-CEDULA.
       MOVE TELEFONO OF USUARIOS-REGISTRO TO WS-NOTIF-TELEFONO.
       MOVE "Vencido" TO WS-NOTIF-TIPO.
       MOVE "Tiene equipo vencido pendiente por devolver"
           TO WS-NOTIF-DETALLE.
       PERFORM GRABAR-NOTIFICACION.

       IMPRIMIR-AVISO.
       WRITE AVISO-LINEA FROM WS-LINEA-AVISO.

       ENCABEZAR-AVISO-REPRESENTANTE.
       MOVE SPACES TO WS-LINEA-AVISO.
       STRING "Señor(a) " WS-REP-NOMBRE
           DELIMITED BY SIZE INTO WS-LINEA-AVISO.
       PERFORM IMPRIMIR-AVISO.
       MOVE SPACES TO WS-LINEA-AVISO.
       STRING "Representante (" DELIMITED BY SIZE
           WS-REP-PARENTESCO DELIMITED BY "  "
           ") del socio menor " NOMBRE-USUARIO
           DELIMITED BY SIZE INTO WS-LINEA-AVISO.
       PERFORM IMPRIMIR-AVISO.
       MOVE SPACES TO WS-LINEA-AVISO.
       STRING "Direccion: " WS-REP-DIRECCION
           DELIMITED BY SIZE INTO WS-LINEA-AVISO.
       PERFORM IMPRIMIR-AVISO.
       MOVE SPACES TO WS-LINEA-AVISO.
       STRING "Telefono: " WS-REP-TELEFONO
           DELIMITED BY SIZE INTO WS-LINEA-AVISO.
       PERFORM IMPRIMIR-AVISO.
       MOVE " " TO WS-LINEA-AVISO.
       PERFORM IMPRIMIR-AVISO.
       MOVE "Le recordamos que su representado tiene pendiente por"
           TO WS-LINEA-AVISO.
       PERFORM IMPRIMIR-AVISO.
       MOVE "devolver:" TO WS-LINEA-AVISO.
       PERFORM IMPRIMIR-AVISO.

       *>SI WS-REP-MENOR TIENE UNA REPRESENTACION Vigente Y AUN NO
       *>CUMPLE LA MAYORIA DE EDAD, DEJA WS-REP-ACTIVO EN 1 CON LOS
       *>DATOS DE CONTACTO DEL REPRESENTANTE. USUARIOS-ARCHIVO DEBE
       *>ESTAR ABIERTO; LA LECTURA DEL REPRESENTANTE USA SU AREA DE
       *>REGISTRO, ASI QUE AL TERMINAR SE RELEE EL REGISTRO QUE HABIA
       *>(Y CON EL LA POSICION DE LOS RECORRIDOS DE USUARIOS).
       BUSCAR-REPRESENTANTE.
       MOVE "OPEN    BUSCAR-REPRESENTANTE" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-NACIMIENTO-ARCHIVO.
       MOVE WS-REP-MENOR TO CEDULA-USUARIO-NAC.
       MOVE "READ    BUSCAR-REPRESENTANTE" TO WS-ERR-DONDE
       READ USUARIOS-NACIMIENTO-ARCHIVO RECORD
           KEY CEDULA-USUARIO-NAC
               INVALID KEY     MOVE 0 TO WS-REP-ACTIVO
               NOT INVALID KEY MOVE 1 TO WS-REP-ACTIVO.
       IF WS-REP-ACTIVO = 1
           IF STATUS-REPRESENTACION-NAC NOT = "Vigente"
               MOVE 0 TO WS-REP-ACTIVO
           ELSE
               PERFORM LEER-PARAMETRO-MAYORIA
               COMPUTE WS-FECHA-MAYORIA-NAC =
                   FECHA-NACIMIENTO-NAC + WS-MAYORIA * 10000
               IF WS-FECHA-HOY NOT < WS-FECHA-MAYORIA-NAC
                   MOVE 0 TO WS-REP-ACTIVO.
       IF WS-REP-ACTIVO = 1
           MOVE CEDULA-REPRESENTANTE-NAC TO WS-REP-CEDULA
           MOVE PARENTESCO-NAC TO WS-REP-PARENTESCO
           PERFORM LEER-DATOS-REPRESENTANTE.
       CLOSE USUARIOS-NACIMIENTO-ARCHIVO.

       LEER-DATOS-REPRESENTANTE.
       MOVE CEDULA-USUARIO TO WS-REP-CEDULA-VUELTA.
       MOVE WS-REP-CEDULA TO CEDULA-USUARIO.
       MOVE "READ    LEER-DATOS-REPRESENTANTE" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO
               INVALID KEY
                   MOVE 0 TO WS-REP-ACTIVO
               NOT INVALID KEY
                   MOVE NOMBRE-USUARIO TO WS-REP-NOMBRE
                   MOVE DIRECCION OF USUARIOS-REGISTRO
                       TO WS-REP-DIRECCION
                   MOVE TELEFONO OF USUARIOS-REGISTRO
                       TO WS-REP-TELEFONO
       END-READ.
       MOVE WS-REP-CEDULA-VUELTA TO CEDULA-USUARIO.
       MOVE "READ    LEER-DATOS-REPRESENTANTE" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO
               INVALID KEY MOVE 0 TO TELEFONO OF USUARIOS-REGISTRO
       END-READ.

       LEER-PARAMETRO-MAYORIA.
       MOVE "OPEN    LEER-PARAMETRO-MAYORIA" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "MAYORIA" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-MAYORIA" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 18 TO WS-MAYORIA
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-MAYORIA.
       CLOSE PARAMETROS-ARCHIVO.

       *>EL DIA QUE UN SOCIO MENOR CUMPLE LA MAYORIA DE EDAD SU
       *>REPRESENTACION PASA A Vencida: DESDE ENTONCES LOS
       *>COMPROBANTES, CARTAS Y AVISOS VAN A SU PROPIO NOMBRE. COMO EL
       *>RESTO DE LA FASE, SE PUEDE CORRER DE NUEVO SIN PROBLEMA.
       VENCER-REPRESENTACIONES.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "Representaciones vencidas por mayoria de edad:"
           TO WS-LINEA.
       PERFORM IMPRIMIR.
       PERFORM LEER-PARAMETRO-MAYORIA.
       MOVE "OPEN    VENCER-REPRESENTACIONES" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-NACIMIENTO-ARCHIVO.
       MOVE 0 TO WS-HAY-MAYORIAS.
       MOVE 0 TO WS-LEE-NAC.
       PERFORM LEER-SIGUIENTE-NAC-CIERRE.
       PERFORM EVALUAR-REPRESENTACION UNTIL WS-LEE-NAC = 1.
       IF WS-HAY-MAYORIAS = 0
           MOVE "  (ninguna representacion vencida)" TO WS-LINEA
           PERFORM IMPRIMIR.
       CLOSE USUARIOS-NACIMIENTO-ARCHIVO.

       LEER-SIGUIENTE-NAC-CIERRE.
       MOVE "READ    LEER-SIGUIENTE-NAC-CIERRE" TO WS-ERR-DONDE
       READ USUARIOS-NACIMIENTO-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-NAC.

       EVALUAR-REPRESENTACION.
       IF STATUS-REPRESENTACION-NAC = "Vigente"
           AND FECHA-NACIMIENTO-NAC NOT = 0
           COMPUTE WS-FECHA-MAYORIA-NAC =
               FECHA-NACIMIENTO-NAC + WS-MAYORIA * 10000
           IF WS-FECHA-HOY NOT < WS-FECHA-MAYORIA-NAC
               MOVE "Vencida" TO STATUS-REPRESENTACION-NAC
               MOVE "REWRITE EVALUAR-REPRESENTACION" TO WS-ERR-DONDE
               REWRITE USUARIOS-NACIMIENTO-REGISTRO
               MOVE 1 TO WS-HAY-MAYORIAS
               MOVE SPACES TO WS-LINEA
               STRING "  " CEDULA-USUARIO-NAC
                   " cumplio la mayoria de edad; representante "
                   CEDULA-REPRESENTANTE-NAC
                   DELIMITED BY SIZE INTO WS-LINEA
               PERFORM IMPRIMIR.
       PERFORM LEER-SIGUIENTE-NAC-CIERRE.

       *>SE RECORREN LOS PRESTAMOS DE WS-CEDULA-AVISO POR LA LLAVE
       *>ALTERNA DE CEDULA, IGUAL QUE VERIFICAR-VENCIDO-USUARIO, Y SE
       *>ESCRIBE EN LA CARTA CADA UNO QUE ESTE VENCIDO.
       LISTAR-VENCIDOS-AVISO.
       MOVE WS-CEDULA-AVISO TO CEDULA-USUARIO-PR.
       MOVE "START   LISTAR-VENCIDOS-AVISO" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO
           KEY IS NOT LESS THAN CEDULA-USUARIO-PR
           INVALID KEY     MOVE 1 TO WS-LEE-PRESTAMO-AVISO
           PERFORM DETALLAR-PRESTAMO-AVISO
               UNTIL WS-LEE-PRESTAMO-AVISO = 1.

       *>LA SUMA DE LAS MULTAS PENDIENTES DE WS-CEDULA-AVISO, POR LA
       *>LLAVE ALTERNA DE CEDULA DE MULTAS.DAT.
       SUMAR-MULTAS-AVISO.
       MOVE 0 TO WS-TOTAL-MULTAS-PEND.
       MOVE WS-CEDULA-AVISO TO CEDULA-USUARIO-MUL.
       MOVE "START   SUMAR-MULTAS-AVISO" TO WS-ERR-DONDE
       START MULTAS-ARCHIVO
           KEY IS NOT LESS THAN CEDULA-USUARIO-MUL
           INVALID KEY     MOVE 1 TO WS-LEE-MULTA-AVISO
           PERFORM LEER-MULTA-AVISO
           PERFORM ACUMULAR-MULTA-AVISO
               UNTIL WS-LEE-MULTA-AVISO = 1.

       LEER-PRESTAMO-AVISO.
       MOVE "READ    LEER-PRESTAMO-AVISO" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-PRESTAMO-AVISO.

       DETALLAR-PRESTAMO-AVISO.
       IF CEDULA-USUARIO-PR NOT = WS-CEDULA-AVISO
           MOVE 1 TO WS-LEE-PRESTAMO-AVISO
       ELSE
           IF FECHA-DEVOLUCION-PR < WS-FECHA-HOY
           PERFORM LEER-PRESTAMO-AVISO.

       LEER-MULTA-AVISO.
       MOVE "READ    LEER-MULTA-AVISO" TO WS-ERR-DONDE
       READ MULTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-MULTA-AVISO.

       ACUMULAR-MULTA-AVISO.
       IF CEDULA-USUARIO-MUL NOT = WS-CEDULA-AVISO
           MOVE 1 TO WS-LEE-MULTA-AVISO
       ELSE
           IF STATUS-MULTA = "Pendiente"
           END-IF
           PERFORM LEER-MULTA-AVISO.

       *>ESCALERA DE COBRANZA (VER COBRANZA.CBL): CADA PRESTAMO
       *>VENCIDO TIENE SU CASO EN COBRANZA.DAT. CADA NOCHE EL CASO
       *>SUBE A LO SUMO UN PASO DE LA ESCALERA (RECORDATORIO, LLAMADA,
       *>CARTA FORMAL, AVISO AL REPRESENTANTE O ENTRENADOR, DECLARAR
       *>EXTRAVIADO) CUANDO LOS DIAS DE RETRASO LLEGAN AL UMBRAL DEL
       *>PASO, Y EL PASO QUEDA COMO TAREA Pendiente EN LA LISTA DE
       *>TRABAJO DEL MOSTRADOR. UN CASO CON PROMESA DE DEVOLUCION
       *>QUEDA Pausado HASTA LA FECHA PROMETIDA; SI PASA SIN QUE EL
       *>EQUIPO VUELVA, LA PROMESA SE ANOTA COMO Incumplida EN LA
       *>BITACORA Y LA ESCALERA SIGUE. LOS CASOS CUYO PRESTAMO YA NO
       *>ESTA VENCIDO SE CIERRAN. COMO EL RESTO DE LA FASE, SE PUEDE
       *>CORRER DE NUEVO EL MISMO DIA SIN PROBLEMA.
       PROGRAMAR-COBRANZA.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "Escalera de cobranza (pasos programados hoy):"
           TO WS-LINEA.
       PERFORM IMPRIMIR.
       PERFORM LEER-UMBRALES-COBRANZA.
       MOVE WS-FECHA-HOY TO WS-FECHA-CONV.
       PERFORM CONVERTIR-FECHA-A-DIAS.
       MOVE WS-DIAS-CONV TO WS-DIAS-HOY-COB.
       MOVE "OPEN    PROGRAMAR-COBRANZA" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    PROGRAMAR-COBRANZA" TO WS-ERR-DONDE
       OPEN I-O COBRANZA-ARCHIVO.
       MOVE "OPEN    PROGRAMAR-COBRANZA" TO WS-ERR-DONDE
       OPEN I-O COBRANZA-TAREAS-ARCHIVO.
       MOVE "OPEN    PROGRAMAR-COBRANZA" TO WS-ERR-DONDE
       OPEN I-O COBRANZA-CONTACTOS-ARCHIVO.
       MOVE 0 TO WS-HAY-PASOS-COB.
       MOVE 0 TO WS-LEE-PRE-COB.
       PERFORM LEER-SIGUIENTE-PRE-COB.
       PERFORM ESCALAR-PRESTAMO UNTIL WS-LEE-PRE-COB = 1.
       IF WS-HAY-PASOS-COB = 0
           MOVE "  (ningun paso nuevo)" TO WS-LINEA
           PERFORM IMPRIMIR.
       PERFORM CERRAR-CASOS-COBRANZA.
       CLOSE PRESTAMOS-ARCHIVO.
       CLOSE COBRANZA-ARCHIVO.
       CLOSE COBRANZA-TAREAS-ARCHIVO.
       CLOSE COBRANZA-CONTACTOS-ARCHIVO.

       LEER-UMBRALES-COBRANZA.
       MOVE "OPEN    LEER-UMBRALES-COBRANZA" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       PERFORM LEER-UMBRAL-COBRANZA
           VARYING WS-IDX-COB FROM 1 BY 1 UNTIL WS-IDX-COB > 5.
       CLOSE PARAMETROS-ARCHIVO.

       LEER-UMBRAL-COBRANZA.
       MOVE WS-COB-PARAMETRO(WS-IDX-COB) TO PARAM-NOMBRE.
       MOVE "READ    LEER-UMBRAL-COBRANZA" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY
                   MOVE WS-COB-DEFECTO(WS-IDX-COB)
                       TO WS-COB-UMBRAL(WS-IDX-COB)
               NOT INVALID KEY
                   MOVE PARAM-VALOR TO WS-COB-UMBRAL(WS-IDX-COB)
       END-READ.

       LEER-SIGUIENTE-PRE-COB.
       MOVE "READ    LEER-SIGUIENTE-PRE-COB" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-PRE-COB.

       *>EL PRESTAMO CUENTA COMO VENCIDO IGUAL QUE EN
       *>VERIFICAR-PRESTAMO-VENCIDO, SALVO EL QUE YA SE DEVOLVIO O SE
       *>DECLARO Extraviado: ESE YA NO SE PERSIGUE.
       ESCALAR-PRESTAMO.
       IF FECHA-DEVOLUCION-PR < WS-FECHA-HOY
           AND STATUS-INSTRUMENTO-PR NOT = "Devuelto"
               AND NOT = "devuelto" AND NOT = "Extraviado"
           AND STATUS-PRESTAMO-PR NOT = "Inactivo"
           PERFORM BUSCAR-CASO-COBRANZA
           IF COB-ESTADO = "Pausado"
               PERFORM REVISAR-PROMESA-COBRANZA
           END-IF
           IF COB-ESTADO = "Abierto" AND COB-PASO < 5
               AND COB-FECHA-PASO < WS-FECHA-HOY
               PERFORM AVANZAR-PASO-COBRANZA
           END-IF
           MOVE FECHA-DEVOLUCION-PR TO COB-FECHA-VENCE
           MOVE "REWRITE ESCALAR-PRESTAMO" TO WS-ERR-DONDE
           REWRITE COBRANZA-REGISTRO
       END-IF.
       PERFORM LEER-SIGUIENTE-PRE-COB.

       *>DEJA EN COBRANZA-REGISTRO EL CASO DEL PRESTAMO EN CURSO. SI
       *>NO LO HAY SE ABRE; UNO Cerrado (EL PRESTAMO SE RENOVO Y
       *>VOLVIO A VENCER) SE REABRE DESDE EL PRIMER PASO.
       BUSCAR-CASO-COBRANZA.
       MOVE PRE-LLAVE TO COB-LLAVE.
       MOVE "READ    BUSCAR-CASO-COBRANZA" TO WS-ERR-DONDE
       READ COBRANZA-ARCHIVO RECORD
           KEY COB-LLAVE
               INVALID KEY     MOVE 0 TO WS-HAY-CASO-COB
               NOT INVALID KEY MOVE 1 TO WS-HAY-CASO-COB.
       IF WS-HAY-CASO-COB = 0
           PERFORM ABRIR-CASO-COBRANZA
           MOVE "WRITE   BUSCAR-CASO-COBRANZA" TO WS-ERR-DONDE
           WRITE COBRANZA-REGISTRO
       ELSE
           IF COB-ESTADO = "Cerrado"
               PERFORM ABRIR-CASO-COBRANZA.

       ABRIR-CASO-COBRANZA.
       MOVE PRE-LLAVE TO COB-LLAVE.
       MOVE ID-INSTRUMENTO-PR TO COB-INSTRUMENTO.
       MOVE FECHA-DEVOLUCION-PR TO COB-FECHA-VENCE.
       MOVE 0 TO COB-PASO.
       MOVE 0 TO COB-FECHA-PASO.
       MOVE 0 TO COB-PROMESA.
       MOVE "Abierto" TO COB-ESTADO.
       MOVE WS-FECHA-HOY TO COB-FECHA-ALTA.
       MOVE 0 TO COB-FECHA-CIERRE.

       REVISAR-PROMESA-COBRANZA.
       IF COB-PROMESA < WS-FECHA-HOY
           MOVE "Abierto" TO COB-ESTADO
           PERFORM ANOTAR-PROMESA-INCUMPLIDA.

       ANOTAR-PROMESA-INCUMPLIDA.
       MOVE COB-LLAVE TO CON-PRESTAMO.
       MOVE WS-FECHA-HOY TO CON-FECHA.
       MOVE 0 TO CON-HORA.
       MOVE COB-PASO TO CON-PASO.
       MOVE "Cierre" TO CON-MEDIO.
       MOVE SPACES TO CON-CONTACTADO.
       MOVE "Incumplida" TO CON-RESULTADO.
       MOVE COB-PROMESA TO CON-PROMESA.
       MOVE SPACES TO CON-NOTA.
       STRING "No devolvio el equipo en la fecha prometida "
           COB-PROMESA DELIMITED BY SIZE INTO CON-NOTA.
       MOVE LS-CONECTAR TO CON-OPERADOR.
       MOVE "WRITE   ANOTAR-PROMESA-INCUMPLIDA" TO WS-ERR-DONDE
       WRITE COBRANZA-CONTACTOS-REGISTRO
           INVALID KEY CONTINUE
       END-WRITE.
       MOVE 1 TO WS-HAY-PASOS-COB.
       MOVE SPACES TO WS-LINEA.
       STRING "  " CEDULA-USUARIO-PR " " ID-INSTRUMENTO-PR
           ": promesa del " COB-PROMESA " incumplida"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.

       AVANZAR-PASO-COBRANZA.
       MOVE FECHA-DEVOLUCION-PR TO WS-FECHA-CONV.
       PERFORM CONVERTIR-FECHA-A-DIAS.
       COMPUTE WS-DIAS-RETRASO-COB = WS-DIAS-HOY-COB - WS-DIAS-CONV.
       COMPUTE WS-PASO-SIG-COB = COB-PASO + 1.
       IF WS-DIAS-RETRASO-COB NOT < WS-COB-UMBRAL(WS-PASO-SIG-COB)
           MOVE WS-PASO-SIG-COB TO COB-PASO
           MOVE WS-FECHA-HOY TO COB-FECHA-PASO
           PERFORM PROGRAMAR-TAREA-COBRANZA.

       PROGRAMAR-TAREA-COBRANZA.
       MOVE WS-FECHA-HOY TO TAR-FECHA.
       MOVE COB-LLAVE TO TAR-PRESTAMO.
       MOVE COB-PASO TO TAR-PASO.
       MOVE WS-DIAS-RETRASO-COB TO TAR-DIAS.
       MOVE "Pendiente" TO TAR-ESTADO.
       MOVE 0 TO TAR-FECHA-ATENCION.
       MOVE SPACES TO TAR-OPERADOR.
       MOVE "WRITE   PROGRAMAR-TAREA-COBRANZA" TO WS-ERR-DONDE
       WRITE COBRANZA-TAREAS-REGISTRO
           INVALID KEY CONTINUE
       END-WRITE.
       MOVE 1 TO WS-HAY-PASOS-COB.
       MOVE SPACES TO WS-LINEA.
       STRING "  " CEDULA-USUARIO-PR " " ID-INSTRUMENTO-PR " "
           TAR-DIAS " dias: paso " COB-PASO " "
           WS-COB-NOMBRE(COB-PASO)
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.

       *>UN CASO Abierto O Pausado CUYO PRESTAMO SE DEVOLVIO, SE
       *>RENOVO O SE DIO DE BAJA QUEDA Cerrado; SI EL PRESTAMO SE
       *>CERRO COMO Extraviado, EL CASO TAMBIEN. SUS TAREAS QUE
       *>SEGUIAN Pendiente QUEDAN Anulada.
       CERRAR-CASOS-COBRANZA.
       MOVE 0 TO WS-HAY-CIERRES-COB.
       MOVE LOW-VALUES TO COB-LLAVE.
       MOVE "START   CERRAR-CASOS-COBRANZA" TO WS-ERR-DONDE
       START COBRANZA-ARCHIVO
           KEY IS NOT LESS THAN COB-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-CASO-COB
           NOT INVALID KEY MOVE 0 TO WS-LEE-CASO-COB.
       IF WS-LEE-CASO-COB = 0
           PERFORM LEER-SIGUIENTE-CASO-COB
           PERFORM REVISAR-CASO-COBRANZA UNTIL WS-LEE-CASO-COB = 1.

       LEER-SIGUIENTE-CASO-COB.
       MOVE "READ    LEER-SIGUIENTE-CASO-COB" TO WS-ERR-DONDE
       READ COBRANZA-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-CASO-COB.

       REVISAR-CASO-COBRANZA.
       MOVE SPACES TO WS-ESTADO-NUEVO-COB.
       IF COB-ESTADO = "Abierto" OR COB-ESTADO = "Pausado"
           MOVE COB-LLAVE TO PRE-LLAVE
           MOVE "READ    REVISAR-CASO-COBRANZA" TO WS-ERR-DONDE
           READ PRESTAMOS-ARCHIVO RECORD
               KEY PRE-LLAVE
                   INVALID KEY     MOVE 0 TO WS-HAY-PRE-COB
                   NOT INVALID KEY MOVE 1 TO WS-HAY-PRE-COB
           END-READ
           IF WS-HAY-PRE-COB = 0
               MOVE "Cerrado" TO WS-ESTADO-NUEVO-COB
           ELSE
               IF STATUS-INSTRUMENTO-PR = "Extraviado"
                   MOVE "Extraviado" TO WS-ESTADO-NUEVO-COB
               ELSE
                   IF STATUS-INSTRUMENTO-PR = "Devuelto"
                       OR STATUS-INSTRUMENTO-PR = "devuelto"
                       OR STATUS-PRESTAMO-PR = "Inactivo"
                       OR FECHA-DEVOLUCION-PR NOT < WS-FECHA-HOY
                       MOVE "Cerrado" TO WS-ESTADO-NUEVO-COB
                   END-IF
               END-IF
           END-IF
       END-IF.
       IF WS-ESTADO-NUEVO-COB NOT = SPACES
           MOVE WS-ESTADO-NUEVO-COB TO COB-ESTADO
           MOVE WS-FECHA-HOY TO COB-FECHA-CIERRE
           MOVE "REWRITE REVISAR-CASO-COBRANZA" TO WS-ERR-DONDE
           REWRITE COBRANZA-REGISTRO
           PERFORM ANULAR-TAREAS-COBRANZA
           MOVE SPACES TO WS-LINEA
           STRING "  " COB-CEDULA " " COB-INSTRUMENTO
               ": caso de cobranza " COB-ESTADO
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR.
       PERFORM LEER-SIGUIENTE-CASO-COB.

       ANULAR-TAREAS-COBRANZA.
       MOVE COB-LLAVE TO TAR-PRESTAMO.
       MOVE "START   ANULAR-TAREAS-COBRANZA" TO WS-ERR-DONDE
       START COBRANZA-TAREAS-ARCHIVO KEY IS EQUAL TO TAR-PRESTAMO
           INVALID KEY     MOVE 1 TO WS-LEE-TAREA-COB
           NOT INVALID KEY MOVE 0 TO WS-LEE-TAREA-COB.
       IF WS-LEE-TAREA-COB = 0
           PERFORM LEER-SIGUIENTE-TAREA-COB
           PERFORM ANULAR-TAREA-COBRANZA UNTIL WS-LEE-TAREA-COB = 1.

       LEER-SIGUIENTE-TAREA-COB.
       MOVE "READ    LEER-SIGUIENTE-TAREA-COB" TO WS-ERR-DONDE
       READ COBRANZA-TAREAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-TAREA-COB.
       IF WS-LEE-TAREA-COB = 0
           IF TAR-PRESTAMO NOT = COB-LLAVE
               MOVE 1 TO WS-LEE-TAREA-COB.

       ANULAR-TAREA-COBRANZA.
       IF TAR-ESTADO = "Pendiente"
           MOVE "Anulada" TO TAR-ESTADO
           MOVE WS-FECHA-HOY TO TAR-FECHA-ATENCION
           MOVE "REWRITE ANULAR-TAREA-COBRANZA" TO WS-ERR-DONDE
           REWRITE COBRANZA-TAREAS-REGISTRO.
       PERFORM LEER-SIGUIENTE-TAREA-COB.

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

       *>LOS PRESTAMOS DE GRUPO (VER GRUPOS.CBL) VAN A NOMBRE DEL
       *>CODIGO DEL GRUPO, QUE NO ESTA EN USUARIOS.DAT, ASI QUE SE
       *>REVISAN APARTE: SI UN GRUPO TIENE EQUIPO VENCIDO, LA CARTA
       *>Y LA NOTIFICACION VAN A SU ENTRENADOR RESPONSABLE, QUE ES
       *>EL GARANTE. USUARIOS, PRESTAMOS Y MULTAS DEBEN ESTAR
       *>ABIERTOS.
       AVISAR-GRUPOS-VENCIDOS.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "Grupos con equipo vencido (aviso al responsable):"
           TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "OPEN    AVISAR-GRUPOS-VENCIDOS" TO WS-ERR-DONDE
       OPEN I-O GRUPOS-ARCHIVO.
       MOVE 0 TO WS-HAY-VENCIDOS-GRP.
       MOVE 0 TO WS-LEE-GRUPO.
       PERFORM LEER-SIGUIENTE-GRUPO-CIERRE.
       PERFORM EVALUAR-GRUPO-VENCIDO UNTIL WS-LEE-GRUPO = 1.
       IF WS-HAY-VENCIDOS-GRP = 0
           MOVE "  (ningun grupo con equipo vencido)" TO WS-LINEA
           PERFORM IMPRIMIR.
       CLOSE GRUPOS-ARCHIVO.

       LEER-SIGUIENTE-GRUPO-CIERRE.
       MOVE "READ    LEER-SIGUIENTE-GRUPO-CIERRE" TO WS-ERR-DONDE
       READ GRUPOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-GRUPO.

       EVALUAR-GRUPO-VENCIDO.
       MOVE CODIGO-GRUPO TO WS-CEDULA-AVISO.
       PERFORM VERIFICAR-VENCIDO-USUARIO.
       IF WS-INDICADOR = 1
           MOVE 1 TO WS-HAY-VENCIDOS-GRP
           MOVE SPACES TO WS-LINEA
           STRING "  Grupo: " CODIGO-GRUPO " " NOMBRE-GRUPO
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR
           MOVE CEDULA-RESPONSABLE-GRP TO CEDULA-USUARIO
           MOVE "READ    EVALUAR-GRUPO-VENCIDO" TO WS-ERR-DONDE
           READ USUARIOS-ARCHIVO RECORD
               KEY CEDULA-USUARIO
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
                   NOT INVALID KEY MOVE 1 TO WS-INDICADOR
           END-READ
           MOVE SPACES TO WS-LINEA
           IF WS-INDICADOR = 1
               STRING "    Responsable: " CEDULA-USUARIO " "
                   NOMBRE-USUARIO
                   DELIMITED BY SIZE INTO WS-LINEA
               PERFORM IMPRIMIR
               PERFORM GENERAR-AVISO-GRUPO
           ELSE
               STRING "    Responsable " CEDULA-RESPONSABLE-GRP
                   " no existe en usuarios; avisar a "
                   CONTACTO-ALTERNO-GRP
                   DELIMITED BY SIZE INTO WS-LINEA
               PERFORM IMPRIMIR.
       PERFORM LEER-SIGUIENTE-GRUPO-CIERRE.

       *>CARTA DE AVISO AL ENTRENADOR POR EL EQUIPO VENCIDO DEL
       *>GRUPO, EN aviso_<codigo del grupo>.txt, CON EL CONTACTO
       *>ALTERNO DEL GRUPO PARA QUE EL MOSTRADOR TENGA A QUIEN MAS
       *>LLAMAR. USUARIOS-REGISTRO TRAE AL ENTRENADOR.
       *>EN MODO PRACTICA NO SE GENERA NINGUNA CARTA.
       GENERAR-AVISO-GRUPO.
       IF LS-MODO-SESION NOT = "P"
           PERFORM GENERAR-AVISO-GRUPO-REAL.

       GENERAR-AVISO-GRUPO-REAL.
       MOVE SPACES TO WS-AVISO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "aviso_" DELIMITED BY SIZE
           CODIGO-GRUPO DELIMITED BY SPACE
           ".txt" DELIMITED BY SIZE
           INTO WS-AVISO-RUTA.
       OPEN OUTPUT AVISO-ARCHIVO.

       MOVE "Centro Deportivo - Aviso de equipo vencido de grupo"
           TO WS-LINEA-AVISO.
       PERFORM IMPRIMIR-AVISO.
       MOVE SPACES TO WS-LINEA-AVISO.
       STRING "Fecha del aviso: " WS-FECHA-HOY
           DELIMITED BY SIZE INTO WS-LINEA-AVISO.
       PERFORM IMPRIMIR-AVISO.
       MOVE " " TO WS-LINEA-AVISO.
       PERFORM IMPRIMIR-AVISO.
       MOVE SPACES TO WS-LINEA-AVISO.
       STRING "Señor(a) " NOMBRE-USUARIO
           DELIMITED BY SIZE INTO WS-LINEA-AVISO.
       PERFORM IMPRIMIR-AVISO.
       MOVE SPACES TO WS-LINEA-AVISO.
       STRING "Responsable del grupo " NOMBRE-GRUPO
           DELIMITED BY SIZE INTO WS-LINEA-AVISO.
       PERFORM IMPRIMIR-AVISO.
       MOVE SPACES TO WS-LINEA-AVISO.
       STRING "Direccion: " DIRECCION OF USUARIOS-REGISTRO
           DELIMITED BY SIZE INTO WS-LINEA-AVISO.
       PERFORM IMPRIMIR-AVISO.
       MOVE SPACES TO WS-LINEA-AVISO.
       STRING "Telefono: " TELEFONO OF USUARIOS-REGISTRO
           DELIMITED BY SIZE INTO WS-LINEA-AVISO.
       PERFORM IMPRIMIR-AVISO.
       MOVE " " TO WS-LINEA-AVISO.
       PERFORM IMPRIMIR-AVISO.
       MOVE "Le recordamos que el grupo tiene pendiente por devolver:"
           TO WS-LINEA-AVISO.
       PERFORM IMPRIMIR-AVISO.
       PERFORM LISTAR-VENCIDOS-AVISO.
       PERFORM SUMAR-MULTAS-AVISO.
       IF WS-TOTAL-MULTAS-PEND > 0
           MOVE " " TO WS-LINEA-AVISO
           PERFORM IMPRIMIR-AVISO
           MOVE SPACES TO WS-LINEA-AVISO
           STRING "El grupo tiene ademas multas pendientes por "
               WS-TOTAL-MULTAS-PEND
               DELIMITED BY SIZE INTO WS-LINEA-AVISO
           PERFORM IMPRIMIR-AVISO
           MOVE "de las que usted es garante." TO WS-LINEA-AVISO
           PERFORM IMPRIMIR-AVISO.

       MOVE " " TO WS-LINEA-AVISO.
       PERFORM IMPRIMIR-AVISO.
       MOVE SPACES TO WS-LINEA-AVISO.
       STRING "Contacto alterno del grupo: " CONTACTO-ALTERNO-GRP
           " Tel: " TELEFONO-ALTERNO-GRP
           DELIMITED BY SIZE INTO WS-LINEA-AVISO.
       PERFORM IMPRIMIR-AVISO.
       MOVE " " TO WS-LINEA-AVISO.
       PERFORM IMPRIMIR-AVISO.
       MOVE "Por favor acerquese al club para regularizar la"
           TO WS-LINEA-AVISO.
       PERFORM IMPRIMIR-AVISO.
       MOVE "situacion del grupo. Muchas gracias." TO WS-LINEA-AVISO.
       PERFORM IMPRIMIR-AVISO.

       CLOSE AVISO-ARCHIVO.

       *>EL TIPO APARTE EVITA QUE EL AVISO DEL GRUPO SE PIERDA
       *>CONTRA UN AVISO Vencido PENDIENTE DEL PROPIO ENTRENADOR.
       MOVE CEDULA-USUARIO TO WS-NOTIF-CEDULA.
       MOVE TELEFONO OF USUARIOS-REGISTRO TO WS-NOTIF-TELEFONO.
       MOVE "Vencido grp" TO WS-NOTIF-TIPO.
       MOVE SPACES TO WS-NOTIF-DETALLE.
       STRING "El grupo " CODIGO-GRUPO DELIMITED BY SPACE
           " tiene equipo vencido pendiente por devolver"
           DELIMITED BY SIZE INTO WS-NOTIF-DETALLE.
       PERFORM GRABAR-NOTIFICACION.

       *>RESPALDA LOS CINCO ARCHIVOS INDEXADOS DEL SISTEMA
       *>(INSTRUMENTOS, TIPOS, PROVEEDORES, USUARIOS Y PRESTAMOS) EN
       *>ARCHIVOS DELIMITADOS APARTE, IGUAL QUE EXPORTAR.CBL. LEER EL

       RESPALDAR-INSTRUMENTOS.
       MOVE 0 TO WS-TOTAL-RESPALDO.
       MOVE "OPEN    RESPALDAR-INSTRUMENTOS" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    RESPALDAR-INSTRUMENTOS" TO WS-ERR-DONDE
       OPEN EXTEND RESPALDO-INSTRUMENTOS-ARCHIVO.
       STRING "---Respaldo instrumentos.dat - Fecha: " WS-FECHA-HOY
           " ---"
           DELIMITED BY SIZE INTO WS-LINEA-RESPALDO.
       MOVE "WRITE   RESPALDAR-INSTRUMENTOS" TO WS-ERR-DONDE
       WRITE RESPALDO-INSTRUMENTOS-LINEA FROM WS-LINEA-RESPALDO.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-INSTRUMENTO-RESP.
       PERFORM MOSTRAR-RESULTADO-RESPALDO.

       LEER-SIGUIENTE-INSTRUMENTO-RESP.
       MOVE "READ    LEER-SIGUIENTE-INSTRUMENTO-RESP" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
           FECHA-STATUS "," UBICACION ","
           MARCA-IN "," MODELO-IN "," SERIE-IN
           DELIMITED BY SIZE INTO WS-LINEA-RESPALDO.
       MOVE "WRITE   ESCRIBIR-INSTRUMENTO-RESP" TO WS-ERR-DONDE
       WRITE RESPALDO-INSTRUMENTOS-LINEA FROM WS-LINEA-RESPALDO.
       ADD 1 TO WS-TOTAL-RESPALDO.
       PERFORM LEER-SIGUIENTE-INSTRUMENTO-RESP.

       RESPALDAR-TIPOS.
       MOVE 0 TO WS-TOTAL-RESPALDO.
       MOVE "OPEN    RESPALDAR-TIPOS" TO WS-ERR-DONDE
       OPEN I-O TIPO-INSTRUMENTO-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       MOVE "OPEN    RESPALDAR-TIPOS" TO WS-ERR-DONDE
       OPEN EXTEND RESPALDO-TIPOS-ARCHIVO.
       STRING "---Respaldo tipo_instrumento.dat - Fecha: " WS-FECHA-HOY
           " ---"
           DELIMITED BY SIZE INTO WS-LINEA-RESPALDO.
       MOVE "WRITE   RESPALDAR-TIPOS" TO WS-ERR-DONDE
       WRITE RESPALDO-TIPOS-LINEA FROM WS-LINEA-RESPALDO.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-TIPO-RESP.
       PERFORM MOSTRAR-RESULTADO-RESPALDO.

       LEER-SIGUIENTE-TIPO-RESP.
       MOVE "READ    LEER-SIGUIENTE-TIPO-RESP" TO WS-ERR-DONDE
       READ TIPO-INSTRUMENTO-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       STRING CODIGO-TIPO "," NOMBRE-TIPO "," CORRELATIVO ","
           STATUS-TIPO
           DELIMITED BY SIZE INTO WS-LINEA-RESPALDO.
       MOVE "WRITE   ESCRIBIR-TIPO-RESP" TO WS-ERR-DONDE
       WRITE RESPALDO-TIPOS-LINEA FROM WS-LINEA-RESPALDO.
       ADD 1 TO WS-TOTAL-RESPALDO.
       PERFORM LEER-SIGUIENTE-TIPO-RESP.

       RESPALDAR-PROVEEDORES.
       MOVE 0 TO WS-TOTAL-RESPALDO.
       MOVE "OPEN    RESPALDAR-PROVEEDORES" TO WS-ERR-DONDE
       OPEN I-O PROVEEDORES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PROVEEDORES.
       MOVE "OPEN    RESPALDAR-PROVEEDORES" TO WS-ERR-DONDE
       OPEN EXTEND RESPALDO-PROVEEDORES-ARCHIVO.
       STRING "---Respaldo proveedores.dat - Fecha: " WS-FECHA-HOY
           " ---"
           DELIMITED BY SIZE INTO WS-LINEA-RESPALDO.
       MOVE "WRITE   RESPALDAR-PROVEEDORES" TO WS-ERR-DONDE
       WRITE RESPALDO-PROVEEDORES-LINEA FROM WS-LINEA-RESPALDO.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-PROVEEDOR-RESP.
       PERFORM MOSTRAR-RESULTADO-RESPALDO.

       LEER-SIGUIENTE-PROVEEDOR-RESP.
       MOVE "READ    LEER-SIGUIENTE-PROVEEDOR-RESP" TO WS-ERR-DONDE
       READ PROVEEDORES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
           TELEFONO OF PROVEEDORES-REGISTRO "," TELEFONO-ALTERNO ","
           STATUS-PROVEEDOR
           DELIMITED BY SIZE INTO WS-LINEA-RESPALDO.
       MOVE "WRITE   ESCRIBIR-PROVEEDOR-RESP" TO WS-ERR-DONDE
       WRITE RESPALDO-PROVEEDORES-LINEA FROM WS-LINEA-RESPALDO.
       ADD 1 TO WS-TOTAL-RESPALDO.
       PERFORM LEER-SIGUIENTE-PROVEEDOR-RESP.

       RESPALDAR-USUARIOS.
       MOVE 0 TO WS-TOTAL-RESPALDO.
       MOVE "OPEN    RESPALDAR-USUARIOS" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "OPEN    RESPALDAR-USUARIOS" TO WS-ERR-DONDE
       OPEN EXTEND RESPALDO-USUARIOS-ARCHIVO.
       STRING "---Respaldo usuarios.dat - Fecha: " WS-FECHA-HOY
           " ---"
           DELIMITED BY SIZE INTO WS-LINEA-RESPALDO.
       MOVE "WRITE   RESPALDAR-USUARIOS" TO WS-ERR-DONDE
       WRITE RESPALDO-USUARIOS-LINEA FROM WS-LINEA-RESPALDO.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-USUARIO-RESP.
       PERFORM MOSTRAR-RESULTADO-RESPALDO.

       LEER-SIGUIENTE-USUARIO-RESP.
       MOVE "READ    LEER-SIGUIENTE-USUARIO-RESP" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
           "," FECHA-INSCRIPCION "," FECHA-VENCIMIENTO-MEMB
           "," CATEGORIA-USUARIO
           DELIMITED BY SIZE INTO WS-LINEA-RESPALDO.
       MOVE "WRITE   ESCRIBIR-USUARIO-RESP" TO WS-ERR-DONDE
       WRITE RESPALDO-USUARIOS-LINEA FROM WS-LINEA-RESPALDO.
       ADD 1 TO WS-TOTAL-RESPALDO.
       PERFORM LEER-SIGUIENTE-USUARIO-RESP.

       RESPALDAR-PRESTAMOS.
       MOVE 0 TO WS-TOTAL-RESPALDO.
       MOVE "OPEN    RESPALDAR-PRESTAMOS" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    RESPALDAR-PRESTAMOS" TO WS-ERR-DONDE
       OPEN EXTEND RESPALDO-PRESTAMOS-ARCHIVO.
       STRING "---Respaldo prestamos.dat - Fecha: " WS-FECHA-HOY
           " ---"
           DELIMITED BY SIZE INTO WS-LINEA-RESPALDO.
       MOVE "WRITE   RESPALDAR-PRESTAMOS" TO WS-ERR-DONDE
       WRITE RESPALDO-PRESTAMOS-LINEA FROM WS-LINEA-RESPALDO.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-PRESTAMO-RESP.
       PERFORM MOSTRAR-RESULTADO-RESPALDO.

       LEER-SIGUIENTE-PRESTAMO-RESP.
       MOVE "READ    LEER-SIGUIENTE-PRESTAMO-RESP" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
           HORA-DEVOLUCION-PR "," STATUS-INSTRUMENTO-PR ","
           STATUS-PRESTAMO-PR
           DELIMITED BY SIZE INTO WS-LINEA-RESPALDO.
       MOVE "WRITE   ESCRIBIR-PRESTAMO-RESP" TO WS-ERR-DONDE
       WRITE RESPALDO-PRESTAMOS-LINEA FROM WS-LINEA-RESPALDO.
       ADD 1 TO WS-TOTAL-RESPALDO.
       PERFORM LEER-SIGUIENTE-PRESTAMO-RESP.
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
       MOVE "CIERRE" TO PROGRAMA-LOTE.
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

       *>AL REANUDAR, SIGUE ESCRIBIENDO EN EL REPORTE DE LA CORRIDA
       *>QUE QUEDO Incompleto EN EL CATALOGO.
       RETOMAR-REPORTE-CATALOGO.
       MOVE "R" TO WS-CAT-ACCION.
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
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-HISTORIAL-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos_historial.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-HISTORIAL-RUTA.
       MOVE SPACES TO WS-USUARIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios.dat" DELIMITED BY SIZE INTO WS-USUARIOS-RUTA.
       MOVE SPACES TO WS-PRESTAMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "prestamos.dat" DELIMITED BY SIZE INTO WS-PRESTAMOS-RUTA.
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
       MOVE SPACES TO WS-MULTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "multas.dat" DELIMITED BY SIZE INTO WS-MULTAS-RUTA.
       MOVE SPACES TO WS-PAGOS-MULTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "pagos_multas.dat" DELIMITED BY SIZE
           INTO WS-PAGOS-MULTAS-RUTA.
       MOVE SPACES TO WS-APARTADOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "apartados.dat" DELIMITED BY SIZE INTO WS-APARTADOS-RUTA.
       MOVE SPACES TO WS-RESERVAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reservas.dat" DELIMITED BY SIZE INTO WS-RESERVAS-RUTA.
       MOVE SPACES TO WS-STRIKES-RESERVAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "strikes_reservas.dat" DELIMITED BY SIZE
           INTO WS-STRIKES-RESERVAS-RUTA.
       MOVE SPACES TO WS-PARAMETROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "parametros.dat" DELIMITED BY SIZE INTO WS-PARAMETROS-RUTA.
       MOVE SPACES TO WS-POLITICAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "politicas.dat" DELIMITED BY SIZE INTO WS-POLITICAS-RUTA.
       MOVE SPACES TO WS-REPARACIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reparaciones.dat" DELIMITED BY SIZE
           INTO WS-REPARACIONES-RUTA.
       MOVE SPACES TO WS-MANTENIMIENTO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "mantenimiento.dat" DELIMITED BY SIZE
           INTO WS-MANTENIMIENTO-RUTA.
       MOVE SPACES TO WS-ESTADO-LOTE-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "estado_lote.dat" DELIMITED BY SIZE INTO WS-ESTADO-LOTE-RUTA.
       MOVE SPACES TO WS-PAGOS-CUOTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "pagos_cuotas.dat" DELIMITED BY SIZE
           INTO WS-PAGOS-CUOTAS-RUTA.
       MOVE SPACES TO WS-INGRESOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "ingresos.dat" DELIMITED BY SIZE INTO WS-INGRESOS-RUTA.
       MOVE SPACES TO WS-TASAS-CAMBIO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "tasas_cambio.dat" DELIMITED BY SIZE
           INTO WS-TASAS-CAMBIO-RUTA.
       MOVE SPACES TO WS-COBROS-MONEDA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "cobros_moneda.dat" DELIMITED BY SIZE
           INTO WS-COBROS-MONEDA-RUTA.
       MOVE SPACES TO WS-ESTADO-DIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "estado_dia.dat" DELIMITED BY SIZE INTO WS-ESTADO-DIA-RUTA.
       MOVE SPACES TO WS-NOTIFICACIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "notificaciones.dat" DELIMITED BY SIZE
           INTO WS-NOTIFICACIONES-RUTA.
       MOVE SPACES TO WS-CHECKPOINT-CIERRE-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "checkpoint_cierre.dat" DELIMITED BY SIZE
           INTO WS-CHECKPOINT-CIERRE-RUTA.
       MOVE SPACES TO WS-RESPALDO-INSTRUMENTOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "respaldo_instrumentos.dat" DELIMITED BY SIZE
           INTO WS-RESPALDO-INSTRUMENTOS-RUTA.
       MOVE SPACES TO WS-RESPALDO-TIPOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "respaldo_tipo_instrumento.dat" DELIMITED BY SIZE
           INTO WS-RESPALDO-TIPOS-RUTA.
       MOVE SPACES TO WS-RESPALDO-PROVEEDORES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "respaldo_proveedores.dat" DELIMITED BY SIZE
           INTO WS-RESPALDO-PROVEEDORES-RUTA.
       MOVE SPACES TO WS-RESPALDO-USUARIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "respaldo_usuarios.dat" DELIMITED BY SIZE
           INTO WS-RESPALDO-USUARIOS-RUTA.
       MOVE SPACES TO WS-RESPALDO-PRESTAMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "respaldo_prestamos.dat" DELIMITED BY SIZE
           INTO WS-RESPALDO-PRESTAMOS-RUTA.
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
       MOVE SPACES TO WS-CONVENIOS-CUOTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "convenios_cuotas.dat" DELIMITED BY SIZE
           INTO WS-CONVENIOS-CUOTAS-RUTA.
       MOVE SPACES TO WS-CREDITOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "creditos.dat" DELIMITED BY SIZE INTO WS-CREDITOS-RUTA.
       MOVE SPACES TO WS-GRUPOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "grupos.dat" DELIMITED BY SIZE INTO WS-GRUPOS-RUTA.
       MOVE SPACES TO WS-USUARIOS-NACIMIENTO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios_nacimiento.dat" DELIMITED BY SIZE
           INTO WS-USUARIOS-NACIMIENTO-RUTA.
       MOVE SPACES TO WS-SELLOS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "sellos_auditoria.dat" DELIMITED BY SIZE
           INTO WS-SELLOS-AUDITORIA-RUTA.
       MOVE SPACES TO WS-COBRANZA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "cobranza.dat" DELIMITED BY SIZE INTO WS-COBRANZA-RUTA.
       MOVE SPACES TO WS-COBRANZA-TAREAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "cobranza_tareas.dat" DELIMITED BY SIZE
           INTO WS-COBRANZA-TAREAS-RUTA.
       MOVE SPACES TO WS-COBRANZA-CONTACTOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "cobranza_contactos.dat" DELIMITED BY SIZE
           INTO WS-COBRANZA-CONTACTOS-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
