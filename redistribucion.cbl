       IDENTIFICATION DIVISION.
       PROGRAM-ID. Redistribucion INITIAL.

       *>REPARTO DEL EQUIPO ENTRE SEDES. UNA VEZ POR SEMANA (EL
       *>PROGRAMADOR DE TAREAS LO CORRE CON AUTOMODO EN 1) COMPARA
       *>LAS SEDES TIPO POR TIPO: EQUIPO LIBRE, EQUIPO OCIOSO (SIN
       *>PRESTAMOS EN OCIOSODIAS DIAS), PRESTAMOS DEL PERIODO,
       *>RESERVAS ANTICIPADAS Y COLA DE ESPERA. DONDE SOBRA EQUIPO
       *>OCIOSO Y EN OTRA SEDE HAY COLA SIN EQUIPO LIBRE, PROPONE
       *>INSTRUMENTOS CONCRETOS A TRASLADAR. UN SUPERVISOR APRUEBA O
       *>RECHAZA CADA LINEA Y LAS APROBADAS SE DESPACHAN COMO UN ENVIO
       *>DE SEDES.CBL, CON UN MANIFIESTO IMPRESO POR CADA VIAJE
       *>(SEDE ORIGEN A SEDE DESTINO). LA RECEPCION SIGUE SIENDO LA
       *>DE SEDES.CBL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       *>LINEAS DE CADA PROPUESTA, CON SU DECISION Y SU DESPACHO.
       SELECT OPTIONAL REDISTRIBUCION-ARCHIVO
       ASSIGN TO WS-REDISTRIBUCION-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS RED-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-REDISTRIBUCION.

       SELECT OPTIONAL SEDES-ARCHIVO
       ASSIGN TO WS-SEDES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS SEDE-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-SEDES.

       SELECT OPTIONAL INSTRUMENTOS-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-INV
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS.

       SELECT OPTIONAL INSTRUMENTOS-HISTORIAL-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-HISTORIAL-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS HIST-LLAVE
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-HIST WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS-HISTORIAL.

       SELECT OPTIONAL PRESTAMOS-ARCHIVO
       ASSIGN TO WS-PRESTAMOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-PR WITH DUPLICATES
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-PR WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PRESTAMOS.

       SELECT OPTIONAL RESERVAS-ARCHIVO
       ASSIGN TO WS-RESERVAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS RES-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-RES WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-RESERVAS.

       SELECT OPTIONAL REPARACIONES-ARCHIVO
       ASSIGN TO WS-REPARACIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS REP-LLAVE
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-REP WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-REPARACIONES.

       SELECT OPTIONAL APARTADOS-ARCHIVO
       ASSIGN TO WS-APARTADOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-APA
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-APARTADOS.

       *>MANTENIMIENTO PREVENTIVO PENDIENTE (VER CIERRE.CBL).
       SELECT OPTIONAL MANTENIMIENTO-ARCHIVO
       ASSIGN TO WS-MANTENIMIENTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-MAN
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-MANTENIMIENTO.

       *>UNIDADES MARCADAS EN UN LLAMADO DEL FABRICANTE (VER
       *>LLAMADOS.CBL): MIENTRAS NO SE RESUELVEN NO SE TRASLADAN.
       SELECT OPTIONAL LLAMADOS-UNIDADES-ARCHIVO
       ASSIGN TO WS-LLAMADOS-UNIDADES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS UNI-LLAVE
       ALTERNATE RECORD KEY IS UNI-INSTRUMENTO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-LLAMADOS-UNIDADES.

       *>UN INSTRUMENTO CON UN INCIDENTE Abierto NO SE MUEVE DE SU
       *>SEDE (VER INCIDENTES.CBL).
       SELECT OPTIONAL INCIDENTES-ARCHIVO
       ASSIGN TO WS-INCIDENTES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS INC-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INCIDENTES.

       *>PARAMETROS GENERALES DEL SISTEMA (VER PARAMETROS.CBL). AQUI
       *>SE LEEN AUTOMODO Y OCIOSODIAS.
       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO WS-PARAMETROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PARAM-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PARAMETROS.

       *>RESULTADO DE LA ULTIMA CORRIDA POR LOTE DE ESTE PROGRAMA
       *>(OK O FALLO), PARA QUE EL PROXIMO OPERADOR LO VEA AL INICIAR
       *>SESION.
       SELECT OPTIONAL ESTADO-LOTE-ARCHIVO
       ASSIGN TO WS-ESTADO-LOTE-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PROGRAMA-LOTE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ESTADO-LOTE.

       *>NUMERACION DE LOS MANIFIESTOS (SERIE VIAJE, VER
       *>CORRELATIVOS.CBL).
       SELECT OPTIONAL CORRELATIVOS-ARCHIVO
       ASSIGN TO WS-CORRELATIVOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CORR-SERIE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CORRELATIVOS.

       *>DEJA CONSTANCIA DE QUIEN APROBO, RECHAZO Y DESPACHO CADA
       *>TRASLADO.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       *>PROPUESTA SEMANAL Y MANIFIESTOS DE CADA VIAJE, CADA UNO CON
       *>SU NOMBRE EN EL CATALOGO DE REPORTES.
       SELECT OPTIONAL REPORTE-REDISTRIBUCION-ARCHIVO
       ASSIGN TO WS-REPORTE-REDISTRIBUCION-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REDISTRIBUCION-ARCHIVO.
           01 REDISTRIBUCION-REGISTRO.
               05 RED-LLAVE.
                   10 RED-CORRIDA PIC 9(8). *>FECHA DE LA PROPUESTA.
                   10 RED-LINEA   PIC 9(4).
               05 RED-INSTRUMENTO PIC X(6).
               05 RED-TIPO        PIC X(3).
               05 RED-ORIGEN      PIC X(3). *>SEDE QUE LO ENVIA.
               05 RED-DESTINO     PIC X(3). *>SEDE QUE LO RECIBE.
               05 RED-MOTIVO      PIC X(40).
               *>Propuesta/Aprobada/Rechazada/Despachada/Anulada. UNA
               *>Propuesta QUE NADIE DECIDIO SE ANULA EN LA CORRIDA
               *>SIGUIENTE; UNA Aprobada QUE YA NO SE PUEDE CARGAR SE
               *>ANULA AL DESPACHAR.
               05 RED-ESTADO      PIC X(10).
               05 RED-DECIDIO     PIC X(10). *>SUPERVISOR.
               05 RED-FECHA-DECISION PIC 9(8).
               05 RED-VIAJE       PIC 9(8). *>NUMERO DE MANIFIESTO.
               05 RED-FECHA-DESPACHO PIC 9(8).

       FD SEDES-ARCHIVO.
           01 SEDES-REGISTRO.
               05 SEDE-CODIGO PIC X(3).
               05 SEDE-NOMBRE PIC X(40).
               05 SEDE-STATUS PIC X(8).

       *>COPIA DEL REGISTRO DE INSTRUMENTOS.DAT. LOS NOMBRES DE CAMPOS
       *>SE SUFIJAN CON "-INV" PARA NO CHOCAR, IGUAL QUE EN
       *>SEDES.CBL.
       FD INSTRUMENTOS-ARCHIVO.
           01 INSTRUMENTOS-REGISTRO.
               05 ID-INSTRUMENTO-INV       PIC X(6).
               05 TIPO-INSTRUMENTO-INV     PIC X(40).
               05 FECHA-ADQUISICION-INV    PIC 9(8).
               05 FORMA-ADQUISICION-INV    PIC X(8).
               05 ID-PROVEEDOR-INV         PIC X(11).
               05 STATUS-INSTRUMENTO-INV   PIC X(14).
               05 FECHA-STATUS-INV         PIC 9(8).
               05 UBICACION-INV            PIC X(3). *>SEDE.
               05 MARCA-INV            PIC X(20).
               05 MODELO-INV           PIC X(20).
               05 SERIE-INV            PIC X(20).

       FD INSTRUMENTOS-HISTORIAL-ARCHIVO.
           01 INSTRUMENTOS-HISTORIAL-REGISTRO.
               05 HIST-LLAVE.
                   10 ID-INSTRUMENTO-HIST   PIC X(6).
                   10 FECHA-STATUS-HIST     PIC 9(8).
                   10 HORA-STATUS-HIST      PIC X(9).
               05 STATUS-INSTRUMENTO-HIST  PIC X(14).
               05 GRADO-CONDICION-HIST     PIC X(1).

       FD PRESTAMOS-ARCHIVO.
           01 PRESTAMOS-REGISTRO.
               05 PRE-LLAVE.
                   10 CEDULA-USUARIO-PR   PIC X(11).
                   10 FECHA-PRESTAMO-PR   PIC 9(8).
                   10 HORA-PRESTAMO-PR    PIC X(9).
                   10 ITEM-PRESTAMO-PR    PIC 9(02).
               05 ID-INSTRUMENTO-PR   PIC X(6).
               05 FECHA-DEVOLUCION-PR PIC 9(8).
               05 HORA-DEVOLUCION-PR  PIC X(9).
               05 STATUS-INSTRUMENTO-PR PIC X(14).
               05 STATUS-PRESTAMO-PR    PIC X(8).

       *>COPIA DEL REGISTRO DE RESERVAS.DAT (VER RESERVAS.CBL). CON
       *>FECHA-USO-DESDE-RES EN CERO ES UN TURNO EN LA COLA DE
       *>ESPERA; CON FECHA ES UNA RESERVA ANTICIPADA.
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
               05 STATUS-ORDEN-REP   PIC X(8).

       *>COPIA DEL REGISTRO DE APARTADOS.DAT (VER PRESTAMOS.CBL).
       FD APARTADOS-ARCHIVO.
           01 APARTADOS-REGISTRO.
               05 ID-INSTRUMENTO-APA   PIC X(6).
               05 CEDULA-USUARIO-APA   PIC X(11).
               05 FECHA-APARTADO-APA   PIC 9(8).
               05 STATUS-APARTADO      PIC X(10).

       FD MANTENIMIENTO-ARCHIVO.
           01 MANTENIMIENTO-REGISTRO.
               05 ID-INSTRUMENTO-MAN PIC X(6).
               05 FECHA-DETECTADO-MAN PIC 9(8).
               05 MOTIVO-MAN         PIC X(30).
               05 STATUS-MAN         PIC X(10). *>Pendiente/Atendido.

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

       *>COPIA DEL REGISTRO DE INCIDENTES.DAT (VER INCIDENTES.CBL).
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
               05 STATUS-INCIDENTE   PIC X(8). *>Abierto/Cerrado.

       *>COPIA DEL REGISTRO DE PARAMETROS.DAT (VER PARAMETROS.CBL).
       FD PARAMETROS-ARCHIVO.
           01 PARAMETROS-REGISTRO.
               05 PARAM-NOMBRE PIC X(12).
               05 PARAM-VALOR  PIC 9(6).

       FD ESTADO-LOTE-ARCHIVO.
           01 ESTADO-LOTE-REGISTRO.
               05 PROGRAMA-LOTE PIC X(12).
               05 FECHA-LOTE    PIC 9(8).
               05 RESULTADO-LOTE PIC X(5). *>OK/FALLO.

       FD CORRELATIVOS-ARCHIVO.
           01 CORRELATIVOS-REGISTRO.
               05 CORR-SERIE        PIC X(10).
               05 CORR-SIGUIENTE    PIC 9(8).
               05 CORR-FECHA-ACT    PIC 9(8).
               05 CORR-OPERADOR-ACT PIC X(10).

       FD AUDITORIA-ARCHIVO.
           01 AUDITORIA-REGISTRO.
               05 AUD-LLAVE.
                   10 AUD-FECHA          PIC 9(8).
                   10 AUD-HORA           PIC 9(8).
                   10 AUD-SECUENCIA      PIC 9(2).
               05 AUD-OPERADOR       PIC X(10).
               05 AUD-PROGRAMA       PIC X(15).
               05 AUD-ACCION         PIC X(13).
               05 AUD-LLAVE-REGISTRO PIC X(60).
               05 AUD-ANTES          PIC X(280).
               05 AUD-DESPUES        PIC X(280).

       FD REPORTE-REDISTRIBUCION-ARCHIVO.
           01 REPORTE-REDISTRIBUCION-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS
       01 WS-TITULO.
           05 FILLER   PIC X(33) VALUE SPACES.
           05 WS-TIT   PIC X(14) VALUE "Redistribucion".
           05 FILLER   PIC X(33) VALUE SPACES.

       77 WS-OPCION PIC 9(2).
       77 WS-INDICADOR PIC 9(1).
       77 WS-DECISION PIC X(1).
       77 WS-TERMINAR PIC 9(1).
       77 WS-LINEA PIC X(100).
       77 WS-HORA-STATUS-HIST PIC X(9).
       77 WS-AUD-LLAVE-REG PIC X(60).

       *>FIN DE CADA RECORRIDO DE ARCHIVO.
       77 WS-LEE-RED PIC 9(1).
       77 WS-LEE-SEDE PIC 9(1).
       77 WS-LEE-INSTRUMENTO PIC 9(1).
       77 WS-LEE-RESERVA PIC 9(1).
       77 WS-LEE-PRESTAMO PIC 9(1).
       77 WS-LEE-INCIDENTE PIC 9(1).
       77 WS-LEE-VIAJE PIC 9(1).
       77 WS-LEE-DETALLE PIC 9(1).

       *>USADOS POR EL MODO DESATENDIDO (PARAMETRO AUTOMODO): EL
       *>PROGRAMADOR DE TAREAS CORRE LA PROPUESTA CADA SEMANA SIN
       *>NADIE QUE CONTESTE PREGUNTAS.
       77 WS-AUTOMODO PIC 9(6).
       77 WS-HAY-LOTE PIC 9(1).
       77 WS-RESULTADO-LOTE PIC X(5).

       *>DIAS SIN PRESTAMOS PARA QUE UN INSTRUMENTO LIBRE CUENTE
       *>COMO OCIOSO; LOS PRESTAMOS DE LA SEDE SE CUENTAN EN ESA
       *>MISMA VENTANA.
       77 WS-OCIOSODIAS PIC 9(6).
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-DIAS-HOY PIC 9(8).
       77 WS-DIAS-CORTE PIC 9(8).
       77 WS-OCIOSO-DESDE PIC 9(8).

       *>FECHA PASADA A DIAS, IGUAL QUE CONVERTIR-FECHA-A-DIAS EN
       *>CONSULTAS.CBL.
       01 WS-FECHA-CONV PIC 9(8).
       01 WS-FECHA-CONV-R REDEFINES WS-FECHA-CONV.
           05 WS-CONV-AA PIC 9(4).
           05 WS-CONV-MM PIC 9(2).
           05 WS-CONV-DD PIC 9(2).
       77 WS-DIAS-CONV PIC 9(8).
       77 WS-BISIESTO-COCIENTE PIC 9(4).
       77 WS-BISIESTO-RESTO PIC 9(4).
       77 WS-BISIESTO-ANIO PIC 9(4).
       77 WS-ES-BISIESTO PIC 9(1).

       *>LO QUE SE AVERIGUA DE UN INSTRUMENTO ANTES DE PROPONERLO O
       *>DE CARGARLO EN EL CAMION.
       77 WS-ID-BUSCADO PIC X(6).
       77 WS-HAY-PRESTAMO PIC 9(1).
       77 WS-ULTIMO-PRESTAMO PIC 9(8).
       77 WS-HAY-REPARACION PIC 9(1).
       77 WS-HAY-APARTADO PIC 9(1).
       77 WS-HAY-RESERVA PIC 9(1).
       77 WS-HAY-MANTENIMIENTO PIC 9(1).
       77 WS-HAY-LLAMADO PIC 9(1).
       77 WS-LEE-LLAMADO PIC 9(1).
       77 WS-HAY-EXCLUIDO PIC 9(1).
       77 WS-HALLADO PIC 9(1).
       77 WS-MOTIVO-RECHAZO PIC X(40).

       *>SEDES DEL CLUB. SOLO UNA SEDE Activo RECIBE EQUIPO.
       01 WS-TABLA-SEDES.
           05 WS-SED-FILA OCCURS 50 TIMES.
               10 WS-SED-CODIGO PIC X(3).
               10 WS-SED-NOMBRE PIC X(40).
               10 WS-SED-ACTIVA PIC 9(1).
       77 WS-SED-USADAS PIC 9(2).
       77 WS-IDX-SED PIC 9(2).
       77 WS-SED-BUSCADA PIC X(3).
       77 WS-SED-HALLADA PIC 9(2).

       *>BALANCE DE CADA SEDE Y TIPO. FALTANTE ES LO QUE LE FALTA A
       *>LA SEDE PARA ATENDER SU COLA (O UNA UNIDAD SI PRESTA ESE
       *>TIPO Y NO TIENE NINGUNA LIBRE); SOBRANTE ES EL EQUIPO OCIOSO
       *>QUE PUEDE SOLTAR SIN DEJAR SU COLA DESATENDIDA Y
       *>QUEDANDOSE CON AL MENOS UNA UNIDAD LIBRE.
       01 WS-TABLA-BALANCE.
           05 WS-BAL-FILA OCCURS 1000 TIMES.
               10 WS-BAL-SEDE      PIC X(3).
               10 WS-BAL-TIPO      PIC X(3).
               10 WS-BAL-ACTIVA    PIC 9(1).
               10 WS-BAL-LIBRES    PIC 9(5).
               10 WS-BAL-OCIOSOS   PIC 9(5).
               10 WS-BAL-PRESTAMOS PIC 9(5).
               10 WS-BAL-RESERVAS  PIC 9(5).
               10 WS-BAL-ESPERA    PIC 9(5).
               10 WS-BAL-FALTANTE  PIC 9(5).
               10 WS-BAL-SOBRANTE  PIC 9(5).
               10 WS-BAL-RECIBE    PIC 9(5).
               10 WS-BAL-ENVIA     PIC 9(5).
               10 WS-BAL-SIN-DONANTE PIC 9(1).
               10 WS-BAL-IMPRESA   PIC 9(1).
       77 WS-BAL-USADAS PIC 9(4).
       77 WS-IDX-BAL PIC 9(4).
       77 WS-IDX-TIPO PIC 9(4).
       77 WS-BAL-DESBORDE PIC 9(1).
       77 WS-BUSCA-SEDE PIC X(3).
       77 WS-BUSCA-TIPO PIC X(3).
       77 WS-FILA PIC 9(4).
       77 WS-NOTA-SEDE PIC X(17).

       *>INSTRUMENTOS OCIOSOS QUE SE PUEDEN PROPONER, CON LA FECHA
       *>DESDE LA QUE NADIE LOS USA. SE PROPONE PRIMERO EL QUE LLEVA
       *>MAS TIEMPO QUIETO.
       01 WS-TABLA-CANDIDATOS.
           05 WS-CAN-FILA OCCURS 3000 TIMES.
               10 WS-CAN-ID       PIC X(6).
               10 WS-CAN-FILA-BAL PIC 9(4).
               10 WS-CAN-DESDE    PIC 9(8).
               10 WS-CAN-USADO    PIC 9(1).
       77 WS-CAN-USADOS PIC 9(4).
       77 WS-IDX-CAN PIC 9(4).
       77 WS-CAN-DESBORDE PIC 9(1).

       *>INSTRUMENTOS QUE NO SE PROPONEN: LOS DE UN INCIDENTE
       *>Abierto Y LOS QUE YA TIENEN UN TRASLADO Aprobada SIN
       *>DESPACHAR.
       01 WS-TABLA-EXCLUIDOS.
           05 WS-EXC-ID PIC X(6) OCCURS 1000 TIMES.
       77 WS-EXC-USADOS PIC 9(4).
       77 WS-IDX-EXC PIC 9(4).

       *>ELECCION DE CADA PAR RECEPTOR/DONANTE.
       77 WS-FIN-ASIGNAR PIC 9(1).
       77 WS-RECEPTOR PIC 9(4).
       77 WS-DONANTE PIC 9(4).
       77 WS-CANDIDATO PIC 9(4).
       77 WS-VALOR PIC 9(5).
       77 WS-MEJOR-VALOR PIC 9(5).
       77 WS-MEJOR-DESDE PIC 9(8).
       77 WS-LINEA-RED PIC 9(4).

       *>TOTALES DE CADA OPCION.
       77 WS-ANULADAS PIC 9(5).
       77 WS-PROPUESTAS PIC 9(5).
       77 WS-APROBADAS PIC 9(5).
       77 WS-RECHAZADAS PIC 9(5).
       77 WS-DESPACHADAS PIC 9(5).
       77 WS-VIAJES PIC 9(5).

       *>LINEAS Aprobada QUE SE PUEDEN CARGAR, AGRUPADAS LUEGO POR
       *>VIAJE (MISMA SEDE ORIGEN Y MISMA SEDE DESTINO).
       01 WS-TABLA-DESPACHO.
           05 WS-DES-FILA OCCURS 1000 TIMES.
               10 WS-DES-CORRIDA PIC 9(8).
               10 WS-DES-LINEA   PIC 9(4).
               10 WS-DES-ID      PIC X(6).
               10 WS-DES-ORIGEN  PIC X(3).
               10 WS-DES-DESTINO PIC X(3).
               10 WS-DES-HECHO   PIC 9(1).
       77 WS-DES-USADOS PIC 9(4).
       77 WS-IDX-DES PIC 9(4).
       77 WS-IDX-CAR PIC 9(4).
       77 WS-DES-DESBORDE PIC 9(1).
       77 WS-VIAJE PIC 9(8).
       77 WS-VIAJE-ORIGEN PIC X(3).
       77 WS-VIAJE-DESTINO PIC X(3).
       77 WS-VIAJE-CARGADOS PIC 9(4).
       77 WS-MAX-VIAJE PIC 9(8).

       *>USADOS PARA TOMAR EL NUMERO DEL MANIFIESTO (VER
       *>CORRELATIVOS.CBL).
       77 WS-CORR-SERIE PIC X(10).
       77 WS-CORR-NUMERO PIC 9(8).
       77 WS-HAY-CORR PIC 9(1).
       77 WS-CORR-MAYOR PIC 9(8).

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

       *>DATOS DE LA CORRIDA QUE SE ANOTA EN EL CATALOGO DE
       *>REPORTES (VER CATALOGO.CBL).
       01 WS-CAT-DATOS.
           05 WS-CAT-ACCION     PIC X(1).
           05 WS-CAT-PROGRAMA   PIC X(15) VALUE "Redistribucion".
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
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Redistribucion".
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
       77 WS-FS-REDISTRIBUCION PIC X(2).
       77 WS-FS-SEDES PIC X(2).
       77 WS-FS-INSTRUMENTOS PIC X(2).
       77 WS-FS-INSTRUMENTOS-HISTORIAL PIC X(2).
       77 WS-FS-PRESTAMOS PIC X(2).
       77 WS-FS-RESERVAS PIC X(2).
       77 WS-FS-REPARACIONES PIC X(2).
       77 WS-FS-APARTADOS PIC X(2).
       77 WS-FS-MANTENIMIENTO PIC X(2).
       77 WS-FS-LLAMADOS-UNIDADES PIC X(2).
       77 WS-FS-INCIDENTES PIC X(2).
       77 WS-FS-PARAMETROS PIC X(2).
       77 WS-FS-ESTADO-LOTE PIC X(2).
       77 WS-FS-CORRELATIVOS PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-REDISTRIBUCION-RUTA PIC X(80).
       77 WS-SEDES-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-HISTORIAL-RUTA PIC X(80).
       77 WS-PRESTAMOS-RUTA PIC X(80).
       77 WS-RESERVAS-RUTA PIC X(80).
       77 WS-REPARACIONES-RUTA PIC X(80).
       77 WS-APARTADOS-RUTA PIC X(80).
       77 WS-MANTENIMIENTO-RUTA PIC X(80).
       77 WS-LLAMADOS-UNIDADES-RUTA PIC X(80).
       77 WS-INCIDENTES-RUTA PIC X(80).
       77 WS-PARAMETROS-RUTA PIC X(80).
       77 WS-ESTADO-LOTE-RUTA PIC X(80).
       77 WS-CORRELATIVOS-RUTA PIC X(80).
       77 WS-AUDITORIA-RUTA PIC X(80).
       77 WS-REPORTE-REDISTRIBUCION-RUTA PIC X(80).

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
       ERROR-REDISTRIBUCION SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON REDISTRIBUCION-ARCHIVO.
       ERROR-REDISTRIBUCION-ANOTAR.
       MOVE "redistribucion.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-REDISTRIBUCION TO WS-ERR-ESTADO.
       MOVE RED-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-SEDES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SEDES-ARCHIVO.
       ERROR-SEDES-ANOTAR.
       MOVE "sedes.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-SEDES TO WS-ERR-ESTADO.
       MOVE SEDE-CODIGO TO WS-ERR-LLAVE.
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
       ERROR-PRESTAMOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PRESTAMOS-ARCHIVO.
       ERROR-PRESTAMOS-ANOTAR.
       MOVE "prestamos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PRESTAMOS TO WS-ERR-ESTADO.
       MOVE PRE-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-RESERVAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RESERVAS-ARCHIVO.
       ERROR-RESERVAS-ANOTAR.
       MOVE "reservas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-RESERVAS TO WS-ERR-ESTADO.
       MOVE RES-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-REPARACIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REPARACIONES-ARCHIVO.
       ERROR-REPARACIONES-ANOTAR.
       MOVE "reparaciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-REPARACIONES TO WS-ERR-ESTADO.
       MOVE REP-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-APARTADOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON APARTADOS-ARCHIVO.
       ERROR-APARTADOS-ANOTAR.
       MOVE "apartados.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-APARTADOS TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-APA TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-MANTENIMIENTO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MANTENIMIENTO-ARCHIVO.
       ERROR-MANTENIMIENTO-ANOTAR.
       MOVE "mantenimiento.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-MANTENIMIENTO TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-MAN TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-LLAMADOS-UNIDADES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON LLAMADOS-UNIDADES-ARCHIVO.
       ERROR-LLAMADOS-UNIDADES-ANOTAR.
       MOVE "llamados_unidades.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-LLAMADOS-UNIDADES TO WS-ERR-ESTADO.
       MOVE UNI-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INCIDENTES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INCIDENTES-ARCHIVO.
       ERROR-INCIDENTES-ANOTAR.
       MOVE "incidentes.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INCIDENTES TO WS-ERR-ESTADO.
       MOVE INC-LLAVE TO WS-ERR-LLAVE.
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
       *>EN MODO DESATENDIDO (PARAMETRO AUTOMODO EN 1) SE ARMA LA
       *>PROPUESTA SIN PREGUNTAR, Y EL RESULTADO QUEDA EN
       *>ESTADO_LOTE.DAT PARA EL PROXIMO OPERADOR. LA APROBACION Y
       *>EL DESPACHO SIEMPRE LOS HACE UNA PERSONA.
       PERFORM LEER-PARAMETRO-AUTOMODO.
       IF WS-AUTOMODO = 1
           DISPLAY "Corrida desatendida de la propuesta semanal"
           MOVE "FALLO" TO WS-RESULTADO-LOTE
           PERFORM GRABAR-ESTADO-LOTE
           PERFORM GENERAR-PROPUESTA.
       DISPLAY "1) Generar propuesta semanal de redistribucion".
       DISPLAY "2) Aprobar o rechazar la propuesta (supervisor)".
       DISPLAY "3) Despachar traslados aprobados e imprimir "
           "manifiestos".
       DISPLAY "4) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU.

       PERFORM FIN-PROGRAMA.

       *>RUTINAS.
       VALIDACION-MENU.
       EVALUATE WS-OPCION
       WHEN 1
           PERFORM GENERAR-PROPUESTA
       WHEN 2
           IF LS-ROL NOT = "supervisor"
               DISPLAY "Esta opcion requiere rol supervisor."
               PERFORM VOLVER
           ELSE
               PERFORM DECIDIR-PROPUESTA
           END-IF
       WHEN 3
           PERFORM DESPACHAR-APROBADAS
       WHEN 4
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-MENU
       END-EVALUATE.

       *>ARMA LA PROPUESTA DE LA SEMANA. LAS LINEAS DE LA PROPUESTA
       *>ANTERIOR QUE NADIE DECIDIO SE ANULAN (LOS NUMEROS YA NO
       *>VALEN) Y LAS Aprobada PENDIENTES DE DESPACHO SE RESPETAN.
       GENERAR-PROPUESTA.
       DISPLAY "---Propuesta semanal de redistribucion---".
       PERFORM LEER-PARAMETRO-OCIOSODIAS.
       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
       MOVE WS-FECHA-HOY TO WS-FECHA-CONV.
       PERFORM CONVERTIR-FECHA-A-DIAS.
       MOVE WS-DIAS-CONV TO WS-DIAS-HOY.
       IF WS-OCIOSODIAS < WS-DIAS-HOY
           COMPUTE WS-DIAS-CORTE = WS-DIAS-HOY - WS-OCIOSODIAS
       ELSE
           MOVE 0 TO WS-DIAS-CORTE.
       MOVE "OPEN    GENERAR-PROPUESTA" TO WS-ERR-DONDE
       OPEN I-O REDISTRIBUCION-ARCHIVO.
       MOVE "OPEN    GENERAR-PROPUESTA" TO WS-ERR-DONDE
       OPEN I-O SEDES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-SEDES.
       MOVE "OPEN    GENERAR-PROPUESTA" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    GENERAR-PROPUESTA" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    GENERAR-PROPUESTA" TO WS-ERR-DONDE
       OPEN I-O RESERVAS-ARCHIVO.
       MOVE "OPEN    GENERAR-PROPUESTA" TO WS-ERR-DONDE
       OPEN I-O REPARACIONES-ARCHIVO.
       MOVE "OPEN    GENERAR-PROPUESTA" TO WS-ERR-DONDE
       OPEN I-O APARTADOS-ARCHIVO.
       MOVE "OPEN    GENERAR-PROPUESTA" TO WS-ERR-DONDE
       OPEN I-O MANTENIMIENTO-ARCHIVO.
       MOVE "OPEN    GENERAR-PROPUESTA" TO WS-ERR-DONDE
       OPEN I-O LLAMADOS-UNIDADES-ARCHIVO.
       MOVE "OPEN    GENERAR-PROPUESTA" TO WS-ERR-DONDE
       OPEN I-O INCIDENTES-ARCHIVO.

       MOVE 0 TO WS-EXC-USADOS.
       PERFORM PREPARAR-CORRIDA.
       PERFORM CARGAR-SEDES.
       PERFORM CARGAR-INCIDENTES-ABIERTOS.
       *>CADA FILA DEL BALANCE SE LIMPIA AL AGREGARLA.
       MOVE 0 TO WS-BAL-USADAS.
       MOVE 0 TO WS-BAL-DESBORDE.
       MOVE 0 TO WS-CAN-USADOS.
       MOVE 0 TO WS-CAN-DESBORDE.
       PERFORM REVISAR-INSTRUMENTOS.
       PERFORM CONTAR-RESERVAS.
       PERFORM CONTAR-PRESTAMOS.
       PERFORM CALCULAR-BALANCE
           VARYING WS-IDX-BAL FROM 1 BY 1
           UNTIL WS-IDX-BAL > WS-BAL-USADAS.

       MOVE "propuesta_redistribucion" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       STRING "Corrida " WS-FECHA-HOY " ociosos " WS-OCIOSODIAS
           " dias" DELIMITED BY SIZE INTO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-REDISTRIBUCION-RUTA.
       OPEN OUTPUT REPORTE-REDISTRIBUCION-ARCHIVO.
       MOVE SPACES TO WS-LINEA.
       MOVE "---Propuesta semanal de redistribucion entre sedes---"
           TO WS-LINEA.
       PERFORM IMPRIMIR.
       STRING "Corrida: " WS-FECHA-HOY "   Ocioso: libre y sin "
           "prestamos en " WS-OCIOSODIAS " dias"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       IF WS-ANULADAS > 0
           STRING "Lineas de la propuesta anterior sin decidir, "
               "anuladas: " WS-ANULADAS
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR.
       PERFORM IMPRIMIR.
       MOVE "Sede Tipo Libres Ocios. Prest. Reser. Espera Falta Sobra"
           TO WS-LINEA.
       PERFORM IMPRIMIR.
       PERFORM IMPRIMIR-TIPO
           VARYING WS-IDX-TIPO FROM 1 BY 1
           UNTIL WS-IDX-TIPO > WS-BAL-USADAS.
       IF WS-BAL-USADAS = 0
           MOVE "  (no hay instrumentos ubicados en ninguna sede)"
               TO WS-LINEA
           PERFORM IMPRIMIR.
       PERFORM IMPRIMIR.
       MOVE "Traslados propuestos:" TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE 0 TO WS-PROPUESTAS.
       MOVE 0 TO WS-FIN-ASIGNAR.
       PERFORM ASIGNAR-TRASLADO UNTIL WS-FIN-ASIGNAR = 1.
       IF WS-PROPUESTAS = 0
           MOVE "  (ninguno: no hay cola que otra sede pueda atender)"
               TO WS-LINEA
           PERFORM IMPRIMIR.
       PERFORM IMPRIMIR.
       STRING "Total de lineas propuestas: " WS-PROPUESTAS
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       IF WS-BAL-DESBORDE = 1 OR WS-CAN-DESBORDE = 1
           MOVE "Aviso: hay mas sedes, tipos o instrumentos de los "
               TO WS-LINEA
           PERFORM IMPRIMIR
           MOVE "que caben en las tablas; la propuesta es parcial."
               TO WS-LINEA
           PERFORM IMPRIMIR.
       IF WS-PROPUESTAS > 0
           MOVE "Un supervisor debe aprobar o rechazar cada linea "
               TO WS-LINEA
           PERFORM IMPRIMIR
           MOVE "(opcion 2) antes de despachar (opcion 3)."
               TO WS-LINEA
           PERFORM IMPRIMIR.
       CLOSE REPORTE-REDISTRIBUCION-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.

       CLOSE REDISTRIBUCION-ARCHIVO.
       CLOSE SEDES-ARCHIVO.
       CLOSE INSTRUMENTOS-ARCHIVO.
       CLOSE PRESTAMOS-ARCHIVO.
       CLOSE RESERVAS-ARCHIVO.
       CLOSE REPARACIONES-ARCHIVO.
       CLOSE APARTADOS-ARCHIVO.
       CLOSE MANTENIMIENTO-ARCHIVO.
       CLOSE LLAMADOS-UNIDADES-ARCHIVO.
       CLOSE INCIDENTES-ARCHIVO.
       DISPLAY " ".
       DISPLAY "Reporte: " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       *>ANULA LAS Propuesta QUE QUEDARON SIN DECIDIR, APARTA LOS
       *>INSTRUMENTOS CON UN TRASLADO Aprobada Y BUSCA EL ULTIMO
       *>NUMERO DE LINEA DE HOY POR SI LA PROPUESTA SE REPITE EN EL
       *>DIA.
       PREPARAR-CORRIDA.
       MOVE 0 TO WS-ANULADAS.
       MOVE 0 TO WS-LINEA-RED.
       MOVE 0 TO WS-LEE-RED.
       PERFORM LEER-SIGUIENTE-REDISTRIBUCION.
       PERFORM REVISAR-LINEA-ANTERIOR UNTIL WS-LEE-RED = 1.

       LEER-SIGUIENTE-REDISTRIBUCION.
       MOVE "READ    LEER-SIGUIENTE-REDISTRIBUCION" TO WS-ERR-DONDE
       READ REDISTRIBUCION-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-RED.

       REVISAR-LINEA-ANTERIOR.
       IF RED-CORRIDA = WS-FECHA-HOY AND RED-LINEA > WS-LINEA-RED
           MOVE RED-LINEA TO WS-LINEA-RED.
       IF RED-ESTADO = "Propuesta"
           MOVE "Anulada" TO RED-ESTADO
           MOVE "REWRITE REVISAR-LINEA-ANTERIOR" TO WS-ERR-DONDE
           REWRITE REDISTRIBUCION-REGISTRO
           ADD 1 TO WS-ANULADAS.
       IF RED-ESTADO = "Aprobada"
           MOVE RED-INSTRUMENTO TO WS-ID-BUSCADO
           PERFORM AGREGAR-EXCLUIDO.
       PERFORM LEER-SIGUIENTE-REDISTRIBUCION.

       AGREGAR-EXCLUIDO.
       IF WS-EXC-USADOS < 1000
           ADD 1 TO WS-EXC-USADOS
           MOVE WS-ID-BUSCADO TO WS-EXC-ID(WS-EXC-USADOS).

       BUSCAR-EXCLUIDO.
       MOVE 0 TO WS-HAY-EXCLUIDO.
       PERFORM COMPARAR-EXCLUIDO
           VARYING WS-IDX-EXC FROM 1 BY 1
           UNTIL WS-IDX-EXC > WS-EXC-USADOS OR WS-HAY-EXCLUIDO = 1.

       COMPARAR-EXCLUIDO.
       IF WS-EXC-ID(WS-IDX-EXC) = WS-ID-BUSCADO
           MOVE 1 TO WS-HAY-EXCLUIDO.

       *>SEDES-ARCHIVO DEBE ESTAR ABIERTO.
       CARGAR-SEDES.
       MOVE 0 TO WS-SED-USADAS.
       MOVE 0 TO WS-LEE-SEDE.
       PERFORM LEER-SIGUIENTE-SEDE.
       PERFORM GUARDAR-SEDE UNTIL WS-LEE-SEDE = 1.

       LEER-SIGUIENTE-SEDE.
       MOVE "READ    LEER-SIGUIENTE-SEDE" TO WS-ERR-DONDE
       READ SEDES-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-SEDE.

       GUARDAR-SEDE.
       IF WS-SED-USADAS < 50
           ADD 1 TO WS-SED-USADAS
           MOVE SEDE-CODIGO TO WS-SED-CODIGO(WS-SED-USADAS)
           MOVE SEDE-NOMBRE TO WS-SED-NOMBRE(WS-SED-USADAS)
           IF SEDE-STATUS = "Inactivo"
               MOVE 0 TO WS-SED-ACTIVA(WS-SED-USADAS)
           ELSE
               MOVE 1 TO WS-SED-ACTIVA(WS-SED-USADAS)
           END-IF
       END-IF.
       PERFORM LEER-SIGUIENTE-SEDE.

       *>DEJA EN WS-SED-HALLADA LA FILA DE LA SEDE WS-SED-BUSCADA,
       *>O CERO SI NO ESTA REGISTRADA.
       BUSCAR-SEDE-TABLA.
       MOVE 0 TO WS-SED-HALLADA.
       PERFORM COMPARAR-SEDE-TABLA
           VARYING WS-IDX-SED FROM 1 BY 1
           UNTIL WS-IDX-SED > WS-SED-USADAS OR WS-SED-HALLADA > 0.

       COMPARAR-SEDE-TABLA.
       IF WS-SED-CODIGO(WS-IDX-SED) = WS-SED-BUSCADA
           MOVE WS-IDX-SED TO WS-SED-HALLADA.

       *>INCIDENTES-ARCHIVO DEBE ESTAR ABIERTO.
       CARGAR-INCIDENTES-ABIERTOS.
       MOVE 0 TO WS-LEE-INCIDENTE.
       PERFORM LEER-SIGUIENTE-INCIDENTE.
       PERFORM REVISAR-INCIDENTE UNTIL WS-LEE-INCIDENTE = 1.

       LEER-SIGUIENTE-INCIDENTE.
       MOVE "READ    LEER-SIGUIENTE-INCIDENTE" TO WS-ERR-DONDE
       READ INCIDENTES-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-INCIDENTE.

       REVISAR-INCIDENTE.
       IF STATUS-INCIDENTE = "Abierto"
           AND ID-INSTRUMENTO-INC NOT = SPACES
           MOVE ID-INSTRUMENTO-INC TO WS-ID-BUSCADO
           PERFORM AGREGAR-EXCLUIDO.
       PERFORM LEER-SIGUIENTE-INCIDENTE.

       *>CADA INSTRUMENTO En buen estado UBICADO EN UNA SEDE CUENTA
       *>COMO LIBRE SI NO ESTA PRESTADO, EN REPARACION, APARTADO NI
       *>RESERVADO. UN LIBRE SIN PRESTAMOS DESDE LA FECHA DE CORTE
       *>ES OCIOSO, Y SE PUEDE PROPONER SI ADEMAS NO TIENE
       *>MANTENIMIENTO PENDIENTE, INCIDENTE ABIERTO NI OTRO
       *>TRASLADO APROBADO.
       REVISAR-INSTRUMENTOS.
       MOVE 0 TO WS-LEE-INSTRUMENTO.
       PERFORM LEER-SIGUIENTE-INSTRUMENTO.
       PERFORM REVISAR-INSTRUMENTO UNTIL WS-LEE-INSTRUMENTO = 1.

       LEER-SIGUIENTE-INSTRUMENTO.
       MOVE "READ    LEER-SIGUIENTE-INSTRUMENTO" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-INSTRUMENTO.

       REVISAR-INSTRUMENTO.
       IF STATUS-INSTRUMENTO-INV = "En buen estado"
           AND UBICACION-INV NOT = SPACES
           MOVE UBICACION-INV TO WS-BUSCA-SEDE
           MOVE ID-INSTRUMENTO-INV(1:3) TO WS-BUSCA-TIPO
           PERFORM BUSCAR-FILA-BALANCE
           MOVE ID-INSTRUMENTO-INV TO WS-ID-BUSCADO
           PERFORM VERIFICAR-LIBRE
           IF WS-FILA > 0 AND WS-HAY-PRESTAMO = 0
               AND WS-HAY-REPARACION = 0 AND WS-HAY-APARTADO = 0
               AND WS-HAY-RESERVA = 0
               ADD 1 TO WS-BAL-LIBRES(WS-FILA)
               PERFORM REVISAR-OCIOSO
           END-IF
       END-IF.
       PERFORM LEER-SIGUIENTE-INSTRUMENTO.

       *>EL INSTRUMENTO ESTA QUIETO DESDE SU ULTIMO PRESTAMO O DESDE
       *>SU ULTIMO CAMBIO DE STATUS (LLEGADA, REPARACION, ALTA), LO
       *>QUE SEA MAS RECIENTE.
       REVISAR-OCIOSO.
       MOVE FECHA-STATUS-INV TO WS-OCIOSO-DESDE.
       IF WS-ULTIMO-PRESTAMO > WS-OCIOSO-DESDE
           MOVE WS-ULTIMO-PRESTAMO TO WS-OCIOSO-DESDE.
       MOVE WS-OCIOSO-DESDE TO WS-FECHA-CONV.
       PERFORM CONVERTIR-FECHA-A-DIAS.
       IF WS-DIAS-CONV NOT > WS-DIAS-CORTE
           PERFORM BUSCAR-MANTENIMIENTO-PENDIENTE
           PERFORM BUSCAR-EXCLUIDO
           PERFORM BUSCAR-LLAMADO-ABIERTO
           IF WS-HAY-MANTENIMIENTO = 0 AND WS-HAY-EXCLUIDO = 0
               AND WS-HAY-LLAMADO = 0
               ADD 1 TO WS-BAL-OCIOSOS(WS-FILA)
               PERFORM AGREGAR-CANDIDATO
           END-IF
       END-IF.

       AGREGAR-CANDIDATO.
       IF WS-CAN-USADOS < 3000
           ADD 1 TO WS-CAN-USADOS
           MOVE ID-INSTRUMENTO-INV TO WS-CAN-ID(WS-CAN-USADOS)
           MOVE WS-FILA TO WS-CAN-FILA-BAL(WS-CAN-USADOS)
           MOVE WS-OCIOSO-DESDE TO WS-CAN-DESDE(WS-CAN-USADOS)
           MOVE 0 TO WS-CAN-USADO(WS-CAN-USADOS)
       ELSE
           SUBTRACT 1 FROM WS-BAL-OCIOSOS(WS-FILA)
           MOVE 1 TO WS-CAN-DESBORDE.

       *>DEJA EN WS-FILA LA FILA DE WS-BUSCA-SEDE Y WS-BUSCA-TIPO EN
       *>LA TABLA DE BALANCE, AGREGANDOLA SI NO ESTA; CERO SI LA
       *>TABLA SE LLENO.
       BUSCAR-FILA-BALANCE.
       MOVE 0 TO WS-FILA.
       PERFORM COMPARAR-FILA-BALANCE
           VARYING WS-IDX-BAL FROM 1 BY 1
           UNTIL WS-IDX-BAL > WS-BAL-USADAS OR WS-FILA > 0.
       IF WS-FILA = 0
           IF WS-BAL-USADAS < 1000
               ADD 1 TO WS-BAL-USADAS
               MOVE WS-BAL-USADAS TO WS-FILA
               MOVE ZEROS TO WS-BAL-FILA(WS-FILA)
               MOVE WS-BUSCA-SEDE TO WS-BAL-SEDE(WS-FILA)
               MOVE WS-BUSCA-TIPO TO WS-BAL-TIPO(WS-FILA)
               MOVE WS-BUSCA-SEDE TO WS-SED-BUSCADA
               PERFORM BUSCAR-SEDE-TABLA
               IF WS-SED-HALLADA > 0
                   MOVE WS-SED-ACTIVA(WS-SED-HALLADA)
                       TO WS-BAL-ACTIVA(WS-FILA)
               END-IF
           ELSE
               MOVE 1 TO WS-BAL-DESBORDE
           END-IF
       END-IF.

       COMPARAR-FILA-BALANCE.
       IF WS-BAL-SEDE(WS-IDX-BAL) = WS-BUSCA-SEDE
           AND WS-BAL-TIPO(WS-IDX-BAL) = WS-BUSCA-TIPO
           MOVE WS-IDX-BAL TO WS-FILA.

       *>COLA DE ESPERA Y RESERVAS ANTICIPADAS Pendiente, EN LA SEDE
       *>DONDE ESTA HOY EL INSTRUMENTO PEDIDO.
       CONTAR-RESERVAS.
       MOVE 0 TO WS-LEE-RESERVA.
       PERFORM LEER-SIGUIENTE-RESERVA-GENERAL.
       PERFORM CONTAR-RESERVA UNTIL WS-LEE-RESERVA = 1.

       LEER-SIGUIENTE-RESERVA-GENERAL.
       MOVE "READ    LEER-SIGUIENTE-RESERVA-GENERAL" TO WS-ERR-DONDE
       READ RESERVAS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-RESERVA.

       CONTAR-RESERVA.
       IF STATUS-RESERVA = "Pendiente"
           MOVE ID-INSTRUMENTO-RES TO ID-INSTRUMENTO-INV
           PERFORM LEER-INSTRUMENTO
           IF WS-HALLADO = 1 AND UBICACION-INV NOT = SPACES
               MOVE UBICACION-INV TO WS-BUSCA-SEDE
               MOVE ID-INSTRUMENTO-INV(1:3) TO WS-BUSCA-TIPO
               PERFORM BUSCAR-FILA-BALANCE
               IF WS-FILA > 0
                   IF FECHA-USO-DESDE-RES = 0
                       ADD 1 TO WS-BAL-ESPERA(WS-FILA)
                   ELSE
                       ADD 1 TO WS-BAL-RESERVAS(WS-FILA)
                   END-IF
               END-IF
           END-IF
       END-IF.
       PERFORM LEER-SIGUIENTE-RESERVA-GENERAL.

       *>PRESTAMOS HECHOS DESDE LA FECHA DE CORTE, EN LA SEDE DONDE
       *>ESTA HOY EL INSTRUMENTO.
       CONTAR-PRESTAMOS.
       MOVE 0 TO WS-LEE-PRESTAMO.
       PERFORM LEER-SIGUIENTE-PRESTAMO-GENERAL.
       PERFORM CONTAR-PRESTAMO UNTIL WS-LEE-PRESTAMO = 1.

       LEER-SIGUIENTE-PRESTAMO-GENERAL.
       MOVE "READ    LEER-SIGUIENTE-PRESTAMO-GENERAL" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-PRESTAMO.

       CONTAR-PRESTAMO.
       IF STATUS-PRESTAMO-PR NOT = "Inactivo"
           MOVE FECHA-PRESTAMO-PR TO WS-FECHA-CONV
           PERFORM CONVERTIR-FECHA-A-DIAS
           IF WS-DIAS-CONV > WS-DIAS-CORTE
               MOVE ID-INSTRUMENTO-PR TO ID-INSTRUMENTO-INV
               PERFORM LEER-INSTRUMENTO
               IF WS-HALLADO = 1 AND UBICACION-INV NOT = SPACES
                   MOVE UBICACION-INV TO WS-BUSCA-SEDE
                   MOVE ID-INSTRUMENTO-INV(1:3) TO WS-BUSCA-TIPO
                   PERFORM BUSCAR-FILA-BALANCE
                   IF WS-FILA > 0
                       ADD 1 TO WS-BAL-PRESTAMOS(WS-FILA)
                   END-IF
               END-IF
           END-IF
       END-IF.
       PERFORM LEER-SIGUIENTE-PRESTAMO-GENERAL.

       LEER-INSTRUMENTO.
       MOVE 1 TO WS-HALLADO.
       MOVE "READ    LEER-INSTRUMENTO" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-INV
           INVALID KEY MOVE 0 TO WS-HALLADO
       END-READ.

       *>UNA SEDE Inactivo NO RECIBE EQUIPO; SI LO TIENE, LO PUEDE
       *>SOLTAR.
       CALCULAR-BALANCE.
       MOVE 0 TO WS-BAL-FALTANTE(WS-IDX-BAL).
       MOVE 0 TO WS-BAL-SOBRANTE(WS-IDX-BAL).
       IF WS-BAL-ESPERA(WS-IDX-BAL) > WS-BAL-LIBRES(WS-IDX-BAL)
           COMPUTE WS-BAL-FALTANTE(WS-IDX-BAL) =
               WS-BAL-ESPERA(WS-IDX-BAL) - WS-BAL-LIBRES(WS-IDX-BAL)
       ELSE
           IF WS-BAL-LIBRES(WS-IDX-BAL) = 0
               AND WS-BAL-PRESTAMOS(WS-IDX-BAL) > 0
               MOVE 1 TO WS-BAL-FALTANTE(WS-IDX-BAL).
       IF WS-BAL-ACTIVA(WS-IDX-BAL) = 0
           MOVE 0 TO WS-BAL-FALTANTE(WS-IDX-BAL).
       IF WS-BAL-FALTANTE(WS-IDX-BAL) = 0
           AND WS-BAL-LIBRES(WS-IDX-BAL) >
               WS-BAL-ESPERA(WS-IDX-BAL) + 1
           COMPUTE WS-VALOR = WS-BAL-LIBRES(WS-IDX-BAL)
               - WS-BAL-ESPERA(WS-IDX-BAL) - 1
           IF WS-VALOR > WS-BAL-OCIOSOS(WS-IDX-BAL)
               MOVE WS-BAL-OCIOSOS(WS-IDX-BAL)
                   TO WS-BAL-SOBRANTE(WS-IDX-BAL)
           ELSE
               MOVE WS-VALOR TO WS-BAL-SOBRANTE(WS-IDX-BAL).

       *>EL BALANCE SALE AGRUPADO POR TIPO, PARA COMPARAR LAS SEDES
       *>ENTRE SI.
       IMPRIMIR-TIPO.
       IF WS-BAL-IMPRESA(WS-IDX-TIPO) = 0
           PERFORM IMPRIMIR-FILA-TIPO
               VARYING WS-IDX-BAL FROM WS-IDX-TIPO BY 1
               UNTIL WS-IDX-BAL > WS-BAL-USADAS.

       IMPRIMIR-FILA-TIPO.
       IF WS-BAL-TIPO(WS-IDX-BAL) = WS-BAL-TIPO(WS-IDX-TIPO)
           MOVE 1 TO WS-BAL-IMPRESA(WS-IDX-BAL)
           IF WS-BAL-ACTIVA(WS-IDX-BAL) = 0
               MOVE "  (sede inactiva)" TO WS-NOTA-SEDE
           ELSE
               MOVE SPACES TO WS-NOTA-SEDE
           END-IF
           STRING WS-BAL-SEDE(WS-IDX-BAL) "  "
               WS-BAL-TIPO(WS-IDX-BAL) "  "
               WS-BAL-LIBRES(WS-IDX-BAL) "  "
               WS-BAL-OCIOSOS(WS-IDX-BAL) "  "
               WS-BAL-PRESTAMOS(WS-IDX-BAL) "  "
               WS-BAL-RESERVAS(WS-IDX-BAL) "  "
               WS-BAL-ESPERA(WS-IDX-BAL) "  "
               WS-BAL-FALTANTE(WS-IDX-BAL) " "
               WS-BAL-SOBRANTE(WS-IDX-BAL) WS-NOTA-SEDE
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR.

       *>UN TRASLADO POR VUELTA: LA SEDE CON MAS FALTANTE RECIBE DE
       *>LA SEDE CON MAS SOBRANTE DEL MISMO TIPO EL INSTRUMENTO QUE
       *>LLEVA MAS TIEMPO QUIETO. TERMINA CUANDO NINGUNA SEDE CON
       *>FALTANTE TIENE DE QUIEN RECIBIR.
       ASIGNAR-TRASLADO.
       PERFORM ELEGIR-RECEPTOR.
       IF WS-RECEPTOR = 0
           MOVE 1 TO WS-FIN-ASIGNAR
       ELSE
           PERFORM ELEGIR-DONANTE
           IF WS-DONANTE = 0
               MOVE 1 TO WS-BAL-SIN-DONANTE(WS-RECEPTOR)
           ELSE
               PERFORM ELEGIR-CANDIDATO
               IF WS-CANDIDATO = 0
                   MOVE WS-BAL-ENVIA(WS-DONANTE)
                       TO WS-BAL-SOBRANTE(WS-DONANTE)
               ELSE
                   PERFORM GRABAR-LINEA-PROPUESTA
               END-IF
           END-IF
       END-IF.

       *>A IGUAL FALTANTE, PRIMERO LA SEDE QUE MAS PRESTA EL TIPO.
       ELEGIR-RECEPTOR.
       MOVE 0 TO WS-RECEPTOR.
       MOVE 0 TO WS-MEJOR-VALOR.
       PERFORM COMPARAR-RECEPTOR
           VARYING WS-IDX-BAL FROM 1 BY 1
           UNTIL WS-IDX-BAL > WS-BAL-USADAS.

       COMPARAR-RECEPTOR.
       IF WS-BAL-SIN-DONANTE(WS-IDX-BAL) = 0
           AND WS-BAL-FALTANTE(WS-IDX-BAL) >
               WS-BAL-RECIBE(WS-IDX-BAL)
           COMPUTE WS-VALOR = WS-BAL-FALTANTE(WS-IDX-BAL)
               - WS-BAL-RECIBE(WS-IDX-BAL)
           IF WS-VALOR > WS-MEJOR-VALOR
               MOVE WS-VALOR TO WS-MEJOR-VALOR
               MOVE WS-IDX-BAL TO WS-RECEPTOR
           ELSE
               *>CON WS-VALOR MAYOR QUE CERO, IGUALAR AL MEJOR
               *>SUPONE QUE YA HAY UN RECEPTOR ELEGIDO.
               IF WS-VALOR = WS-MEJOR-VALOR
                   IF WS-BAL-PRESTAMOS(WS-IDX-BAL) >
                       WS-BAL-PRESTAMOS(WS-RECEPTOR)
                       MOVE WS-IDX-BAL TO WS-RECEPTOR.

       *>A IGUAL SOBRANTE, PRIMERO LA SEDE CON MAS EQUIPO OCIOSO.
       ELEGIR-DONANTE.
       MOVE 0 TO WS-DONANTE.
       MOVE 0 TO WS-MEJOR-VALOR.
       PERFORM COMPARAR-DONANTE
           VARYING WS-IDX-BAL FROM 1 BY 1
           UNTIL WS-IDX-BAL > WS-BAL-USADAS.

       COMPARAR-DONANTE.
       IF WS-BAL-TIPO(WS-IDX-BAL) = WS-BAL-TIPO(WS-RECEPTOR)
           AND WS-BAL-SEDE(WS-IDX-BAL) NOT = WS-BAL-SEDE(WS-RECEPTOR)
           AND WS-BAL-SOBRANTE(WS-IDX-BAL) > WS-BAL-ENVIA(WS-IDX-BAL)
           COMPUTE WS-VALOR = WS-BAL-SOBRANTE(WS-IDX-BAL)
               - WS-BAL-ENVIA(WS-IDX-BAL)
           IF WS-VALOR > WS-MEJOR-VALOR
               MOVE WS-VALOR TO WS-MEJOR-VALOR
               MOVE WS-IDX-BAL TO WS-DONANTE
           ELSE
               IF WS-VALOR = WS-MEJOR-VALOR
                   IF WS-BAL-OCIOSOS(WS-IDX-BAL) >
                       WS-BAL-OCIOSOS(WS-DONANTE)
                       MOVE WS-IDX-BAL TO WS-DONANTE.

       ELEGIR-CANDIDATO.
       MOVE 0 TO WS-CANDIDATO.
       MOVE 0 TO WS-MEJOR-DESDE.
       PERFORM COMPARAR-CANDIDATO
           VARYING WS-IDX-CAN FROM 1 BY 1
           UNTIL WS-IDX-CAN > WS-CAN-USADOS.

       COMPARAR-CANDIDATO.
       IF WS-CAN-USADO(WS-IDX-CAN) = 0
           AND WS-CAN-FILA-BAL(WS-IDX-CAN) = WS-DONANTE
           IF WS-CANDIDATO = 0
               OR WS-CAN-DESDE(WS-IDX-CAN) < WS-MEJOR-DESDE
               MOVE WS-IDX-CAN TO WS-CANDIDATO
               MOVE WS-CAN-DESDE(WS-IDX-CAN) TO WS-MEJOR-DESDE.

       GRABAR-LINEA-PROPUESTA.
       ADD 1 TO WS-LINEA-RED.
       MOVE WS-FECHA-HOY TO RED-CORRIDA.
       MOVE WS-LINEA-RED TO RED-LINEA.
       MOVE WS-CAN-ID(WS-CANDIDATO) TO RED-INSTRUMENTO.
       MOVE WS-BAL-TIPO(WS-RECEPTOR) TO RED-TIPO.
       MOVE WS-BAL-SEDE(WS-DONANTE) TO RED-ORIGEN.
       MOVE WS-BAL-SEDE(WS-RECEPTOR) TO RED-DESTINO.
       MOVE SPACES TO RED-MOTIVO.
       STRING "Cola " WS-BAL-ESPERA(WS-RECEPTOR)
           ", libres " WS-BAL-LIBRES(WS-RECEPTOR)
           ", prest. " WS-BAL-PRESTAMOS(WS-RECEPTOR)
           DELIMITED BY SIZE INTO RED-MOTIVO.
       MOVE "Propuesta" TO RED-ESTADO.
       MOVE SPACES TO RED-DECIDIO.
       MOVE 0 TO RED-FECHA-DECISION.
       MOVE 0 TO RED-VIAJE.
       MOVE 0 TO RED-FECHA-DESPACHO.
       MOVE "WRITE   GRABAR-LINEA-PROPUESTA" TO WS-ERR-DONDE
       WRITE REDISTRIBUCION-REGISTRO.
       MOVE 1 TO WS-CAN-USADO(WS-CANDIDATO).
       ADD 1 TO WS-BAL-RECIBE(WS-RECEPTOR).
       ADD 1 TO WS-BAL-ENVIA(WS-DONANTE).
       ADD 1 TO WS-PROPUESTAS.
       STRING "  " RED-LINEA " " RED-INSTRUMENTO " de " RED-ORIGEN
           " a " RED-DESTINO " (ocioso desde "
           WS-CAN-DESDE(WS-CANDIDATO) ")  " RED-MOTIVO
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.

       *>EL SUPERVISOR RECORRE LAS LINEAS Propuesta UNA POR UNA. LAS
       *>QUE DEJA PARA DESPUES SIGUEN Propuesta HASTA LA PROXIMA
       *>CORRIDA.
       DECIDIR-PROPUESTA.
       DISPLAY "---Aprobar o rechazar la propuesta---".
       MOVE "OPEN    DECIDIR-PROPUESTA" TO WS-ERR-DONDE
       OPEN I-O REDISTRIBUCION-ARCHIVO.
       MOVE "OPEN    DECIDIR-PROPUESTA" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    DECIDIR-PROPUESTA" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
       MOVE 0 TO WS-PROPUESTAS.
       MOVE 0 TO WS-APROBADAS.
       MOVE 0 TO WS-RECHAZADAS.
       MOVE 0 TO WS-TERMINAR.
       MOVE 0 TO WS-LEE-RED.
       PERFORM LEER-SIGUIENTE-REDISTRIBUCION.
       PERFORM DECIDIR-LINEA UNTIL WS-LEE-RED = 1.
       IF WS-PROPUESTAS = 0
           DISPLAY " "
           DISPLAY "No hay lineas propuestas pendientes de decision."
       ELSE
           DISPLAY " "
           DISPLAY "Aprobadas: " WS-APROBADAS
               "  Rechazadas: " WS-RECHAZADAS.
       CLOSE REDISTRIBUCION-ARCHIVO.
       CLOSE INSTRUMENTOS-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       PERFORM VOLVER.

       DECIDIR-LINEA.
       IF RED-ESTADO = "Propuesta"
           ADD 1 TO WS-PROPUESTAS
           MOVE RED-INSTRUMENTO TO ID-INSTRUMENTO-INV
           PERFORM LEER-INSTRUMENTO
           IF WS-HALLADO = 0
               MOVE SPACES TO TIPO-INSTRUMENTO-INV
           END-IF
           DISPLAY " "
           DISPLAY "Linea " RED-CORRIDA "-" RED-LINEA ": "
               RED-INSTRUMENTO " " TIPO-INSTRUMENTO-INV
           DISPLAY "  De " RED-ORIGEN " a " RED-DESTINO
               "  Motivo: " RED-MOTIVO
           DISPLAY "A) Aprobar  R) Rechazar  O) Omitir  F) Terminar"
           ACCEPT WS-DECISION
           PERFORM VALIDACION-DECISION
       END-IF.
       IF WS-TERMINAR = 1
           MOVE 1 TO WS-LEE-RED
       ELSE
           PERFORM LEER-SIGUIENTE-REDISTRIBUCION.

       VALIDACION-DECISION.
       EVALUATE WS-DECISION
       WHEN "A"
       WHEN "a"
           MOVE "Aprobada" TO RED-ESTADO
           MOVE "Aprueba trasl" TO AUD-ACCION
           PERFORM GRABAR-DECISION
           ADD 1 TO WS-APROBADAS
       WHEN "R"
       WHEN "r"
           MOVE "Rechazada" TO RED-ESTADO
           MOVE "Rechaza trasl" TO AUD-ACCION
           PERFORM GRABAR-DECISION
           ADD 1 TO WS-RECHAZADAS
       WHEN "O"
       WHEN "o"
           NEXT SENTENCE
       WHEN "F"
       WHEN "f"
           MOVE 1 TO WS-TERMINAR
       WHEN OTHER
           DISPLAY "Por favor ingrese A, R, O o F."
           ACCEPT WS-DECISION
           PERFORM VALIDACION-DECISION
       END-EVALUATE.

       *>RED-ESTADO Y AUD-ACCION LOS DEJA QUIEN LLAMA.
       GRABAR-DECISION.
       MOVE LS-CONECTAR TO RED-DECIDIO.
       MOVE WS-FECHA-HOY TO RED-FECHA-DECISION.
       MOVE "REWRITE GRABAR-DECISION" TO WS-ERR-DONDE
       REWRITE REDISTRIBUCION-REGISTRO.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING RED-CORRIDA "-" RED-LINEA " " RED-INSTRUMENTO " de "
           RED-ORIGEN " a " RED-DESTINO
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       PERFORM GRABAR-AUDITORIA.

       *>CADA LINEA Aprobada SE VUELVE A REVISAR ANTES DE CARGARLA:
       *>EN LOS DIAS QUE PASARON EL INSTRUMENTO PUDO PRESTARSE,
       *>RESERVARSE O DAÑARSE. LAS QUE YA NO SE PUEDEN CARGAR SE
       *>ANULAN. LAS DEMAS SE AGRUPAN POR VIAJE Y CADA VIAJE SALE
       *>CON SU MANIFIESTO NUMERADO.
       DESPACHAR-APROBADAS.
       DISPLAY "---Despachar traslados aprobados---".
       MOVE "OPEN    DESPACHAR-APROBADAS" TO WS-ERR-DONDE
       OPEN I-O REDISTRIBUCION-ARCHIVO.
       MOVE "OPEN    DESPACHAR-APROBADAS" TO WS-ERR-DONDE
       OPEN I-O SEDES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-SEDES.
       MOVE "OPEN    DESPACHAR-APROBADAS" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    DESPACHAR-APROBADAS" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-HISTORIAL-ARCHIVO.
       MOVE "OPEN    DESPACHAR-APROBADAS" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    DESPACHAR-APROBADAS" TO WS-ERR-DONDE
       OPEN I-O RESERVAS-ARCHIVO.
       MOVE "OPEN    DESPACHAR-APROBADAS" TO WS-ERR-DONDE
       OPEN I-O REPARACIONES-ARCHIVO.
       MOVE "OPEN    DESPACHAR-APROBADAS" TO WS-ERR-DONDE
       OPEN I-O APARTADOS-ARCHIVO.
       MOVE "OPEN    DESPACHAR-APROBADAS" TO WS-ERR-DONDE
       OPEN I-O MANTENIMIENTO-ARCHIVO.
       MOVE "OPEN    DESPACHAR-APROBADAS" TO WS-ERR-DONDE
       OPEN I-O INCIDENTES-ARCHIVO.
       MOVE "OPEN    DESPACHAR-APROBADAS" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
       PERFORM CARGAR-SEDES.
       MOVE 0 TO WS-EXC-USADOS.
       PERFORM CARGAR-INCIDENTES-ABIERTOS.
       MOVE 0 TO WS-DES-USADOS.
       MOVE 0 TO WS-DES-DESBORDE.
       MOVE 0 TO WS-ANULADAS.
       MOVE 0 TO WS-DESPACHADAS.
       MOVE 0 TO WS-VIAJES.
       MOVE 0 TO WS-LEE-RED.
       PERFORM LEER-SIGUIENTE-REDISTRIBUCION.
       PERFORM REVISAR-LINEA-APROBADA UNTIL WS-LEE-RED = 1.
       IF WS-DES-USADOS = 0
           DISPLAY " "
           DISPLAY "No hay traslados aprobados para despachar."
       ELSE
           PERFORM ARMAR-VIAJE
               VARYING WS-IDX-DES FROM 1 BY 1
               UNTIL WS-IDX-DES > WS-DES-USADOS.
       DISPLAY " ".
       DISPLAY "Viajes: " WS-VIAJES "  Instrumentos despachados: "
           WS-DESPACHADAS "  Lineas anuladas: " WS-ANULADAS.
       IF WS-DES-DESBORDE = 1
           DISPLAY "Quedan lineas aprobadas para otro despacho.".
       CLOSE REDISTRIBUCION-ARCHIVO.
       CLOSE SEDES-ARCHIVO.
       CLOSE INSTRUMENTOS-ARCHIVO.
       CLOSE INSTRUMENTOS-HISTORIAL-ARCHIVO.
       CLOSE PRESTAMOS-ARCHIVO.
       CLOSE RESERVAS-ARCHIVO.
       CLOSE REPARACIONES-ARCHIVO.
       CLOSE APARTADOS-ARCHIVO.
       CLOSE MANTENIMIENTO-ARCHIVO.
       CLOSE INCIDENTES-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       PERFORM VOLVER.

       REVISAR-LINEA-APROBADA.
       IF RED-ESTADO = "Aprobada"
           PERFORM VERIFICAR-CARGA
           IF WS-MOTIVO-RECHAZO NOT = SPACES
               DISPLAY "Linea " RED-CORRIDA "-" RED-LINEA " "
                   RED-INSTRUMENTO " anulada: " WS-MOTIVO-RECHAZO
               MOVE "Anulada" TO RED-ESTADO
               MOVE "REWRITE REVISAR-LINEA-APROBADA" TO WS-ERR-DONDE
               REWRITE REDISTRIBUCION-REGISTRO
               MOVE SPACES TO WS-AUD-LLAVE-REG
               STRING RED-CORRIDA "-" RED-LINEA " "
                   RED-INSTRUMENTO " " WS-MOTIVO-RECHAZO
                   DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG
               MOVE "Anula trasl" TO AUD-ACCION
               PERFORM GRABAR-AUDITORIA
               ADD 1 TO WS-ANULADAS
           ELSE
               IF WS-DES-USADOS < 1000
                   ADD 1 TO WS-DES-USADOS
                   MOVE RED-CORRIDA TO WS-DES-CORRIDA(WS-DES-USADOS)
                   MOVE RED-LINEA TO WS-DES-LINEA(WS-DES-USADOS)
                   MOVE RED-INSTRUMENTO TO WS-DES-ID(WS-DES-USADOS)
                   MOVE RED-ORIGEN TO WS-DES-ORIGEN(WS-DES-USADOS)
                   MOVE RED-DESTINO TO WS-DES-DESTINO(WS-DES-USADOS)
                   MOVE 0 TO WS-DES-HECHO(WS-DES-USADOS)
               ELSE
                   MOVE 1 TO WS-DES-DESBORDE
               END-IF
           END-IF
       END-IF.
       PERFORM LEER-SIGUIENTE-REDISTRIBUCION.

       *>DEJA EN WS-MOTIVO-RECHAZO POR QUE LA LINEA EN CURSO YA NO
       *>SE PUEDE CARGAR, O ESPACIOS SI SE PUEDE.
       VERIFICAR-CARGA.
       MOVE SPACES TO WS-MOTIVO-RECHAZO.
       MOVE RED-DESTINO TO WS-SED-BUSCADA.
       PERFORM BUSCAR-SEDE-TABLA.
       MOVE RED-INSTRUMENTO TO ID-INSTRUMENTO-INV.
       PERFORM LEER-INSTRUMENTO.
       MOVE RED-INSTRUMENTO TO WS-ID-BUSCADO.
       EVALUATE TRUE
       WHEN WS-SED-HALLADA = 0
           MOVE "la sede destino no existe" TO WS-MOTIVO-RECHAZO
       WHEN WS-SED-ACTIVA(WS-SED-HALLADA) = 0
           MOVE "la sede destino esta inactiva" TO WS-MOTIVO-RECHAZO
       WHEN WS-HALLADO = 0
           MOVE "el instrumento no existe" TO WS-MOTIVO-RECHAZO
       WHEN STATUS-INSTRUMENTO-INV NOT = "En buen estado"
           STRING "status " STATUS-INSTRUMENTO-INV
               DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
       WHEN UBICACION-INV NOT = RED-ORIGEN
           STRING "ya esta en la sede " UBICACION-INV
               DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
       WHEN OTHER
           PERFORM VERIFICAR-LIBRE
           PERFORM BUSCAR-MANTENIMIENTO-PENDIENTE
           PERFORM BUSCAR-EXCLUIDO
           EVALUATE TRUE
           WHEN WS-HAY-PRESTAMO = 1
               MOVE "esta prestado" TO WS-MOTIVO-RECHAZO
           WHEN WS-HAY-RESERVA = 1
               MOVE "tiene reservas" TO WS-MOTIVO-RECHAZO
           WHEN WS-HAY-APARTADO = 1
               MOVE "esta apartado" TO WS-MOTIVO-RECHAZO
           WHEN WS-HAY-REPARACION = 1
               MOVE "tiene una reparacion abierta"
                   TO WS-MOTIVO-RECHAZO
           WHEN WS-HAY-MANTENIMIENTO = 1
               MOVE "tiene mantenimiento pendiente"
                   TO WS-MOTIVO-RECHAZO
           WHEN WS-HAY-EXCLUIDO = 1
               MOVE "tiene un incidente abierto" TO WS-MOTIVO-RECHAZO
           END-EVALUATE
       END-EVALUATE.

       *>UN VIAJE LLEVA TODAS LAS LINEAS PENDIENTES DE LA MISMA SEDE
       *>ORIGEN A LA MISMA SEDE DESTINO.
       ARMAR-VIAJE.
       IF WS-DES-HECHO(WS-IDX-DES) = 0
           MOVE WS-DES-ORIGEN(WS-IDX-DES) TO WS-VIAJE-ORIGEN
           MOVE WS-DES-DESTINO(WS-IDX-DES) TO WS-VIAJE-DESTINO
           MOVE "VIAJE" TO WS-CORR-SERIE
           PERFORM TOMAR-CORRELATIVO
           MOVE WS-CORR-NUMERO TO WS-VIAJE
           ADD 1 TO WS-VIAJES
           PERFORM ABRIR-MANIFIESTO
           MOVE 0 TO WS-VIAJE-CARGADOS
           PERFORM CARGAR-EN-VIAJE
               VARYING WS-IDX-CAR FROM WS-IDX-DES BY 1
               UNTIL WS-IDX-CAR > WS-DES-USADOS
           PERFORM CERRAR-MANIFIESTO.

       ABRIR-MANIFIESTO.
       MOVE "manifiesto_traslado" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       STRING "Viaje " WS-VIAJE " de " WS-VIAJE-ORIGEN " a "
           WS-VIAJE-DESTINO DELIMITED BY SIZE INTO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-REDISTRIBUCION-RUTA.
       OPEN OUTPUT REPORTE-REDISTRIBUCION-ARCHIVO.
       MOVE SPACES TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "---Manifiesto de traslado entre sedes---" TO WS-LINEA.
       PERFORM IMPRIMIR.
       STRING "Viaje Nro. " WS-VIAJE "   Fecha: " WS-FECHA-HOY
           "   Despacha: " LS-CONECTAR
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE WS-VIAJE-ORIGEN TO WS-SED-BUSCADA.
       PERFORM BUSCAR-SEDE-TABLA.
       IF WS-SED-HALLADA > 0
           STRING "Origen:  " WS-VIAJE-ORIGEN " "
               WS-SED-NOMBRE(WS-SED-HALLADA)
               DELIMITED BY SIZE INTO WS-LINEA
       ELSE
           STRING "Origen:  " WS-VIAJE-ORIGEN
               DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE WS-VIAJE-DESTINO TO WS-SED-BUSCADA.
       PERFORM BUSCAR-SEDE-TABLA.
       STRING "Destino: " WS-VIAJE-DESTINO " "
           WS-SED-NOMBRE(WS-SED-HALLADA)
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       PERFORM IMPRIMIR.
       STRING "Codigo Tipo                      "
           "Marca                Modelo               Serie"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.

       CARGAR-EN-VIAJE.
       IF WS-DES-HECHO(WS-IDX-CAR) = 0
           AND WS-DES-ORIGEN(WS-IDX-CAR) = WS-VIAJE-ORIGEN
           AND WS-DES-DESTINO(WS-IDX-CAR) = WS-VIAJE-DESTINO
           PERFORM DESPACHAR-INSTRUMENTO.

       *>EL MISMO ENVIO DE ENVIAR-INSTRUMENTO EN SEDES.CBL: QUEDA
       *>"En transito" CON SU CONSTANCIA EN EL HISTORIAL, EN EL
       *>RESUMEN DE DISPONIBILIDAD Y EN LA AUDITORIA.
       DESPACHAR-INSTRUMENTO.
       MOVE 1 TO WS-DES-HECHO(WS-IDX-CAR).
       MOVE WS-DES-ID(WS-IDX-CAR) TO ID-INSTRUMENTO-INV.
       PERFORM LEER-INSTRUMENTO.
       MOVE "En transito" TO STATUS-INSTRUMENTO-INV.
       ACCEPT FECHA-STATUS-INV FROM DATE YYYYMMDD.
       MOVE "REWRITE DESPACHAR-INSTRUMENTO" TO WS-ERR-DONDE
       REWRITE INSTRUMENTOS-REGISTRO.
       PERFORM GRABAR-HISTORIAL-TRASLADO.
       MOVE ID-INSTRUMENTO-INV TO WS-DIS-INSTRUMENTO.
       PERFORM ACTUALIZAR-DISPONIBILIDAD.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING ID-INSTRUMENTO-INV " hacia " WS-VIAJE-DESTINO
           " viaje " WS-VIAJE
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Envio sede" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       MOVE WS-DES-CORRIDA(WS-IDX-CAR) TO RED-CORRIDA.
       MOVE WS-DES-LINEA(WS-IDX-CAR) TO RED-LINEA.
       MOVE "READ    DESPACHAR-INSTRUMENTO" TO WS-ERR-DONDE
       READ REDISTRIBUCION-ARCHIVO RECORD
           KEY RED-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1
           MOVE "Despachada" TO RED-ESTADO
           MOVE WS-VIAJE TO RED-VIAJE
           MOVE WS-FECHA-HOY TO RED-FECHA-DESPACHO
           MOVE "REWRITE DESPACHAR-INSTRUMENTO" TO WS-ERR-DONDE
           REWRITE REDISTRIBUCION-REGISTRO.
       ADD 1 TO WS-VIAJE-CARGADOS.
       ADD 1 TO WS-DESPACHADAS.
       STRING ID-INSTRUMENTO-INV " " TIPO-INSTRUMENTO-INV(1:25) " "
           MARCA-INV " " MODELO-INV " " SERIE-INV
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.

       CERRAR-MANIFIESTO.
       PERFORM IMPRIMIR.
       STRING "Total de instrumentos en el viaje: " WS-VIAJE-CARGADOS
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "Los instrumentos viajan En transito; la sede destino "
           TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "registra la recepcion de cada uno en Sedes." TO WS-LINEA.
       PERFORM IMPRIMIR.
       PERFORM IMPRIMIR.
       STRING "Entrega (origen): ____________________   "
           "Transportista: ____________________"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       PERFORM IMPRIMIR.
       STRING "Recibe (destino): ____________________   "
           "Fecha de recibo: ____________"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       CLOSE REPORTE-REDISTRIBUCION-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Manifiesto: " WS-CAT-ARCHIVO.

       *>AVERIGUA SI EL INSTRUMENTO WS-ID-BUSCADO ESTA PRESTADO, EN
       *>REPARACION, APARTADO O CON RESERVAS Pendiente, Y LA FECHA DE
       *>SU ULTIMO PRESTAMO.
       VERIFICAR-LIBRE.
       PERFORM BUSCAR-PRESTAMOS-INSTRUMENTO.
       PERFORM BUSCAR-REPARACION-ABIERTA.
       PERFORM BUSCAR-APARTADO-ACTIVO.
       PERFORM BUSCAR-RESERVA-PENDIENTE.

       *>POR LA LLAVE ALTERNA DE INSTRUMENTO, IGUAL QUE
       *>BUSCAR-PRESTAMO-ABIERTO EN DISPONIBILIDAD.CBL, PERO
       *>RECORRIENDO TODOS SUS PRESTAMOS PARA HALLAR EL ULTIMO.
       BUSCAR-PRESTAMOS-INSTRUMENTO.
       MOVE 0 TO WS-HAY-PRESTAMO.
       MOVE 0 TO WS-ULTIMO-PRESTAMO.
       MOVE WS-ID-BUSCADO TO ID-INSTRUMENTO-PR.
       MOVE "START   BUSCAR-PRESTAMOS-INSTRUMENTO" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO
           KEY IS NOT LESS THAN ID-INSTRUMENTO-PR
           INVALID KEY     MOVE 1 TO WS-LEE-DETALLE
           NOT INVALID KEY MOVE 0 TO WS-LEE-DETALLE.
       IF WS-LEE-DETALLE = 0
           PERFORM LEER-SIGUIENTE-PRESTAMO
           PERFORM REVISAR-PRESTAMO UNTIL WS-LEE-DETALLE = 1.

       LEER-SIGUIENTE-PRESTAMO.
       MOVE "READ    LEER-SIGUIENTE-PRESTAMO" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-DETALLE.

       REVISAR-PRESTAMO.
       IF ID-INSTRUMENTO-PR NOT = WS-ID-BUSCADO
           MOVE 1 TO WS-LEE-DETALLE
       ELSE
           IF STATUS-PRESTAMO-PR NOT = "Inactivo"
               IF FECHA-PRESTAMO-PR > WS-ULTIMO-PRESTAMO
                   MOVE FECHA-PRESTAMO-PR TO WS-ULTIMO-PRESTAMO
               END-IF
               IF STATUS-INSTRUMENTO-PR NOT = "Devuelto"
                       AND NOT = "devuelto"
                   MOVE 1 TO WS-HAY-PRESTAMO
               END-IF
           END-IF
           PERFORM LEER-SIGUIENTE-PRESTAMO.

       *>LA LLAVE DE LAS ORDENES EMPIEZA POR EL INSTRUMENTO.
       BUSCAR-REPARACION-ABIERTA.
       MOVE 0 TO WS-HAY-REPARACION.
       MOVE WS-ID-BUSCADO TO ID-INSTRUMENTO-REP.
       MOVE 0 TO FECHA-ENVIADO-REP.
       MOVE "START   BUSCAR-REPARACION-ABIERTA" TO WS-ERR-DONDE
       START REPARACIONES-ARCHIVO
           KEY IS NOT LESS THAN REP-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-DETALLE
           NOT INVALID KEY MOVE 0 TO WS-LEE-DETALLE.
       IF WS-LEE-DETALLE = 0
           PERFORM LEER-SIGUIENTE-REPARACION
           PERFORM REVISAR-REPARACION UNTIL WS-LEE-DETALLE = 1.

       LEER-SIGUIENTE-REPARACION.
       MOVE "READ    LEER-SIGUIENTE-REPARACION" TO WS-ERR-DONDE
       READ REPARACIONES-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-DETALLE.

       REVISAR-REPARACION.
       IF ID-INSTRUMENTO-REP NOT = WS-ID-BUSCADO
           MOVE 1 TO WS-LEE-DETALLE
       ELSE
           IF STATUS-ORDEN-REP = "Abierta"
               MOVE 1 TO WS-HAY-REPARACION
               MOVE 1 TO WS-LEE-DETALLE
           ELSE
               PERFORM LEER-SIGUIENTE-REPARACION.

       BUSCAR-APARTADO-ACTIVO.
       MOVE 0 TO WS-HAY-APARTADO.
       MOVE WS-ID-BUSCADO TO ID-INSTRUMENTO-APA.
       MOVE 1 TO WS-INDICADOR.
       MOVE "READ    BUSCAR-APARTADO-ACTIVO" TO WS-ERR-DONDE
       READ APARTADOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-APA
           INVALID KEY MOVE 0 TO WS-INDICADOR
       END-READ.
       IF WS-INDICADOR = 1 AND STATUS-APARTADO = "Activo"
           MOVE 1 TO WS-HAY-APARTADO.

       *>LA LLAVE DE LA COLA EMPIEZA POR EL INSTRUMENTO. CUENTA TANTO
       *>UN TURNO EN LA COLA COMO UNA RESERVA ANTICIPADA.
       BUSCAR-RESERVA-PENDIENTE.
       MOVE 0 TO WS-HAY-RESERVA.
       MOVE WS-ID-BUSCADO TO ID-INSTRUMENTO-RES.
       MOVE 0 TO FECHA-RESERVA.
       MOVE LOW-VALUES TO HORA-RESERVA.
       MOVE "START   BUSCAR-RESERVA-PENDIENTE" TO WS-ERR-DONDE
       START RESERVAS-ARCHIVO
           KEY IS NOT LESS THAN RES-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-DETALLE
           NOT INVALID KEY MOVE 0 TO WS-LEE-DETALLE.
       IF WS-LEE-DETALLE = 0
           PERFORM LEER-SIGUIENTE-RESERVA
           PERFORM REVISAR-RESERVA UNTIL WS-LEE-DETALLE = 1.

       LEER-SIGUIENTE-RESERVA.
       MOVE "READ    LEER-SIGUIENTE-RESERVA" TO WS-ERR-DONDE
       READ RESERVAS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-DETALLE.

       REVISAR-RESERVA.
       IF ID-INSTRUMENTO-RES NOT = WS-ID-BUSCADO
           MOVE 1 TO WS-LEE-DETALLE
       ELSE
           IF STATUS-RESERVA = "Pendiente"
               MOVE 1 TO WS-HAY-RESERVA
               MOVE 1 TO WS-LEE-DETALLE
           ELSE
               PERFORM LEER-SIGUIENTE-RESERVA.

       BUSCAR-MANTENIMIENTO-PENDIENTE.
       MOVE 0 TO WS-HAY-MANTENIMIENTO.
       MOVE WS-ID-BUSCADO TO ID-INSTRUMENTO-MAN.
       MOVE 1 TO WS-INDICADOR.
       MOVE "READ    BUSCAR-MANTENIMIENTO-PENDIENTE" TO WS-ERR-DONDE
       READ MANTENIMIENTO-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-MAN
           INVALID KEY MOVE 0 TO WS-INDICADOR
       END-READ.
       IF WS-INDICADOR = 1 AND STATUS-MAN = "Pendiente"
           MOVE 1 TO WS-HAY-MANTENIMIENTO.

       *>UNA UNIDAD Pendiente O Recogido EN ALGUN LLAMADO DEL
       *>FABRICANTE, IGUAL QUE BUSCAR-UNIDAD-LLAMADO EN PRESTAMOS.CBL.
       BUSCAR-LLAMADO-ABIERTO.
       MOVE 0 TO WS-HAY-LLAMADO.
       MOVE WS-ID-BUSCADO TO UNI-INSTRUMENTO.
       MOVE "START   BUSCAR-LLAMADO-ABIERTO" TO WS-ERR-DONDE
       START LLAMADOS-UNIDADES-ARCHIVO
           KEY IS EQUAL TO UNI-INSTRUMENTO
           INVALID KEY     MOVE 1 TO WS-LEE-LLAMADO
           NOT INVALID KEY MOVE 0 TO WS-LEE-LLAMADO.
       IF WS-LEE-LLAMADO = 0
           PERFORM LEER-SIGUIENTE-LLAMADO
           PERFORM REVISAR-LLAMADO UNTIL WS-LEE-LLAMADO = 1.

       LEER-SIGUIENTE-LLAMADO.
       MOVE "READ    LEER-SIGUIENTE-LLAMADO" TO WS-ERR-DONDE
       READ LLAMADOS-UNIDADES-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-LLAMADO.
       IF WS-LEE-LLAMADO = 0
           IF UNI-INSTRUMENTO NOT = WS-ID-BUSCADO
               MOVE 1 TO WS-LEE-LLAMADO.

       REVISAR-LLAMADO.
       IF UNI-STATUS = "Pendiente" OR UNI-STATUS = "Recogido"
           MOVE 1 TO WS-HAY-LLAMADO
           MOVE 1 TO WS-LEE-LLAMADO
       ELSE
           PERFORM LEER-SIGUIENTE-LLAMADO.

       *>DEJA EN EL HISTORIAL DEL INSTRUMENTO LA CONSTANCIA DEL
       *>ENVIO, IGUAL QUE GRABAR-HISTORIAL-TRASLADO EN SEDES.CBL.
       GRABAR-HISTORIAL-TRASLADO.
       MOVE ID-INSTRUMENTO-INV TO ID-INSTRUMENTO-HIST.
       MOVE FECHA-STATUS-INV TO FECHA-STATUS-HIST.
       ACCEPT WS-HORA-STATUS-HIST FROM TIME.
       MOVE WS-HORA-STATUS-HIST TO HORA-STATUS-HIST.
       MOVE STATUS-INSTRUMENTO-INV TO STATUS-INSTRUMENTO-HIST.
       MOVE SPACES TO GRADO-CONDICION-HIST.
       MOVE "WRITE   GRABAR-HISTORIAL-TRASLADO" TO WS-ERR-DONDE
       WRITE INSTRUMENTOS-HISTORIAL-REGISTRO.

       GRABAR-AUDITORIA.
       *>DEJA CONSTANCIA DE QUE OPERADOR REALIZO LA TRANSACCION.
       *>AUD-ACCION Y WS-AUD-LLAVE-REG DEBEN SER LLENADOS POR QUIEN
       *>LLAMA A ESTE PARRAFO.
       ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUD-HORA FROM TIME.
       MOVE LS-CONECTAR TO AUD-OPERADOR.
       MOVE "Redistribucion" TO AUD-PROGRAMA.
       MOVE WS-AUD-LLAVE-REG TO AUD-LLAVE-REGISTRO.
       MOVE SPACES TO AUD-ANTES.
       MOVE SPACES TO AUD-DESPUES.
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

       IMPRIMIR.
       *>MUESTRA LA LINEA EN PANTALLA Y LA DEJA GRABADA EN EL REPORTE.
       DISPLAY WS-LINEA.
       WRITE REPORTE-REDISTRIBUCION-LINEA FROM WS-LINEA.
       MOVE SPACES TO WS-LINEA.

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
       DISPLAY "1.- Volver al menu".
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

       LEER-PARAMETRO-AUTOMODO.
       MOVE "OPEN    LEER-PARAMETRO-AUTOMODO" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "AUTOMODO" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-AUTOMODO" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 0 TO WS-AUTOMODO
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-AUTOMODO.
       CLOSE PARAMETROS-ARCHIVO.

       LEER-PARAMETRO-OCIOSODIAS.
       MOVE "OPEN    LEER-PARAMETRO-OCIOSODIAS" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "OCIOSODIAS" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-OCIOSODIAS" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 60 TO WS-OCIOSODIAS
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-OCIOSODIAS.
       CLOSE PARAMETROS-ARCHIVO.

       *>DEJA EL RESULTADO DE LA CORRIDA POR LOTE. SE GRABA FALLO AL
       *>ARRANCAR Y OK AL TERMINAR BIEN: SI EL LOTE SE CAE A MITAD,
       *>EL FALLO QUEDA A LA VISTA DEL PROXIMO OPERADOR.
       GRABAR-ESTADO-LOTE.
       MOVE "OPEN    GRABAR-ESTADO-LOTE" TO WS-ERR-DONDE
       OPEN I-O ESTADO-LOTE-ARCHIVO.
       MOVE "REDISTRIB" TO PROGRAMA-LOTE.
       MOVE "READ    GRABAR-ESTADO-LOTE" TO WS-ERR-DONDE
       READ ESTADO-LOTE-ARCHIVO RECORD
           KEY PROGRAMA-LOTE
               INVALID KEY     MOVE 0 TO WS-HAY-LOTE
               NOT INVALID KEY MOVE 1 TO WS-HAY-LOTE.
       MOVE "REDISTRIB" TO PROGRAMA-LOTE.
       ACCEPT FECHA-LOTE FROM DATE YYYYMMDD.
       MOVE WS-RESULTADO-LOTE TO RESULTADO-LOTE.
       IF WS-HAY-LOTE = 0
           MOVE "WRITE   GRABAR-ESTADO-LOTE" TO WS-ERR-DONDE
           WRITE ESTADO-LOTE-REGISTRO
       ELSE
           MOVE "REWRITE GRABAR-ESTADO-LOTE" TO WS-ERR-DONDE
           REWRITE ESTADO-LOTE-REGISTRO.
       CLOSE ESTADO-LOTE-ARCHIVO.

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
       *>WS-CORR-SERIE Y DEJA LA SERIE AVANZADA EN CORRELATIVOS.DAT,
       *>IGUAL QUE EN PRESTAMOS.CBL.
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

       *>CADA SERIE SE SIEMBRA UNA SOLA VEZ CON EL MAYOR NUMERO QUE
       *>YA TENGA SU LIBRO. EL LIBRO DEBE ESTAR ABIERTO.
       SEMBRAR-CORRELATIVO.
       EVALUATE WS-CORR-SERIE
       WHEN "VIAJE"
           PERFORM BUSCAR-MAX-VIAJE
           MOVE WS-MAX-VIAJE TO WS-CORR-MAYOR
       END-EVALUATE.

       BUSCAR-MAX-VIAJE.
       MOVE 0 TO WS-MAX-VIAJE.
       MOVE 0 TO RED-CORRIDA.
       MOVE 0 TO RED-LINEA.
       MOVE 0 TO WS-LEE-VIAJE.
       MOVE "START   BUSCAR-MAX-VIAJE" TO WS-ERR-DONDE
       START REDISTRIBUCION-ARCHIVO
           KEY IS NOT LESS THAN RED-LLAVE
           INVALID KEY MOVE 1 TO WS-LEE-VIAJE
       END-START.
       IF WS-LEE-VIAJE = 0
           PERFORM LEER-SIGUIENTE-VIAJE
           PERFORM COMPARAR-MAX-VIAJE UNTIL WS-LEE-VIAJE = 1.

       LEER-SIGUIENTE-VIAJE.
       MOVE "READ    LEER-SIGUIENTE-VIAJE" TO WS-ERR-DONDE
       READ REDISTRIBUCION-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-VIAJE.

       COMPARAR-MAX-VIAJE.
       IF RED-VIAJE > WS-MAX-VIAJE
           MOVE RED-VIAJE TO WS-MAX-VIAJE.
       PERFORM LEER-SIGUIENTE-VIAJE.

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
       MOVE SPACES TO WS-REDISTRIBUCION-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "redistribucion.dat" DELIMITED BY SIZE
           INTO WS-REDISTRIBUCION-RUTA.
       MOVE SPACES TO WS-SEDES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "sedes.dat" DELIMITED BY SIZE INTO WS-SEDES-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-HISTORIAL-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos_historial.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-HISTORIAL-RUTA.
       MOVE SPACES TO WS-PRESTAMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "prestamos.dat" DELIMITED BY SIZE INTO WS-PRESTAMOS-RUTA.
       MOVE SPACES TO WS-RESERVAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reservas.dat" DELIMITED BY SIZE INTO WS-RESERVAS-RUTA.
       MOVE SPACES TO WS-REPARACIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reparaciones.dat" DELIMITED BY SIZE
           INTO WS-REPARACIONES-RUTA.
       MOVE SPACES TO WS-APARTADOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "apartados.dat" DELIMITED BY SIZE INTO WS-APARTADOS-RUTA.
       MOVE SPACES TO WS-MANTENIMIENTO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "mantenimiento.dat" DELIMITED BY SIZE
           INTO WS-MANTENIMIENTO-RUTA.
       MOVE SPACES TO WS-LLAMADOS-UNIDADES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "llamados_unidades.dat" DELIMITED BY SIZE
           INTO WS-LLAMADOS-UNIDADES-RUTA.
       MOVE SPACES TO WS-INCIDENTES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "incidentes.dat" DELIMITED BY SIZE INTO WS-INCIDENTES-RUTA.
       MOVE SPACES TO WS-PARAMETROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "parametros.dat" DELIMITED BY SIZE INTO WS-PARAMETROS-RUTA.
       MOVE SPACES TO WS-ESTADO-LOTE-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "estado_lote.dat" DELIMITED BY SIZE INTO WS-ESTADO-LOTE-RUTA.
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
