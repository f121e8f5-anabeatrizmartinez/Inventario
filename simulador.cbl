       IDENTIFICATION DIVISION.
       PROGRAM-ID. Simulador INITIAL.

       *>SIMULACION DE CAMBIOS DE TARIFAS Y POLITICAS ANTES DE QUE LA
       *>JUNTA LOS APRUEBE. SE CARGAN LOS VALORES VIGENTES (TARIFA
       *>GENERAL DE RETRASO DE TARIFAS.DAT, DIAS DE PRESTAMO, TARIFA
       *>DE RETRASO Y DE ALQUILER DE CADA TIPO EN POLITICAS.DAT Y
       *>CUOTA DE CADA CATEGORIA EN CUOTAS.DAT), EL OPERADOR CAMBIA
       *>LOS QUE QUIERA SOLO EN MEMORIA Y SE REPASAN LOS PRESTAMOS Y
       *>DEVOLUCIONES DE UN PERIODO (PRESTAMOS.DAT Y
       *>ARCHIVO_PRESTAMOS.DAT) Y LOS PAGOS DE CUOTAS DEL MISMO
       *>PERIODO DOS VECES: CON LOS VALORES VIGENTES Y CON LOS
       *>PROPUESTOS. NINGUN ARCHIVO DE DATOS SE MODIFICA.
       *>
       *>LA FECHA ESPERADA DE UN PRESTAMO YA DEVUELTO NO QUEDA
       *>GUARDADA (SE PISA CON LA REAL, VER COMPLETAR-DEVOLUCION EN
       *>PRESTAMOS.CBL), ASI QUE EN LOS DOS CASOS EL PLAZO SE ARMA
       *>CON LOS DIAS DE LA POLITICA DEL TIPO AJUSTADOS POR LA
       *>CATEGORIA DEL SOCIO O POR EL GRUPO, IGUAL QUE
       *>AJUSTAR-POLITICA-CATEGORIA Y AJUSTAR-POLITICA-GRUPO. LOS
       *>FERIADOS NO CUENTAN COMO RETRASO Y LOS entrenador Y EL
       *>personal NO PAGAN TARIFA DE RETRASO. UN SOCIO QUEDA
       *>BLOQUEADO SI EN EL PERIODO LE TOCA AL MENOS UNA MULTA POR
       *>RETRASO: LAS MULTAS PENDIENTES FRENAN EL PRESTAMO SIGUIENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL PRESTAMOS-ARCHIVO
       ASSIGN TO WS-PRESTAMOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-PR WITH DUPLICATES
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-PR WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PRESTAMOS.

       *>LOS PRESTAMOS CERRADOS DE AÑOS ANTERIORES (VER ARCHIVAR.CBL).
       SELECT OPTIONAL ARCHIVO-PRESTAMOS-ARCHIVO
       ASSIGN TO WS-ARCHIVO-PRESTAMOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-LLAVE-ARC
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-ARC WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ARCHIVO-PRESTAMOS.

       SELECT OPTIONAL USUARIOS-ARCHIVO
       ASSIGN TO WS-USUARIOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS.

       SELECT OPTIONAL GRUPOS-ARCHIVO
       ASSIGN TO WS-GRUPOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-GRUPO
       ALTERNATE RECORD KEY IS CEDULA-RESPONSABLE-GRP WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-GRUPOS.

       SELECT OPTIONAL POLITICAS-ARCHIVO
       ASSIGN TO WS-POLITICAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-TIPO-POL
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-POLITICAS.

       SELECT OPTIONAL TARIFAS-ARCHIVO
       ASSIGN TO WS-TARIFAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS TARIFA-CONCEPTO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TARIFAS.

       SELECT OPTIONAL CUOTAS-ARCHIVO
       ASSIGN TO WS-CUOTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CATEGORIA-CUOTA
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CUOTAS.

       SELECT OPTIONAL PAGOS-CUOTAS-ARCHIVO
       ASSIGN TO WS-PAGOS-CUOTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CUO-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PAGOS-CUOTAS.

       SELECT OPTIONAL FERIADOS-ARCHIVO
       ASSIGN TO WS-FERIADOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS FECHA-FERIADO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-FERIADOS.

       *>CAMBIOS DE INSTRUMENTO DE PRESTAMOS ABIERTOS (VER
       *>CAMBIAR-INSTRUMENTO EN PRESTAMOS.CBL), LEIDO POR LA LLAVE DE
       *>LA LINEA DEL REEMPLAZO.
       SELECT OPTIONAL CAMBIOS-PRESTAMO-ARCHIVO
       ASSIGN TO WS-CAMBIOS-PRESTAMO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CAM-LLAVE
       ALTERNATE RECORD KEY IS CAM-LLAVE-NUEVA
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CAMBIOS-PRESTAMO.

       *>ARCHIVO DE TRABAJO DE LA SIMULACION: UN REGISTRO POR SOCIO
       *>(O GRUPO) CON MOVIMIENTO EN EL PERIODO, PARA CONTAR CADA
       *>SOCIO UNA SOLA VEZ AUNQUE TENGA PRESTAMOS EN LOS DOS
       *>ARCHIVOS. SE VACIA AL EMPEZAR CADA SIMULACION.
       SELECT OPTIONAL SIMULACION-TRABAJO-ARCHIVO
       ASSIGN TO WS-SIMULACION-TRABAJO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS SIMT-CEDULA
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-SIMULACION-TRABAJO.

       SELECT OPTIONAL REPORTE-SIMULACION-ARCHIVO
       ASSIGN TO WS-REPORTE-SIMULACION-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       *>COPIA DEL REGISTRO DE PRESTAMOS.DAT. LOS NOMBRES DE CAMPOS
       *>SE SUFIJAN CON "-PR" PARA NO CHOCAR CON LOS DE
       *>USUARIOS-REGISTRO, IGUAL QUE EN CIERRE.CBL.
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

       *>COPIA DEL REGISTRO DE ARCHIVO_PRESTAMOS.DAT (VER
       *>ARCHIVAR.CBL), SUFIJADAS CON "-ARC".
       FD ARCHIVO-PRESTAMOS-ARCHIVO.
           01 ARCHIVO-PRESTAMOS-REGISTRO.
               05 PRE-LLAVE-ARC.
                   10 CEDULA-USUARIO-ARC   PIC X(11).
                   10 FECHA-PRESTAMO-ARC   PIC 9(8).
                   10 HORA-PRESTAMO-ARC    PIC X(9).
                   10 ITEM-PRESTAMO-ARC    PIC 9(02).
               05 ID-INSTRUMENTO-ARC   PIC X(6).
               05 FECHA-DEVOLUCION-ARC PIC 9(8).
               05 HORA-DEVOLUCION-ARC  PIC X(9).
               05 STATUS-INSTRUMENTO-ARC PIC X(14).
               05 STATUS-PRESTAMO-ARC    PIC X(8).

       FD USUARIOS-ARCHIVO.
           01 USUARIOS-REGISTRO.
               05 CEDULA-USUARIO   PIC X(11).
               05 NOMBRE-USUARIO   PIC X(40).
               05 SEXO             PIC X(9).
               05 DIRECCION        PIC X(100).
               05 TELEFONO         PIC 9(11).
               05 TIPO-INSTRUMENTO PIC X(40).
               05 STATUS-USUARIO   PIC X(8).
               05 STATUS-VENCIDO   PIC X(8).
               05 STATUS-SUSPENDIDO PIC X(10).
               05 FECHA-INSCRIPCION  PIC 9(8).
               05 FECHA-VENCIMIENTO-MEMB PIC 9(8).
               05 CATEGORIA-USUARIO   PIC X(10).

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

       *>COPIA DEL REGISTRO DE POLITICAS.DAT (VER TIPOS.CBL).
       FD POLITICAS-ARCHIVO.
           01 POLITICAS-REGISTRO.
               05 CODIGO-TIPO-POL PIC X(3).
               05 DIAS-MAX-POL    PIC 9(3).
               05 ITEMS-MAX-POL   PIC 9(2).
               05 TARIFA-DIA-POL  PIC 9(6)V99.
               05 FIANZA-POL      PIC 9(6)V99.
               05 MANT-PRESTAMOS-POL PIC 9(3).
               05 MANT-MESES-POL     PIC 9(2).
               05 TARIFA-ALQ-POL  PIC 9(6)V99.
               05 REQ-CERT-POL    PIC X(1).

       *>COPIA DEL REGISTRO DE TARIFAS.DAT (VER MULTAS.CBL).
       FD TARIFAS-ARCHIVO.
           01 TARIFAS-REGISTRO.
               05 TARIFA-CONCEPTO  PIC X(10).
               05 TARIFA-MONTO-DIA PIC 9(6)V99.

       *>COPIA DEL REGISTRO DE CUOTAS.DAT (VER USUARIOS.CBL).
       FD CUOTAS-ARCHIVO.
           01 CUOTAS-REGISTRO.
               05 CATEGORIA-CUOTA PIC X(10).
               05 MONTO-CUOTA     PIC 9(6)V99.
               05 MESES-CUOTA     PIC 9(2).

       *>COPIA DEL REGISTRO DE PAGOS_CUOTAS.DAT (VER USUARIOS.CBL).
       FD PAGOS-CUOTAS-ARCHIVO.
           01 PAGOS-CUOTAS-REGISTRO.
               05 CUO-LLAVE.
                   10 RECIBO-CUOTA PIC 9(8).
               05 CEDULA-USUARIO-CUO PIC X(11).
               05 FECHA-CUOTA        PIC 9(8).
               05 MONTO-PAGO-CUOTA   PIC 9(6)V99.
               05 MESES-PAGADOS-CUO  PIC 9(2).

       *>COPIA DEL REGISTRO DE FERIADOS.DAT (VER MULTAS.CBL).
       FD FERIADOS-ARCHIVO.
           01 FERIADOS-REGISTRO.
               05 FECHA-FERIADO       PIC 9(8).
               05 DESCRIPCION-FERIADO PIC X(30).

       *>COPIA DEL REGISTRO DE PRESTAMOS_CAMBIOS.DAT (VER
       *>PRESTAMOS.CBL).
       FD CAMBIOS-PRESTAMO-ARCHIVO.
           01 CAMBIOS-PRESTAMO-REGISTRO.
               05 CAM-LLAVE             PIC X(30).
               05 CAM-LLAVE-NUEVA       PIC X(30).
               05 CAM-INSTRUMENTO-ANT   PIC X(6).
               05 CAM-INSTRUMENTO-NUEVO PIC X(6).
               05 CAM-FECHA             PIC 9(8).
               05 CAM-HORA              PIC X(9).
               05 CAM-MOTIVO            PIC X(40).
               05 CAM-OPERADOR          PIC X(10).

       FD SIMULACION-TRABAJO-ARCHIVO.
           01 SIMULACION-TRABAJO-REGISTRO.
               05 SIMT-CEDULA     PIC X(11).
               05 SIMT-CATEGORIA  PIC 9(1). *>FILA DE WS-TABLA-CTG.
               05 SIMT-MULTA-ACT  PIC 9(8)V99.
               05 SIMT-MULTA-SIM  PIC 9(8)V99.
               05 SIMT-ALQ-ACT    PIC 9(8)V99.
               05 SIMT-ALQ-SIM    PIC 9(8)V99.
               05 SIMT-CUO-ACT    PIC 9(8)V99.
               05 SIMT-CUO-SIM    PIC 9(8)V99.

       FD REPORTE-SIMULACION-ARCHIVO.
           01 REPORTE-SIMULACION-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS
       01 WS-TITULO.
           05 FILLER   PIC X(30) VALUE SPACES.
           05 WS-TIT   PIC X(20) VALUE "Simulador de tarifas".
           05 FILLER   PIC X(30) VALUE SPACES.

       77 WS-OPCION PIC 9(2).
       77 WS-INDICADOR PIC 9(1).
       77 WS-SI-NO PIC X(1).
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-LINEA PIC X(100).

       *>PERIODO QUE SE REPASA. LOS PRESTAMOS AUN ABIERTOS SE
       *>CUENTAN COMO SI SE DEVOLVIERAN AL CORTE: EL FIN DEL PERIODO
       *>O HOY, LO QUE SEA ANTES.
       77 WS-FECHA-DESDE PIC 9(8).
       77 WS-FECHA-HASTA PIC 9(8).
       77 WS-FECHA-CORTE PIC 9(8).

       *>TARIFA GENERAL DE RETRASO (CONCEPTO RETRASO DE TARIFAS.DAT),
       *>LA QUE SE USA CUANDO EL TIPO NO TIENE TARIFA PROPIA.
       77 WS-TARIFA-GRAL-ACT PIC 9(6)V99.
       77 WS-TARIFA-GRAL-SIM PIC 9(6)V99.
       77 WS-TARIFA-GRAL-CAMBIA PIC 9(1).

       *>POLITICA DE CADA TIPO, VIGENTE Y PROPUESTA, CON LO QUE
       *>DEJA EN EL PERIODO CADA UNA.
       01 WS-TABLA-TIP.
           05 WS-TIP-FILA OCCURS 200.
               10 WS-TIP-CODIGO     PIC X(3).
               10 WS-TIP-CAMBIA     PIC 9(1).
               10 WS-TIP-DIAS-ACT   PIC 9(3).
               10 WS-TIP-DIAS-SIM   PIC 9(3).
               10 WS-TIP-DIA-ACT    PIC 9(6)V99.
               10 WS-TIP-DIA-SIM    PIC 9(6)V99.
               10 WS-TIP-ALQ-ACT    PIC 9(6)V99.
               10 WS-TIP-ALQ-SIM    PIC 9(6)V99.
               10 WS-TIP-PRESTAMOS  PIC 9(7).
               10 WS-TIP-MULTA-ACT  PIC 9(8)V99.
               10 WS-TIP-MULTA-SIM  PIC 9(8)V99.
               10 WS-TIP-ALQUILER-ACT PIC 9(8)V99.
               10 WS-TIP-ALQUILER-SIM PIC 9(8)V99.
       77 WS-TIP-USADOS PIC 9(3).
       77 WS-TIP-DESBORDE PIC 9(5).
       77 WS-IDX-TIP PIC 9(3).
       77 WS-TIPO-BUSCA PIC X(3).
       77 WS-FIN-TIPOS PIC 9(1).
       77 WS-SIN-POLITICA PIC 9(7).

       *>CATEGORIAS DE SOCIO EN EL ORDEN DEL REPORTE. LAS CUATRO
       *>PRIMERAS SON LAS QUE LLEVAN CUOTA (VER
       *>VALIDACION-CATEGORIA-CUOTA EN USUARIOS.CBL); LA SEPTIMA FILA
       *>ES EL TOTAL.
       01 WS-NOMBRES-CTG-DATOS.
           05 FILLER PIC X(10) VALUE "infantil".
           05 FILLER PIC X(10) VALUE "adulto".
           05 FILLER PIC X(10) VALUE "entrenador".
           05 FILLER PIC X(10) VALUE "personal".
           05 FILLER PIC X(10) VALUE "grupo".
           05 FILLER PIC X(10) VALUE "otra".
           05 FILLER PIC X(10) VALUE "Total".
       01 WS-NOMBRES-CTG-R REDEFINES WS-NOMBRES-CTG-DATOS.
           05 WS-NOMBRE-CTG PIC X(10) OCCURS 7.

       01 WS-TABLA-CTG.
           05 WS-CTG-FILA OCCURS 7.
               10 WS-CTG-PRESTAMOS  PIC 9(7).
               10 WS-CTG-SOCIOS     PIC 9(6).
               10 WS-CTG-AFECTADOS  PIC 9(6).
               10 WS-CTG-BLOQ-ACT   PIC 9(6).
               10 WS-CTG-BLOQ-SIM   PIC 9(6).
               10 WS-CTG-MULTA-ACT  PIC 9(8)V99.
               10 WS-CTG-MULTA-SIM  PIC 9(8)V99.
               10 WS-CTG-ALQ-ACT    PIC 9(8)V99.
               10 WS-CTG-ALQ-SIM    PIC 9(8)V99.
               10 WS-CTG-CUO-ACT    PIC 9(8)V99.
               10 WS-CTG-CUO-SIM    PIC 9(8)V99.
               *>CUOTA DE LA CATEGORIA, VIGENTE Y PROPUESTA.
               10 WS-CTG-CAMBIA     PIC 9(1).
               10 WS-CTG-CUOTA-ACT  PIC 9(6)V99.
               10 WS-CTG-MESES-ACT  PIC 9(2).
               10 WS-CTG-CUOTA-SIM  PIC 9(6)V99.
               10 WS-CTG-MESES-SIM  PIC 9(2).
       77 WS-IDX-CTG PIC 9(1).
       77 WS-CATEGORIA-BUSCA PIC X(10).

       *>EL PRESTAMO QUE SE ESTA REPASANDO, VENGA DE PRESTAMOS.DAT O
       *>DE ARCHIVO_PRESTAMOS.DAT (LOS DOS TIENEN EL MISMO REGISTRO).
       01 WS-SIM-PRESTAMO.
           05 WS-SIM-LLAVE.
               10 WS-SIM-CEDULA     PIC X(11).
               10 WS-SIM-FECHA      PIC 9(8).
               10 WS-SIM-HORA       PIC X(9).
               10 WS-SIM-ITEM       PIC 9(02).
           05 WS-SIM-ID             PIC X(6).
           05 WS-SIM-FECHA-DEV      PIC 9(8).
           05 WS-SIM-HORA-DEV       PIC X(9).
           05 WS-SIM-STATUS-INS     PIC X(14).
           05 WS-SIM-STATUS-PRE     PIC X(8).

       77 WS-LEE-PRESTAMO PIC 9(1).
       77 WS-LEE-ARCHIVO PIC 9(1).
       77 WS-LEE-PAGO PIC 9(1).
       77 WS-LEE-POLITICA PIC 9(1).
       77 WS-LEE-FERIADO PIC 9(1).
       77 WS-LEE-TRABAJO PIC 9(1).
       77 WS-PRESTAMOS-REVISADOS PIC 9(7).
       77 WS-PAGOS-REVISADOS PIC 9(7).

       *>LO QUE PESA SOBRE EL PRESTAMO EN CADA CASO.
       77 WS-GRP-DIAS PIC 9(3).
       77 WS-GRP-COBRA PIC X(1).
       77 WS-FECHA-FIN PIC 9(8).
       77 WS-DIAS-ACT PIC 9(4).
       77 WS-DIAS-SIM PIC 9(4).
       77 WS-DIAS-AJUSTE PIC 9(4).
       77 WS-TARIFA-ACT-APL PIC 9(6)V99.
       77 WS-TARIFA-SIM-APL PIC 9(6)V99.
       77 WS-ALQ-ACT PIC 9(6)V99.
       77 WS-ALQ-SIM PIC 9(6)V99.
       77 WS-DIA-PRESTAMO PIC 9(8).
       77 WS-DIA-FIN PIC 9(8).
       77 WS-VENCE-ACT PIC 9(8).
       77 WS-VENCE-SIM PIC 9(8).
       77 WS-RETRASO-ACT PIC 9(8).
       77 WS-RETRASO-SIM PIC 9(8).
       77 WS-FER-ACT PIC 9(8).
       77 WS-FER-SIM PIC 9(8).
       77 WS-MULTA-ACT PIC 9(8)V99.
       77 WS-MULTA-SIM PIC 9(8)V99.
       77 WS-CUO-ACT PIC 9(8)V99.
       77 WS-CUO-SIM PIC 9(8)V99.
       77 WS-MESES-PAGO PIC 9(2).

       *>UNA LINEA DE COMPARACION DEL REPORTE: ACTUAL, SIMULADO Y LA
       *>DIFERENCIA CON SU SIGNO.
       77 WS-CMP-CONCEPTO PIC X(20).
       77 WS-CMP-ACT PIC 9(8)V99.
       77 WS-CMP-SIM PIC 9(8)V99.
       77 WS-CMP-DIF PIC 9(8)V99.
       77 WS-CMP-SIGNO PIC X(1).
       77 WS-ED-ACT PIC 9(8).99.
       77 WS-ED-SIM PIC 9(8).99.
       77 WS-ED-DIF PIC 9(8).99.
       77 WS-ED-TARIFA-ACT PIC 9(6).99.
       77 WS-ED-TARIFA-SIM PIC 9(6).99.

       *>FECHA AAAAMMDD DESARMADA PARA VALIDARLA CONTRA EL
       *>CALENDARIO REAL, IGUAL QUE EN INCIDENTES.CBL.
       01 WS-FECHA-VAL PIC 9(8).
       01 WS-FECHA-VAL-R REDEFINES WS-FECHA-VAL.
           05 WS-VAL-AA PIC 9(4).
           05 WS-VAL-MM PIC 9(2).
           05 WS-VAL-DD PIC 9(2).
       77 WS-FECHA-OK PIC 9(1).
       77 WS-DIA-TOPE PIC 9(2).
       77 WS-BISIESTO-COCIENTE PIC 9(4).
       77 WS-BISIESTO-RESTO PIC 9(4).
       77 WS-BISIESTO-ANIO PIC 9(4).
       77 WS-ES-BISIESTO PIC 9(1).

       *>USADOS PARA CONTAR LOS DIAS DE RETRASO; LA FECHA SE PASA A
       *>DIAS IGUAL QUE CONVERTIR-FECHA-A-DIAS EN CONSULTAS.CBL.
       01 WS-FECHA-CONV PIC 9(8).
       01 WS-FECHA-CONV-R REDEFINES WS-FECHA-CONV.
           05 WS-CONV-AA PIC 9(4).
           05 WS-CONV-MM PIC 9(2).
           05 WS-CONV-DD PIC 9(2).
       77 WS-DIAS-CONV PIC 9(8).

       *>DATOS DE LA CORRIDA QUE SE ANOTA EN EL CATALOGO DE
       *>REPORTES (VER CATALOGO.CBL).
       01 WS-CAT-DATOS.
           05 WS-CAT-ACCION     PIC X(1).
           05 WS-CAT-PROGRAMA   PIC X(15) VALUE "Simulador".
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
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Simulador".
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
       77 WS-FS-ARCHIVO-PRESTAMOS PIC X(2).
       77 WS-FS-USUARIOS PIC X(2).
       77 WS-FS-GRUPOS PIC X(2).
       77 WS-FS-POLITICAS PIC X(2).
       77 WS-FS-TARIFAS PIC X(2).
       77 WS-FS-CUOTAS PIC X(2).
       77 WS-FS-PAGOS-CUOTAS PIC X(2).
       77 WS-FS-FERIADOS PIC X(2).
       77 WS-FS-CAMBIOS-PRESTAMO PIC X(2).
       77 WS-FS-SIMULACION-TRABAJO PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-PRESTAMOS-RUTA PIC X(80).
       77 WS-ARCHIVO-PRESTAMOS-RUTA PIC X(80).
       77 WS-USUARIOS-RUTA PIC X(80).
       77 WS-GRUPOS-RUTA PIC X(80).
       77 WS-POLITICAS-RUTA PIC X(80).
       77 WS-TARIFAS-RUTA PIC X(80).
       77 WS-CUOTAS-RUTA PIC X(80).
       77 WS-PAGOS-CUOTAS-RUTA PIC X(80).
       77 WS-FERIADOS-RUTA PIC X(80).
       77 WS-CAMBIOS-PRESTAMO-RUTA PIC X(80).
       77 WS-SIMULACION-TRABAJO-RUTA PIC X(80).
       77 WS-REPORTE-SIMULACION-RUTA PIC X(80).

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
       ERROR-ARCHIVO-PRESTAMOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON ARCHIVO-PRESTAMOS-ARCHIVO.
       ERROR-ARCHIVO-PRESTAMOS-ANOTAR.
       MOVE "archivo_prestamos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ARCHIVO-PRESTAMOS TO WS-ERR-ESTADO.
       MOVE PRE-LLAVE-ARC TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-USUARIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USUARIOS-ARCHIVO.
       ERROR-USUARIOS-ANOTAR.
       MOVE "usuarios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-GRUPOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON GRUPOS-ARCHIVO.
       ERROR-GRUPOS-ANOTAR.
       MOVE "grupos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-GRUPOS TO WS-ERR-ESTADO.
       MOVE CODIGO-GRUPO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-POLITICAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON POLITICAS-ARCHIVO.
       ERROR-POLITICAS-ANOTAR.
       MOVE "politicas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-POLITICAS TO WS-ERR-ESTADO.
       MOVE CODIGO-TIPO-POL TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-TARIFAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON TARIFAS-ARCHIVO.
       ERROR-TARIFAS-ANOTAR.
       MOVE "tarifas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-TARIFAS TO WS-ERR-ESTADO.
       MOVE TARIFA-CONCEPTO TO WS-ERR-LLAVE.
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
       ERROR-FERIADOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON FERIADOS-ARCHIVO.
       ERROR-FERIADOS-ANOTAR.
       MOVE "feriados.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-FERIADOS TO WS-ERR-ESTADO.
       MOVE FECHA-FERIADO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-CAMBIOS-PRESTAMO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON CAMBIOS-PRESTAMO-ARCHIVO.
       ERROR-CAMBIOS-PRESTAMO-ANOTAR.
       MOVE "prestamos_cambios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CAMBIOS-PRESTAMO TO WS-ERR-ESTADO.
       MOVE CAM-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-SIMULACION-TRABAJO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON SIMULACION-TRABAJO-ARCHIVO.
       ERROR-SIMULACION-TRABAJO-ANOTAR.
       MOVE "simulacion_trabajo.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-SIMULACION-TRABAJO TO WS-ERR-ESTADO.
       MOVE SIMT-CEDULA TO WS-ERR-LLAVE.
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
       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
       DISPLAY " ".
       DISPLAY WS-TITULO.
       DISPLAY " ".
       DISPLAY "1) Simular cambios de tarifas, politicas y cuotas".
       DISPLAY "2) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU.

       PERFORM FIN-PROGRAMA.

       *>RUTINAS.
       VALIDACION-MENU.
       EVALUATE WS-OPCION
       WHEN 1
           PERFORM SIMULAR
       WHEN 2
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-MENU
       END-EVALUATE.

       *>PIDE EL PERIODO Y LOS VALORES PROPUESTOS, REPASA EL PERIODO
       *>CON LOS VIGENTES Y CON LOS PROPUESTOS Y DEJA LA COMPARACION
       *>EN EL REPORTE.
       SIMULAR.
       DISPLAY "---Simulacion de tarifas y politicas---".
       DISPLAY " ".
       DISPLAY "Los valores que ingrese solo se usan en esta "
       DISPLAY "simulacion; no se graba ningun cambio.".
       DISPLAY " ".
       PERFORM PEDIR-PERIODO.
       PERFORM CARGAR-VIGENTES.
       PERFORM PEDIR-PROPUESTA.
       DISPLAY " ".
       DISPLAY "Repasando el periodo, espere por favor...".
       PERFORM REPRODUCIR-PERIODO.
       PERFORM REPORTE-SIMULACION.
       PERFORM VOLVER.

       *>EL PERIODO POR OMISION ES EL AÑO CALENDARIO ANTERIOR.
       PEDIR-PERIODO.
       DISPLAY "Ingrese fecha desde (AAAAMMDD), o 0 para todo el "
       DISPLAY "año pasado".
       ACCEPT WS-FECHA-DESDE.
       IF WS-FECHA-DESDE = 0
           MOVE WS-FECHA-HOY TO WS-FECHA-VAL
           SUBTRACT 1 FROM WS-VAL-AA
           MOVE 01 TO WS-VAL-MM
           MOVE 01 TO WS-VAL-DD
           MOVE WS-FECHA-VAL TO WS-FECHA-DESDE
           MOVE 12 TO WS-VAL-MM
           MOVE 31 TO WS-VAL-DD
           MOVE WS-FECHA-VAL TO WS-FECHA-HASTA
       ELSE
           PERFORM VALIDACION-FECHA-DESDE
           DISPLAY "Ingrese fecha hasta (AAAAMMDD)"
           ACCEPT WS-FECHA-HASTA
           PERFORM VALIDACION-FECHA-HASTA.
       DISPLAY "Periodo: del " WS-FECHA-DESDE " al " WS-FECHA-HASTA.
       IF WS-FECHA-HASTA < WS-FECHA-HOY
           MOVE WS-FECHA-HASTA TO WS-FECHA-CORTE
       ELSE
           MOVE WS-FECHA-HOY TO WS-FECHA-CORTE.

       VALIDACION-FECHA-DESDE.
       MOVE WS-FECHA-DESDE TO WS-FECHA-VAL.
       PERFORM VALIDAR-FECHA.
       IF WS-FECHA-OK = 0
           DISPLAY "Fecha invalida. Ingrese fecha desde (AAAAMMDD)"
           ACCEPT WS-FECHA-DESDE
           PERFORM VALIDACION-FECHA-DESDE.

       VALIDACION-FECHA-HASTA.
       MOVE WS-FECHA-HASTA TO WS-FECHA-VAL.
       PERFORM VALIDAR-FECHA.
       IF WS-FECHA-OK = 1 AND WS-FECHA-HASTA < WS-FECHA-DESDE
           MOVE 0 TO WS-FECHA-OK.
       IF WS-FECHA-OK = 0
           DISPLAY "Fecha invalida o anterior a la fecha desde. "
           DISPLAY "Ingrese fecha hasta (AAAAMMDD)"
           ACCEPT WS-FECHA-HASTA
           PERFORM VALIDACION-FECHA-HASTA.

       *>CARGA EN MEMORIA LOS VALORES VIGENTES. AL EMPEZAR, LO
       *>PROPUESTO ES IGUAL A LO VIGENTE.
       CARGAR-VIGENTES.
       *>LAS FILAS DE TIPOS SE LIMPIAN AL AGREGARLAS.
       MOVE ZEROS TO WS-TABLA-CTG.
       MOVE 0 TO WS-TIP-USADOS.
       MOVE 0 TO WS-TIP-DESBORDE.
       MOVE 0 TO WS-TARIFA-GRAL-CAMBIA.
       MOVE "OPEN    CARGAR-VIGENTES" TO WS-ERR-DONDE
       OPEN INPUT TARIFAS-ARCHIVO.
       MOVE "RETRASO" TO TARIFA-CONCEPTO.
       MOVE "READ    CARGAR-VIGENTES" TO WS-ERR-DONDE
       READ TARIFAS-ARCHIVO RECORD
           KEY TARIFA-CONCEPTO
               INVALID KEY     MOVE 0 TO WS-TARIFA-GRAL-ACT
               NOT INVALID KEY MOVE TARIFA-MONTO-DIA
                                   TO WS-TARIFA-GRAL-ACT.
       CLOSE TARIFAS-ARCHIVO.
       MOVE WS-TARIFA-GRAL-ACT TO WS-TARIFA-GRAL-SIM.
       MOVE "OPEN    CARGAR-VIGENTES" TO WS-ERR-DONDE
       OPEN INPUT POLITICAS-ARCHIVO.
       MOVE 0 TO WS-LEE-POLITICA.
       PERFORM LEER-SIGUIENTE-POLITICA.
       PERFORM CARGAR-POLITICA UNTIL WS-LEE-POLITICA = 1.
       CLOSE POLITICAS-ARCHIVO.
       IF WS-TIP-DESBORDE > 0
           DISPLAY "Aviso: " WS-TIP-DESBORDE " tipo(s) con politica "
               "no caben en la simulacion y se tratan como sin "
               "politica.".
       MOVE "OPEN    CARGAR-VIGENTES" TO WS-ERR-DONDE
       OPEN INPUT CUOTAS-ARCHIVO.
       PERFORM CARGAR-CUOTA
           VARYING WS-IDX-CTG FROM 1 BY 1 UNTIL WS-IDX-CTG > 4.
       CLOSE CUOTAS-ARCHIVO.

       LEER-SIGUIENTE-POLITICA.
       MOVE "READ    LEER-SIGUIENTE-POLITICA" TO WS-ERR-DONDE
       READ POLITICAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-POLITICA.

       CARGAR-POLITICA.
       IF WS-TIP-USADOS < 200
           ADD 1 TO WS-TIP-USADOS
           MOVE WS-TIP-USADOS TO WS-IDX-TIP
           MOVE ZEROS TO WS-TIP-FILA(WS-IDX-TIP)
           MOVE CODIGO-TIPO-POL TO WS-TIP-CODIGO(WS-IDX-TIP)
           MOVE DIAS-MAX-POL TO WS-TIP-DIAS-ACT(WS-IDX-TIP)
           MOVE DIAS-MAX-POL TO WS-TIP-DIAS-SIM(WS-IDX-TIP)
           MOVE TARIFA-DIA-POL TO WS-TIP-DIA-ACT(WS-IDX-TIP)
           MOVE TARIFA-DIA-POL TO WS-TIP-DIA-SIM(WS-IDX-TIP)
           MOVE TARIFA-ALQ-POL TO WS-TIP-ALQ-ACT(WS-IDX-TIP)
           MOVE TARIFA-ALQ-POL TO WS-TIP-ALQ-SIM(WS-IDX-TIP)
       ELSE
           ADD 1 TO WS-TIP-DESBORDE.
       PERFORM LEER-SIGUIENTE-POLITICA.

       CARGAR-CUOTA.
       MOVE WS-NOMBRE-CTG(WS-IDX-CTG) TO CATEGORIA-CUOTA.
       MOVE "READ    CARGAR-CUOTA" TO WS-ERR-DONDE
       READ CUOTAS-ARCHIVO RECORD
           KEY CATEGORIA-CUOTA
               INVALID KEY     MOVE 0 TO MONTO-CUOTA
                               MOVE 1 TO MESES-CUOTA
               NOT INVALID KEY CONTINUE.
       IF MESES-CUOTA = 0
           MOVE 1 TO MESES-CUOTA.
       MOVE MONTO-CUOTA TO WS-CTG-CUOTA-ACT(WS-IDX-CTG).
       MOVE MONTO-CUOTA TO WS-CTG-CUOTA-SIM(WS-IDX-CTG).
       MOVE MESES-CUOTA TO WS-CTG-MESES-ACT(WS-IDX-CTG).
       MOVE MESES-CUOTA TO WS-CTG-MESES-SIM(WS-IDX-CTG).

       *>LOS CAMBIOS QUE SE QUIEREN PROBAR: LA TARIFA GENERAL DE
       *>RETRASO, LA POLITICA DE LOS TIPOS QUE SE INDIQUEN Y LA
       *>CUOTA DE CADA CATEGORIA.
       PEDIR-PROPUESTA.
       MOVE WS-TARIFA-GRAL-ACT TO WS-ED-TARIFA-ACT.
       DISPLAY " ".
       DISPLAY "Tarifa general de retraso vigente: " WS-ED-TARIFA-ACT.
       DISPLAY "¿La cambia en la simulacion? (S/N)".
       ACCEPT WS-SI-NO.
       PERFORM VALIDACION-CAMBIA-GENERAL.
       MOVE 0 TO WS-FIN-TIPOS.
       PERFORM PEDIR-TIPO-PROPUESTO UNTIL WS-FIN-TIPOS = 1.
       PERFORM PEDIR-CUOTA-PROPUESTA
           VARYING WS-IDX-CTG FROM 1 BY 1 UNTIL WS-IDX-CTG > 4.

       VALIDACION-CAMBIA-GENERAL.
       EVALUATE WS-SI-NO
       WHEN = "S" OR = "s"
           DISPLAY "Ingrese la tarifa general de retraso propuesta"
           ACCEPT WS-TARIFA-GRAL-SIM
           MOVE 1 TO WS-TARIFA-GRAL-CAMBIA
       WHEN = "N" OR = "n"
           CONTINUE
       WHEN OTHER
           DISPLAY "Por favor ingrese S para si, o N para no."
           ACCEPT WS-SI-NO
           PERFORM VALIDACION-CAMBIA-GENERAL
       END-EVALUATE.

       PEDIR-TIPO-PROPUESTO.
       DISPLAY " ".
       DISPLAY "Indique el tipo (3 letras) cuya politica cambia, o "
       DISPLAY "FIN para terminar".
       ACCEPT WS-TIPO-BUSCA.
       INSPECT WS-TIPO-BUSCA CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       IF WS-TIPO-BUSCA = "FIN"
           MOVE 1 TO WS-FIN-TIPOS
       ELSE
           PERFORM BUSCAR-TIPO-SIM
           IF WS-IDX-TIP > WS-TIP-USADOS
               DISPLAY "Ese tipo no tiene politica cargada (ver "
               DISPLAY "Tipos de Instrumentos)."
           ELSE
               PERFORM CAMBIAR-TIPO-SIM.

       CAMBIAR-TIPO-SIM.
       MOVE WS-TIP-DIA-ACT(WS-IDX-TIP) TO WS-ED-TARIFA-ACT.
       MOVE WS-TIP-ALQ-ACT(WS-IDX-TIP) TO WS-ED-TARIFA-SIM.
       DISPLAY "Vigente: " WS-TIP-DIAS-ACT(WS-IDX-TIP)
           " dias de prestamo, retraso " WS-ED-TARIFA-ACT
           " por dia, alquiler " WS-ED-TARIFA-SIM.
       DISPLAY "Ingrese los dias de prestamo propuestos".
       ACCEPT WS-TIP-DIAS-SIM(WS-IDX-TIP).
       DISPLAY "Ingrese la tarifa de retraso por dia propuesta (0 "
       DISPLAY "usa la tarifa general)".
       ACCEPT WS-TIP-DIA-SIM(WS-IDX-TIP).
       DISPLAY "Ingrese la tarifa de alquiler por prestamo propuesta".
       ACCEPT WS-TIP-ALQ-SIM(WS-IDX-TIP).
       MOVE 1 TO WS-TIP-CAMBIA(WS-IDX-TIP).

       *>DEJA EN WS-IDX-TIP LA FILA DEL TIPO EN WS-TIPO-BUSCA, O UNA
       *>MAS QUE LAS USADAS SI NO TIENE POLITICA.
       BUSCAR-TIPO-SIM.
       MOVE 1 TO WS-IDX-TIP.
       PERFORM AVANZAR-FILA-TIP
           UNTIL WS-IDX-TIP > WS-TIP-USADOS
           OR WS-TIP-CODIGO(WS-IDX-TIP) = WS-TIPO-BUSCA.

       AVANZAR-FILA-TIP.
       ADD 1 TO WS-IDX-TIP.

       PEDIR-CUOTA-PROPUESTA.
       MOVE WS-CTG-CUOTA-ACT(WS-IDX-CTG) TO WS-ED-TARIFA-ACT.
       DISPLAY " ".
       DISPLAY "Cuota vigente de la categoria "
           WS-NOMBRE-CTG(WS-IDX-CTG) ": " WS-ED-TARIFA-ACT " por "
           WS-CTG-MESES-ACT(WS-IDX-CTG) " mes(es)".
       DISPLAY "¿La cambia en la simulacion? (S/N)".
       ACCEPT WS-SI-NO.
       PERFORM VALIDACION-CAMBIA-CUOTA.

       VALIDACION-CAMBIA-CUOTA.
       EVALUATE WS-SI-NO
       WHEN = "S" OR = "s"
           DISPLAY "Ingrese el monto de la cuota propuesta"
           ACCEPT WS-CTG-CUOTA-SIM(WS-IDX-CTG)
           DISPLAY "Ingrese cuantos meses cubre"
           ACCEPT WS-CTG-MESES-SIM(WS-IDX-CTG)
           IF WS-CTG-MESES-SIM(WS-IDX-CTG) = 0
               MOVE 1 TO WS-CTG-MESES-SIM(WS-IDX-CTG)
           END-IF
           MOVE 1 TO WS-CTG-CAMBIA(WS-IDX-CTG)
       WHEN = "N" OR = "n"
           CONTINUE
       WHEN OTHER
           DISPLAY "Por favor ingrese S para si, o N para no."
           ACCEPT WS-SI-NO
           PERFORM VALIDACION-CAMBIA-CUOTA
       END-EVALUATE.

       *>REPASA LOS PRESTAMOS DE LOS DOS ARCHIVOS Y LOS PAGOS DE
       *>CUOTAS DEL PERIODO, Y LUEGO CUENTA LOS SOCIOS.
       REPRODUCIR-PERIODO.
       MOVE 0 TO WS-PRESTAMOS-REVISADOS.
       MOVE 0 TO WS-PAGOS-REVISADOS.
       MOVE 0 TO WS-SIN-POLITICA.
       *>ABRIR EN OUTPUT DEJA VACIO EL ARCHIVO DE TRABAJO DE LA
       *>SIMULACION ANTERIOR.
       MOVE "OPEN    REPRODUCIR-PERIODO" TO WS-ERR-DONDE
       OPEN OUTPUT SIMULACION-TRABAJO-ARCHIVO.
       CLOSE SIMULACION-TRABAJO-ARCHIVO.
       MOVE "OPEN    REPRODUCIR-PERIODO" TO WS-ERR-DONDE
       OPEN I-O SIMULACION-TRABAJO-ARCHIVO.
       MOVE "OPEN    REPRODUCIR-PERIODO" TO WS-ERR-DONDE
       OPEN INPUT PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    REPRODUCIR-PERIODO" TO WS-ERR-DONDE
       OPEN INPUT ARCHIVO-PRESTAMOS-ARCHIVO.
       MOVE "OPEN    REPRODUCIR-PERIODO" TO WS-ERR-DONDE
       OPEN INPUT USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "OPEN    REPRODUCIR-PERIODO" TO WS-ERR-DONDE
       OPEN INPUT GRUPOS-ARCHIVO.
       MOVE "OPEN    REPRODUCIR-PERIODO" TO WS-ERR-DONDE
       OPEN INPUT FERIADOS-ARCHIVO.
       MOVE "OPEN    REPRODUCIR-PERIODO" TO WS-ERR-DONDE
       OPEN INPUT CAMBIOS-PRESTAMO-ARCHIVO.
       MOVE "OPEN    REPRODUCIR-PERIODO" TO WS-ERR-DONDE
       OPEN INPUT PAGOS-CUOTAS-ARCHIVO.
       MOVE 0 TO WS-LEE-PRESTAMO.
       PERFORM LEER-SIGUIENTE-PRESTAMO.
       PERFORM REPASAR-PRESTAMO UNTIL WS-LEE-PRESTAMO = 1.
       MOVE 0 TO WS-LEE-ARCHIVO.
       PERFORM LEER-SIGUIENTE-ARCHIVO.
       PERFORM REPASAR-ARCHIVO UNTIL WS-LEE-ARCHIVO = 1.
       MOVE 0 TO WS-LEE-PAGO.
       PERFORM LEER-SIGUIENTE-PAGO.
       PERFORM REPASAR-PAGO UNTIL WS-LEE-PAGO = 1.
       CLOSE PRESTAMOS-ARCHIVO.
       CLOSE ARCHIVO-PRESTAMOS-ARCHIVO.
       CLOSE USUARIOS-ARCHIVO.
       CLOSE GRUPOS-ARCHIVO.
       CLOSE FERIADOS-ARCHIVO.
       CLOSE CAMBIOS-PRESTAMO-ARCHIVO.
       CLOSE PAGOS-CUOTAS-ARCHIVO.
       MOVE 0 TO WS-LEE-TRABAJO.
       MOVE "START   REPRODUCIR-PERIODO" TO WS-ERR-DONDE
       MOVE LOW-VALUES TO SIMT-CEDULA.
       START SIMULACION-TRABAJO-ARCHIVO KEY IS GREATER THAN SIMT-CEDULA
           INVALID KEY     MOVE 1 TO WS-LEE-TRABAJO.
       IF WS-LEE-TRABAJO = 0
           PERFORM LEER-SIGUIENTE-TRABAJO
           PERFORM CONTAR-SOCIO UNTIL WS-LEE-TRABAJO = 1.
       CLOSE SIMULACION-TRABAJO-ARCHIVO.

       LEER-SIGUIENTE-PRESTAMO.
       MOVE "READ    LEER-SIGUIENTE-PRESTAMO" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-PRESTAMO.

       REPASAR-PRESTAMO.
       MOVE PRESTAMOS-REGISTRO TO WS-SIM-PRESTAMO.
       PERFORM SIMULAR-PRESTAMO.
       PERFORM LEER-SIGUIENTE-PRESTAMO.

       LEER-SIGUIENTE-ARCHIVO.
       MOVE "READ    LEER-SIGUIENTE-ARCHIVO" TO WS-ERR-DONDE
       READ ARCHIVO-PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-ARCHIVO.

       REPASAR-ARCHIVO.
       MOVE ARCHIVO-PRESTAMOS-REGISTRO TO WS-SIM-PRESTAMO.
       PERFORM SIMULAR-PRESTAMO.
       PERFORM LEER-SIGUIENTE-ARCHIVO.

       *>UN ITEM DADO DE BAJA (Inactivo) NO CUENTA: SU ALQUILER SE
       *>DEVOLVIO (VER ACREDITAR-ALQUILER-BAJA EN PRESTAMOS.CBL).
       SIMULAR-PRESTAMO.
       IF WS-SIM-STATUS-PRE NOT = "Inactivo"
           AND WS-SIM-FECHA NOT < WS-FECHA-DESDE
           AND WS-SIM-FECHA NOT > WS-FECHA-HASTA
           ADD 1 TO WS-PRESTAMOS-REVISADOS
           PERFORM BUSCAR-CATEGORIA-PRESTAMO
           ADD 1 TO WS-CTG-PRESTAMOS(WS-IDX-CTG)
           MOVE WS-SIM-ID(1:3) TO WS-TIPO-BUSCA
           PERFORM BUSCAR-TIPO-SIM
           IF WS-IDX-TIP > WS-TIP-USADOS
               ADD 1 TO WS-SIN-POLITICA
           ELSE
               ADD 1 TO WS-TIP-PRESTAMOS(WS-IDX-TIP)
               PERFORM CALCULAR-PRESTAMO-SIM
               PERFORM ACUMULAR-PRESTAMO-SIM
           END-IF
       END-IF.

       *>CATEGORIA DEL SOCIO DUEÑO DEL PRESTAMO (LA DE HOY EN
       *>USUARIOS.DAT). LOS PRESTAMOS DE GRUPO VAN A LA FILA grupo Y
       *>DEJAN LOS DIAS Y EL COBRO DE TARIFAS DEL GRUPO.
       BUSCAR-CATEGORIA-PRESTAMO.
       MOVE 0 TO WS-GRP-DIAS.
       MOVE "S" TO WS-GRP-COBRA.
       IF WS-SIM-CEDULA(1:3) = "GRP"
           MOVE 5 TO WS-IDX-CTG
           MOVE WS-SIM-CEDULA TO CODIGO-GRUPO
           MOVE "READ    BUSCAR-CATEGORIA-PRESTAMO" TO WS-ERR-DONDE
           READ GRUPOS-ARCHIVO RECORD
               KEY CODIGO-GRUPO
                   INVALID KEY     CONTINUE
                   NOT INVALID KEY MOVE DIAS-MAX-GRP TO WS-GRP-DIAS
                                   MOVE COBRA-TARIFAS-GRP
                                       TO WS-GRP-COBRA
           END-READ
       ELSE
           MOVE WS-SIM-CEDULA TO CEDULA-USUARIO
           PERFORM BUSCAR-CATEGORIA-SOCIO.

       *>DEJA EN WS-IDX-CTG LA FILA DE LA CATEGORIA DEL SOCIO CUYA
       *>CEDULA ESTA EN CEDULA-USUARIO; otra SI NO ESTA O NO TIENE.
       BUSCAR-CATEGORIA-SOCIO.
       MOVE "READ    BUSCAR-CATEGORIA-SOCIO" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO
               INVALID KEY     MOVE SPACES TO WS-CATEGORIA-BUSCA
               NOT INVALID KEY MOVE CATEGORIA-USUARIO
                                   TO WS-CATEGORIA-BUSCA.
       MOVE 1 TO WS-IDX-CTG.
       PERFORM AVANZAR-FILA-CTG
           UNTIL WS-IDX-CTG > 4
           OR WS-NOMBRE-CTG(WS-IDX-CTG) = WS-CATEGORIA-BUSCA.
       IF WS-IDX-CTG > 4
           MOVE 6 TO WS-IDX-CTG.

       AVANZAR-FILA-CTG.
       ADD 1 TO WS-IDX-CTG.

       *>PLAZO, TARIFA DE RETRASO Y ALQUILER DEL ITEM CON LOS
       *>VALORES VIGENTES Y CON LOS PROPUESTOS, Y LA MULTA POR
       *>RETRASO QUE DEJA CADA UNO.
       CALCULAR-PRESTAMO-SIM.
       MOVE WS-TIP-DIAS-ACT(WS-IDX-TIP) TO WS-DIAS-AJUSTE.
       PERFORM AJUSTAR-DIAS-SIM.
       MOVE WS-DIAS-AJUSTE TO WS-DIAS-ACT.
       MOVE WS-TIP-DIAS-SIM(WS-IDX-TIP) TO WS-DIAS-AJUSTE.
       PERFORM AJUSTAR-DIAS-SIM.
       MOVE WS-DIAS-AJUSTE TO WS-DIAS-SIM.
       IF WS-TIP-DIA-ACT(WS-IDX-TIP) > 0
           MOVE WS-TIP-DIA-ACT(WS-IDX-TIP) TO WS-TARIFA-ACT-APL
       ELSE
           MOVE WS-TARIFA-GRAL-ACT TO WS-TARIFA-ACT-APL.
       IF WS-TIP-DIA-SIM(WS-IDX-TIP) > 0
           MOVE WS-TIP-DIA-SIM(WS-IDX-TIP) TO WS-TARIFA-SIM-APL
       ELSE
           MOVE WS-TARIFA-GRAL-SIM TO WS-TARIFA-SIM-APL.
       IF WS-IDX-CTG = 3 OR WS-IDX-CTG = 4
           MOVE 0 TO WS-TARIFA-ACT-APL
           MOVE 0 TO WS-TARIFA-SIM-APL.
       MOVE WS-TIP-ALQ-ACT(WS-IDX-TIP) TO WS-ALQ-ACT.
       MOVE WS-TIP-ALQ-SIM(WS-IDX-TIP) TO WS-ALQ-SIM.
       IF WS-GRP-COBRA = "N"
           MOVE 0 TO WS-ALQ-ACT
           MOVE 0 TO WS-ALQ-SIM.
       *>EL ITEM QUE ENTRO COMO REEMPLAZO DE OTRO NO DEJA ALQUILER.
       MOVE WS-SIM-LLAVE TO CAM-LLAVE-NUEVA.
       MOVE "READ    CALCULAR-PRESTAMO-SIM" TO WS-ERR-DONDE
       READ CAMBIOS-PRESTAMO-ARCHIVO RECORD
           KEY CAM-LLAVE-NUEVA
               INVALID KEY     CONTINUE
               NOT INVALID KEY MOVE 0 TO WS-ALQ-ACT
                               MOVE 0 TO WS-ALQ-SIM.
       IF WS-SIM-STATUS-INS = "Devuelto"
           MOVE WS-SIM-FECHA-DEV TO WS-FECHA-FIN
       ELSE
           MOVE WS-FECHA-CORTE TO WS-FECHA-FIN.
       MOVE WS-SIM-FECHA TO WS-FECHA-CONV.
       PERFORM CONVERTIR-FECHA-A-DIAS.
       MOVE WS-DIAS-CONV TO WS-DIA-PRESTAMO.
       MOVE WS-FECHA-FIN TO WS-FECHA-CONV.
       PERFORM CONVERTIR-FECHA-A-DIAS.
       MOVE WS-DIAS-CONV TO WS-DIA-FIN.
       MOVE 0 TO WS-RETRASO-ACT.
       MOVE 0 TO WS-RETRASO-SIM.
       *>SIN DIAS DE PLAZO NO HAY FECHA ESPERADA NI RETRASO.
       COMPUTE WS-VENCE-ACT = WS-DIA-PRESTAMO + WS-DIAS-ACT.
       COMPUTE WS-VENCE-SIM = WS-DIA-PRESTAMO + WS-DIAS-SIM.
       IF WS-DIAS-ACT > 0 AND WS-DIA-FIN > WS-VENCE-ACT
           COMPUTE WS-RETRASO-ACT = WS-DIA-FIN - WS-VENCE-ACT.
       IF WS-DIAS-SIM > 0 AND WS-DIA-FIN > WS-VENCE-SIM
           COMPUTE WS-RETRASO-SIM = WS-DIA-FIN - WS-VENCE-SIM.
       IF WS-RETRASO-ACT > 0 OR WS-RETRASO-SIM > 0
           PERFORM CONTAR-FERIADOS-SIM.
       COMPUTE WS-MULTA-ACT = WS-RETRASO-ACT * WS-TARIFA-ACT-APL.
       COMPUTE WS-MULTA-SIM = WS-RETRASO-SIM * WS-TARIFA-SIM-APL.

       *>EL MISMO AJUSTE DE AJUSTAR-POLITICA-GRUPO Y
       *>AJUSTAR-POLITICA-CATEGORIA EN PRESTAMOS.CBL SOBRE LOS DIAS
       *>EN WS-DIAS-AJUSTE.
       AJUSTAR-DIAS-SIM.
       IF WS-IDX-CTG = 5
           IF WS-GRP-DIAS > 0
               MOVE WS-GRP-DIAS TO WS-DIAS-AJUSTE
           END-IF
       ELSE
           IF WS-IDX-CTG = 1 AND WS-DIAS-AJUSTE > 1
               COMPUTE WS-DIAS-AJUSTE = WS-DIAS-AJUSTE / 2
           ELSE
               IF WS-IDX-CTG = 3 OR WS-IDX-CTG = 4
                   COMPUTE WS-DIAS-AJUSTE = WS-DIAS-AJUSTE * 2.

       *>LOS FERIADOS DESPUES DE CADA FECHA ESPERADA Y HASTA LA
       *>DEVOLUCION NO SE COBRAN, IGUAL QUE CONTAR-FERIADOS-RETRASO
       *>EN PRESTAMOS.CBL.
       CONTAR-FERIADOS-SIM.
       MOVE 0 TO WS-FER-ACT.
       MOVE 0 TO WS-FER-SIM.
       MOVE WS-SIM-FECHA TO FECHA-FERIADO.
       MOVE "START   CONTAR-FERIADOS-SIM" TO WS-ERR-DONDE
       START FERIADOS-ARCHIVO KEY IS GREATER THAN FECHA-FERIADO
           INVALID KEY     MOVE 1 TO WS-LEE-FERIADO
           NOT INVALID KEY MOVE 0 TO WS-LEE-FERIADO.
       IF WS-LEE-FERIADO = 0
           PERFORM LEER-SIGUIENTE-FERIADO
           PERFORM ACUMULAR-FERIADO-SIM UNTIL WS-LEE-FERIADO = 1.
       IF WS-FER-ACT NOT < WS-RETRASO-ACT
           MOVE 0 TO WS-RETRASO-ACT
       ELSE
           SUBTRACT WS-FER-ACT FROM WS-RETRASO-ACT.
       IF WS-FER-SIM NOT < WS-RETRASO-SIM
           MOVE 0 TO WS-RETRASO-SIM
       ELSE
           SUBTRACT WS-FER-SIM FROM WS-RETRASO-SIM.

       LEER-SIGUIENTE-FERIADO.
       MOVE "READ    LEER-SIGUIENTE-FERIADO" TO WS-ERR-DONDE
       READ FERIADOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-FERIADO.

       ACUMULAR-FERIADO-SIM.
       IF FECHA-FERIADO > WS-FECHA-FIN
           MOVE 1 TO WS-LEE-FERIADO
       ELSE
           MOVE FECHA-FERIADO TO WS-FECHA-CONV
           PERFORM CONVERTIR-FECHA-A-DIAS
           IF WS-DIAS-CONV > WS-VENCE-ACT
               ADD 1 TO WS-FER-ACT
           END-IF
           IF WS-DIAS-CONV > WS-VENCE-SIM
               ADD 1 TO WS-FER-SIM
           END-IF
           PERFORM LEER-SIGUIENTE-FERIADO.

       ACUMULAR-PRESTAMO-SIM.
       ADD WS-MULTA-ACT TO WS-TIP-MULTA-ACT(WS-IDX-TIP).
       ADD WS-MULTA-SIM TO WS-TIP-MULTA-SIM(WS-IDX-TIP).
       ADD WS-ALQ-ACT TO WS-TIP-ALQUILER-ACT(WS-IDX-TIP).
       ADD WS-ALQ-SIM TO WS-TIP-ALQUILER-SIM(WS-IDX-TIP).
       ADD WS-MULTA-ACT TO WS-CTG-MULTA-ACT(WS-IDX-CTG).
       ADD WS-MULTA-SIM TO WS-CTG-MULTA-SIM(WS-IDX-CTG).
       ADD WS-ALQ-ACT TO WS-CTG-ALQ-ACT(WS-IDX-CTG).
       ADD WS-ALQ-SIM TO WS-CTG-ALQ-SIM(WS-IDX-CTG).
       MOVE 0 TO WS-CUO-ACT.
       MOVE 0 TO WS-CUO-SIM.
       PERFORM ANOTAR-SOCIO-SIM.

       *>SUMA AL SOCIO DE WS-SIM-CEDULA LO QUE LE TOCA EN CADA CASO;
       *>EL PRIMER MOVIMIENTO LE ABRE SU REGISTRO DE TRABAJO.
       ANOTAR-SOCIO-SIM.
       MOVE WS-SIM-CEDULA TO SIMT-CEDULA.
       MOVE "READ    ANOTAR-SOCIO-SIM" TO WS-ERR-DONDE
       READ SIMULACION-TRABAJO-ARCHIVO RECORD
           KEY SIMT-CEDULA
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           MOVE ZEROS TO SIMULACION-TRABAJO-REGISTRO
           MOVE WS-SIM-CEDULA TO SIMT-CEDULA
           MOVE WS-IDX-CTG TO SIMT-CATEGORIA.
       ADD WS-MULTA-ACT TO SIMT-MULTA-ACT.
       ADD WS-MULTA-SIM TO SIMT-MULTA-SIM.
       ADD WS-ALQ-ACT TO SIMT-ALQ-ACT.
       ADD WS-ALQ-SIM TO SIMT-ALQ-SIM.
       ADD WS-CUO-ACT TO SIMT-CUO-ACT.
       ADD WS-CUO-SIM TO SIMT-CUO-SIM.
       IF WS-INDICADOR = 0
           MOVE "WRITE   ANOTAR-SOCIO-SIM" TO WS-ERR-DONDE
           WRITE SIMULACION-TRABAJO-REGISTRO
       ELSE
           MOVE "REWRITE ANOTAR-SOCIO-SIM" TO WS-ERR-DONDE
           REWRITE SIMULACION-TRABAJO-REGISTRO.

       LEER-SIGUIENTE-PAGO.
       MOVE "READ    LEER-SIGUIENTE-PAGO" TO WS-ERR-DONDE
       READ PAGOS-CUOTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-PAGO.

       *>CADA PAGO DE CUOTA DEL PERIODO SE VUELVE A COBRAR CON LA
       *>CUOTA PROPUESTA DE LA CATEGORIA, POR LOS MISMOS MESES QUE
       *>CUBRIO. SI LA CUOTA DE LA CATEGORIA NO CAMBIA, EL PAGO
       *>QUEDA IGUAL.
       REPASAR-PAGO.
       IF FECHA-CUOTA NOT < WS-FECHA-DESDE
           AND FECHA-CUOTA NOT > WS-FECHA-HASTA
           ADD 1 TO WS-PAGOS-REVISADOS
           MOVE CEDULA-USUARIO-CUO TO CEDULA-USUARIO
           PERFORM BUSCAR-CATEGORIA-SOCIO
           MOVE MONTO-PAGO-CUOTA TO WS-CUO-ACT
           MOVE MONTO-PAGO-CUOTA TO WS-CUO-SIM
           IF WS-IDX-CTG NOT > 4
               IF WS-CTG-CAMBIA(WS-IDX-CTG) = 1
                   PERFORM RECALCULAR-PAGO-CUOTA
               END-IF
           END-IF
           ADD WS-CUO-ACT TO WS-CTG-CUO-ACT(WS-IDX-CTG)
           ADD WS-CUO-SIM TO WS-CTG-CUO-SIM(WS-IDX-CTG)
           MOVE 0 TO WS-MULTA-ACT
           MOVE 0 TO WS-MULTA-SIM
           MOVE 0 TO WS-ALQ-ACT
           MOVE 0 TO WS-ALQ-SIM
           MOVE CEDULA-USUARIO-CUO TO WS-SIM-CEDULA
           PERFORM ANOTAR-SOCIO-SIM
       END-IF.
       PERFORM LEER-SIGUIENTE-PAGO.

       RECALCULAR-PAGO-CUOTA.
       MOVE MESES-PAGADOS-CUO TO WS-MESES-PAGO.
       IF WS-MESES-PAGO = 0
           MOVE WS-CTG-MESES-SIM(WS-IDX-CTG) TO WS-MESES-PAGO.
       COMPUTE WS-CUO-SIM ROUNDED =
           WS-CTG-CUOTA-SIM(WS-IDX-CTG) * WS-MESES-PAGO
           / WS-CTG-MESES-SIM(WS-IDX-CTG).

       LEER-SIGUIENTE-TRABAJO.
       MOVE "READ    LEER-SIGUIENTE-TRABAJO" TO WS-ERR-DONDE
       READ SIMULACION-TRABAJO-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-TRABAJO.

       *>UN SOCIO ESTA AFECTADO SI PAGA DISTINTO CON LOS VALORES
       *>PROPUESTOS, Y BLOQUEADO SI LE TOCA ALGUNA MULTA POR RETRASO.
       CONTAR-SOCIO.
       MOVE SIMT-CATEGORIA TO WS-IDX-CTG.
       ADD 1 TO WS-CTG-SOCIOS(WS-IDX-CTG).
       IF SIMT-MULTA-ACT > 0
           ADD 1 TO WS-CTG-BLOQ-ACT(WS-IDX-CTG).
       IF SIMT-MULTA-SIM > 0
           ADD 1 TO WS-CTG-BLOQ-SIM(WS-IDX-CTG).
       IF SIMT-MULTA-ACT NOT = SIMT-MULTA-SIM
           OR SIMT-ALQ-ACT NOT = SIMT-ALQ-SIM
           OR SIMT-CUO-ACT NOT = SIMT-CUO-SIM
           ADD 1 TO WS-CTG-AFECTADOS(WS-IDX-CTG).
       PERFORM LEER-SIGUIENTE-TRABAJO.

       *>EL REPORTE: LOS VALORES PROPUESTOS, LA COMPARACION POR
       *>CATEGORIA DE SOCIO CON SU TOTAL Y LA COMPARACION POR TIPO.
       REPORTE-SIMULACION.
       MOVE "simulacion_tarifas" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       STRING "Periodo del " WS-FECHA-DESDE " al " WS-FECHA-HASTA
           DELIMITED BY SIZE INTO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-SIMULACION-RUTA.
       OPEN OUTPUT REPORTE-SIMULACION-ARCHIVO.
       MOVE SPACES TO WS-LINEA.
       STRING "---Simulacion de tarifas y politicas del "
           WS-FECHA-DESDE " al " WS-FECHA-HASTA "---"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-SIMULACION.
       STRING "(valores propuestos solo para esta simulacion; no se "
           "grabo ningun cambio)" DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-SIMULACION.
       PERFORM IMPRIMIR-PROPUESTA.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-SIMULACION.
       STRING "Prestamos del periodo: " WS-PRESTAMOS-REVISADOS
           "  (de tipos sin politica, sin simular: " WS-SIN-POLITICA
           ")" DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-SIMULACION.
       STRING "Pagos de cuotas del periodo: " WS-PAGOS-REVISADOS
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-SIMULACION.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-SIMULACION.
       MOVE "Por categoria de socio:" TO WS-LINEA.
       PERFORM IMPRIMIR-SIMULACION.
       PERFORM SUMAR-TOTAL-CTG
           VARYING WS-IDX-CTG FROM 1 BY 1 UNTIL WS-IDX-CTG > 6.
       PERFORM IMPRIMIR-CATEGORIA
           VARYING WS-IDX-CTG FROM 1 BY 1 UNTIL WS-IDX-CTG > 7.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-SIMULACION.
       MOVE "Por tipo de instrumento:" TO WS-LINEA.
       PERFORM IMPRIMIR-SIMULACION.
       PERFORM IMPRIMIR-TIPO
           VARYING WS-IDX-TIP FROM 1 BY 1
           UNTIL WS-IDX-TIP > WS-TIP-USADOS.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-SIMULACION.
       STRING "El plazo de cada prestamo se arma con los dias de la "
           "politica del tipo, ajustados"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-SIMULACION.
       STRING "por categoria o grupo; los feriados no cuentan como "
           "retraso. Bloqueado: socio con"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-SIMULACION.
       STRING "al menos una multa por retraso en el periodo. Los "
           "prestamos abiertos se cuentan"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-SIMULACION.
       MOVE SPACES TO WS-LINEA.
       STRING "como devueltos el " WS-FECHA-CORTE "."
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-SIMULACION.
       CLOSE REPORTE-SIMULACION-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.

       *>SOLO LO QUE SE CAMBIO RESPECTO DE LO VIGENTE.
       IMPRIMIR-PROPUESTA.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-SIMULACION.
       MOVE "Valores propuestos:" TO WS-LINEA.
       PERFORM IMPRIMIR-SIMULACION.
       IF WS-TARIFA-GRAL-CAMBIA = 1
           MOVE WS-TARIFA-GRAL-ACT TO WS-ED-TARIFA-ACT
           MOVE WS-TARIFA-GRAL-SIM TO WS-ED-TARIFA-SIM
           STRING "  Tarifa general de retraso: " WS-ED-TARIFA-ACT
               " -> " WS-ED-TARIFA-SIM
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-SIMULACION.
       PERFORM IMPRIMIR-TIPO-PROPUESTO
           VARYING WS-IDX-TIP FROM 1 BY 1
           UNTIL WS-IDX-TIP > WS-TIP-USADOS.
       PERFORM IMPRIMIR-CUOTA-PROPUESTA
           VARYING WS-IDX-CTG FROM 1 BY 1 UNTIL WS-IDX-CTG > 4.

       IMPRIMIR-TIPO-PROPUESTO.
       IF WS-TIP-CAMBIA(WS-IDX-TIP) = 1
           STRING "  Tipo " WS-TIP-CODIGO(WS-IDX-TIP) ": dias "
               WS-TIP-DIAS-ACT(WS-IDX-TIP) " -> "
               WS-TIP-DIAS-SIM(WS-IDX-TIP)
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-SIMULACION
           MOVE WS-TIP-DIA-ACT(WS-IDX-TIP) TO WS-ED-TARIFA-ACT
           MOVE WS-TIP-DIA-SIM(WS-IDX-TIP) TO WS-ED-TARIFA-SIM
           STRING "    retraso por dia " WS-ED-TARIFA-ACT " -> "
               WS-ED-TARIFA-SIM
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-SIMULACION
           MOVE WS-TIP-ALQ-ACT(WS-IDX-TIP) TO WS-ED-TARIFA-ACT
           MOVE WS-TIP-ALQ-SIM(WS-IDX-TIP) TO WS-ED-TARIFA-SIM
           STRING "    alquiler por prestamo " WS-ED-TARIFA-ACT
               " -> " WS-ED-TARIFA-SIM
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-SIMULACION.

       IMPRIMIR-CUOTA-PROPUESTA.
       IF WS-CTG-CAMBIA(WS-IDX-CTG) = 1
           MOVE WS-CTG-CUOTA-ACT(WS-IDX-CTG) TO WS-ED-TARIFA-ACT
           MOVE WS-CTG-CUOTA-SIM(WS-IDX-CTG) TO WS-ED-TARIFA-SIM
           STRING "  Cuota " WS-NOMBRE-CTG(WS-IDX-CTG) ": "
               WS-ED-TARIFA-ACT " por " WS-CTG-MESES-ACT(WS-IDX-CTG)
               " mes(es) -> " WS-ED-TARIFA-SIM " por "
               WS-CTG-MESES-SIM(WS-IDX-CTG) " mes(es)"
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-SIMULACION.

       SUMAR-TOTAL-CTG.
       ADD WS-CTG-PRESTAMOS(WS-IDX-CTG) TO WS-CTG-PRESTAMOS(7).
       ADD WS-CTG-SOCIOS(WS-IDX-CTG) TO WS-CTG-SOCIOS(7).
       ADD WS-CTG-AFECTADOS(WS-IDX-CTG) TO WS-CTG-AFECTADOS(7).
       ADD WS-CTG-BLOQ-ACT(WS-IDX-CTG) TO WS-CTG-BLOQ-ACT(7).
       ADD WS-CTG-BLOQ-SIM(WS-IDX-CTG) TO WS-CTG-BLOQ-SIM(7).
       ADD WS-CTG-MULTA-ACT(WS-IDX-CTG) TO WS-CTG-MULTA-ACT(7).
       ADD WS-CTG-MULTA-SIM(WS-IDX-CTG) TO WS-CTG-MULTA-SIM(7).
       ADD WS-CTG-ALQ-ACT(WS-IDX-CTG) TO WS-CTG-ALQ-ACT(7).
       ADD WS-CTG-ALQ-SIM(WS-IDX-CTG) TO WS-CTG-ALQ-SIM(7).
       ADD WS-CTG-CUO-ACT(WS-IDX-CTG) TO WS-CTG-CUO-ACT(7).
       ADD WS-CTG-CUO-SIM(WS-IDX-CTG) TO WS-CTG-CUO-SIM(7).

       *>LAS CATEGORIAS SIN MOVIMIENTO NO SE LISTAN; EL TOTAL SI.
       IMPRIMIR-CATEGORIA.
       IF WS-CTG-SOCIOS(WS-IDX-CTG) > 0 OR WS-IDX-CTG = 7
           STRING "  " WS-NOMBRE-CTG(WS-IDX-CTG) " prestamos "
               WS-CTG-PRESTAMOS(WS-IDX-CTG) "  socios "
               WS-CTG-SOCIOS(WS-IDX-CTG) "  afectados "
               WS-CTG-AFECTADOS(WS-IDX-CTG)
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-SIMULACION
           MOVE "Multas por retraso" TO WS-CMP-CONCEPTO
           MOVE WS-CTG-MULTA-ACT(WS-IDX-CTG) TO WS-CMP-ACT
           MOVE WS-CTG-MULTA-SIM(WS-IDX-CTG) TO WS-CMP-SIM
           PERFORM IMPRIMIR-COMPARACION
           MOVE "Alquileres" TO WS-CMP-CONCEPTO
           MOVE WS-CTG-ALQ-ACT(WS-IDX-CTG) TO WS-CMP-ACT
           MOVE WS-CTG-ALQ-SIM(WS-IDX-CTG) TO WS-CMP-SIM
           PERFORM IMPRIMIR-COMPARACION
           MOVE "Cuotas" TO WS-CMP-CONCEPTO
           MOVE WS-CTG-CUO-ACT(WS-IDX-CTG) TO WS-CMP-ACT
           MOVE WS-CTG-CUO-SIM(WS-IDX-CTG) TO WS-CMP-SIM
           PERFORM IMPRIMIR-COMPARACION
           STRING "    Socios bloqueados    actual "
               WS-CTG-BLOQ-ACT(WS-IDX-CTG) "  simulado "
               WS-CTG-BLOQ-SIM(WS-IDX-CTG)
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-SIMULACION.

       *>LOS TIPOS SIN PRESTAMOS EN EL PERIODO NO SE LISTAN.
       IMPRIMIR-TIPO.
       IF WS-TIP-PRESTAMOS(WS-IDX-TIP) > 0
           STRING "  " WS-TIP-CODIGO(WS-IDX-TIP) " prestamos "
               WS-TIP-PRESTAMOS(WS-IDX-TIP)
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-SIMULACION
           MOVE "Multas por retraso" TO WS-CMP-CONCEPTO
           MOVE WS-TIP-MULTA-ACT(WS-IDX-TIP) TO WS-CMP-ACT
           MOVE WS-TIP-MULTA-SIM(WS-IDX-TIP) TO WS-CMP-SIM
           PERFORM IMPRIMIR-COMPARACION
           MOVE "Alquileres" TO WS-CMP-CONCEPTO
           MOVE WS-TIP-ALQUILER-ACT(WS-IDX-TIP) TO WS-CMP-ACT
           MOVE WS-TIP-ALQUILER-SIM(WS-IDX-TIP) TO WS-CMP-SIM
           PERFORM IMPRIMIR-COMPARACION.

       *>UNA LINEA CON LO ACTUAL, LO SIMULADO Y LA DIFERENCIA
       *>(SIMULADO MENOS ACTUAL) CON SU SIGNO.
       IMPRIMIR-COMPARACION.
       IF WS-CMP-SIM < WS-CMP-ACT
           COMPUTE WS-CMP-DIF = WS-CMP-ACT - WS-CMP-SIM
           MOVE "-" TO WS-CMP-SIGNO
       ELSE
           COMPUTE WS-CMP-DIF = WS-CMP-SIM - WS-CMP-ACT
           MOVE "+" TO WS-CMP-SIGNO.
       MOVE WS-CMP-ACT TO WS-ED-ACT.
       MOVE WS-CMP-SIM TO WS-ED-SIM.
       MOVE WS-CMP-DIF TO WS-ED-DIF.
       STRING "    " WS-CMP-CONCEPTO " actual " WS-ED-ACT
           "  simulado " WS-ED-SIM "  dif " WS-CMP-SIGNO WS-ED-DIF
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-SIMULACION.

       IMPRIMIR-SIMULACION.
       *>MUESTRA LA LINEA EN PANTALLA Y LA DEJA GRABADA EN EL REPORTE.
       DISPLAY WS-LINEA.
       WRITE REPORTE-SIMULACION-LINEA FROM WS-LINEA.
       MOVE SPACES TO WS-LINEA.

       *>VALIDA QUE WS-FECHA-VAL SEA UNA FECHA AAAAMMDD POSIBLE DEL
       *>CALENDARIO, IGUAL QUE EN INCIDENTES.CBL.
       VALIDAR-FECHA.
       MOVE 1 TO WS-FECHA-OK.
       PERFORM CALCULAR-DIA-TOPE.
       IF WS-DIA-TOPE = 0
           MOVE 0 TO WS-FECHA-OK.
       IF WS-FECHA-OK = 1
           IF WS-VAL-DD = 0 OR WS-VAL-DD > WS-DIA-TOPE
               MOVE 0 TO WS-FECHA-OK.

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

       VOLVER.
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
       MOVE SPACES TO WS-ARCHIVO-PRESTAMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "archivo_prestamos.dat" DELIMITED BY SIZE
           INTO WS-ARCHIVO-PRESTAMOS-RUTA.
       MOVE SPACES TO WS-USUARIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios.dat" DELIMITED BY SIZE INTO WS-USUARIOS-RUTA.
       MOVE SPACES TO WS-GRUPOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "grupos.dat" DELIMITED BY SIZE INTO WS-GRUPOS-RUTA.
       MOVE SPACES TO WS-POLITICAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "politicas.dat" DELIMITED BY SIZE INTO WS-POLITICAS-RUTA.
       MOVE SPACES TO WS-TARIFAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "tarifas.dat" DELIMITED BY SIZE INTO WS-TARIFAS-RUTA.
       MOVE SPACES TO WS-CUOTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "cuotas.dat" DELIMITED BY SIZE INTO WS-CUOTAS-RUTA.
       MOVE SPACES TO WS-PAGOS-CUOTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "pagos_cuotas.dat" DELIMITED BY SIZE
           INTO WS-PAGOS-CUOTAS-RUTA.
       MOVE SPACES TO WS-FERIADOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "feriados.dat" DELIMITED BY SIZE INTO WS-FERIADOS-RUTA.
       MOVE SPACES TO WS-CAMBIOS-PRESTAMO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "prestamos_cambios.dat" DELIMITED BY SIZE
           INTO WS-CAMBIOS-PRESTAMO-RUTA.
       MOVE SPACES TO WS-SIMULACION-TRABAJO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "simulacion_trabajo.dat" DELIMITED BY SIZE
           INTO WS-SIMULACION-TRABAJO-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
       EXIT PROGRAM.
