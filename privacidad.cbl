       IDENTIFICATION DIVISION.
       PROGRAM-ID. Privacidad INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       *>DATOS PERSONALES DE LOS SOCIOS. EL INFORME POR CEDULA JUNTA
       *>TODO LO QUE EL CLUB GUARDA DE UNA PERSONA (FICHA, PRESTAMOS
       *>VIGENTES Y ARCHIVADOS, MULTAS Y SUS PAGOS, RESERVAS,
       *>CERTIFICACIONES, NOTIFICACIONES Y LA AUDITORIA) PARA
       *>RESPONDER CUANDO UN EX SOCIO LO PIDE. LA ANONIMIZACION
       *>PERIODICA BORRA NOMBRE, DIRECCION Y TELEFONO DE LOS EX SOCIOS
       *>SIN MOVIMIENTO, SIN PRESTAMOS ABIERTOS Y SIN DEUDA DESDE HACE
       *>"ANONIMIZAR" AÑOS (VER PARAMETROS.CBL), Y CAMBIA SU CEDULA
       *>POR UNA CLAVE SEUDONIMA EN TODO SU HISTORIAL, DE MODO QUE
       *>LAS ESTADISTICAS DE PRESTAMOS Y MULTAS NO SE ALTEREN. LA
       *>CASCADA SIGUE A FUSIONAR-CEDULAS EN DUPLICADOS.CBL.
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

       SELECT OPTIONAL USUARIOS-NACIMIENTO-ARCHIVO
       ASSIGN TO WS-USUARIOS-NACIMIENTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO-NAC
       ALTERNATE RECORD KEY IS CEDULA-REPRESENTANTE-NAC
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS-NACIMIENTO.

       SELECT OPTIONAL PRESTAMOS-ARCHIVO
       ASSIGN TO WS-PRESTAMOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-PR WITH DUPLICATES
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-PR WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PRESTAMOS.

       SELECT OPTIONAL ARCHIVO-PRESTAMOS-ARCHIVO
       ASSIGN TO WS-ARCHIVO-PRESTAMOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-LLAVE-ARC
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-ARC WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ARCHIVO-PRESTAMOS.

       SELECT OPTIONAL MULTAS-ARCHIVO
       ASSIGN TO WS-MULTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS MUL-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-MUL WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-MULTAS.

       SELECT OPTIONAL PAGOS-MULTAS-ARCHIVO
       ASSIGN TO WS-PAGOS-MULTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PAGO-LLAVE
       ALTERNATE RECORD KEY IS MUL-LLAVE-PAGO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PAGOS-MULTAS.

       SELECT OPTIONAL RESERVAS-ARCHIVO
       ASSIGN TO WS-RESERVAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS RES-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-RES WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-RESERVAS.

       SELECT OPTIONAL CERTIFICACIONES-ARCHIVO
       ASSIGN TO WS-CERTIFICACIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CERT-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CERTIFICACIONES.

       SELECT OPTIONAL NOTIFICACIONES-ARCHIVO
       ASSIGN TO WS-NOTIFICACIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS NOTIF-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-NOTIFICACIONES.

       *>UN SOCIO CON UN INCIDENTE ABIERTO A SU NOMBRE NO SE
       *>ANONIMIZA: EL SEGURO O LA POLICIA PUEDEN PEDIR SUS DATOS.
       SELECT OPTIONAL INCIDENTES-ARCHIVO
       ASSIGN TO WS-INCIDENTES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS INC-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INCIDENTES.

       *>LAS FIANZAS Y LOS PAGOS DE CUOTAS TAMBIEN SIGUEN A LA CLAVE
       *>SEUDONIMA, O VERIFICAR.CBL LOS REPORTARIA COMO HUERFANOS.
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

       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       *>LA AUDITORIA YA ARCHIVADA (VER ARCHIVAR.CBL) TAMBIEN ENTRA
       *>EN EL INFORME.
       SELECT OPTIONAL ARCHIVO-AUDITORIA-ARCHIVO
       ASSIGN TO WS-ARCHIVO-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE-ARC
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ARCHIVO-AUDITORIA.

       *>BITACORA DE ANONIMIZACIONES: UNA LINEA POR SOCIO, LLAVEADA
       *>POR SU CLAVE SEUDONIMA, CON EL SUPERVISOR QUE LA AUTORIZO.
       *>NO GUARDA LA CEDULA ORIGINAL.
       SELECT OPTIONAL ANONIMIZACIONES-ARCHIVO
       ASSIGN TO WS-ANONIMIZACIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ANO-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ANONIMIZACIONES.

       *>PARA VALIDAR LA CLAVE DEL SUPERVISOR QUE AUTORIZA LA
       *>ANONIMIZACION, IGUAL QUE EN COMPRAS.CBL.
       SELECT OPTIONAL OPERADORES-ARCHIVO
       ASSIGN TO WS-OPERADORES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-OPERADOR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-OPERADORES.

       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO WS-PARAMETROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PARAM-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PARAMETROS.

       *>CONTROL CENTRAL DE NUMERACION (VER CORRELATIVOS.CBL): LA
       *>SERIE ANONIMO NUMERA LAS CLAVES SEUDONIMAS.
       SELECT OPTIONAL CORRELATIVOS-ARCHIVO
       ASSIGN TO WS-CORRELATIVOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CORR-SERIE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CORRELATIVOS.

       SELECT OPTIONAL REPORTE-DATOS-ARCHIVO
       ASSIGN TO WS-REPORTE-DATOS-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL REPORTE-ANONIMIZACION-ARCHIVO
       ASSIGN TO WS-REPORTE-ANONIMIZACION-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       *>COPIA DEL REGISTRO DE USUARIOS.DAT. LOS NOMBRES DE CAMPOS SE
       *>SUFIJAN CON "-USR" PARA NO CHOCAR, IGUAL QUE EN
       *>DUPLICADOS.CBL.
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
               *>CATEGORIA DEL SOCIO: infantil, adulto, entrenador O
               *>personal. PRESTAMOS.CBL AJUSTA LA POLITICA DEL TIPO
               *>SEGUN LA CATEGORIA (VER AJUSTAR-POLITICA-CATEGORIA).
               05 CATEGORIA-USR       PIC X(10).

       FD USUARIOS-TIPOS-ARCHIVO.
           01 USUARIOS-TIPOS-REGISTRO.
               05 UT-LLAVE.
                   10 CEDULA-USUARIO-UT   PIC X(11).
                   10 TIPO-INSTRUMENTO-UT PIC X(40).

       *>COPIA DEL REGISTRO DE USUARIOS_NACIMIENTO.DAT (VER
       *>USUARIOS.CBL).
       FD USUARIOS-NACIMIENTO-ARCHIVO.
           01 USUARIOS-NACIMIENTO-REGISTRO.
               05 CEDULA-USUARIO-NAC       PIC X(11).
               05 FECHA-NACIMIENTO-NAC     PIC 9(8).
               05 CEDULA-REPRESENTANTE-NAC PIC X(11).
               05 PARENTESCO-NAC           PIC X(12).
               05 STATUS-REPRESENTACION-NAC PIC X(8).

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
       *>ARCHIVAR.CBL).
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

       FD MULTAS-ARCHIVO.
           01 MULTAS-REGISTRO.
               05 MUL-LLAVE.
                   10 CEDULA-USUARIO-MUL   PIC X(11).
                   10 ID-INSTRUMENTO-MUL   PIC X(6).
                   10 FECHA-MULTA          PIC 9(8).
               05 MOTIVO-MULTA         PIC X(30).
               05 MONTO-MULTA          PIC 9(6)V99.
               05 STATUS-MULTA         PIC X(10).

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

       *>COPIA DEL REGISTRO DE CERTIFICACIONES.DAT (VER USUARIOS.CBL).
       FD CERTIFICACIONES-ARCHIVO.
           01 CERTIFICACIONES-REGISTRO.
               05 CERT-LLAVE.
                   10 CEDULA-CERT      PIC X(11).
                   10 CODIGO-TIPO-CERT PIC X(3).
               05 CURSO-CERT         PIC X(30).
               05 FECHA-OBTENIDA-CERT PIC 9(8).
               05 FECHA-VENCE-CERT    PIC 9(8).

       *>COPIA DEL REGISTRO DE NOTIFICACIONES.DAT (VER CIERRE.CBL).
       FD NOTIFICACIONES-ARCHIVO.
           01 NOTIFICACIONES-REGISTRO.
               05 NOTIF-LLAVE.
                   10 NOTIF-FECHA     PIC 9(8).
                   10 NOTIF-HORA      PIC 9(8).
                   10 NOTIF-SECUENCIA PIC 9(2).
               05 CEDULA-USUARIO-NOT  PIC X(11).
               05 TELEFONO-NOT        PIC 9(11).
               05 TIPO-NOTIF          PIC X(12).
               05 DETALLE-NOTIF       PIC X(60).
               05 STATUS-NOTIF        PIC X(10).

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

       *>COPIA DEL REGISTRO DE FIANZAS.DAT (VER PRESTAMOS.CBL).
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

       *>COPIA DEL REGISTRO DE PAGOS_CUOTAS.DAT (VER USUARIOS.CBL).
       FD PAGOS-CUOTAS-ARCHIVO.
           01 PAGOS-CUOTAS-REGISTRO.
               05 CUO-LLAVE.
                   10 RECIBO-CUOTA PIC 9(8).
               05 CEDULA-USUARIO-CUO PIC X(11).
               05 FECHA-CUOTA        PIC 9(8).
               05 MONTO-PAGO-CUOTA   PIC 9(6)V99.
               05 MESES-PAGADOS-CUO  PIC 9(2).

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

       FD ANONIMIZACIONES-ARCHIVO.
           01 ANONIMIZACIONES-REGISTRO.
               05 ANO-CLAVE            PIC X(11). *>CLAVE SEUDONIMA.
               05 ANO-FECHA            PIC 9(8).
               05 ANO-OPERADOR         PIC X(10).
               05 ANO-SUPERVISOR       PIC X(10).
               05 ANO-ULTIMA-ACTIVIDAD PIC 9(8).
               05 ANO-AÑOS-PARAMETRO   PIC 9(2).
               05 ANO-PRESTAMOS        PIC 9(5).
               05 ANO-MULTAS           PIC 9(5).

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

       *>COPIA DEL REGISTRO DE PARAMETROS.DAT (VER BLOQUEOS.CBL).
       FD PARAMETROS-ARCHIVO.
           01 PARAMETROS-REGISTRO.
               05 PARAM-NOMBRE PIC X(12).
               05 PARAM-VALOR  PIC 9(6).

       FD CORRELATIVOS-ARCHIVO.
           01 CORRELATIVOS-REGISTRO.
               05 CORR-SERIE        PIC X(10).
               05 CORR-SIGUIENTE    PIC 9(8). *>PROXIMO NUMERO A DAR.
               05 CORR-FECHA-ACT    PIC 9(8).
               05 CORR-OPERADOR-ACT PIC X(10).

       FD REPORTE-DATOS-ARCHIVO.
           01 REPORTE-DATOS-LINEA PIC X(100).

       FD REPORTE-ANONIMIZACION-ARCHIVO.
           01 REPORTE-ANONIMIZACION-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS
       01 WS-TITULO.
           05 FILLER   PIC X(30) VALUE SPACES.
           05 WS-TIT   PIC X(20) VALUE "Datos Personales".
           05 FILLER   PIC X(30) VALUE SPACES.

       01 WS-LINEA PIC X(100).

       77 WS-OPCION PIC 9(2).
       77 WS-SI-NO PIC X(1).
       77 WS-INDICADOR PIC 9(1).
       77 LEE-TODO PIC 9(1).
       77 WS-LEE-INTERNO PIC 9(1).
       77 WS-FECHA-HOY PIC 9(8).

       *>CEDULA DEL INFORME Y SU LARGO SIN LOS BLANCOS DEL FINAL,
       *>PARA BUSCARLA DENTRO DE LOS TEXTOS DE LA AUDITORIA.
       77 WS-CEDULA-INF PIC X(11).
       77 WS-LARGO-CED PIC 9(2).
       77 WS-APARICIONES PIC 9(4).
       77 WS-HALLADOS PIC 9(5).
       77 WS-HALLADOS-TOTAL PIC 9(6).
       77 WS-TITULO-SECCION PIC X(40).

       *>PARAMETRO ANONIMIZAR Y FECHA DE CORTE: LA ULTIMA ACTIVIDAD
       *>DEL SOCIO DEBE SER ANTERIOR A ESTA FECHA.
       77 WS-AÑOS-ANONIMIZAR PIC 9(2).
       77 WS-FECHA-CORTE PIC 9(8).

       *>EVALUACION DEL SOCIO EN CURSO.
       77 WS-ULTIMA-ACTIVIDAD PIC 9(8).
       77 WS-PRESTAMOS-ABIERTOS PIC 9(4).
       77 WS-MULTAS-PENDIENTES PIC 9(4).
       77 WS-REPRESENTA PIC 9(1).
       77 WS-INCIDENTE-ABIERTO PIC 9(1).

       *>CEDULAS CON ALGUN INCIDENTE ABIERTO, CARGADAS UNA VEZ AL
       *>EMPEZAR LA CORRIDA.
       77 WS-INC-USADOS PIC 9(3).
       77 WS-IDX-INC PIC 9(3).
       01 WS-TABLA-INCIDENTES.
           05 WS-INC-CEDULA PIC X(11) OCCURS 300.

       *>SOCIOS QUE CUMPLEN LAS CONDICIONES. SE JUNTAN PRIMERO Y SE
       *>ANONIMIZAN DESPUES, PORQUE LA ANONIMIZACION CAMBIA LA LLAVE
       *>DE USUARIOS.DAT Y NO SE PUEDE HACER EN MEDIO DEL RECORRIDO.
       77 WS-CAND-USADOS PIC 9(3).
       77 WS-IDX-CAND PIC 9(3).
       01 WS-TABLA-CANDIDATOS.
           05 WS-CAND-FILA OCCURS 500.
               10 WS-CAND-CEDULA  PIC X(11).
               10 WS-CAND-NOMBRE  PIC X(40).
               10 WS-CAND-ULTIMA  PIC 9(8).
       77 WS-OMITIDOS-INC PIC 9(4).
       77 WS-DESBORDE PIC 9(1).

       *>CEDULA QUE SE ANONIMIZA Y SU CLAVE SEUDONIMA ("ANON" Y EL
       *>NUMERO DE LA SERIE ANONIMO).
       77 WS-CEDULA-ANON PIC X(11).
       01 WS-SEUDONIMO.
           05 WS-SEUDO-PREFIJO PIC X(4) VALUE "ANON".
           05 WS-SEUDO-NUMERO  PIC 9(7).
       77 WS-LLAVE-DESDE PIC X(62).
       77 WS-ANON-PRESTAMOS PIC 9(5).
       77 WS-ANON-MULTAS PIC 9(5).
       77 WS-ANON-OMITIDOS PIC 9(5).
       77 WS-ANON-HECHOS PIC 9(3).

       *>USADOS POR LA AUTORIZACION DEL SUPERVISOR.
       77 WS-SUPERVISOR-ID PIC X(10).
       77 WS-SUPERVISOR-CLAVE PIC X(10).
       77 WS-AUTORIZADO PIC 9(1).

       *>USADOS PARA TOMAR EL PROXIMO NUMERO DE UNA SERIE DEL
       *>CONTROL CENTRAL DE NUMERACION (VER TOMAR-CORRELATIVO).
       77 WS-CORR-SERIE PIC X(10).
       77 WS-CORR-NUMERO PIC 9(8).
       77 WS-HAY-CORR PIC 9(1).
       77 WS-CORR-MAYOR PIC 9(8).

       *>USADO PARA DEJAR CONSTANCIA EN LA AUDITORIA.
       77 WS-AUD-LLAVE-REG PIC X(60).

       *>DATOS DE LA CORRIDA QUE SE ANOTA EN EL CATALOGO DE
       *>REPORTES (VER CATALOGO.CBL).
       01 WS-CAT-DATOS.
           05 WS-CAT-ACCION     PIC X(1).
           05 WS-CAT-PROGRAMA   PIC X(15) VALUE "Privacidad".
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
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Privacidad".
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
       77 WS-FS-PRESTAMOS PIC X(2).
       77 WS-FS-ARCHIVO-PRESTAMOS PIC X(2).
       77 WS-FS-MULTAS PIC X(2).
       77 WS-FS-PAGOS-MULTAS PIC X(2).
       77 WS-FS-RESERVAS PIC X(2).
       77 WS-FS-CERTIFICACIONES PIC X(2).
       77 WS-FS-NOTIFICACIONES PIC X(2).
       77 WS-FS-INCIDENTES PIC X(2).
       77 WS-FS-FIANZAS PIC X(2).
       77 WS-FS-PAGOS-CUOTAS PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       77 WS-FS-ARCHIVO-AUDITORIA PIC X(2).
       77 WS-FS-ANONIMIZACIONES PIC X(2).
       77 WS-FS-OPERADORES PIC X(2).
       77 WS-FS-PARAMETROS PIC X(2).
       77 WS-FS-CORRELATIVOS PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-USUARIOS-RUTA PIC X(80).
       77 WS-USUARIOS-TIPOS-RUTA PIC X(80).
       77 WS-USUARIOS-NACIMIENTO-RUTA PIC X(80).
       77 WS-PRESTAMOS-RUTA PIC X(80).
       77 WS-ARCHIVO-PRESTAMOS-RUTA PIC X(80).
       77 WS-MULTAS-RUTA PIC X(80).
       77 WS-PAGOS-MULTAS-RUTA PIC X(80).
       77 WS-RESERVAS-RUTA PIC X(80).
       77 WS-CERTIFICACIONES-RUTA PIC X(80).
       77 WS-NOTIFICACIONES-RUTA PIC X(80).
       77 WS-INCIDENTES-RUTA PIC X(80).
       77 WS-FIANZAS-RUTA PIC X(80).
       77 WS-PAGOS-CUOTAS-RUTA PIC X(80).
       77 WS-AUDITORIA-RUTA PIC X(80).
       77 WS-ARCHIVO-AUDITORIA-RUTA PIC X(80).
       77 WS-ANONIMIZACIONES-RUTA PIC X(80).
       77 WS-OPERADORES-RUTA PIC X(80).
       77 WS-PARAMETROS-RUTA PIC X(80).
       77 WS-CORRELATIVOS-RUTA PIC X(80).
       77 WS-REPORTE-DATOS-RUTA PIC X(80).
       77 WS-REPORTE-ANONIMIZACION-RUTA PIC X(80).

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
       MOVE CEDULA-USUARIO-USR TO WS-ERR-LLAVE.
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
       ERROR-RESERVAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RESERVAS-ARCHIVO.
       ERROR-RESERVAS-ANOTAR.
       MOVE "reservas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-RESERVAS TO WS-ERR-ESTADO.
       MOVE RES-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-CERTIFICACIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON CERTIFICACIONES-ARCHIVO.
       ERROR-CERTIFICACIONES-ANOTAR.
       MOVE "certificaciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CERTIFICACIONES TO WS-ERR-ESTADO.
       MOVE CERT-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-NOTIFICACIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NOTIFICACIONES-ARCHIVO.
       ERROR-NOTIFICACIONES-ANOTAR.
       MOVE "notificaciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-NOTIFICACIONES TO WS-ERR-ESTADO.
       MOVE NOTIF-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INCIDENTES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INCIDENTES-ARCHIVO.
       ERROR-INCIDENTES-ANOTAR.
       MOVE "incidentes.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INCIDENTES TO WS-ERR-ESTADO.
       MOVE INC-LLAVE TO WS-ERR-LLAVE.
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
       ERROR-ANONIMIZACIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON ANONIMIZACIONES-ARCHIVO.
       ERROR-ANONIMIZACIONES-ANOTAR.
       MOVE "anonimizaciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ANONIMIZACIONES TO WS-ERR-ESTADO.
       MOVE ANO-CLAVE TO WS-ERR-LLAVE.
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
       ERROR-PARAMETROS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PARAMETROS-ARCHIVO.
       ERROR-PARAMETROS-ANOTAR.
       MOVE "parametros.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PARAMETROS TO WS-ERR-ESTADO.
       MOVE PARAM-NOMBRE TO WS-ERR-LLAVE.
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
       DISPLAY "1) Informe de datos personales de una cedula".
       DISPLAY "2) Anonimizar ex socios sin actividad".
       DISPLAY "3) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU.

       PERFORM FIN-PROGRAMA.

       *>RUTINAS.
       VALIDACION-MENU.
       EVALUATE WS-OPCION
       WHEN 1
           PERFORM INFORME-DATOS-PERSONALES
       WHEN 2
           PERFORM ANONIMIZAR-INACTIVOS
       WHEN 3
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-MENU
       END-EVALUATE.

       *>INFORME DE TODO LO QUE EL CLUB GUARDA DE UNA CEDULA, ARCHIVO
       *>POR ARCHIVO. LA CONSULTA QUEDA EN LA AUDITORIA.
       INFORME-DATOS-PERSONALES.
       DISPLAY "---Informe de datos personales---".
       DISPLAY " ".
       DISPLAY "Ingrese la cedula del socio o ex socio".
       ACCEPT WS-CEDULA-INF.
       IF WS-CEDULA-INF = SPACES
           DISPLAY "Debe indicar una cedula."
           PERFORM VOLVER.
       MOVE 11 TO WS-LARGO-CED.
       PERFORM ACORTAR-CEDULA
           UNTIL WS-CEDULA-INF(WS-LARGO-CED:1) NOT = SPACE.
       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
       MOVE 0 TO WS-HALLADOS-TOTAL.

       MOVE "OPEN    INFORME-DATOS-PERSONALES" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "OPEN    INFORME-DATOS-PERSONALES" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-TIPOS-ARCHIVO.
       MOVE "OPEN    INFORME-DATOS-PERSONALES" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-NACIMIENTO-ARCHIVO.
       MOVE "OPEN    INFORME-DATOS-PERSONALES" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    INFORME-DATOS-PERSONALES" TO WS-ERR-DONDE
       OPEN I-O ARCHIVO-PRESTAMOS-ARCHIVO.
       MOVE "OPEN    INFORME-DATOS-PERSONALES" TO WS-ERR-DONDE
       OPEN I-O MULTAS-ARCHIVO.
       MOVE "OPEN    INFORME-DATOS-PERSONALES" TO WS-ERR-DONDE
       OPEN I-O PAGOS-MULTAS-ARCHIVO.
       MOVE "OPEN    INFORME-DATOS-PERSONALES" TO WS-ERR-DONDE
       OPEN I-O RESERVAS-ARCHIVO.
       MOVE "OPEN    INFORME-DATOS-PERSONALES" TO WS-ERR-DONDE
       OPEN I-O CERTIFICACIONES-ARCHIVO.
       MOVE "OPEN    INFORME-DATOS-PERSONALES" TO WS-ERR-DONDE
       OPEN I-O NOTIFICACIONES-ARCHIVO.
       MOVE "OPEN    INFORME-DATOS-PERSONALES" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "OPEN    INFORME-DATOS-PERSONALES" TO WS-ERR-DONDE
       OPEN I-O ARCHIVO-AUDITORIA-ARCHIVO.
       MOVE "reporte_datos_personales" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       STRING "Cedula " WS-CEDULA-INF
           DELIMITED BY SIZE INTO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-DATOS-RUTA.
       OPEN OUTPUT REPORTE-DATOS-ARCHIVO.

       MOVE SPACES TO WS-LINEA.
       STRING "---Datos personales registrados de la cedula "
           WS-CEDULA-INF "---"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-DATOS.
       STRING "Emitido el " WS-FECHA-HOY " por " LS-CONECTAR
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-DATOS.

       PERFORM INFORMAR-FICHA.
       PERFORM INFORMAR-PRESTAMOS.
       PERFORM INFORMAR-ARCHIVADOS.
       PERFORM INFORMAR-MULTAS.
       PERFORM INFORMAR-PAGOS.
       PERFORM INFORMAR-RESERVAS.
       PERFORM INFORMAR-CERTIFICACIONES.
       PERFORM INFORMAR-NOTIFICACIONES.
       PERFORM INFORMAR-AUDITORIA.
       PERFORM INFORMAR-AUDITORIA-ARCHIVADA.

       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-DATOS.
       STRING "Total de registros encontrados: " WS-HALLADOS-TOTAL
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-DATOS.

       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Cedula " WS-CEDULA-INF " registros " WS-HALLADOS-TOTAL
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Informe datos" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.

       CLOSE USUARIOS-ARCHIVO.
       CLOSE USUARIOS-TIPOS-ARCHIVO.
       CLOSE USUARIOS-NACIMIENTO-ARCHIVO.
       CLOSE PRESTAMOS-ARCHIVO.
       CLOSE ARCHIVO-PRESTAMOS-ARCHIVO.
       CLOSE MULTAS-ARCHIVO.
       CLOSE PAGOS-MULTAS-ARCHIVO.
       CLOSE RESERVAS-ARCHIVO.
       CLOSE CERTIFICACIONES-ARCHIVO.
       CLOSE NOTIFICACIONES-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       CLOSE ARCHIVO-AUDITORIA-ARCHIVO.
       CLOSE REPORTE-DATOS-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Informe grabado en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       ACORTAR-CEDULA.
       SUBTRACT 1 FROM WS-LARGO-CED.

       *>ENCABEZA UNA SECCION DEL INFORME CON WS-TITULO-SECCION.
       ABRIR-SECCION.
       MOVE 0 TO WS-HALLADOS.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-DATOS.
       MOVE WS-TITULO-SECCION TO WS-LINEA.
       PERFORM IMPRIMIR-DATOS.

       CERRAR-SECCION.
       IF WS-HALLADOS = 0
           MOVE "  Sin registros." TO WS-LINEA
           PERFORM IMPRIMIR-DATOS.
       ADD WS-HALLADOS TO WS-HALLADOS-TOTAL.

       INFORMAR-FICHA.
       MOVE "Ficha del socio (usuarios.dat):" TO WS-TITULO-SECCION.
       PERFORM ABRIR-SECCION.
       MOVE WS-CEDULA-INF TO CEDULA-USUARIO-USR.
       MOVE "READ    INFORMAR-FICHA" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO-USR
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1
           ADD 1 TO WS-HALLADOS
           STRING "  Nombre: " NOMBRE-USUARIO-USR
               "  Sexo: " SEXO-USR
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-DATOS
           STRING "  Direccion: " DIRECCION-USR(1:80)
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-DATOS
           STRING "  Telefono: " TELEFONO-USR
               "  Tipo: " TIPO-INSTRUMENTO-USR
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-DATOS
           STRING "  Estado: " STATUS-USUARIO-USR
               "  Categoria: " CATEGORIA-USR
               "  Inscrito: " FECHA-INSCRIPCION-USR
               "  Vence: " FECHA-VENCIMIENTO-USR
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-DATOS
           PERFORM INFORMAR-NACIMIENTO
           PERFORM INFORMAR-TIPOS.
       PERFORM CERRAR-SECCION.

       INFORMAR-NACIMIENTO.
       MOVE WS-CEDULA-INF TO CEDULA-USUARIO-NAC.
       MOVE "READ    INFORMAR-NACIMIENTO" TO WS-ERR-DONDE
       READ USUARIOS-NACIMIENTO-ARCHIVO RECORD
           KEY CEDULA-USUARIO-NAC
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1
           ADD 1 TO WS-HALLADOS
           STRING "  Nacimiento: " FECHA-NACIMIENTO-NAC
               "  Representante: " CEDULA-REPRESENTANTE-NAC
               " " PARENTESCO-NAC " " STATUS-REPRESENTACION-NAC
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-DATOS.

       INFORMAR-TIPOS.
       MOVE WS-CEDULA-INF TO CEDULA-USUARIO-UT.
       MOVE "START   INFORMAR-TIPOS" TO WS-ERR-DONDE
       START USUARIOS-TIPOS-ARCHIVO
           KEY IS EQUAL TO CEDULA-USUARIO-UT
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           PERFORM LEER-SIGUIENTE-TIPO-INF
           PERFORM LISTAR-TIPO-INF UNTIL WS-LEE-INTERNO = 1.

       LEER-SIGUIENTE-TIPO-INF.
       MOVE "READ    LEER-SIGUIENTE-TIPO-INF" TO WS-ERR-DONDE
       READ USUARIOS-TIPOS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           AND CEDULA-USUARIO-UT NOT = WS-CEDULA-INF
           MOVE 1 TO WS-LEE-INTERNO.

       LISTAR-TIPO-INF.
       ADD 1 TO WS-HALLADOS.
       STRING "  Tipo adicional: " TIPO-INSTRUMENTO-UT
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-DATOS.
       PERFORM LEER-SIGUIENTE-TIPO-INF.

       INFORMAR-PRESTAMOS.
       MOVE "Prestamos (prestamos.dat):" TO WS-TITULO-SECCION.
       PERFORM ABRIR-SECCION.
       MOVE WS-CEDULA-INF TO CEDULA-USUARIO-PR.
       MOVE "START   INFORMAR-PRESTAMOS" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO
           KEY IS EQUAL TO CEDULA-USUARIO-PR
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           PERFORM LEER-SIGUIENTE-PRESTAMO-INF
           PERFORM LISTAR-PRESTAMO-INF UNTIL WS-LEE-INTERNO = 1.
       PERFORM CERRAR-SECCION.

       LEER-SIGUIENTE-PRESTAMO-INF.
       MOVE "READ    LEER-SIGUIENTE-PRESTAMO-INF" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           AND CEDULA-USUARIO-PR NOT = WS-CEDULA-INF
           MOVE 1 TO WS-LEE-INTERNO.

       LISTAR-PRESTAMO-INF.
       ADD 1 TO WS-HALLADOS.
       STRING "  " FECHA-PRESTAMO-PR " " HORA-PRESTAMO-PR
           " Equipo " ID-INSTRUMENTO-PR
           " Devolucion " FECHA-DEVOLUCION-PR
           " " STATUS-INSTRUMENTO-PR " " STATUS-PRESTAMO-PR
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-DATOS.
       PERFORM LEER-SIGUIENTE-PRESTAMO-INF.

       INFORMAR-ARCHIVADOS.
       MOVE "Prestamos archivados (archivo_prestamos.dat):"
           TO WS-TITULO-SECCION.
       PERFORM ABRIR-SECCION.
       MOVE WS-CEDULA-INF TO CEDULA-USUARIO-ARC.
       MOVE "START   INFORMAR-ARCHIVADOS" TO WS-ERR-DONDE
       START ARCHIVO-PRESTAMOS-ARCHIVO
           KEY IS EQUAL TO CEDULA-USUARIO-ARC
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           PERFORM LEER-SIGUIENTE-ARCHIVADO-INF
           PERFORM LISTAR-ARCHIVADO-INF UNTIL WS-LEE-INTERNO = 1.
       PERFORM CERRAR-SECCION.

       LEER-SIGUIENTE-ARCHIVADO-INF.
       MOVE "READ    LEER-SIGUIENTE-ARCHIVADO-INF" TO WS-ERR-DONDE
       READ ARCHIVO-PRESTAMOS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           AND CEDULA-USUARIO-ARC NOT = WS-CEDULA-INF
           MOVE 1 TO WS-LEE-INTERNO.

       LISTAR-ARCHIVADO-INF.
       ADD 1 TO WS-HALLADOS.
       STRING "  " FECHA-PRESTAMO-ARC " " HORA-PRESTAMO-ARC
           " Equipo " ID-INSTRUMENTO-ARC
           " Devolucion " FECHA-DEVOLUCION-ARC
           " " STATUS-INSTRUMENTO-ARC " " STATUS-PRESTAMO-ARC
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-DATOS.
       PERFORM LEER-SIGUIENTE-ARCHIVADO-INF.

       INFORMAR-MULTAS.
       MOVE "Multas (multas.dat):" TO WS-TITULO-SECCION.
       PERFORM ABRIR-SECCION.
       MOVE WS-CEDULA-INF TO CEDULA-USUARIO-MUL.
       MOVE "START   INFORMAR-MULTAS" TO WS-ERR-DONDE
       START MULTAS-ARCHIVO
           KEY IS EQUAL TO CEDULA-USUARIO-MUL
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           PERFORM LEER-SIGUIENTE-MULTA-INF
           PERFORM LISTAR-MULTA-INF UNTIL WS-LEE-INTERNO = 1.
       PERFORM CERRAR-SECCION.

       LEER-SIGUIENTE-MULTA-INF.
       MOVE "READ    LEER-SIGUIENTE-MULTA-INF" TO WS-ERR-DONDE
       READ MULTAS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           AND CEDULA-USUARIO-MUL NOT = WS-CEDULA-INF
           MOVE 1 TO WS-LEE-INTERNO.

       LISTAR-MULTA-INF.
       ADD 1 TO WS-HALLADOS.
       STRING "  " FECHA-MULTA " Equipo " ID-INSTRUMENTO-MUL
           " " MOTIVO-MULTA " Monto " MONTO-MULTA
           " " STATUS-MULTA
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-DATOS.
       PERFORM LEER-SIGUIENTE-MULTA-INF.

       *>LOS PAGOS SE BUSCAN POR LA LLAVE ALTERNA DE SU MULTA, QUE
       *>EMPIEZA POR LA CEDULA.
       INFORMAR-PAGOS.
       MOVE "Pagos de multas (pagos_multas.dat):"
           TO WS-TITULO-SECCION.
       PERFORM ABRIR-SECCION.
       MOVE LOW-VALUES TO MUL-LLAVE-PAGO.
       MOVE WS-CEDULA-INF TO CEDULA-USUARIO-PAGO.
       MOVE "START   INFORMAR-PAGOS" TO WS-ERR-DONDE
       START PAGOS-MULTAS-ARCHIVO
           KEY IS NOT LESS THAN MUL-LLAVE-PAGO
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           PERFORM LEER-SIGUIENTE-PAGO-INF
           PERFORM LISTAR-PAGO-INF UNTIL WS-LEE-INTERNO = 1.
       PERFORM CERRAR-SECCION.

       LEER-SIGUIENTE-PAGO-INF.
       MOVE "READ    LEER-SIGUIENTE-PAGO-INF" TO WS-ERR-DONDE
       READ PAGOS-MULTAS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           AND CEDULA-USUARIO-PAGO NOT = WS-CEDULA-INF
           MOVE 1 TO WS-LEE-INTERNO.

       LISTAR-PAGO-INF.
       ADD 1 TO WS-HALLADOS.
       STRING "  Recibo " RECIBO-PAGO " del " FECHA-PAGO
           " Monto " MONTO-PAGO " " FORMA-PAGO
           " Multa " ID-INSTRUMENTO-PAGO " " FECHA-MULTA-PAGO
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-DATOS.
       PERFORM LEER-SIGUIENTE-PAGO-INF.

       INFORMAR-RESERVAS.
       MOVE "Reservas (reservas.dat):" TO WS-TITULO-SECCION.
       PERFORM ABRIR-SECCION.
       MOVE WS-CEDULA-INF TO CEDULA-USUARIO-RES.
       MOVE "START   INFORMAR-RESERVAS" TO WS-ERR-DONDE
       START RESERVAS-ARCHIVO
           KEY IS EQUAL TO CEDULA-USUARIO-RES
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           PERFORM LEER-SIGUIENTE-RESERVA-INF
           PERFORM LISTAR-RESERVA-INF UNTIL WS-LEE-INTERNO = 1.
       PERFORM CERRAR-SECCION.

       LEER-SIGUIENTE-RESERVA-INF.
       MOVE "READ    LEER-SIGUIENTE-RESERVA-INF" TO WS-ERR-DONDE
       READ RESERVAS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           AND CEDULA-USUARIO-RES NOT = WS-CEDULA-INF
           MOVE 1 TO WS-LEE-INTERNO.

       LISTAR-RESERVA-INF.
       ADD 1 TO WS-HALLADOS.
       STRING "  " FECHA-RESERVA " " HORA-RESERVA
           " Equipo " ID-INSTRUMENTO-RES " " STATUS-RESERVA
           " Uso " FECHA-USO-DESDE-RES " al " FECHA-USO-HASTA-RES
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-DATOS.
       PERFORM LEER-SIGUIENTE-RESERVA-INF.

       INFORMAR-CERTIFICACIONES.
       MOVE "Certificaciones (certificaciones.dat):"
           TO WS-TITULO-SECCION.
       PERFORM ABRIR-SECCION.
       MOVE LOW-VALUES TO CERT-LLAVE.
       MOVE WS-CEDULA-INF TO CEDULA-CERT.
       MOVE "START   INFORMAR-CERTIFICACIONES" TO WS-ERR-DONDE
       START CERTIFICACIONES-ARCHIVO
           KEY IS NOT LESS THAN CERT-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           PERFORM LEER-SIGUIENTE-CERT-INF
           PERFORM LISTAR-CERT-INF UNTIL WS-LEE-INTERNO = 1.
       PERFORM CERRAR-SECCION.

       LEER-SIGUIENTE-CERT-INF.
       MOVE "READ    LEER-SIGUIENTE-CERT-INF" TO WS-ERR-DONDE
       READ CERTIFICACIONES-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           AND CEDULA-CERT NOT = WS-CEDULA-INF
           MOVE 1 TO WS-LEE-INTERNO.

       LISTAR-CERT-INF.
       ADD 1 TO WS-HALLADOS.
       STRING "  Tipo " CODIGO-TIPO-CERT " " CURSO-CERT
           " Obtenida " FECHA-OBTENIDA-CERT
           " Vence " FECHA-VENCE-CERT
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-DATOS.
       PERFORM LEER-SIGUIENTE-CERT-INF.

       *>LAS NOTIFICACIONES NO TIENEN LLAVE POR CEDULA; SE RECORRE EL
       *>ARCHIVO COMPLETO.
       INFORMAR-NOTIFICACIONES.
       MOVE "Notificaciones (notificaciones.dat):"
           TO WS-TITULO-SECCION.
       PERFORM ABRIR-SECCION.
       MOVE 0 TO WS-LEE-INTERNO.
       PERFORM LEER-SIGUIENTE-NOTIF.
       PERFORM LISTAR-NOTIF-INF UNTIL WS-LEE-INTERNO = 1.
       PERFORM CERRAR-SECCION.

       LEER-SIGUIENTE-NOTIF.
       MOVE "READ    LEER-SIGUIENTE-NOTIF" TO WS-ERR-DONDE
       READ NOTIFICACIONES-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-INTERNO.

       LISTAR-NOTIF-INF.
       IF CEDULA-USUARIO-NOT = WS-CEDULA-INF
           ADD 1 TO WS-HALLADOS
           STRING "  " NOTIF-FECHA " " TIPO-NOTIF
               " Tel " TELEFONO-NOT " " STATUS-NOTIF
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-DATOS
           STRING "    " DETALLE-NOTIF
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-DATOS.
       PERFORM LEER-SIGUIENTE-NOTIF.

       *>EN LA AUDITORIA LA CEDULA PUEDE ESTAR EN LA LLAVE DEL
       *>REGISTRO O EN LAS FOTOS DE ANTES Y DESPUES; SE BUSCA EN LOS
       *>TRES TEXTOS.
       INFORMAR-AUDITORIA.
       MOVE "Auditoria (auditoria.dat):" TO WS-TITULO-SECCION.
       PERFORM ABRIR-SECCION.
       MOVE 0 TO WS-LEE-INTERNO.
       PERFORM LEER-SIGUIENTE-AUDITORIA.
       PERFORM LISTAR-AUDITORIA-INF UNTIL WS-LEE-INTERNO = 1.
       PERFORM CERRAR-SECCION.

       LEER-SIGUIENTE-AUDITORIA.
       MOVE "READ    LEER-SIGUIENTE-AUDITORIA" TO WS-ERR-DONDE
       READ AUDITORIA-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-INTERNO.

       LISTAR-AUDITORIA-INF.
       MOVE 0 TO WS-APARICIONES.
       INSPECT AUD-LLAVE-REGISTRO TALLYING WS-APARICIONES
           FOR ALL WS-CEDULA-INF(1:WS-LARGO-CED).
       INSPECT AUD-ANTES TALLYING WS-APARICIONES
           FOR ALL WS-CEDULA-INF(1:WS-LARGO-CED).
       INSPECT AUD-DESPUES TALLYING WS-APARICIONES
           FOR ALL WS-CEDULA-INF(1:WS-LARGO-CED).
       IF WS-APARICIONES > 0
           ADD 1 TO WS-HALLADOS
           STRING "  " AUD-FECHA " " AUD-HORA " " AUD-OPERADOR
               " " AUD-PROGRAMA " " AUD-ACCION
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-DATOS
           STRING "    " AUD-LLAVE-REGISTRO
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-DATOS.
       PERFORM LEER-SIGUIENTE-AUDITORIA.

       INFORMAR-AUDITORIA-ARCHIVADA.
       MOVE "Auditoria archivada (archivo_auditoria.dat):"
           TO WS-TITULO-SECCION.
       PERFORM ABRIR-SECCION.
       MOVE 0 TO WS-LEE-INTERNO.
       PERFORM LEER-SIGUIENTE-AUD-ARC.
       PERFORM LISTAR-AUD-ARC-INF UNTIL WS-LEE-INTERNO = 1.
       PERFORM CERRAR-SECCION.

       LEER-SIGUIENTE-AUD-ARC.
       MOVE "READ    LEER-SIGUIENTE-AUD-ARC" TO WS-ERR-DONDE
       READ ARCHIVO-AUDITORIA-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-INTERNO.

       LISTAR-AUD-ARC-INF.
       MOVE 0 TO WS-APARICIONES.
       INSPECT AUD-LLAVE-REG-ARC TALLYING WS-APARICIONES
           FOR ALL WS-CEDULA-INF(1:WS-LARGO-CED).
       INSPECT AUD-ANTES-ARC TALLYING WS-APARICIONES
           FOR ALL WS-CEDULA-INF(1:WS-LARGO-CED).
       INSPECT AUD-DESPUES-ARC TALLYING WS-APARICIONES
           FOR ALL WS-CEDULA-INF(1:WS-LARGO-CED).
       IF WS-APARICIONES > 0
           ADD 1 TO WS-HALLADOS
           STRING "  " AUD-FECHA-ARC " " AUD-HORA-ARC " "
               AUD-OPERADOR-ARC " " AUD-PROGRAMA-ARC " "
               AUD-ACCION-ARC
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-DATOS
           STRING "    " AUD-LLAVE-REG-ARC
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-DATOS.
       PERFORM LEER-SIGUIENTE-AUD-ARC.

       IMPRIMIR-DATOS.
       *>MUESTRA LA LINEA EN PANTALLA Y LA DEJA EN EL INFORME.
       DISPLAY WS-LINEA.
       WRITE REPORTE-DATOS-LINEA FROM WS-LINEA.
       MOVE SPACES TO WS-LINEA.

       *>CORRIDA PERIODICA DE ANONIMIZACION. PRIMERO SE LISTAN LOS
       *>SOCIOS QUE CUMPLEN LAS CONDICIONES Y LOS QUE SE SALTAN POR
       *>TENER UN INCIDENTE ABIERTO; LUEGO UN SUPERVISOR AUTORIZA CON
       *>SU CLAVE Y SE ANONIMIZA CADA SOCIO DE LA LISTA.
       ANONIMIZAR-INACTIVOS.
       DISPLAY "---Anonimizar ex socios sin actividad---".
       PERFORM LEER-PARAMETRO-ANONIMIZAR.
       COMPUTE WS-FECHA-CORTE =
           WS-FECHA-HOY - WS-AÑOS-ANONIMIZAR * 10000.
       MOVE 0 TO WS-CAND-USADOS.
       MOVE 0 TO WS-OMITIDOS-INC.
       MOVE 0 TO WS-DESBORDE.

       MOVE "OPEN    ANONIMIZAR-INACTIVOS" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "OPEN    ANONIMIZAR-INACTIVOS" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-TIPOS-ARCHIVO.
       MOVE "OPEN    ANONIMIZAR-INACTIVOS" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-NACIMIENTO-ARCHIVO.
       MOVE "OPEN    ANONIMIZAR-INACTIVOS" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    ANONIMIZAR-INACTIVOS" TO WS-ERR-DONDE
       OPEN I-O ARCHIVO-PRESTAMOS-ARCHIVO.
       MOVE "OPEN    ANONIMIZAR-INACTIVOS" TO WS-ERR-DONDE
       OPEN I-O MULTAS-ARCHIVO.
       MOVE "OPEN    ANONIMIZAR-INACTIVOS" TO WS-ERR-DONDE
       OPEN I-O PAGOS-MULTAS-ARCHIVO.
       MOVE "OPEN    ANONIMIZAR-INACTIVOS" TO WS-ERR-DONDE
       OPEN I-O RESERVAS-ARCHIVO.
       MOVE "OPEN    ANONIMIZAR-INACTIVOS" TO WS-ERR-DONDE
       OPEN I-O CERTIFICACIONES-ARCHIVO.
       MOVE "OPEN    ANONIMIZAR-INACTIVOS" TO WS-ERR-DONDE
       OPEN I-O NOTIFICACIONES-ARCHIVO.
       MOVE "OPEN    ANONIMIZAR-INACTIVOS" TO WS-ERR-DONDE
       OPEN I-O INCIDENTES-ARCHIVO.
       MOVE "OPEN    ANONIMIZAR-INACTIVOS" TO WS-ERR-DONDE
       OPEN I-O FIANZAS-ARCHIVO.
       MOVE "OPEN    ANONIMIZAR-INACTIVOS" TO WS-ERR-DONDE
       OPEN I-O PAGOS-CUOTAS-ARCHIVO.
       MOVE "OPEN    ANONIMIZAR-INACTIVOS" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "OPEN    ANONIMIZAR-INACTIVOS" TO WS-ERR-DONDE
       OPEN I-O ANONIMIZACIONES-ARCHIVO.
       MOVE "reporte_anonimizacion" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       STRING "Corte " WS-FECHA-CORTE
           DELIMITED BY SIZE INTO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-ANONIMIZACION-RUTA.
       OPEN OUTPUT REPORTE-ANONIMIZACION-ARCHIVO.

       MOVE SPACES TO WS-LINEA.
       STRING "---Anonimizacion de ex socios: sin actividad desde el "
           WS-FECHA-CORTE " (" WS-AÑOS-ANONIMIZAR " años)---"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-ANONIMIZACION.
       STRING "Corrida del " WS-FECHA-HOY " por " LS-CONECTAR
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-ANONIMIZACION.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-ANONIMIZACION.

       PERFORM CARGAR-INCIDENTES-ABIERTOS.
       MOVE LOW-VALUES TO CEDULA-USUARIO-USR.
       MOVE "START   ANONIMIZAR-INACTIVOS" TO WS-ERR-DONDE
       START USUARIOS-ARCHIVO
           KEY IS GREATER THAN CEDULA-USUARIO-USR
           INVALID KEY     MOVE 1 TO LEE-TODO
           NOT INVALID KEY MOVE 0 TO LEE-TODO.
       IF LEE-TODO = 0
           PERFORM LEER-SIGUIENTE-USUARIO-ANON
           PERFORM EVALUAR-CANDIDATO UNTIL LEE-TODO = 1.

       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-ANONIMIZACION.
       STRING "Socios a anonimizar: " WS-CAND-USADOS
           "  Saltados por incidente abierto: " WS-OMITIDOS-INC
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-ANONIMIZACION.
       IF WS-DESBORDE = 1
           MOVE "Hay mas socios de los que caben en una corrida; al"
               TO WS-LINEA
           PERFORM IMPRIMIR-ANONIMIZACION
           MOVE "terminar, repita la corrida para los restantes."
               TO WS-LINEA
           PERFORM IMPRIMIR-ANONIMIZACION.

       MOVE 0 TO WS-AUTORIZADO.
       IF WS-CAND-USADOS > 0
           DISPLAY " "
           DISPLAY "La anonimizacion no se puede deshacer."
           DISPLAY "¿Un supervisor autoriza la anonimizacion de estos "
               "socios? (S/N)"
           ACCEPT WS-SI-NO
           PERFORM VALIDACION-AUTORIZACION-ANON.

       IF WS-AUTORIZADO = 1
           MOVE 0 TO WS-ANON-HECHOS
           PERFORM ANONIMIZAR-SOCIO
               VARYING WS-IDX-CAND FROM 1 BY 1
               UNTIL WS-IDX-CAND > WS-CAND-USADOS
           MOVE " " TO WS-LINEA
           PERFORM IMPRIMIR-ANONIMIZACION
           STRING "Socios anonimizados: " WS-ANON-HECHOS
               "  Autorizado por: " WS-SUPERVISOR-ID
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-ANONIMIZACION
       ELSE
           IF WS-CAND-USADOS > 0
               MOVE "No se anonimizo ningun socio." TO WS-LINEA
               PERFORM IMPRIMIR-ANONIMIZACION.

       CLOSE USUARIOS-ARCHIVO.
       CLOSE USUARIOS-TIPOS-ARCHIVO.
       CLOSE USUARIOS-NACIMIENTO-ARCHIVO.
       CLOSE PRESTAMOS-ARCHIVO.
       CLOSE ARCHIVO-PRESTAMOS-ARCHIVO.
       CLOSE MULTAS-ARCHIVO.
       CLOSE PAGOS-MULTAS-ARCHIVO.
       CLOSE RESERVAS-ARCHIVO.
       CLOSE CERTIFICACIONES-ARCHIVO.
       CLOSE NOTIFICACIONES-ARCHIVO.
       CLOSE INCIDENTES-ARCHIVO.
       CLOSE FIANZAS-ARCHIVO.
       CLOSE PAGOS-CUOTAS-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       CLOSE ANONIMIZACIONES-ARCHIVO.
       CLOSE REPORTE-ANONIMIZACION-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Detalle grabado en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-PARAMETRO-ANONIMIZAR.
       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
       MOVE "OPEN    LEER-PARAMETRO-ANONIMIZAR" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "ANONIMIZAR" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-ANONIMIZAR" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 5 TO WS-AÑOS-ANONIMIZAR
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-AÑOS-ANONIMIZAR.
       CLOSE PARAMETROS-ARCHIVO.

       CARGAR-INCIDENTES-ABIERTOS.
       MOVE 0 TO WS-INC-USADOS.
       MOVE 0 TO WS-LEE-INTERNO.
       PERFORM LEER-SIGUIENTE-INCIDENTE.
       PERFORM GUARDAR-INCIDENTE-ABIERTO UNTIL WS-LEE-INTERNO = 1.

       LEER-SIGUIENTE-INCIDENTE.
       MOVE "READ    LEER-SIGUIENTE-INCIDENTE" TO WS-ERR-DONDE
       READ INCIDENTES-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-INTERNO.

       GUARDAR-INCIDENTE-ABIERTO.
       IF STATUS-INCIDENTE = "Abierto"
           AND CEDULA-USUARIO-INC NOT = SPACES
           AND WS-INC-USADOS < 300
           ADD 1 TO WS-INC-USADOS
           MOVE CEDULA-USUARIO-INC TO WS-INC-CEDULA(WS-INC-USADOS).
       PERFORM LEER-SIGUIENTE-INCIDENTE.

       LEER-SIGUIENTE-USUARIO-ANON.
       MOVE "READ    LEER-SIGUIENTE-USUARIO-ANON" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       *>UN SOCIO SE ANONIMIZA SI SU ULTIMA ACTIVIDAD (INSCRIPCION,
       *>VENCIMIENTO DE LA MEMBRESIA, PRESTAMOS, MULTAS, PAGOS O
       *>RESERVAS) ES ANTERIOR AL CORTE, NO TIENE PRESTAMOS ABIERTOS
       *>NI MULTAS PENDIENTES, Y NO ES REPRESENTANTE VIGENTE DE UN
       *>MENOR. LOS YA ANONIMIZADOS NO SE VUELVEN A EVALUAR.
       EVALUAR-CANDIDATO.
       IF CEDULA-USUARIO-USR(1:4) NOT = WS-SEUDO-PREFIJO
           MOVE CEDULA-USUARIO-USR TO WS-CEDULA-ANON
           PERFORM BUSCAR-ULTIMA-ACTIVIDAD
           IF WS-ULTIMA-ACTIVIDAD < WS-FECHA-CORTE
               AND WS-PRESTAMOS-ABIERTOS = 0
               AND WS-MULTAS-PENDIENTES = 0
               AND WS-REPRESENTA = 0
               PERFORM ANOTAR-CANDIDATO.
       PERFORM LEER-SIGUIENTE-USUARIO-ANON.

       ANOTAR-CANDIDATO.
       MOVE 0 TO WS-INCIDENTE-ABIERTO.
       PERFORM BUSCAR-INCIDENTE-ABIERTO
           VARYING WS-IDX-INC FROM 1 BY 1
           UNTIL WS-IDX-INC > WS-INC-USADOS.
       IF WS-INCIDENTE-ABIERTO = 1
           ADD 1 TO WS-OMITIDOS-INC
           STRING "Se salta " WS-CEDULA-ANON " "
               NOMBRE-USUARIO-USR ": incidente abierto"
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-ANONIMIZACION
       ELSE
           IF WS-CAND-USADOS < 500
               ADD 1 TO WS-CAND-USADOS
               MOVE WS-CEDULA-ANON TO WS-CAND-CEDULA(WS-CAND-USADOS)
               MOVE NOMBRE-USUARIO-USR
                   TO WS-CAND-NOMBRE(WS-CAND-USADOS)
               MOVE WS-ULTIMA-ACTIVIDAD
                   TO WS-CAND-ULTIMA(WS-CAND-USADOS)
               STRING "A anonimizar " WS-CEDULA-ANON " "
                   NOMBRE-USUARIO-USR " ultima actividad "
                   WS-ULTIMA-ACTIVIDAD
                   DELIMITED BY SIZE INTO WS-LINEA
               PERFORM IMPRIMIR-ANONIMIZACION
           ELSE
               MOVE 1 TO WS-DESBORDE.

       BUSCAR-INCIDENTE-ABIERTO.
       IF WS-INC-CEDULA(WS-IDX-INC) = WS-CEDULA-ANON
           MOVE 1 TO WS-INCIDENTE-ABIERTO.

       BUSCAR-ULTIMA-ACTIVIDAD.
       MOVE FECHA-INSCRIPCION-USR TO WS-ULTIMA-ACTIVIDAD.
       IF FECHA-VENCIMIENTO-USR > WS-ULTIMA-ACTIVIDAD
           MOVE FECHA-VENCIMIENTO-USR TO WS-ULTIMA-ACTIVIDAD.
       MOVE 0 TO WS-PRESTAMOS-ABIERTOS.
       MOVE 0 TO WS-MULTAS-PENDIENTES.
       MOVE 0 TO WS-REPRESENTA.

       MOVE WS-CEDULA-ANON TO CEDULA-USUARIO-PR.
       MOVE "START   BUSCAR-ULTIMA-ACTIVIDAD" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO
           KEY IS EQUAL TO CEDULA-USUARIO-PR
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           PERFORM LEER-SIGUIENTE-PRESTAMO-ANON
           PERFORM REVISAR-PRESTAMO-ANON UNTIL WS-LEE-INTERNO = 1.

       MOVE WS-CEDULA-ANON TO CEDULA-USUARIO-ARC.
       MOVE "START   BUSCAR-ULTIMA-ACTIVIDAD" TO WS-ERR-DONDE
       START ARCHIVO-PRESTAMOS-ARCHIVO
           KEY IS EQUAL TO CEDULA-USUARIO-ARC
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           PERFORM LEER-SIGUIENTE-ARCHIVADO-ANON
           PERFORM REVISAR-ARCHIVADO-ANON UNTIL WS-LEE-INTERNO = 1.

       MOVE WS-CEDULA-ANON TO CEDULA-USUARIO-MUL.
       MOVE "START   BUSCAR-ULTIMA-ACTIVIDAD" TO WS-ERR-DONDE
       START MULTAS-ARCHIVO
           KEY IS EQUAL TO CEDULA-USUARIO-MUL
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           PERFORM LEER-SIGUIENTE-MULTA-ANON
           PERFORM REVISAR-MULTA-ANON UNTIL WS-LEE-INTERNO = 1.

       MOVE LOW-VALUES TO MUL-LLAVE-PAGO.
       MOVE WS-CEDULA-ANON TO CEDULA-USUARIO-PAGO.
       MOVE "START   BUSCAR-ULTIMA-ACTIVIDAD" TO WS-ERR-DONDE
       START PAGOS-MULTAS-ARCHIVO
           KEY IS NOT LESS THAN MUL-LLAVE-PAGO
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           PERFORM LEER-SIGUIENTE-PAGO-ANON
           PERFORM REVISAR-PAGO-ANON UNTIL WS-LEE-INTERNO = 1.

       MOVE WS-CEDULA-ANON TO CEDULA-USUARIO-RES.
       MOVE "START   BUSCAR-ULTIMA-ACTIVIDAD" TO WS-ERR-DONDE
       START RESERVAS-ARCHIVO
           KEY IS EQUAL TO CEDULA-USUARIO-RES
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           PERFORM LEER-SIGUIENTE-RESERVA-ANON
           PERFORM REVISAR-RESERVA-ANON UNTIL WS-LEE-INTERNO = 1.

       MOVE WS-CEDULA-ANON TO CEDULA-REPRESENTANTE-NAC.
       MOVE "START   BUSCAR-ULTIMA-ACTIVIDAD" TO WS-ERR-DONDE
       START USUARIOS-NACIMIENTO-ARCHIVO
           KEY IS EQUAL TO CEDULA-REPRESENTANTE-NAC
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           PERFORM LEER-SIGUIENTE-REPRESENTADO
           PERFORM REVISAR-REPRESENTADO UNTIL WS-LEE-INTERNO = 1.

       LEER-SIGUIENTE-PRESTAMO-ANON.
       MOVE "READ    LEER-SIGUIENTE-PRESTAMO-ANON" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           AND CEDULA-USUARIO-PR NOT = WS-CEDULA-ANON
           MOVE 1 TO WS-LEE-INTERNO.

       REVISAR-PRESTAMO-ANON.
       IF FECHA-PRESTAMO-PR > WS-ULTIMA-ACTIVIDAD
           MOVE FECHA-PRESTAMO-PR TO WS-ULTIMA-ACTIVIDAD.
       IF FECHA-DEVOLUCION-PR > WS-ULTIMA-ACTIVIDAD
           MOVE FECHA-DEVOLUCION-PR TO WS-ULTIMA-ACTIVIDAD.
       IF STATUS-PRESTAMO-PR NOT = "Inactivo"
           AND STATUS-INSTRUMENTO-PR NOT = "Devuelto"
               AND NOT = "devuelto"
           ADD 1 TO WS-PRESTAMOS-ABIERTOS.
       PERFORM LEER-SIGUIENTE-PRESTAMO-ANON.

       LEER-SIGUIENTE-ARCHIVADO-ANON.
       MOVE "READ    LEER-SIGUIENTE-ARCHIVADO-ANON" TO WS-ERR-DONDE
       READ ARCHIVO-PRESTAMOS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           AND CEDULA-USUARIO-ARC NOT = WS-CEDULA-ANON
           MOVE 1 TO WS-LEE-INTERNO.

       REVISAR-ARCHIVADO-ANON.
       IF FECHA-PRESTAMO-ARC > WS-ULTIMA-ACTIVIDAD
           MOVE FECHA-PRESTAMO-ARC TO WS-ULTIMA-ACTIVIDAD.
       IF FECHA-DEVOLUCION-ARC > WS-ULTIMA-ACTIVIDAD
           MOVE FECHA-DEVOLUCION-ARC TO WS-ULTIMA-ACTIVIDAD.
       PERFORM LEER-SIGUIENTE-ARCHIVADO-ANON.

       LEER-SIGUIENTE-MULTA-ANON.
       MOVE "READ    LEER-SIGUIENTE-MULTA-ANON" TO WS-ERR-DONDE
       READ MULTAS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           AND CEDULA-USUARIO-MUL NOT = WS-CEDULA-ANON
           MOVE 1 TO WS-LEE-INTERNO.

       REVISAR-MULTA-ANON.
       IF FECHA-MULTA > WS-ULTIMA-ACTIVIDAD
           MOVE FECHA-MULTA TO WS-ULTIMA-ACTIVIDAD.
       IF STATUS-MULTA = "Pendiente"
           ADD 1 TO WS-MULTAS-PENDIENTES.
       PERFORM LEER-SIGUIENTE-MULTA-ANON.

       LEER-SIGUIENTE-PAGO-ANON.
       MOVE "READ    LEER-SIGUIENTE-PAGO-ANON" TO WS-ERR-DONDE
       READ PAGOS-MULTAS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           AND CEDULA-USUARIO-PAGO NOT = WS-CEDULA-ANON
           MOVE 1 TO WS-LEE-INTERNO.

       REVISAR-PAGO-ANON.
       IF FECHA-PAGO > WS-ULTIMA-ACTIVIDAD
           MOVE FECHA-PAGO TO WS-ULTIMA-ACTIVIDAD.
       PERFORM LEER-SIGUIENTE-PAGO-ANON.

       LEER-SIGUIENTE-RESERVA-ANON.
       MOVE "READ    LEER-SIGUIENTE-RESERVA-ANON" TO WS-ERR-DONDE
       READ RESERVAS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           AND CEDULA-USUARIO-RES NOT = WS-CEDULA-ANON
           MOVE 1 TO WS-LEE-INTERNO.

       REVISAR-RESERVA-ANON.
       IF FECHA-RESERVA > WS-ULTIMA-ACTIVIDAD
           MOVE FECHA-RESERVA TO WS-ULTIMA-ACTIVIDAD.
       IF FECHA-USO-HASTA-RES > WS-ULTIMA-ACTIVIDAD
           MOVE FECHA-USO-HASTA-RES TO WS-ULTIMA-ACTIVIDAD.
       PERFORM LEER-SIGUIENTE-RESERVA-ANON.

       LEER-SIGUIENTE-REPRESENTADO.
       MOVE "READ    LEER-SIGUIENTE-REPRESENTADO" TO WS-ERR-DONDE
       READ USUARIOS-NACIMIENTO-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           AND CEDULA-REPRESENTANTE-NAC NOT = WS-CEDULA-ANON
           MOVE 1 TO WS-LEE-INTERNO.

       REVISAR-REPRESENTADO.
       IF STATUS-REPRESENTACION-NAC = "Vigente"
           MOVE 1 TO WS-REPRESENTA.
       PERFORM LEER-SIGUIENTE-REPRESENTADO.

       VALIDACION-AUTORIZACION-ANON.
       EVALUATE WS-SI-NO
       WHEN = "S" OR = "s"
           PERFORM VALIDAR-CLAVE-SUPERVISOR
       WHEN = "N" OR = "n"
           NEXT SENTENCE
       WHEN OTHER
           DISPLAY "Por favor ingrese S para si, o N para no."
           ACCEPT WS-SI-NO
           PERFORM VALIDACION-AUTORIZACION-ANON
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
           DISPLAY "Anonimizacion autorizada por " WS-SUPERVISOR-ID
       ELSE
           DISPLAY " "
           DISPLAY "Supervisor o clave invalidos; no se autoriza.".
       CLOSE OPERADORES-ARCHIVO.

       *>CAMBIA LA CEDULA DEL SOCIO WS-IDX-CAND POR UNA CLAVE
       *>SEUDONIMA NUEVA EN LA FICHA Y EN TODO SU HISTORIAL, BORRA
       *>NOMBRE, DIRECCION Y TELEFONO, Y DEJA LA CONSTANCIA EN LA
       *>BITACORA Y EN LA AUDITORIA.
       ANONIMIZAR-SOCIO.
       MOVE WS-CAND-CEDULA(WS-IDX-CAND) TO WS-CEDULA-ANON.
       MOVE "ANONIMO" TO WS-CORR-SERIE.
       PERFORM TOMAR-CORRELATIVO.
       MOVE WS-CORR-NUMERO TO WS-SEUDO-NUMERO.
       MOVE 0 TO WS-ANON-PRESTAMOS.
       MOVE 0 TO WS-ANON-MULTAS.
       MOVE 0 TO WS-ANON-OMITIDOS.

       MOVE WS-CEDULA-ANON TO CEDULA-USUARIO-USR.
       MOVE "READ    ANONIMIZAR-SOCIO" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO-USR
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1
           MOVE WS-SEUDONIMO TO CEDULA-USUARIO-USR
           MOVE SPACES TO NOMBRE-USUARIO-USR
           MOVE SPACES TO DIRECCION-USR
           MOVE 0 TO TELEFONO-USR
           MOVE "WRITE   ANONIMIZAR-SOCIO" TO WS-ERR-DONDE
           WRITE USUARIOS-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-ANON-OMITIDOS
               NOT INVALID KEY
                   MOVE WS-CEDULA-ANON TO CEDULA-USUARIO-USR
                   MOVE "DELETE  ANONIMIZAR-SOCIO" TO WS-ERR-DONDE
                   DELETE USUARIOS-ARCHIVO RECORD
                       INVALID KEY ADD 1 TO WS-ANON-OMITIDOS
                   END-DELETE
           END-WRITE.

       IF WS-INDICADOR = 1 AND WS-ANON-OMITIDOS = 0
           PERFORM ANONIMIZAR-HISTORIAL
           MOVE WS-SEUDONIMO TO ANO-CLAVE
           MOVE WS-FECHA-HOY TO ANO-FECHA
           MOVE LS-CONECTAR TO ANO-OPERADOR
           MOVE WS-SUPERVISOR-ID TO ANO-SUPERVISOR
           MOVE WS-CAND-ULTIMA(WS-IDX-CAND) TO ANO-ULTIMA-ACTIVIDAD
           MOVE WS-AÑOS-ANONIMIZAR TO ANO-AÑOS-PARAMETRO
           MOVE WS-ANON-PRESTAMOS TO ANO-PRESTAMOS
           MOVE WS-ANON-MULTAS TO ANO-MULTAS
           MOVE "WRITE   ANONIMIZAR-SOCIO" TO WS-ERR-DONDE
           WRITE ANONIMIZACIONES-REGISTRO
               INVALID KEY
                   MOVE "REWRITE ANONIMIZAR-SOCIO" TO WS-ERR-DONDE
                   REWRITE ANONIMIZACIONES-REGISTRO
           END-WRITE
           MOVE SPACES TO WS-AUD-LLAVE-REG
           STRING "Socio " WS-SEUDONIMO " Sup " WS-SUPERVISOR-ID
               " Prest " WS-ANON-PRESTAMOS " Mult " WS-ANON-MULTAS
               DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG
           MOVE "Anonimizacion" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA
           ADD 1 TO WS-ANON-HECHOS
           STRING "Anonimizado como " WS-SEUDONIMO
               ": prestamos " WS-ANON-PRESTAMOS
               " multas " WS-ANON-MULTAS
               " no movidos " WS-ANON-OMITIDOS
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-ANONIMIZACION
       ELSE
           STRING "No se pudo anonimizar la ficha de "
               WS-CAND-NOMBRE(WS-IDX-CAND)
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-ANONIMIZACION.

       *>LOS ARCHIVOS LLAVEADOS POR CEDULA SE MUEVEN A LA CLAVE NUEVA
       *>(ESCRIBIR LA COPIA Y BORRAR EL ORIGINAL); EN LOS DEMAS SOLO
       *>SE REGRABA EL CAMPO. LA FECHA DE NACIMIENTO SE BORRA.
       ANONIMIZAR-HISTORIAL.
       MOVE 0 TO WS-LEE-INTERNO.
       PERFORM MOVER-PRESTAMO-ANON UNTIL WS-LEE-INTERNO = 1.
       MOVE 0 TO WS-LEE-INTERNO.
       PERFORM MOVER-ARCHIVADO-ANON UNTIL WS-LEE-INTERNO = 1.
       MOVE 0 TO WS-LEE-INTERNO.
       PERFORM MOVER-MULTA-ANON UNTIL WS-LEE-INTERNO = 1.
       MOVE 0 TO WS-LEE-INTERNO.
       PERFORM MOVER-PAGO-ANON UNTIL WS-LEE-INTERNO = 1.
       MOVE 0 TO WS-LEE-INTERNO.
       PERFORM MOVER-TIPO-ANON UNTIL WS-LEE-INTERNO = 1.
       MOVE 0 TO WS-LEE-INTERNO.
       PERFORM MOVER-RESERVA-ANON UNTIL WS-LEE-INTERNO = 1.
       MOVE 0 TO WS-LEE-INTERNO.
       PERFORM MOVER-CERT-ANON UNTIL WS-LEE-INTERNO = 1.
       MOVE 0 TO WS-LEE-INTERNO.
       PERFORM MOVER-REPRESENTADO-ANON UNTIL WS-LEE-INTERNO = 1.

       MOVE LOW-VALUES TO NOTIF-LLAVE.
       MOVE "START   ANONIMIZAR-HISTORIAL" TO WS-ERR-DONDE
       START NOTIFICACIONES-ARCHIVO
           KEY IS NOT LESS THAN NOTIF-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           PERFORM LEER-SIGUIENTE-NOTIF
           PERFORM REGRABAR-NOTIF-ANON UNTIL WS-LEE-INTERNO = 1.

       MOVE LOW-VALUES TO INC-LLAVE.
       MOVE "START   ANONIMIZAR-HISTORIAL" TO WS-ERR-DONDE
       START INCIDENTES-ARCHIVO
           KEY IS NOT LESS THAN INC-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           PERFORM LEER-SIGUIENTE-INCIDENTE
           PERFORM REGRABAR-INCIDENTE-ANON UNTIL WS-LEE-INTERNO = 1.

       MOVE LOW-VALUES TO FIA-LLAVE.
       MOVE "START   ANONIMIZAR-HISTORIAL" TO WS-ERR-DONDE
       START FIANZAS-ARCHIVO
           KEY IS NOT LESS THAN FIA-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           PERFORM LEER-SIGUIENTE-FIANZA
           PERFORM REGRABAR-FIANZA-ANON UNTIL WS-LEE-INTERNO = 1.

       MOVE LOW-VALUES TO CUO-LLAVE.
       MOVE "START   ANONIMIZAR-HISTORIAL" TO WS-ERR-DONDE
       START PAGOS-CUOTAS-ARCHIVO
           KEY IS NOT LESS THAN CUO-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           PERFORM LEER-SIGUIENTE-CUOTA
           PERFORM REGRABAR-CUOTA-ANON UNTIL WS-LEE-INTERNO = 1.

       MOVE WS-CEDULA-ANON TO CEDULA-USUARIO-NAC.
       MOVE "DELETE  ANONIMIZAR-HISTORIAL" TO WS-ERR-DONDE
       DELETE USUARIOS-NACIMIENTO-ARCHIVO RECORD
           INVALID KEY CONTINUE
       END-DELETE.

       *>CADA MOVER-... BUSCA DESDE EL PRINCIPIO DE LA CEDULA VIEJA
       *>EL PRIMER REGISTRO QUE LE QUEDA Y LO PASA A LA CLAVE NUEVA.
       *>SI NO SE PUEDE ESCRIBIR O BORRAR, SE CUENTA Y SE DEJA DE
       *>BUSCAR EN ESE ARCHIVO PARA NO QUEDARSE DANDO VUELTAS.
       MOVER-PRESTAMO-ANON.
       MOVE LOW-VALUES TO PRE-LLAVE.
       MOVE WS-CEDULA-ANON TO CEDULA-USUARIO-PR.
       MOVE "START   MOVER-PRESTAMO-ANON" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO
           KEY IS NOT LESS THAN PRE-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           PERFORM LEER-SIGUIENTE-PRESTAMO-ANON.
       IF WS-LEE-INTERNO = 0
           MOVE PRE-LLAVE TO WS-LLAVE-DESDE
           MOVE WS-SEUDONIMO TO CEDULA-USUARIO-PR
           MOVE "WRITE   MOVER-PRESTAMO-ANON" TO WS-ERR-DONDE
           WRITE PRESTAMOS-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-ANON-OMITIDOS
                   MOVE 1 TO WS-LEE-INTERNO
               NOT INVALID KEY
                   MOVE WS-LLAVE-DESDE TO PRE-LLAVE
                   MOVE "DELETE  MOVER-PRESTAMO-ANON" TO WS-ERR-DONDE
                   DELETE PRESTAMOS-ARCHIVO RECORD
                       INVALID KEY
                           ADD 1 TO WS-ANON-OMITIDOS
                           MOVE 1 TO WS-LEE-INTERNO
                   END-DELETE
                   ADD 1 TO WS-ANON-PRESTAMOS
           END-WRITE.

       MOVER-ARCHIVADO-ANON.
       MOVE LOW-VALUES TO PRE-LLAVE-ARC.
       MOVE WS-CEDULA-ANON TO CEDULA-USUARIO-ARC.
       MOVE "START   MOVER-ARCHIVADO-ANON" TO WS-ERR-DONDE
       START ARCHIVO-PRESTAMOS-ARCHIVO
           KEY IS NOT LESS THAN PRE-LLAVE-ARC
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           PERFORM LEER-SIGUIENTE-ARCHIVADO-ANON.
       IF WS-LEE-INTERNO = 0
           MOVE PRE-LLAVE-ARC TO WS-LLAVE-DESDE
           MOVE WS-SEUDONIMO TO CEDULA-USUARIO-ARC
           MOVE "WRITE   MOVER-ARCHIVADO-ANON" TO WS-ERR-DONDE
           WRITE ARCHIVO-PRESTAMOS-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-ANON-OMITIDOS
                   MOVE 1 TO WS-LEE-INTERNO
               NOT INVALID KEY
                   MOVE WS-LLAVE-DESDE TO PRE-LLAVE-ARC
                   MOVE "DELETE  MOVER-ARCHIVADO-ANON" TO WS-ERR-DONDE
                   DELETE ARCHIVO-PRESTAMOS-ARCHIVO RECORD
                       INVALID KEY
                           ADD 1 TO WS-ANON-OMITIDOS
                           MOVE 1 TO WS-LEE-INTERNO
                   END-DELETE
                   ADD 1 TO WS-ANON-PRESTAMOS
           END-WRITE.

       MOVER-MULTA-ANON.
       MOVE LOW-VALUES TO MUL-LLAVE.
       MOVE WS-CEDULA-ANON TO CEDULA-USUARIO-MUL.
       MOVE "START   MOVER-MULTA-ANON" TO WS-ERR-DONDE
       START MULTAS-ARCHIVO
           KEY IS NOT LESS THAN MUL-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           PERFORM LEER-SIGUIENTE-MULTA-ANON.
       IF WS-LEE-INTERNO = 0
           MOVE MUL-LLAVE TO WS-LLAVE-DESDE
           MOVE WS-SEUDONIMO TO CEDULA-USUARIO-MUL
           MOVE "WRITE   MOVER-MULTA-ANON" TO WS-ERR-DONDE
           WRITE MULTAS-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-ANON-OMITIDOS
                   MOVE 1 TO WS-LEE-INTERNO
               NOT INVALID KEY
                   MOVE WS-LLAVE-DESDE TO MUL-LLAVE
                   MOVE "DELETE  MOVER-MULTA-ANON" TO WS-ERR-DONDE
                   DELETE MULTAS-ARCHIVO RECORD
                       INVALID KEY
                           ADD 1 TO WS-ANON-OMITIDOS
                           MOVE 1 TO WS-LEE-INTERNO
                   END-DELETE
                   ADD 1 TO WS-ANON-MULTAS
           END-WRITE.

       *>LOS PAGOS SOLO CAMBIAN LA CEDULA DE LA LLAVE DE SU MULTA; EL
       *>RECIBO (SU LLAVE PRIMARIA) NO SE TOCA.
       MOVER-PAGO-ANON.
       MOVE LOW-VALUES TO MUL-LLAVE-PAGO.
       MOVE WS-CEDULA-ANON TO CEDULA-USUARIO-PAGO.
       MOVE "START   MOVER-PAGO-ANON" TO WS-ERR-DONDE
       START PAGOS-MULTAS-ARCHIVO
           KEY IS NOT LESS THAN MUL-LLAVE-PAGO
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           PERFORM LEER-SIGUIENTE-PAGO-ANON.
       IF WS-LEE-INTERNO = 0
           MOVE WS-SEUDONIMO TO CEDULA-USUARIO-PAGO
           MOVE "REWRITE MOVER-PAGO-ANON" TO WS-ERR-DONDE
           REWRITE PAGOS-MULTAS-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-ANON-OMITIDOS
                   MOVE 1 TO WS-LEE-INTERNO
           END-REWRITE.

       MOVER-TIPO-ANON.
       MOVE LOW-VALUES TO UT-LLAVE.
       MOVE WS-CEDULA-ANON TO CEDULA-USUARIO-UT.
       MOVE "START   MOVER-TIPO-ANON" TO WS-ERR-DONDE
       START USUARIOS-TIPOS-ARCHIVO
           KEY IS NOT LESS THAN UT-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           PERFORM LEER-SIGUIENTE-TIPO-ANON.
       IF WS-LEE-INTERNO = 0
           MOVE UT-LLAVE TO WS-LLAVE-DESDE
           MOVE WS-SEUDONIMO TO CEDULA-USUARIO-UT
           MOVE "WRITE   MOVER-TIPO-ANON" TO WS-ERR-DONDE
           WRITE USUARIOS-TIPOS-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-ANON-OMITIDOS
                   MOVE 1 TO WS-LEE-INTERNO
               NOT INVALID KEY
                   MOVE WS-LLAVE-DESDE TO UT-LLAVE
                   MOVE "DELETE  MOVER-TIPO-ANON" TO WS-ERR-DONDE
                   DELETE USUARIOS-TIPOS-ARCHIVO RECORD
                       INVALID KEY
                           ADD 1 TO WS-ANON-OMITIDOS
                           MOVE 1 TO WS-LEE-INTERNO
                   END-DELETE
           END-WRITE.

       LEER-SIGUIENTE-TIPO-ANON.
       MOVE "READ    LEER-SIGUIENTE-TIPO-ANON" TO WS-ERR-DONDE
       READ USUARIOS-TIPOS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           AND CEDULA-USUARIO-UT NOT = WS-CEDULA-ANON
           MOVE 1 TO WS-LEE-INTERNO.

       MOVER-RESERVA-ANON.
       MOVE WS-CEDULA-ANON TO CEDULA-USUARIO-RES.
       MOVE "START   MOVER-RESERVA-ANON" TO WS-ERR-DONDE
       START RESERVAS-ARCHIVO
           KEY IS EQUAL TO CEDULA-USUARIO-RES
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           PERFORM LEER-SIGUIENTE-RESERVA-ANON.
       IF WS-LEE-INTERNO = 0
           MOVE WS-SEUDONIMO TO CEDULA-USUARIO-RES
           MOVE "REWRITE MOVER-RESERVA-ANON" TO WS-ERR-DONDE
           REWRITE RESERVAS-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-ANON-OMITIDOS
                   MOVE 1 TO WS-LEE-INTERNO
           END-REWRITE.

       MOVER-CERT-ANON.
       MOVE LOW-VALUES TO CERT-LLAVE.
       MOVE WS-CEDULA-ANON TO CEDULA-CERT.
       MOVE "START   MOVER-CERT-ANON" TO WS-ERR-DONDE
       START CERTIFICACIONES-ARCHIVO
           KEY IS NOT LESS THAN CERT-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           PERFORM LEER-SIGUIENTE-CERT-ANON.
       IF WS-LEE-INTERNO = 0
           MOVE CERT-LLAVE TO WS-LLAVE-DESDE
           MOVE WS-SEUDONIMO TO CEDULA-CERT
           MOVE "WRITE   MOVER-CERT-ANON" TO WS-ERR-DONDE
           WRITE CERTIFICACIONES-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-ANON-OMITIDOS
                   MOVE 1 TO WS-LEE-INTERNO
               NOT INVALID KEY
                   MOVE WS-LLAVE-DESDE TO CERT-LLAVE
                   MOVE "DELETE  MOVER-CERT-ANON" TO WS-ERR-DONDE
                   DELETE CERTIFICACIONES-ARCHIVO RECORD
                       INVALID KEY
                           ADD 1 TO WS-ANON-OMITIDOS
                           MOVE 1 TO WS-LEE-INTERNO
                   END-DELETE
           END-WRITE.

       LEER-SIGUIENTE-CERT-ANON.
       MOVE "READ    LEER-SIGUIENTE-CERT-ANON" TO WS-ERR-DONDE
       READ CERTIFICACIONES-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           AND CEDULA-CERT NOT = WS-CEDULA-ANON
           MOVE 1 TO WS-LEE-INTERNO.

       *>REPRESENTACIONES YA VENCIDAS DONDE EL SOCIO FIGURABA COMO
       *>REPRESENTANTE DE OTRO.
       MOVER-REPRESENTADO-ANON.
       MOVE WS-CEDULA-ANON TO CEDULA-REPRESENTANTE-NAC.
       MOVE "START   MOVER-REPRESENTADO-ANON" TO WS-ERR-DONDE
       START USUARIOS-NACIMIENTO-ARCHIVO
           KEY IS EQUAL TO CEDULA-REPRESENTANTE-NAC
           INVALID KEY     MOVE 1 TO WS-LEE-INTERNO
           NOT INVALID KEY MOVE 0 TO WS-LEE-INTERNO.
       IF WS-LEE-INTERNO = 0
           PERFORM LEER-SIGUIENTE-REPRESENTADO.
       IF WS-LEE-INTERNO = 0
           MOVE WS-SEUDONIMO TO CEDULA-REPRESENTANTE-NAC
           MOVE "REWRITE MOVER-REPRESENTADO-ANON" TO WS-ERR-DONDE
           REWRITE USUARIOS-NACIMIENTO-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-ANON-OMITIDOS
                   MOVE 1 TO WS-LEE-INTERNO
           END-REWRITE.

       REGRABAR-NOTIF-ANON.
       IF CEDULA-USUARIO-NOT = WS-CEDULA-ANON
           MOVE WS-SEUDONIMO TO CEDULA-USUARIO-NOT
           MOVE 0 TO TELEFONO-NOT
           MOVE "REWRITE REGRABAR-NOTIF-ANON" TO WS-ERR-DONDE
           REWRITE NOTIFICACIONES-REGISTRO
               INVALID KEY ADD 1 TO WS-ANON-OMITIDOS
           END-REWRITE.
       PERFORM LEER-SIGUIENTE-NOTIF.

       REGRABAR-INCIDENTE-ANON.
       IF CEDULA-USUARIO-INC = WS-CEDULA-ANON
           MOVE WS-SEUDONIMO TO CEDULA-USUARIO-INC
           MOVE "REWRITE REGRABAR-INCIDENTE-ANON" TO WS-ERR-DONDE
           REWRITE INCIDENTES-REGISTRO
               INVALID KEY ADD 1 TO WS-ANON-OMITIDOS
           END-REWRITE.
       PERFORM LEER-SIGUIENTE-INCIDENTE.

       LEER-SIGUIENTE-FIANZA.
       MOVE "READ    LEER-SIGUIENTE-FIANZA" TO WS-ERR-DONDE
       READ FIANZAS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-INTERNO.

       REGRABAR-FIANZA-ANON.
       IF CEDULA-USUARIO-FIA = WS-CEDULA-ANON
           MOVE WS-SEUDONIMO TO CEDULA-USUARIO-FIA
           MOVE "REWRITE REGRABAR-FIANZA-ANON" TO WS-ERR-DONDE
           REWRITE FIANZAS-REGISTRO
               INVALID KEY ADD 1 TO WS-ANON-OMITIDOS
           END-REWRITE.
       PERFORM LEER-SIGUIENTE-FIANZA.

       LEER-SIGUIENTE-CUOTA.
       MOVE "READ    LEER-SIGUIENTE-CUOTA" TO WS-ERR-DONDE
       READ PAGOS-CUOTAS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-INTERNO.

       REGRABAR-CUOTA-ANON.
       IF CEDULA-USUARIO-CUO = WS-CEDULA-ANON
           MOVE WS-SEUDONIMO TO CEDULA-USUARIO-CUO
           MOVE "REWRITE REGRABAR-CUOTA-ANON" TO WS-ERR-DONDE
           REWRITE PAGOS-CUOTAS-REGISTRO
               INVALID KEY ADD 1 TO WS-ANON-OMITIDOS
           END-REWRITE.
       PERFORM LEER-SIGUIENTE-CUOTA.

       IMPRIMIR-ANONIMIZACION.
       *>MUESTRA LA LINEA EN PANTALLA Y LA DEJA EN EL REPORTE.
       DISPLAY WS-LINEA.
       WRITE REPORTE-ANONIMIZACION-LINEA FROM WS-LINEA.
       MOVE SPACES TO WS-LINEA.

       *>ENTREGA EN WS-CORR-NUMERO EL PROXIMO NUMERO DE LA SERIE
       *>WS-CORR-SERIE Y DEJA LA SERIE AVANZADA EN CORRELATIVOS.DAT.
       *>LA SERIE ANONIMO NO TIENE LIBRO PREVIO: EMPIEZA EN 1.
       TOMAR-CORRELATIVO.
       MOVE "OPEN    TOMAR-CORRELATIVO" TO WS-ERR-DONDE
       OPEN I-O CORRELATIVOS-ARCHIVO.
       PERFORM LEER-CORRELATIVO.
       PERFORM LEER-CORRELATIVO UNTIL WS-FS-CORRELATIVOS NOT = "51".
       IF WS-HAY-CORR = 0
           MOVE 0 TO WS-CORR-MAYOR
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

       GRABAR-AUDITORIA.
       *>DEJA CONSTANCIA DE QUE OPERADOR HIZO LA CONSULTA O LA
       *>ANONIMIZACION. AUD-ACCION Y WS-AUD-LLAVE-REG DEBEN SER
       *>LLENADOS POR QUIEN LLAMA A ESTE PARRAFO.
       ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUD-HORA FROM TIME.
       MOVE LS-CONECTAR TO AUD-OPERADOR.
       MOVE "Privacidad" TO AUD-PROGRAMA.
       MOVE WS-AUD-LLAVE-REG TO AUD-LLAVE-REGISTRO.
       MOVE SPACES TO AUD-ANTES.
       MOVE SPACES TO AUD-DESPUES.
       MOVE 0 TO AUD-SECUENCIA.
       PERFORM ESCRIBIR-AUDITORIA.

       ESCRIBIR-AUDITORIA.
       MOVE "WRITE   ESCRIBIR-AUDITORIA" TO WS-ERR-DONDE
       WRITE AUDITORIA-REGISTRO
           INVALID KEY
               ADD 1 TO AUD-SECUENCIA
               PERFORM ESCRIBIR-AUDITORIA
       END-WRITE.

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
       MOVE SPACES TO WS-PRESTAMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "prestamos.dat" DELIMITED BY SIZE INTO WS-PRESTAMOS-RUTA.
       MOVE SPACES TO WS-ARCHIVO-PRESTAMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "archivo_prestamos.dat" DELIMITED BY SIZE
           INTO WS-ARCHIVO-PRESTAMOS-RUTA.
       MOVE SPACES TO WS-MULTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "multas.dat" DELIMITED BY SIZE INTO WS-MULTAS-RUTA.
       MOVE SPACES TO WS-PAGOS-MULTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "pagos_multas.dat" DELIMITED BY SIZE
           INTO WS-PAGOS-MULTAS-RUTA.
       MOVE SPACES TO WS-RESERVAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reservas.dat" DELIMITED BY SIZE INTO WS-RESERVAS-RUTA.
       MOVE SPACES TO WS-CERTIFICACIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "certificaciones.dat" DELIMITED BY SIZE
           INTO WS-CERTIFICACIONES-RUTA.
       MOVE SPACES TO WS-NOTIFICACIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "notificaciones.dat" DELIMITED BY SIZE
           INTO WS-NOTIFICACIONES-RUTA.
       MOVE SPACES TO WS-INCIDENTES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "incidentes.dat" DELIMITED BY SIZE INTO WS-INCIDENTES-RUTA.
       MOVE SPACES TO WS-FIANZAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "fianzas.dat" DELIMITED BY SIZE INTO WS-FIANZAS-RUTA.
       MOVE SPACES TO WS-PAGOS-CUOTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "pagos_cuotas.dat" DELIMITED BY SIZE
           INTO WS-PAGOS-CUOTAS-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.
       MOVE SPACES TO WS-ARCHIVO-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "archivo_auditoria.dat" DELIMITED BY SIZE
           INTO WS-ARCHIVO-AUDITORIA-RUTA.
       MOVE SPACES TO WS-ANONIMIZACIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "anonimizaciones.dat" DELIMITED BY SIZE
           INTO WS-ANONIMIZACIONES-RUTA.
       MOVE SPACES TO WS-OPERADORES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "operadores.dat" DELIMITED BY SIZE INTO WS-OPERADORES-RUTA.
       MOVE SPACES TO WS-PARAMETROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "parametros.dat" DELIMITED BY SIZE INTO WS-PARAMETROS-RUTA.
       MOVE SPACES TO WS-CORRELATIVOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "correlativos.dat" DELIMITED BY SIZE
           INTO WS-CORRELATIVOS-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
       EXIT PROGRAM.
