       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cobranza INITIAL.

       *>SEGUIMIENTO DEL EQUIPO VENCIDO. CADA PRESTAMO VENCIDO TIENE
       *>UN CASO QUE EL CIERRE DEL DIA HACE SUBIR POR LA ESCALERA DE
       *>COBRANZA (VER PROGRAMAR-COBRANZA EN CIERRE.CBL): 1
       *>RECORDATORIO, 2 LLAMADA, 3 CARTA FORMAL, 4 AVISO AL
       *>REPRESENTANTE O ENTRENADOR Y 5 DECLARAR EXTRAVIADO, SEGUN LOS
       *>DIAS DE RETRASO DE LOS PARAMETROS COBRAVISO, COBRLLAMADA,
       *>COBRCARTA, COBRTUTOR Y COBREXTRAV. CADA PASO LLEGA COMO TAREA
       *>A LA LISTA DE TRABAJO DEL MOSTRADOR, QUE ANOTA AQUI CADA
       *>INTENTO DE CONTACTO CON SU RESULTADO. UNA PROMESA DE
       *>DEVOLUCION DEJA EL CASO Pausado HASTA LA FECHA PROMETIDA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       *>UN CASO POR PRESTAMO VENCIDO, CON LA MISMA LLAVE DEL
       *>PRESTAMO: EL PASO DE LA ESCALERA EN QUE VA, LA PROMESA DE
       *>DEVOLUCION SI LA HAY Y SU ESTADO (Abierto, Pausado, Cerrado
       *>O Extraviado).
       SELECT OPTIONAL COBRANZA-ARCHIVO
       ASSIGN TO WS-COBRANZA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS COB-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-COBRANZA.

       *>LISTA DE TRABAJO: UNA TAREA POR PASO PROGRAMADO, Pendiente
       *>HASTA QUE EL MOSTRADOR ANOTA UN CONTACTO DEL CASO (Atendida)
       *>O EL CASO SE CIERRA (Anulada).
       SELECT OPTIONAL COBRANZA-TAREAS-ARCHIVO
       ASSIGN TO WS-COBRANZA-TAREAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS TAR-LLAVE
       ALTERNATE RECORD KEY IS TAR-PRESTAMO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-COBRANZA-TAREAS.

       *>BITACORA DE CADA INTENTO DE CONTACTO DEL CASO.
       SELECT OPTIONAL COBRANZA-CONTACTOS-ARCHIVO
       ASSIGN TO WS-COBRANZA-CONTACTOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CON-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-COBRANZA-CONTACTOS.

       SELECT OPTIONAL PRESTAMOS-ARCHIVO
       ASSIGN TO WS-PRESTAMOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-PR WITH DUPLICATES
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-PR WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PRESTAMOS.

       SELECT OPTIONAL USUARIOS-ARCHIVO
       ASSIGN TO WS-USUARIOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS.

       *>A QUIEN SE AVISA EN EL CUARTO PASO: EL REPRESENTANTE DEL
       *>SOCIO MENOR DE EDAD O EL ENTRENADOR RESPONSABLE DEL GRUPO.
       SELECT OPTIONAL USUARIOS-NACIMIENTO-ARCHIVO
       ASSIGN TO WS-USUARIOS-NACIMIENTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO-NAC
       ALTERNATE RECORD KEY IS CEDULA-REPRESENTANTE-NAC
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS-NACIMIENTO.

       SELECT OPTIONAL GRUPOS-ARCHIVO
       ASSIGN TO WS-GRUPOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-GRUPO
       ALTERNATE RECORD KEY IS CEDULA-RESPONSABLE-GRP WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-GRUPOS.

       *>AL DECLARAR EXTRAVIADO EL EQUIPO CAMBIA SU STATUS, QUEDA
       *>CONSTANCIA EN SU HISTORIAL Y SE LE CARGA AL SOCIO LA
       *>REPOSICION A VALOR EN LIBROS, IGUAL QUE EN PRESTAMOS.CBL.
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

       SELECT OPTIONAL MULTAS-ARCHIVO
       ASSIGN TO WS-MULTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS MUL-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-MUL WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-MULTAS.

       *>PARAMETROS GENERALES DEL SISTEMA (VER PARAMETROS.CBL). AQUI SE
       *>LEEN MAYORIA Y REPOSCARGO.
       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO WS-PARAMETROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PARAM-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PARAMETROS.

       SELECT OPTIONAL REPORTE-COBRANZA-ARCHIVO
       ASSIGN TO WS-REPORTE-COBRANZA-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       *>DEJA CONSTANCIA DE QUE OPERADOR ANOTO CADA CONTACTO Y QUIEN
       *>DECLARO EXTRAVIADO EL EQUIPO.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD COBRANZA-ARCHIVO.
           01 COBRANZA-REGISTRO.
               05 COB-LLAVE. *>LA DEL PRESTAMO.
                   10 COB-CEDULA         PIC X(11).
                   10 COB-FECHA-PRESTAMO PIC 9(8).
                   10 COB-HORA-PRESTAMO  PIC X(9).
                   10 COB-ITEM-PRESTAMO  PIC 9(02).
               05 COB-INSTRUMENTO  PIC X(6).
               05 COB-FECHA-VENCE  PIC 9(8).
               05 COB-PASO         PIC 9(1). *>0 SI AUN NINGUNO.
               05 COB-FECHA-PASO   PIC 9(8). *>CUANDO SE PROGRAMO.
               05 COB-PROMESA      PIC 9(8). *>FECHA PROMETIDA.
               05 COB-ESTADO       PIC X(10).
               05 COB-FECHA-ALTA   PIC 9(8).
               05 COB-FECHA-CIERRE PIC 9(8).

       FD COBRANZA-TAREAS-ARCHIVO.
           01 COBRANZA-TAREAS-REGISTRO.
               05 TAR-LLAVE.
                   10 TAR-FECHA        PIC 9(8).
                   10 TAR-PRESTAMO     PIC X(30).
                   10 TAR-PASO         PIC 9(1).
               05 TAR-DIAS           PIC 9(4). *>DE RETRASO.
               05 TAR-ESTADO         PIC X(9). *>Pendiente/Atendida/
                                               *>Anulada.
               05 TAR-FECHA-ATENCION PIC 9(8).
               05 TAR-OPERADOR       PIC X(10).

       FD COBRANZA-CONTACTOS-ARCHIVO.
           01 COBRANZA-CONTACTOS-REGISTRO.
               05 CON-LLAVE.
                   10 CON-PRESTAMO PIC X(30).
                   10 CON-FECHA    PIC 9(8).
                   10 CON-HORA     PIC 9(8).
               05 CON-PASO       PIC 9(1).
               05 CON-MEDIO      PIC X(10). *>Telefono, Carta,
                                            *>Presencial, Mensaje O
                                            *>Cierre (AUTOMATICO).
               05 CON-CONTACTADO PIC X(13). *>Socio, Representante
                                            *>O Entrenador.
               05 CON-RESULTADO  PIC X(13). *>Sin respuesta,
                                            *>Contactado, Promesa,
                                            *>Se niega, Incumplida.
               05 CON-PROMESA    PIC 9(8).
               05 CON-NOTA       PIC X(60).
               05 CON-OPERADOR   PIC X(10).

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

       *>COPIA DEL REGISTRO DE INSTRUMENTOS.DAT (VER INSTRUMENTOS.CBL).
       FD INSTRUMENTOS-ARCHIVO.
           01 INSTRUMENTOS-REGISTRO.
               05 ID-INSTRUMENTO-INV       PIC X(6).
               05 TIPO-INSTRUMENTO-INV     PIC X(40).
               05 FECHA-ADQUISICION-INV    PIC 9(8).
               05 FORMA-ADQUISICION-INV    PIC X(8).
               05 ID-PROVEEDOR-INV         PIC X(11).
               05 STATUS-INSTRUMENTO-INV   PIC X(14).
               05 FECHA-STATUS-INV         PIC 9(8).
               05 UBICACION-INV            PIC X(3).
               05 MARCA-INV                PIC X(20).
               05 MODELO-INV               PIC X(20).
               05 SERIE-INV                PIC X(20).

       FD INSTRUMENTOS-HISTORIAL-ARCHIVO.
           01 INSTRUMENTOS-HISTORIAL-REGISTRO.
               05 HIST-LLAVE.
                   10 ID-INSTRUMENTO-HIST   PIC X(6).
                   10 FECHA-STATUS-HIST     PIC 9(8).
                   10 HORA-STATUS-HIST      PIC X(9).
               05 STATUS-INSTRUMENTO-HIST  PIC X(14).
               05 GRADO-CONDICION-HIST     PIC X(1).

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

       FD MULTAS-ARCHIVO.
           01 MULTAS-REGISTRO.
               05 MUL-LLAVE.
                   10 CEDULA-USUARIO-MUL   PIC X(11).
                   10 ID-INSTRUMENTO-MUL   PIC X(6).
                   10 FECHA-MULTA          PIC 9(8).
               05 MOTIVO-MULTA         PIC X(30).
               05 MONTO-MULTA          PIC 9(6)V99.
               05 STATUS-MULTA         PIC X(10).

       FD PARAMETROS-ARCHIVO.
           01 PARAMETROS-REGISTRO.
               05 PARAM-NOMBRE PIC X(12).
               05 PARAM-VALOR  PIC 9(6).

       FD REPORTE-COBRANZA-ARCHIVO.
           01 REPORTE-COBRANZA-LINEA PIC X(100).

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
               *>FOTO DEL REGISTRO ANTES Y DESPUES DE UNA
               *>MODIFICACION, PARA PODER VER QUE CAMBIO Y, SI HACE
               *>FALTA, DESHACERLO (VER REVERTIR EN RESTAURAR.CBL).
               *>EN LAS DEMAS ACCIONES QUEDAN EN BLANCO.
               05 AUD-ANTES          PIC X(280).
               05 AUD-DESPUES        PIC X(280).

       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS
       01 WS-TITULO.
           05 FILLER   PIC X(30) VALUE SPACES.
           05 WS-TIT   PIC X(20) VALUE "Cobranza de vencidos".
           05 FILLER   PIC X(30) VALUE SPACES.

       77 WS-OPCION PIC 9(2).
       77 WS-INDICADOR PIC 9(1).
       77 WS-SI-NO PIC X(1).
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-LINEA PIC X(100).

       *>NOMBRE DE CADA PASO DE LA ESCALERA, EN EL ORDEN EN QUE LOS
       *>PROGRAMA EL CIERRE DEL DIA.
       01 WS-PASOS-DATOS.
           05 FILLER PIC X(20) VALUE "Recordatorio".
           05 FILLER PIC X(20) VALUE "Llamada".
           05 FILLER PIC X(20) VALUE "Carta formal".
           05 FILLER PIC X(20) VALUE "Aviso al responsable".
           05 FILLER PIC X(20) VALUE "Declarar extraviado".
       01 WS-PASOS-R REDEFINES WS-PASOS-DATOS.
           05 WS-NOMBRE-PASO PIC X(20) OCCURS 5.
       77 WS-PASO-TEXTO PIC X(20).

       *>CASOS DE LA CEDULA CONSULTADA ENTRE LOS QUE ELIGE EL
       *>OPERADOR.
       01 WS-CASOS.
           05 WS-CASO-LLAVE PIC X(30) OCCURS 20.
       77 WS-CANT-CASOS PIC 9(2).
       77 WS-CASO-ELEGIDO PIC 9(2).
       77 WS-CEDULA-BUSCADA PIC X(11).
       77 WS-SOLO-EXTRAVIO PIC 9(1). *>1 SOLO LOS CASOS EN EL PASO 5.
       77 WS-CASOS-DESBORDE PIC 9(1).
       77 WS-LEE-CASO PIC 9(1).
       77 WS-LEE-TAREA PIC 9(1).
       77 WS-LEE-CONTACTO PIC 9(1).
       77 WS-HAY-CASO PIC 9(1).

       *>USADOS AL ANOTAR UN INTENTO DE CONTACTO.
       77 WS-MEDIO-OPCION PIC 9(1).
       77 WS-CONTACTADO-OPCION PIC 9(1).
       77 WS-RESULTADO-OPCION PIC 9(1).
       77 WS-ESTADO-TAREA PIC X(9).
       77 WS-CANT-CONTACTOS PIC 9(4).
       77 WS-CANT-TAREAS PIC 9(5).
       77 WS-CANT-REPORTE PIC 9(5).
       77 WS-CANT-PAUSADOS PIC 9(5).

       *>DATOS DEL SOCIO (O DEL GRUPO) DEL CASO Y DE SU RESPONSABLE:
       *>EL REPRESENTANTE DEL MENOR O EL ENTRENADOR DEL GRUPO.
       77 WS-SOCIO-NOMBRE PIC X(40).
       77 WS-SOCIO-TELEFONO PIC 9(11).
       77 WS-RESP-TIPO PIC X(13).
       77 WS-RESP-CEDULA PIC X(11).
       77 WS-RESP-NOMBRE PIC X(40).
       77 WS-RESP-TELEFONO PIC 9(11).
       77 WS-RESP-PARENTESCO PIC X(12).
       77 WS-MAYORIA PIC 9(2).
       77 WS-FECHA-MAYORIA-NAC PIC 9(8).

       *>USADOS AL DECLARAR EXTRAVIADO EL EQUIPO: CARGO DE
       *>REPOSICION A VALOR EN LIBROS, IGUAL QUE EN PRESTAMOS.CBL.
       77 WS-ID-REPOSICION PIC X(6).
       77 WS-VALOR-LIBROS PIC 9(8)V99.
       77 WS-CARGO-MANEJO PIC 9(6).
       77 WS-CARGO-PROPUESTO PIC 9(8)V99.
       77 WS-MONTO-REPOSICION PIC 9(8)V99.
       77 WS-MOTIVO-REBAJA PIC X(30).
       77 WS-LEE-DEP PIC 9(1).
       77 WS-HORA-STATUS-HIST PIC X(9).
       77 WS-HORA-ACTUAL PIC 9(8).

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

       *>USADOS PARA SABER CUANTOS DIAS DE RETRASO LLEVA UN
       *>PRESTAMO; LA FECHA SE PASA A DIAS IGUAL QUE
       *>CONVERTIR-FECHA-A-DIAS EN CONSULTAS.CBL.
       01 WS-FECHA-CONV PIC 9(8).
       01 WS-FECHA-CONV-R REDEFINES WS-FECHA-CONV.
           05 WS-CONV-AA PIC 9(4).
           05 WS-CONV-MM PIC 9(2).
           05 WS-CONV-DD PIC 9(2).
       77 WS-DIAS-CONV PIC 9(8).
       77 WS-DIAS-HOY PIC 9(8).
       77 WS-DIAS-RETRASO PIC 9(8).

       *>USADOS PARA DEJAR CONSTANCIA EN LA AUDITORIA.
       77 WS-AUD-LLAVE-REG PIC X(60).
       01 WS-AUD-ANTES PIC X(280) VALUE SPACES.
       01 WS-AUD-DESPUES PIC X(280) VALUE SPACES.

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
           05 WS-CAT-PROGRAMA   PIC X(15) VALUE "Cobranza".
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
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Cobranza".
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
       77 WS-FS-COBRANZA PIC X(2).
       77 WS-FS-COBRANZA-TAREAS PIC X(2).
       77 WS-FS-COBRANZA-CONTACTOS PIC X(2).
       77 WS-FS-PRESTAMOS PIC X(2).
       77 WS-FS-USUARIOS PIC X(2).
       77 WS-FS-USUARIOS-NACIMIENTO PIC X(2).
       77 WS-FS-GRUPOS PIC X(2).
       77 WS-FS-INSTRUMENTOS PIC X(2).
       77 WS-FS-INSTRUMENTOS-HISTORIAL PIC X(2).
       77 WS-FS-ADQUISICIONES PIC X(2).
       77 WS-FS-DEPRECIACION PIC X(2).
       77 WS-FS-MULTAS PIC X(2).
       77 WS-FS-PARAMETROS PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-COBRANZA-RUTA PIC X(80).
       77 WS-COBRANZA-TAREAS-RUTA PIC X(80).
       77 WS-COBRANZA-CONTACTOS-RUTA PIC X(80).
       77 WS-PRESTAMOS-RUTA PIC X(80).
       77 WS-USUARIOS-RUTA PIC X(80).
       77 WS-USUARIOS-NACIMIENTO-RUTA PIC X(80).
       77 WS-GRUPOS-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-HISTORIAL-RUTA PIC X(80).
       77 WS-ADQUISICIONES-RUTA PIC X(80).
       77 WS-DEPRECIACION-RUTA PIC X(80).
       77 WS-MULTAS-RUTA PIC X(80).
       77 WS-PARAMETROS-RUTA PIC X(80).
       77 WS-REPORTE-COBRANZA-RUTA PIC X(80).
       77 WS-AUDITORIA-RUTA PIC X(80).

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
       ERROR-PRESTAMOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PRESTAMOS-ARCHIVO.
       ERROR-PRESTAMOS-ANOTAR.
       MOVE "prestamos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PRESTAMOS TO WS-ERR-ESTADO.
       MOVE PRE-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-USUARIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USUARIOS-ARCHIVO.
       ERROR-USUARIOS-ANOTAR.
       MOVE "usuarios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-USUARIOS-NACIMIENTO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON USUARIOS-NACIMIENTO-ARCHIVO.
       ERROR-USUARIOS-NACIMIENTO-ANOTAR.
       MOVE "usuarios_nacimiento.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS-NACIMIENTO TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO-NAC TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-GRUPOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON GRUPOS-ARCHIVO.
       ERROR-GRUPOS-ANOTAR.
       MOVE "grupos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-GRUPOS TO WS-ERR-ESTADO.
       MOVE CODIGO-GRUPO TO WS-ERR-LLAVE.
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
       ERROR-ADQUISICIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON ADQUISICIONES-ARCHIVO.
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
       ERROR-MULTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MULTAS-ARCHIVO.
       ERROR-MULTAS-ANOTAR.
       MOVE "multas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-MULTAS TO WS-ERR-ESTADO.
       MOVE MUL-LLAVE TO WS-ERR-LLAVE.
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
       *>PROGRAMA PRINCIPAL. EL MOSTRADOR TRABAJA LA LISTA Y ANOTA
       *>LOS CONTACTOS; DECLARAR EXTRAVIADO EL EQUIPO, CON SU CARGO DE
       *>REPOSICION, ES DE SUPERVISOR.
       PROGRAM-BEGIN.
       PERFORM ARMAR-RUTAS.
       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
       MOVE WS-FECHA-HOY TO WS-FECHA-CONV.
       PERFORM CONVERTIR-FECHA-A-DIAS.
       MOVE WS-DIAS-CONV TO WS-DIAS-HOY.
       DISPLAY " ".
       DISPLAY WS-TITULO.
       DISPLAY " ".
       DISPLAY "1) Lista de trabajo de cobranza".
       DISPLAY "2) Registrar intento de contacto".
       DISPLAY "3) Reporte de casos con su historial de contactos".
       DISPLAY "4) Declarar extraviado (solo supervisor)".
       DISPLAY "5) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU.

       PERFORM FIN-PROGRAMA.

       *>RUTINAS.
       VALIDACION-MENU.
       EVALUATE WS-OPCION
       WHEN 1
           PERFORM LISTA-TRABAJO
       WHEN 2
           PERFORM REGISTRAR-CONTACTO
       WHEN 3
           PERFORM REPORTE-CASOS
       WHEN 4
           IF LS-ROL NOT = "supervisor"
               DISPLAY "Esta opcion requiere rol supervisor."
               PERFORM VOLVER
           ELSE
               PERFORM DECLARAR-EXTRAVIADO
           END-IF
       WHEN 5
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-MENU
       END-EVALUATE.

       *>LAS TAREAS Pendiente DE LOS CASOS Abierto, DE LA MAS VIEJA A
       *>LA MAS NUEVA, CON A QUIEN HAY QUE CONTACTAR Y COMO.
       LISTA-TRABAJO.
       DISPLAY "---Lista de trabajo de cobranza---".
       DISPLAY " ".
       PERFORM ABRIR-CONSULTA-CASOS.
       MOVE "reporte_cobranza_trabajo" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       STRING "Tareas pendientes al " WS-FECHA-HOY
           DELIMITED BY SIZE INTO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-COBRANZA-RUTA.
       OPEN OUTPUT REPORTE-COBRANZA-ARCHIVO.
       MOVE SPACES TO WS-LINEA.
       STRING "---Lista de trabajo de cobranza al " WS-FECHA-HOY "---"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-COBRANZA.
       MOVE 0 TO WS-CANT-TAREAS.
       MOVE 0 TO WS-LEE-TAREA.
       PERFORM LEER-SIGUIENTE-TAREA.
       PERFORM LISTAR-TAREA UNTIL WS-LEE-TAREA = 1.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-COBRANZA.
       MOVE SPACES TO WS-LINEA.
       IF WS-CANT-TAREAS = 0
           MOVE "(no hay tareas de cobranza pendientes)" TO WS-LINEA
       ELSE
           STRING "Total de tareas pendientes: " WS-CANT-TAREAS
               DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-COBRANZA.
       CLOSE REPORTE-COBRANZA-ARCHIVO.
       PERFORM CERRAR-CONSULTA-CASOS.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       *>LOS ARCHIVOS QUE HACEN FALTA PARA MOSTRAR LOS CASOS Y A
       *>QUIEN CONTACTAR.
       ABRIR-CONSULTA-CASOS.
       PERFORM LEER-PARAMETRO-MAYORIA.
       MOVE "OPEN    ABRIR-CONSULTA-CASOS" TO WS-ERR-DONDE
       OPEN I-O COBRANZA-ARCHIVO.
       MOVE "OPEN    ABRIR-CONSULTA-CASOS" TO WS-ERR-DONDE
       OPEN I-O COBRANZA-TAREAS-ARCHIVO.
       MOVE "OPEN    ABRIR-CONSULTA-CASOS" TO WS-ERR-DONDE
       OPEN I-O COBRANZA-CONTACTOS-ARCHIVO.
       MOVE "OPEN    ABRIR-CONSULTA-CASOS" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "OPEN    ABRIR-CONSULTA-CASOS" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-NACIMIENTO-ARCHIVO.
       MOVE "OPEN    ABRIR-CONSULTA-CASOS" TO WS-ERR-DONDE
       OPEN I-O GRUPOS-ARCHIVO.

       CERRAR-CONSULTA-CASOS.
       CLOSE COBRANZA-ARCHIVO.
       CLOSE COBRANZA-TAREAS-ARCHIVO.
       CLOSE COBRANZA-CONTACTOS-ARCHIVO.
       CLOSE USUARIOS-ARCHIVO.
       CLOSE USUARIOS-NACIMIENTO-ARCHIVO.
       CLOSE GRUPOS-ARCHIVO.

       LEER-SIGUIENTE-TAREA.
       MOVE "READ    LEER-SIGUIENTE-TAREA" TO WS-ERR-DONDE
       READ COBRANZA-TAREAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-TAREA.

       LISTAR-TAREA.
       IF TAR-ESTADO = "Pendiente"
           MOVE TAR-PRESTAMO TO COB-LLAVE
           PERFORM LEER-CASO
           IF WS-HAY-CASO = 1 AND COB-ESTADO = "Abierto"
               ADD 1 TO WS-CANT-TAREAS
               PERFORM MOSTRAR-TAREA
           END-IF
       END-IF.
       PERFORM LEER-SIGUIENTE-TAREA.

       LEER-CASO.
       MOVE "READ    LEER-CASO" TO WS-ERR-DONDE
       READ COBRANZA-ARCHIVO RECORD
           KEY COB-LLAVE
               INVALID KEY     MOVE 0 TO WS-HAY-CASO
               NOT INVALID KEY MOVE 1 TO WS-HAY-CASO.

       MOSTRAR-TAREA.
       PERFORM BUSCAR-SOCIO-CASO.
       MOVE TAR-PASO TO COB-PASO.
       PERFORM NOMBRAR-PASO.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-COBRANZA.
       MOVE SPACES TO WS-LINEA.
       STRING TAR-FECHA " Paso " TAR-PASO " " WS-PASO-TEXTO
           "  " COB-CEDULA " " WS-SOCIO-NOMBRE
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-COBRANZA.
       MOVE SPACES TO WS-LINEA.
       STRING "    Instrumento " COB-INSTRUMENTO " vencio el "
           COB-FECHA-VENCE ", " TAR-DIAS " dias de retraso"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-COBRANZA.
       MOVE SPACES TO WS-LINEA.
       EVALUATE TAR-PASO
       WHEN 1
           STRING "    Enviar recordatorio al socio, tel. "
               WS-SOCIO-TELEFONO DELIMITED BY SIZE INTO WS-LINEA
       WHEN 2
           STRING "    Llamar al socio al " WS-SOCIO-TELEFONO
               DELIMITED BY SIZE INTO WS-LINEA
       WHEN 3
           STRING "    Enviar carta formal al socio, tel. "
               WS-SOCIO-TELEFONO DELIMITED BY SIZE INTO WS-LINEA
       WHEN 4
           PERFORM BUSCAR-RESPONSABLE-CASO
           IF WS-RESP-TIPO = SPACES
               STRING "    Sin representante ni entrenador: "
                   "contactar de nuevo al socio"
                   DELIMITED BY SIZE INTO WS-LINEA
           ELSE
               STRING "    Avisar al " WS-RESP-TIPO " "
                   WS-RESP-NOMBRE " tel. " WS-RESP-TELEFONO
                   DELIMITED BY SIZE INTO WS-LINEA
           END-IF
       WHEN 5
           MOVE "    Declarar extraviado (opcion 4, supervisor)"
               TO WS-LINEA
       END-EVALUATE.
       PERFORM IMPRIMIR-COBRANZA.

       *>NOMBRE Y TELEFONO DE QUIEN TIENE EL PRESTAMO: EL SOCIO O,
       *>SI EL PRESTAMO ES DE UN GRUPO, EL GRUPO CON EL TELEFONO DE
       *>SU CONTACTO ALTERNO.
       BUSCAR-SOCIO-CASO.
       MOVE COB-CEDULA TO CEDULA-USUARIO.
       MOVE "READ    BUSCAR-SOCIO-CASO" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1
           MOVE NOMBRE-USUARIO TO WS-SOCIO-NOMBRE
           MOVE TELEFONO TO WS-SOCIO-TELEFONO
       ELSE
           MOVE COB-CEDULA TO CODIGO-GRUPO
           MOVE "READ    BUSCAR-SOCIO-CASO" TO WS-ERR-DONDE
           READ GRUPOS-ARCHIVO RECORD
               KEY CODIGO-GRUPO
                   INVALID KEY
                       MOVE "(no registrado)" TO WS-SOCIO-NOMBRE
                       MOVE 0 TO WS-SOCIO-TELEFONO
                   NOT INVALID KEY
                       MOVE NOMBRE-GRUPO TO WS-SOCIO-NOMBRE
                       MOVE TELEFONO-ALTERNO-GRP TO WS-SOCIO-TELEFONO
           END-READ.

       *>A QUIEN SE AVISA EN EL CUARTO PASO: SI EL PRESTAMO ES DE UN
       *>GRUPO, SU ENTRENADOR RESPONSABLE (QUE ES EL GARANTE); SI ES
       *>DE UN SOCIO MENOR DE EDAD CON REPRESENTACION Vigente, SU
       *>REPRESENTANTE. SI NO HAY NINGUNO, WS-RESP-TIPO QUEDA EN
       *>BLANCO.
       BUSCAR-RESPONSABLE-CASO.
       MOVE SPACES TO WS-RESP-TIPO.
       MOVE SPACES TO WS-RESP-CEDULA.
       MOVE COB-CEDULA TO CODIGO-GRUPO.
       MOVE "READ    BUSCAR-RESPONSABLE-CASO" TO WS-ERR-DONDE
       READ GRUPOS-ARCHIVO RECORD
           KEY CODIGO-GRUPO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1
           MOVE "entrenador" TO WS-RESP-TIPO
           MOVE CEDULA-RESPONSABLE-GRP TO WS-RESP-CEDULA
       ELSE
           PERFORM BUSCAR-REPRESENTANTE-CASO.
       IF WS-RESP-CEDULA NOT = SPACES
           MOVE WS-RESP-CEDULA TO CEDULA-USUARIO
           MOVE "READ    BUSCAR-RESPONSABLE-CASO" TO WS-ERR-DONDE
           READ USUARIOS-ARCHIVO RECORD
               KEY CEDULA-USUARIO
                   INVALID KEY
                       MOVE "(no registrado)" TO WS-RESP-NOMBRE
                       MOVE 0 TO WS-RESP-TELEFONO
                   NOT INVALID KEY
                       MOVE NOMBRE-USUARIO TO WS-RESP-NOMBRE
                       MOVE TELEFONO TO WS-RESP-TELEFONO
           END-READ.

       BUSCAR-REPRESENTANTE-CASO.
       MOVE COB-CEDULA TO CEDULA-USUARIO-NAC.
       MOVE "READ    BUSCAR-REPRESENTANTE-CASO" TO WS-ERR-DONDE
       READ USUARIOS-NACIMIENTO-ARCHIVO RECORD
           KEY CEDULA-USUARIO-NAC
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1
           IF STATUS-REPRESENTACION-NAC NOT = "Vigente"
               MOVE 0 TO WS-INDICADOR
           ELSE
               COMPUTE WS-FECHA-MAYORIA-NAC =
                   FECHA-NACIMIENTO-NAC + WS-MAYORIA * 10000
               IF WS-FECHA-HOY NOT < WS-FECHA-MAYORIA-NAC
                   MOVE 0 TO WS-INDICADOR.
       IF WS-INDICADOR = 1
           MOVE PARENTESCO-NAC TO WS-RESP-PARENTESCO
           MOVE "representante" TO WS-RESP-TIPO
           MOVE CEDULA-REPRESENTANTE-NAC TO WS-RESP-CEDULA.

       NOMBRAR-PASO.
       IF COB-PASO = 0
           MOVE "(ninguno aun)" TO WS-PASO-TEXTO
       ELSE
           MOVE WS-NOMBRE-PASO(COB-PASO) TO WS-PASO-TEXTO.

       *>ANOTA UN INTENTO DE CONTACTO DE UN CASO DE LA CEDULA: POR
       *>QUE MEDIO, CON QUIEN, QUE RESULTO Y, SI PROMETIO DEVOLVER,
       *>PARA CUANDO. LAS TAREAS Pendiente DEL CASO QUEDAN Atendida.
       REGISTRAR-CONTACTO.
       DISPLAY "---Registrar intento de contacto---".
       DISPLAY " ".
       PERFORM ABRIR-CONSULTA-CASOS.
       MOVE "OPEN    REGISTRAR-CONTACTO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE 0 TO WS-SOLO-EXTRAVIO.
       PERFORM ELEGIR-CASO.
       IF WS-CANT-CASOS > 0
           PERFORM ANOTAR-CONTACTO.
       CLOSE AUDITORIA-ARCHIVO.
       PERFORM CERRAR-CONSULTA-CASOS.
       PERFORM VOLVER.

       *>PIDE LA CEDULA Y LISTA SUS CASOS Abierto O Pausado (SOLO LOS
       *>Abierto EN EL QUINTO PASO SI WS-SOLO-EXTRAVIO ES 1). DEJA EL
       *>ELEGIDO LEIDO EN COBRANZA-REGISTRO; SI NO HAY NINGUNO,
       *>WS-CANT-CASOS QUEDA EN 0.
       ELEGIR-CASO.
       DISPLAY "Ingrese la cedula del socio (o el codigo del grupo)".
       ACCEPT WS-CEDULA-BUSCADA.
       MOVE 0 TO WS-CANT-CASOS.
       MOVE 0 TO WS-CASOS-DESBORDE.
       MOVE LOW-VALUES TO COB-LLAVE.
       MOVE WS-CEDULA-BUSCADA TO COB-CEDULA.
       MOVE "START   ELEGIR-CASO" TO WS-ERR-DONDE
       START COBRANZA-ARCHIVO
           KEY IS NOT LESS THAN COB-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-CASO
           NOT INVALID KEY MOVE 0 TO WS-LEE-CASO.
       IF WS-LEE-CASO = 0
           PERFORM LEER-SIGUIENTE-CASO-CEDULA
           PERFORM AGREGAR-CASO UNTIL WS-LEE-CASO = 1.
       IF WS-CASOS-DESBORDE = 1
           DISPLAY "(hay mas casos; se muestran los primeros 20)".
       IF WS-CANT-CASOS = 0
           DISPLAY " "
           IF WS-SOLO-EXTRAVIO = 1
               DISPLAY "Esa cedula no tiene casos en el paso de "
                   "declarar extraviado."
           ELSE
               DISPLAY "Esa cedula no tiene casos de cobranza "
                   "abiertos."
           END-IF
       ELSE
           DISPLAY "Ingrese el numero del caso"
           ACCEPT WS-CASO-ELEGIDO
           PERFORM VALIDACION-CASO
           MOVE WS-CASO-LLAVE(WS-CASO-ELEGIDO) TO COB-LLAVE
           PERFORM LEER-CASO.

       LEER-SIGUIENTE-CASO-CEDULA.
       MOVE "READ    LEER-SIGUIENTE-CASO-CEDULA" TO WS-ERR-DONDE
       READ COBRANZA-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-CASO.
       IF WS-LEE-CASO = 0
           IF COB-CEDULA NOT = WS-CEDULA-BUSCADA
               MOVE 1 TO WS-LEE-CASO.

       AGREGAR-CASO.
       MOVE 0 TO WS-INDICADOR.
       IF WS-SOLO-EXTRAVIO = 1
           IF COB-ESTADO = "Abierto" AND COB-PASO = 5
               MOVE 1 TO WS-INDICADOR
           END-IF
       ELSE
           IF COB-ESTADO = "Abierto" OR COB-ESTADO = "Pausado"
               MOVE 1 TO WS-INDICADOR
           END-IF
       END-IF.
       IF WS-INDICADOR = 1
           IF WS-CANT-CASOS = 20
               MOVE 1 TO WS-CASOS-DESBORDE
           ELSE
               ADD 1 TO WS-CANT-CASOS
               MOVE COB-LLAVE TO WS-CASO-LLAVE(WS-CANT-CASOS)
               PERFORM MOSTRAR-CASO-ELEGIBLE
           END-IF
       END-IF.
       PERFORM LEER-SIGUIENTE-CASO-CEDULA.

       MOSTRAR-CASO-ELEGIBLE.
       PERFORM NOMBRAR-PASO.
       DISPLAY WS-CANT-CASOS ") Instrumento " COB-INSTRUMENTO
           " prestado el " COB-FECHA-PRESTAMO " vencio el "
           COB-FECHA-VENCE.
       IF COB-ESTADO = "Pausado"
           DISPLAY "    Paso " COB-PASO " " WS-PASO-TEXTO
               " - Pausado hasta el " COB-PROMESA
       ELSE
           DISPLAY "    Paso " COB-PASO " " WS-PASO-TEXTO.

       VALIDACION-CASO.
       IF WS-CASO-ELEGIDO < 1 OR WS-CASO-ELEGIDO > WS-CANT-CASOS
           DISPLAY "Por favor ingrese un numero de la lista"
           ACCEPT WS-CASO-ELEGIDO
           PERFORM VALIDACION-CASO.

       ANOTAR-CONTACTO.
       MOVE COBRANZA-REGISTRO TO WS-AUD-ANTES.
       DISPLAY "¿Por que medio?".
       DISPLAY "1) Telefono".
       DISPLAY "2) Carta".
       DISPLAY "3) Presencial".
       DISPLAY "4) Mensaje".
       ACCEPT WS-MEDIO-OPCION.
       PERFORM VALIDACION-MEDIO.
       DISPLAY "¿A quien?".
       DISPLAY "1) Socio".
       DISPLAY "2) Representante".
       DISPLAY "3) Entrenador".
       ACCEPT WS-CONTACTADO-OPCION.
       PERFORM VALIDACION-CONTACTADO.
       DISPLAY "¿Que resulto?".
       DISPLAY "1) Sin respuesta".
       DISPLAY "2) Contactado, sin compromiso".
       DISPLAY "3) Promete devolver el equipo".
       DISPLAY "4) Se niega a devolverlo".
       ACCEPT WS-RESULTADO-OPCION.
       PERFORM VALIDACION-RESULTADO.
       MOVE 0 TO CON-PROMESA.
       IF WS-RESULTADO-OPCION = 3
           DISPLAY "Ingrese la fecha prometida (AAAAMMDD)"
           ACCEPT CON-PROMESA
           PERFORM VALIDACION-PROMESA.
       DISPLAY "Nota (en blanco si ninguna)".
       ACCEPT CON-NOTA.
       MOVE COB-LLAVE TO CON-PRESTAMO.
       MOVE WS-FECHA-HOY TO CON-FECHA.
       ACCEPT WS-HORA-ACTUAL FROM TIME.
       MOVE WS-HORA-ACTUAL TO CON-HORA.
       MOVE COB-PASO TO CON-PASO.
       MOVE LS-CONECTAR TO CON-OPERADOR.
       PERFORM ESCRIBIR-CONTACTO.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       MOVE CON-LLAVE TO WS-AUD-LLAVE-REG.
       MOVE "Alta" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       *>LA PROMESA PAUSA LA ESCALERA HASTA LA FECHA PROMETIDA; SI
       *>SE NIEGA, LA PROMESA QUE HUBIERA QUEDA ROTA Y LA ESCALERA
       *>SIGUE DESDE LA PROXIMA NOCHE.
       IF WS-RESULTADO-OPCION = 3
           MOVE "Pausado" TO COB-ESTADO
           MOVE CON-PROMESA TO COB-PROMESA
       ELSE
           IF WS-RESULTADO-OPCION = 4 AND COB-ESTADO = "Pausado"
               MOVE "Abierto" TO COB-ESTADO
               MOVE 0 TO COB-PROMESA.
       IF COBRANZA-REGISTRO NOT = WS-AUD-ANTES(1:87)
           MOVE "REWRITE ANOTAR-CONTACTO" TO WS-ERR-DONDE
           REWRITE COBRANZA-REGISTRO
           MOVE COBRANZA-REGISTRO TO WS-AUD-DESPUES
           MOVE SPACES TO WS-AUD-LLAVE-REG
           MOVE COB-LLAVE TO WS-AUD-LLAVE-REG
           MOVE "Modificacion" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA
       ELSE
           MOVE SPACES TO WS-AUD-ANTES.
       MOVE "Atendida" TO WS-ESTADO-TAREA.
       PERFORM CERRAR-TAREAS-CASO.
       DISPLAY " ".
       DISPLAY "Contacto registrado.".
       IF COB-ESTADO = "Pausado"
           DISPLAY "La cobranza del caso queda en pausa hasta el "
               COB-PROMESA ".".

       *>SI DOS TERMINALES ANOTAN EL MISMO CASO EN LA MISMA
       *>CENTESIMA DE SEGUNDO SE AVANZA LA HORA Y SE REINTENTA.
       ESCRIBIR-CONTACTO.
       MOVE "WRITE   ESCRIBIR-CONTACTO" TO WS-ERR-DONDE
       WRITE COBRANZA-CONTACTOS-REGISTRO
           INVALID KEY
               ADD 1 TO CON-HORA
               PERFORM ESCRIBIR-CONTACTO
       END-WRITE.

       VALIDACION-MEDIO.
       EVALUATE WS-MEDIO-OPCION
       WHEN 1
           MOVE "Telefono" TO CON-MEDIO
       WHEN 2
           MOVE "Carta" TO CON-MEDIO
       WHEN 3
           MOVE "Presencial" TO CON-MEDIO
       WHEN 4
           MOVE "Mensaje" TO CON-MEDIO
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-MEDIO-OPCION
           PERFORM VALIDACION-MEDIO
       END-EVALUATE.

       VALIDACION-CONTACTADO.
       EVALUATE WS-CONTACTADO-OPCION
       WHEN 1
           MOVE "Socio" TO CON-CONTACTADO
       WHEN 2
           MOVE "Representante" TO CON-CONTACTADO
       WHEN 3
           MOVE "Entrenador" TO CON-CONTACTADO
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-CONTACTADO-OPCION
           PERFORM VALIDACION-CONTACTADO
       END-EVALUATE.

       VALIDACION-RESULTADO.
       EVALUATE WS-RESULTADO-OPCION
       WHEN 1
           MOVE "Sin respuesta" TO CON-RESULTADO
       WHEN 2
           MOVE "Contactado" TO CON-RESULTADO
       WHEN 3
           MOVE "Promesa" TO CON-RESULTADO
       WHEN 4
           MOVE "Se niega" TO CON-RESULTADO
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-RESULTADO-OPCION
           PERFORM VALIDACION-RESULTADO
       END-EVALUATE.

       *>LA FECHA PROMETIDA TIENE QUE EXISTIR EN EL CALENDARIO Y NO
       *>PUEDE SER ANTERIOR A HOY.
       VALIDACION-PROMESA.
       IF CON-PROMESA NOT NUMERIC
           MOVE 0 TO WS-FECHA-OK
       ELSE
           MOVE CON-PROMESA TO WS-FECHA-VAL
           PERFORM VALIDAR-FECHA.
       IF WS-FECHA-OK = 1 AND CON-PROMESA < WS-FECHA-HOY
           MOVE 0 TO WS-FECHA-OK.
       IF WS-FECHA-OK = 0
           DISPLAY " "
           DISPLAY "Esa fecha no existe en el calendario o ya paso."
           DISPLAY "Ingrese la fecha prometida (AAAAMMDD)"
           ACCEPT CON-PROMESA
           PERFORM VALIDACION-PROMESA.

       *>PASA LAS TAREAS Pendiente DEL CASO EN COB-LLAVE AL ESTADO
       *>WS-ESTADO-TAREA, CON EL OPERADOR QUE LAS ATENDIO.
       CERRAR-TAREAS-CASO.
       MOVE COB-LLAVE TO TAR-PRESTAMO.
       MOVE "START   CERRAR-TAREAS-CASO" TO WS-ERR-DONDE
       START COBRANZA-TAREAS-ARCHIVO KEY IS EQUAL TO TAR-PRESTAMO
           INVALID KEY     MOVE 1 TO WS-LEE-TAREA
           NOT INVALID KEY MOVE 0 TO WS-LEE-TAREA.
       IF WS-LEE-TAREA = 0
           PERFORM LEER-SIGUIENTE-TAREA-CASO
           PERFORM CERRAR-TAREA-CASO UNTIL WS-LEE-TAREA = 1.

       LEER-SIGUIENTE-TAREA-CASO.
       MOVE "READ    LEER-SIGUIENTE-TAREA-CASO" TO WS-ERR-DONDE
       READ COBRANZA-TAREAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-TAREA.
       IF WS-LEE-TAREA = 0
           IF TAR-PRESTAMO NOT = COB-LLAVE
               MOVE 1 TO WS-LEE-TAREA.

       CERRAR-TAREA-CASO.
       IF TAR-ESTADO = "Pendiente"
           MOVE WS-ESTADO-TAREA TO TAR-ESTADO
           MOVE WS-FECHA-HOY TO TAR-FECHA-ATENCION
           MOVE LS-CONECTAR TO TAR-OPERADOR
           MOVE "REWRITE CERRAR-TAREA-CASO" TO WS-ERR-DONDE
           REWRITE COBRANZA-TAREAS-REGISTRO.
       PERFORM LEER-SIGUIENTE-TAREA-CASO.

       *>CADA CASO Abierto O Pausado CON EL PASO EN QUE VA, LOS DIAS
       *>DE RETRASO Y TODOS SUS INTENTOS DE CONTACTO.
       REPORTE-CASOS.
       DISPLAY "---Reporte de casos de cobranza---".
       DISPLAY " ".
       PERFORM ABRIR-CONSULTA-CASOS.
       MOVE "reporte_cobranza_casos" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       STRING "Casos abiertos al " WS-FECHA-HOY
           DELIMITED BY SIZE INTO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-COBRANZA-RUTA.
       OPEN OUTPUT REPORTE-COBRANZA-ARCHIVO.
       MOVE SPACES TO WS-LINEA.
       STRING "---Casos de cobranza al " WS-FECHA-HOY "---"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-COBRANZA.
       MOVE 0 TO WS-CANT-REPORTE.
       MOVE 0 TO WS-CANT-PAUSADOS.
       MOVE 0 TO WS-LEE-CASO.
       PERFORM LEER-SIGUIENTE-CASO.
       PERFORM REPORTAR-CASO UNTIL WS-LEE-CASO = 1.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-COBRANZA.
       MOVE SPACES TO WS-LINEA.
       IF WS-CANT-REPORTE = 0
           MOVE "(no hay casos de cobranza abiertos)" TO WS-LINEA
       ELSE
           STRING "Casos abiertos: " WS-CANT-REPORTE
               "  (en pausa por promesa: " WS-CANT-PAUSADOS ")"
               DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-COBRANZA.
       CLOSE REPORTE-COBRANZA-ARCHIVO.
       PERFORM CERRAR-CONSULTA-CASOS.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-CASO.
       MOVE "READ    LEER-SIGUIENTE-CASO" TO WS-ERR-DONDE
       READ COBRANZA-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-CASO.

       REPORTAR-CASO.
       IF COB-ESTADO = "Abierto" OR COB-ESTADO = "Pausado"
           ADD 1 TO WS-CANT-REPORTE
           IF COB-ESTADO = "Pausado"
               ADD 1 TO WS-CANT-PAUSADOS
           END-IF
           PERFORM MOSTRAR-CASO-REPORTE
       END-IF.
       PERFORM LEER-SIGUIENTE-CASO.

       MOSTRAR-CASO-REPORTE.
       PERFORM BUSCAR-SOCIO-CASO.
       PERFORM NOMBRAR-PASO.
       MOVE COB-FECHA-VENCE TO WS-FECHA-CONV.
       PERFORM CONVERTIR-FECHA-A-DIAS.
       IF WS-DIAS-CONV > WS-DIAS-HOY
           MOVE 0 TO WS-DIAS-RETRASO
       ELSE
           COMPUTE WS-DIAS-RETRASO = WS-DIAS-HOY - WS-DIAS-CONV.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-COBRANZA.
       MOVE SPACES TO WS-LINEA.
       STRING COB-CEDULA " " WS-SOCIO-NOMBRE " tel. "
           WS-SOCIO-TELEFONO DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-COBRANZA.
       MOVE SPACES TO WS-LINEA.
       STRING "  Instrumento " COB-INSTRUMENTO " prestado el "
           COB-FECHA-PRESTAMO ", vencio el " COB-FECHA-VENCE " ("
           WS-DIAS-RETRASO " dias)"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-COBRANZA.
       MOVE SPACES TO WS-LINEA.
       IF COB-ESTADO = "Pausado"
           STRING "  Paso actual: " COB-PASO " " WS-PASO-TEXTO
               " - Pausado por promesa hasta el " COB-PROMESA
               DELIMITED BY SIZE INTO WS-LINEA
       ELSE
           IF COB-PASO = 0
               STRING "  Paso actual: " WS-PASO-TEXTO
                   DELIMITED BY SIZE INTO WS-LINEA
           ELSE
               STRING "  Paso actual: " COB-PASO " " WS-PASO-TEXTO
                   " desde el " COB-FECHA-PASO
                   DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-COBRANZA.
       MOVE 0 TO WS-CANT-CONTACTOS.
       MOVE COB-LLAVE TO CON-PRESTAMO.
       MOVE 0 TO CON-FECHA.
       MOVE 0 TO CON-HORA.
       MOVE "START   MOSTRAR-CASO-REPORTE" TO WS-ERR-DONDE
       START COBRANZA-CONTACTOS-ARCHIVO
           KEY IS NOT LESS THAN CON-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-CONTACTO
           NOT INVALID KEY MOVE 0 TO WS-LEE-CONTACTO.
       IF WS-LEE-CONTACTO = 0
           PERFORM LEER-SIGUIENTE-CONTACTO
           PERFORM REPORTAR-CONTACTO UNTIL WS-LEE-CONTACTO = 1.
       IF WS-CANT-CONTACTOS = 0
           MOVE "    (sin contactos registrados)" TO WS-LINEA
           PERFORM IMPRIMIR-COBRANZA.

       LEER-SIGUIENTE-CONTACTO.
       MOVE "READ    LEER-SIGUIENTE-CONTACTO" TO WS-ERR-DONDE
       READ COBRANZA-CONTACTOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-CONTACTO.
       IF WS-LEE-CONTACTO = 0
           IF CON-PRESTAMO NOT = COB-LLAVE
               MOVE 1 TO WS-LEE-CONTACTO.

       REPORTAR-CONTACTO.
       ADD 1 TO WS-CANT-CONTACTOS.
       MOVE SPACES TO WS-LINEA.
       IF CON-PROMESA = 0
           STRING "    " CON-FECHA " paso " CON-PASO " " CON-MEDIO
               " " CON-CONTACTADO " " CON-RESULTADO " " CON-OPERADOR
               DELIMITED BY SIZE INTO WS-LINEA
       ELSE
           STRING "    " CON-FECHA " paso " CON-PASO " " CON-MEDIO
               " " CON-CONTACTADO " " CON-RESULTADO " "
               CON-PROMESA " " CON-OPERADOR
               DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-COBRANZA.
       IF CON-NOTA NOT = SPACES
           MOVE SPACES TO WS-LINEA
           STRING "        " CON-NOTA DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-COBRANZA.
       PERFORM LEER-SIGUIENTE-CONTACTO.

       *>ULTIMO PASO DE LA ESCALERA: EL EQUIPO SE DA POR PERDIDO. EL
       *>PRESTAMO SE CIERRA COMO Extraviado, EL INSTRUMENTO PASA A
       *>Extraviado Y AL SOCIO SE LE CARGA LA REPOSICION, IGUAL QUE
       *>CUANDO SE DEVUELVE COMO Extraviado EN PRESTAMOS.CBL. SI EL
       *>EQUIPO APARECE DESPUES, HALLAZGOS.CBL LO RESTITUYE Y REVIERTE
       *>EL CARGO.
       DECLARAR-EXTRAVIADO.
       DISPLAY "---Declarar extraviado---".
       DISPLAY " ".
       PERFORM ABRIR-CONSULTA-CASOS.
       MOVE "OPEN    DECLARAR-EXTRAVIADO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE 1 TO WS-SOLO-EXTRAVIO.
       PERFORM ELEGIR-CASO.
       IF WS-CANT-CASOS > 0
           DISPLAY " "
           DISPLAY "¿Confirma que el instrumento " COB-INSTRUMENTO
               " se da por extraviado? (S/N)"
           ACCEPT WS-SI-NO
           INSPECT WS-SI-NO CONVERTING "sn" TO "SN"
           IF WS-SI-NO = "S"
               PERFORM EJECUTAR-EXTRAVIO
           ELSE
               DISPLAY "No se declaro nada."
           END-IF
       END-IF.
       CLOSE AUDITORIA-ARCHIVO.
       PERFORM CERRAR-CONSULTA-CASOS.
       PERFORM VOLVER.

       EJECUTAR-EXTRAVIO.
       MOVE "OPEN    EJECUTAR-EXTRAVIO" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE COB-LLAVE TO PRE-LLAVE.
       MOVE "READ    EJECUTAR-EXTRAVIO" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO RECORD
           KEY PRE-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1
           IF STATUS-INSTRUMENTO-PR = "Devuelto"
               OR STATUS-INSTRUMENTO-PR = "devuelto"
               OR STATUS-INSTRUMENTO-PR = "Extraviado"
               OR STATUS-PRESTAMO-PR = "Inactivo"
               MOVE 0 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           DISPLAY " "
           DISPLAY "El prestamo ya no esta pendiente; el cierre del "
               "dia cerrara el caso."
       ELSE
           PERFORM CERRAR-PRESTAMO-EXTRAVIADO
           PERFORM MARCAR-INSTRUMENTO-EXTRAVIADO
           PERFORM PROPONER-CARGO-REPOSICION
           PERFORM CERRAR-CASO-EXTRAVIADO.
       CLOSE PRESTAMOS-ARCHIVO.

       *>EL PRESTAMO QUEDA DEVUELTO COMO Extraviado CON LA FECHA DE
       *>HOY, IGUAL QUE EN LA DEVOLUCION DE PRESTAMOS.CBL.
       CERRAR-PRESTAMO-EXTRAVIADO.
       MOVE PRESTAMOS-REGISTRO TO WS-AUD-ANTES.
       MOVE "Extraviado" TO STATUS-INSTRUMENTO-PR.
       MOVE WS-FECHA-HOY TO FECHA-DEVOLUCION-PR.
       ACCEPT WS-HORA-STATUS-HIST FROM TIME.
       MOVE WS-HORA-STATUS-HIST TO HORA-DEVOLUCION-PR.
       MOVE "REWRITE CERRAR-PRESTAMO-EXTRAVIADO" TO WS-ERR-DONDE
       REWRITE PRESTAMOS-REGISTRO.
       MOVE PRESTAMOS-REGISTRO TO WS-AUD-DESPUES.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       MOVE PRE-LLAVE TO WS-AUD-LLAVE-REG.
       MOVE "Devolucion" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       DISPLAY " ".
       DISPLAY "Prestamo cerrado como Extraviado.".

       MARCAR-INSTRUMENTO-EXTRAVIADO.
       MOVE "OPEN    MARCAR-INSTRUMENTO-EXTRAVIADO" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE ID-INSTRUMENTO-PR TO ID-INSTRUMENTO-INV.
       MOVE "READ    MARCAR-INSTRUMENTO-EXTRAVIADO" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-INV
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           DISPLAY " "
           DISPLAY "Advertencia: el instrumento no existe, no se pudo "
               "actualizar su status."
       ELSE
           IF STATUS-INSTRUMENTO-INV NOT = "Extraviado"
               PERFORM GRABAR-INSTRUMENTO-EXTRAVIADO.
       CLOSE INSTRUMENTOS-ARCHIVO.

       GRABAR-INSTRUMENTO-EXTRAVIADO.
       MOVE INSTRUMENTOS-REGISTRO TO WS-AUD-ANTES.
       MOVE "Extraviado" TO STATUS-INSTRUMENTO-INV.
       MOVE WS-FECHA-HOY TO FECHA-STATUS-INV.
       MOVE "REWRITE GRABAR-INSTRUMENTO-EXTRAVIADO" TO WS-ERR-DONDE
       REWRITE INSTRUMENTOS-REGISTRO.
       MOVE "OPEN    GRABAR-INSTRUMENTO-EXTRAVIADO" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-HISTORIAL-ARCHIVO.
       MOVE ID-INSTRUMENTO-INV TO ID-INSTRUMENTO-HIST.
       MOVE FECHA-STATUS-INV TO FECHA-STATUS-HIST.
       ACCEPT WS-HORA-STATUS-HIST FROM TIME.
       MOVE WS-HORA-STATUS-HIST TO HORA-STATUS-HIST.
       MOVE STATUS-INSTRUMENTO-INV TO STATUS-INSTRUMENTO-HIST.
       MOVE SPACES TO GRADO-CONDICION-HIST.
       MOVE "WRITE   GRABAR-INSTRUMENTO-EXTRAVIADO" TO WS-ERR-DONDE
       WRITE INSTRUMENTOS-HISTORIAL-REGISTRO.
       CLOSE INSTRUMENTOS-HISTORIAL-ARCHIVO.
       MOVE INSTRUMENTOS-REGISTRO TO WS-AUD-DESPUES.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       MOVE ID-INSTRUMENTO-INV TO WS-AUD-LLAVE-REG.
       MOVE "Modificacion" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       MOVE "I" TO WS-DIS-ACCION.
       MOVE ID-INSTRUMENTO-INV TO WS-DIS-INSTRUMENTO.
       PERFORM LLAMAR-DISPONIBILIDAD.
       DISPLAY "Instrumento " ID-INSTRUMENTO-INV
           " marcado como Extraviado.".

       *>SE PROPONE AL SOCIO EL CARGO DE REPOSICION A VALOR EN
       *>LIBROS (VER CALCULAR-CARGO-REPOSICION) Y QUEDA COMO MULTA
       *>PENDIENTE.
       PROPONER-CARGO-REPOSICION.
       MOVE ID-INSTRUMENTO-PR TO WS-ID-REPOSICION.
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
       MOVE CEDULA-USUARIO-PR TO CEDULA-USUARIO-MUL.
       MOVE ID-INSTRUMENTO-PR TO ID-INSTRUMENTO-MUL.
       MOVE WS-FECHA-HOY TO FECHA-MULTA.
       MOVE "READ    GRABAR-MULTA-REPOSICION" TO WS-ERR-DONDE
       READ MULTAS-ARCHIVO RECORD
           KEY MUL-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1
           DISPLAY " "
           DISPLAY "Ya existe una multa de hoy para ese usuario e "
           DISPLAY "instrumento; registre la reposicion a mano en "
           DISPLAY "Multas."
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
           DISPLAY "Cargo de reposicion registrado como Pendiente.".
       CLOSE MULTAS-ARCHIVO.

       *>DEJA EN LA AUDITORIA LA REBAJA DE LA MULTA RECIEN GRABADA:
       *>ANTES CON EL CARGO PROPUESTO Y DESPUES CON EL COBRADO, Y EN
       *>LA LLAVE EL MOTIVO.
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

       *>VALOR EN LIBROS DEL INSTRUMENTO EN WS-ID-REPOSICION: EL
       *>ULTIMO VALOR RESTANTE CALCULADO POR DEPRECIAR.CBL, O EL
       *>VALOR DE ADQUISICION SI FUE DONADO O SI TODAVIA NO SE HA
       *>DEPRECIADO. LE SUMA EL CARGO DE MANEJO Y DEJA EL TOTAL EN
       *>WS-CARGO-PROPUESTO, IGUAL QUE EN PRESTAMOS.CBL.
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

       *>EL CASO QUEDA Extraviado Y SUS TAREAS Pendiente, Atendida.
       CERRAR-CASO-EXTRAVIADO.
       MOVE COBRANZA-REGISTRO TO WS-AUD-ANTES.
       MOVE "Extraviado" TO COB-ESTADO.
       MOVE WS-FECHA-HOY TO COB-FECHA-CIERRE.
       MOVE "REWRITE CERRAR-CASO-EXTRAVIADO" TO WS-ERR-DONDE
       REWRITE COBRANZA-REGISTRO.
       MOVE COBRANZA-REGISTRO TO WS-AUD-DESPUES.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       MOVE COB-LLAVE TO WS-AUD-LLAVE-REG.
       MOVE "Modificacion" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       MOVE "Atendida" TO WS-ESTADO-TAREA.
       PERFORM CERRAR-TAREAS-CASO.
       DISPLAY "Caso de cobranza cerrado como Extraviado.".

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

       IMPRIMIR-COBRANZA.
       *>MUESTRA LA LINEA EN PANTALLA Y LA DEJA GRABADA EN EL REPORTE.
       DISPLAY WS-LINEA.
       WRITE REPORTE-COBRANZA-LINEA FROM WS-LINEA.
       MOVE SPACES TO WS-LINEA.

       GRABAR-AUDITORIA.
       *>DEJA CONSTANCIA DE QUE OPERADOR REALIZO LA TRANSACCION.
       *>AUD-ACCION, WS-AUD-LLAVE-REG Y LA FOTO ANTES/DESPUES DEBEN
       *>SER LLENADOS POR QUIEN LLAMA A ESTE PARRAFO.
       ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUD-HORA FROM TIME.
       MOVE LS-CONECTAR TO AUD-OPERADOR.
       MOVE "Cobranza" TO AUD-PROGRAMA.
       MOVE WS-AUD-LLAVE-REG TO AUD-LLAVE-REGISTRO.
       MOVE WS-AUD-ANTES TO AUD-ANTES.
       MOVE WS-AUD-DESPUES TO AUD-DESPUES.
       MOVE 0 TO AUD-SECUENCIA.
       PERFORM ESCRIBIR-AUDITORIA.
       MOVE SPACES TO WS-AUD-ANTES.
       MOVE SPACES TO WS-AUD-DESPUES.

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
       MOVE SPACES TO WS-PRESTAMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "prestamos.dat" DELIMITED BY SIZE INTO WS-PRESTAMOS-RUTA.
       MOVE SPACES TO WS-USUARIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios.dat" DELIMITED BY SIZE INTO WS-USUARIOS-RUTA.
       MOVE SPACES TO WS-USUARIOS-NACIMIENTO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios_nacimiento.dat" DELIMITED BY SIZE
           INTO WS-USUARIOS-NACIMIENTO-RUTA.
       MOVE SPACES TO WS-GRUPOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "grupos.dat" DELIMITED BY SIZE INTO WS-GRUPOS-RUTA.
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
       MOVE SPACES TO WS-DEPRECIACION-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "depreciacion.dat" DELIMITED BY SIZE
           INTO WS-DEPRECIACION-RUTA.
       MOVE SPACES TO WS-MULTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "multas.dat" DELIMITED BY SIZE INTO WS-MULTAS-RUTA.
       MOVE SPACES TO WS-PARAMETROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "parametros.dat" DELIMITED BY SIZE INTO WS-PARAMETROS-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
       EXIT PROGRAM.
