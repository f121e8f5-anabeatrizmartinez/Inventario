       *>PARA QUE LOS VALORES NO SE SIGAN FIJANDO QUIEN SABE COMO Y
       *>QUEDE EN LA AUDITORIA QUIEN CAMBIO QUE Y CUANDO.
       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO WS-PARAMETROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PARAM-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PARAMETROS.

       *>CALENDARIO DE FERIADOS Y DIAS CERRADOS DEL CLUB. LAS FECHAS
       *>TOPE DE DEVOLUCION RUEDAN PARA NO CAER EN DIA CERRADO Y LA
       *>MULTA POR RETRASO NO CUENTA ESOS DIAS (VER PRESTAMOS.CBL).
       SELECT OPTIONAL FERIADOS-ARCHIVO
       ASSIGN TO WS-FERIADOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS FECHA-FERIADO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-FERIADOS.

       *>DEJA CONSTANCIA, CON EL VALOR ANTERIOR Y EL NUEVO, DE CADA
       *>CAMBIO DE PARAMETRO.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER PIC X(12) VALUE "CORTEPER".
           05 FILLER PIC X(12) VALUE "AUTOMODO".
           05 FILLER PIC X(12) VALUE "REPMAXPCT".
           05 FILLER PIC X(12) VALUE "IVAALQUILER".
           05 FILLER PIC X(12) VALUE "IVACUOTA".
           05 FILLER PIC X(12) VALUE "IVAREPOSIC".
           05 FILLER PIC X(12) VALUE "IVAMULTA".
           05 FILLER PIC X(12) VALUE "RECLAMODIAS".
           05 FILLER PIC X(12) VALUE "REPOSCARGO".
           05 FILLER PIC X(12) VALUE "MAYORIA".
           05 FILLER PIC X(12) VALUE "ANONIMIZAR".
           05 FILLER PIC X(12) VALUE "RETENREP".
           05 FILLER PIC X(12) VALUE "HALLAZDIAS".
           05 FILLER PIC X(12) VALUE "CLUBCODIGO".
           05 FILLER PIC X(12) VALUE "SANCMULTA".
           05 FILLER PIC X(12) VALUE "COBRAVISO".
           05 FILLER PIC X(12) VALUE "COBRLLAMADA".
           05 FILLER PIC X(12) VALUE "COBRCARTA".
           05 FILLER PIC X(12) VALUE "COBRTUTOR".
           05 FILLER PIC X(12) VALUE "COBREXTRAV".
           05 FILLER PIC X(12) VALUE "OCIOSODIAS".
       01 WS-CATALOGO-R REDEFINES WS-CATALOGO-PARAMS.
           05 WS-PARAM-CAT OCCURS 28 PIC X(12).
       77 WS-IDX-CAT PIC 9(2).

       *>DATOS DEL ERROR DE ARCHIVO QUE SE ANOTA EN ERRORES.DAT
       *>(VER ERRORES.CBL). ANTES DE CADA OPERACION SOBRE UN
       *>ARCHIVO DE DATOS SE DEJA EN WS-ERR-DONDE LA OPERACION Y EL
       *>PARRAFO; SI FALLA, LAS DECLARATIVAS COMPLETAN EL RESTO.
       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Parametros".
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
       77 WS-FS-PARAMETROS PIC X(2).
       77 WS-FS-FERIADOS PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-PARAMETROS-RUTA PIC X(80).
       77 WS-FERIADOS-RUTA PIC X(80).
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
       ERROR-PARAMETROS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PARAMETROS-ARCHIVO.
       ERROR-PARAMETROS-ANOTAR.
       MOVE "parametros.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PARAMETROS TO WS-ERR-ESTADO.
       MOVE PARAM-NOMBRE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-FERIADOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON FERIADOS-ARCHIVO.
       ERROR-FERIADOS-ANOTAR.
       MOVE "feriados.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-FERIADOS TO WS-ERR-ESTADO.
       MOVE FECHA-FERIADO TO WS-ERR-LLAVE.
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
       *>PROGRAMA PRINCIPAL. SOLO SUPERVISORES: LOS PARAMETROS MANDAN
       *>SOBRE TODO EL SISTEMA.
       PROGRAM-BEGIN.
       PERFORM ARMAR-RUTAS.
       DISPLAY " ".
       DISPLAY WS-TITULO.
       DISPLAY " ".
       *>EL PROGRAMA QUE LO LEE USARA SU VALOR POR OMISION).
       VER-PARAMETROS.
       DISPLAY "---Parametros del sistema---".
       MOVE "OPEN    VER-PARAMETROS" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       PERFORM MOSTRAR-PARAMETRO
           VARYING WS-IDX-CAT FROM 1 BY 1
           UNTIL WS-IDX-CAT > 28.
       CLOSE PARAMETROS-ARCHIVO.
       PERFORM VOLVER.

               TO WS-PARAM-DESCRIPCION
           MOVE 1 TO WS-PARAM-MINIMO
           MOVE 100 TO WS-PARAM-MAXIMO
       *>TASAS DE IVA POR CONCEPTO, EN CENTESIMAS DE PORCENTAJE
       *>(1600 ES EL 16%). LAS TARIFAS LAS INCLUYEN; EL RECIBO
       *>SEPARA LA BASE Y EL IVA. 0 DEJA EL CONCEPTO EXENTO.
       WHEN "IVAALQUILER"
           MOVE "IVA del alquiler (centesimas de %)"
               TO WS-PARAM-DESCRIPCION
           MOVE 0 TO WS-PARAM-MINIMO
           MOVE 5000 TO WS-PARAM-MAXIMO
       WHEN "IVACUOTA"
           MOVE "IVA de las cuotas (centesimas de %)"
               TO WS-PARAM-DESCRIPCION
           MOVE 0 TO WS-PARAM-MINIMO
           MOVE 5000 TO WS-PARAM-MAXIMO
       WHEN "IVAREPOSIC"
           MOVE "IVA de cargos por reposicion (centesimas de %)"
               TO WS-PARAM-DESCRIPCION
           MOVE 0 TO WS-PARAM-MINIMO
           MOVE 5000 TO WS-PARAM-MAXIMO
       WHEN "IVAMULTA"
           MOVE "IVA de las multas (centesimas de %; exentas: 0)"
               TO WS-PARAM-DESCRIPCION
           MOVE 0 TO WS-PARAM-MINIMO
           MOVE 5000 TO WS-PARAM-MAXIMO
       WHEN "RECLAMODIAS"
           MOVE "Dias para reportar un reclamo al seguro atrasado"
               TO WS-PARAM-DESCRIPCION
           MOVE 1 TO WS-PARAM-MINIMO
           MOVE 365 TO WS-PARAM-MAXIMO
       *>CARGO FIJO QUE SE SUMA AL VALOR EN LIBROS AL COBRAR LA
       *>REPOSICION DE UN EQUIPO PRESTADO QUE SE PERDIO.
       WHEN "REPOSCARGO"
           MOVE "Cargo de manejo de una reposicion (dolares)"
               TO WS-PARAM-DESCRIPCION
           MOVE 0 TO WS-PARAM-MINIMO
           MOVE 9999 TO WS-PARAM-MAXIMO
       *>POR DEBAJO DE ESTA EDAD EL SOCIO SE INSCRIBE CON UN
       *>REPRESENTANTE, Y LOS COMPROBANTES, CARTAS Y AVISOS VAN A
       *>NOMBRE DE ESTE (VER USUARIOS.CBL Y CIERRE.CBL).
       WHEN "MAYORIA"
           MOVE "Mayoria de edad: no se exige representante"
               TO WS-PARAM-DESCRIPCION
           MOVE 1 TO WS-PARAM-MINIMO
           MOVE 99 TO WS-PARAM-MAXIMO
       *>AÑOS SIN MOVIMIENTO, SIN PRESTAMOS ABIERTOS Y SIN DEUDA
       *>TRAS LOS CUALES UN EX SOCIO SE ANONIMIZA (VER
       *>PRIVACIDAD.CBL).
       WHEN "ANONIMIZAR"
           MOVE "Años sin actividad para anonimizar a un ex socio"
               TO WS-PARAM-DESCRIPCION
           MOVE 1 TO WS-PARAM-MINIMO
           MOVE 99 TO WS-PARAM-MAXIMO
       *>MESES QUE SE GUARDAN LOS REPORTES DEL CATALOGO ANTES DE QUE
       *>LA CORRIDA DE ARCHIVO LOS BORRE (VER ARCHIVAR.CBL).
       WHEN "RETENREP"
           MOVE "Meses que se guardan los reportes impresos"
               TO WS-PARAM-DESCRIPCION
           MOVE 1 TO WS-PARAM-MINIMO
           MOVE 120 TO WS-PARAM-MAXIMO
       *>DIAS QUE SE GUARDA UNA PERTENENCIA ENCONTRADA ANTES DE
       *>PASAR A LA LISTA PARA DESECHAR (VER HALLAZGOS.CBL).
       WHEN "HALLAZDIAS"
           MOVE "Dias que se guarda una pertenencia no reclamada"
               TO WS-PARAM-DESCRIPCION
           MOVE 1 TO WS-PARAM-MINIMO
           MOVE 365 TO WS-PARAM-MAXIMO
       *>CODIGO CON QUE NOS CONOCEN LOS CLUBES ALIADOS EN LAS LISTAS
       *>DE SANCIONADOS; SIN CARGAR NO SE PUEDE EXPORTAR LA NUESTRA
       *>(VER SANCIONES.CBL).
       WHEN "CLUBCODIGO"
           MOVE "Codigo del club ante los clubes aliados"
               TO WS-PARAM-DESCRIPCION
           MOVE 1 TO WS-PARAM-MINIMO
           MOVE 999999 TO WS-PARAM-MAXIMO
       *>DEUDA EN MULTAS, FUERA DE CONVENIO, DESDE LA QUE UN SOCIO
       *>VA EN LA LISTA DE SANCIONADOS PARA LOS ALIADOS.
       WHEN "SANCMULTA"
           MOVE "Deuda en multas para informar a un socio (dolares)"
               TO WS-PARAM-DESCRIPCION
           MOVE 1 TO WS-PARAM-MINIMO
           MOVE 9999 TO WS-PARAM-MAXIMO
       *>DIAS DE RETRASO EN QUE CADA PASO DE LA ESCALERA DE COBRANZA
       *>ENTRA EN LA LISTA DE TRABAJO (VER PROGRAMAR-COBRANZA EN
       *>CIERRE.CBL Y COBRANZA.CBL). CADA NOCHE SE SUBE A LO SUMO UN
       *>PASO, ASI QUE CONVIENE QUE VAYAN DE MENOR A MAYOR.
       WHEN "COBRAVISO"
           MOVE "Dias de retraso para el recordatorio de cobranza"
               TO WS-PARAM-DESCRIPCION
           MOVE 1 TO WS-PARAM-MINIMO
           MOVE 365 TO WS-PARAM-MAXIMO
       WHEN "COBRLLAMADA"
           MOVE "Dias de retraso para la llamada de cobranza"
               TO WS-PARAM-DESCRIPCION
           MOVE 1 TO WS-PARAM-MINIMO
           MOVE 365 TO WS-PARAM-MAXIMO
       WHEN "COBRCARTA"
           MOVE "Dias de retraso para la carta formal de cobranza"
               TO WS-PARAM-DESCRIPCION
           MOVE 1 TO WS-PARAM-MINIMO
           MOVE 365 TO WS-PARAM-MAXIMO
       WHEN "COBRTUTOR"
           MOVE "Dias de retraso para avisar al representante"
               TO WS-PARAM-DESCRIPCION
           MOVE 1 TO WS-PARAM-MINIMO
           MOVE 365 TO WS-PARAM-MAXIMO
       WHEN "COBREXTRAV"
           MOVE "Dias de retraso para declarar el equipo extraviado"
               TO WS-PARAM-DESCRIPCION
           MOVE 1 TO WS-PARAM-MINIMO
           MOVE 730 TO WS-PARAM-MAXIMO
       *>DIAS SIN PRESTAMOS PARA QUE UN INSTRUMENTO LIBRE CUENTE
       *>COMO OCIOSO EN LA PROPUESTA SEMANAL DE REDISTRIBUCION
       *>ENTRE SEDES (VER REDISTRIBUCION.CBL).
       WHEN "OCIOSODIAS"
           MOVE "Dias sin prestamos para considerar equipo ocioso"
               TO WS-PARAM-DESCRIPCION
           MOVE 7 TO WS-PARAM-MINIMO
           MOVE 365 TO WS-PARAM-MAXIMO
       WHEN OTHER
           MOVE 0 TO WS-PARAM-CONOCIDO
       END-EVALUATE.

       LEER-VALOR-ACTUAL.
       MOVE WS-PARAM-ELEGIDO TO PARAM-NOMBRE.
       MOVE "READ    LEER-VALOR-ACTUAL" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 0 TO WS-HAY-VALOR
           DISPLAY "Ese parametro no esta en el catalogo del sistema."
           PERFORM VOLVER
       ELSE
           MOVE "OPEN    CAMBIAR-PARAMETRO" TO WS-ERR-DONDE
           OPEN I-O PARAMETROS-ARCHIVO
           MOVE "OPEN    CAMBIAR-PARAMETRO" TO WS-ERR-DONDE
           OPEN I-O AUDITORIA-ARCHIVO
           PERFORM LEER-VALOR-ACTUAL
           DISPLAY " "
       MOVE WS-PARAM-ELEGIDO TO PARAM-NOMBRE.
       MOVE WS-VALOR-NUEVO TO PARAM-VALOR.
       IF WS-HAY-VALOR = 0
           MOVE "WRITE   GRABAR-PARAMETRO" TO WS-ERR-DONDE
           WRITE PARAMETROS-REGISTRO
       ELSE
           MOVE "REWRITE GRABAR-PARAMETRO" TO WS-ERR-DONDE
           REWRITE PARAMETROS-REGISTRO.
       MOVE SPACES TO WS-AUD-DESPUES.
       STRING WS-PARAM-ELEGIDO " " WS-VALOR-NUEVO
       PERFORM VALIDACION-FECHA-FERIADO.
       DISPLAY "Ingrese la descripcion (por ejemplo Carnaval)".
       ACCEPT DESCRIPCION-FERIADO.
       MOVE "OPEN    REGISTRAR-FERIADO" TO WS-ERR-DONDE
       OPEN I-O FERIADOS-ARCHIVO.
       MOVE "OPEN    REGISTRAR-FERIADO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "WRITE   REGISTRAR-FERIADO" TO WS-ERR-DONDE
       WRITE FERIADOS-REGISTRO
           INVALID KEY
               DISPLAY "Esa fecha ya esta registrada como feriado."
       LISTAR-FERIADOS.
       DISPLAY " ".
       DISPLAY "---Feriados registrados---".
       MOVE "OPEN    LISTAR-FERIADOS" TO WS-ERR-DONDE
       OPEN I-O FERIADOS-ARCHIVO.
       MOVE 0 TO WS-HAY-FERIADOS.
       MOVE 0 TO WS-LEE-FERIADO.
       PERFORM MENU-FERIADOS.

       LEER-SIGUIENTE-FERIADO.
       MOVE "READ    LEER-SIGUIENTE-FERIADO" TO WS-ERR-DONDE
       READ FERIADOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-FERIADO.
       DISPLAY " ".
       DISPLAY "Ingrese la fecha del feriado a eliminar (AAAAMMDD)".
       ACCEPT FECHA-FERIADO.
       MOVE "OPEN    ELIMINAR-FERIADO" TO WS-ERR-DONDE
       OPEN I-O FERIADOS-ARCHIVO.
       MOVE "OPEN    ELIMINAR-FERIADO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "DELETE  ELIMINAR-FERIADO" TO WS-ERR-DONDE
       DELETE FERIADOS-ARCHIVO RECORD
           INVALID KEY
               DISPLAY "Esa fecha no esta registrada como feriado."
       *>SEGUNDO, LA LLAVE REPITE Y EL WRITE FALLA; EN VEZ DE PERDER
       *>LA ENTRADA EN SILENCIO SE AVANZA LA SECUENCIA Y SE REINTENTA.
       ESCRIBIR-AUDITORIA.
       MOVE "WRITE   ESCRIBIR-AUDITORIA" TO WS-ERR-DONDE
       WRITE AUDITORIA-REGISTRO
           INVALID KEY
               ADD 1 TO AUD-SECUENCIA
               PERFORM ESCRIBIR-AUDITORIA
       END-WRITE.

       *>ARMA LA RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE
       *>LA SESION (EL REAL O EL DE PRACTICA, VER MENU.CBL) Y, EN
       *>MODO PRACTICA, LO ADVIERTE EN CADA PANTALLA.
       ARMAR-RUTAS.
       IF LS-MODO-SESION = "P"
           DISPLAY "*** MODO PRACTICA: datos de entrenamiento, "
               "nada de esto es real ***".
       MOVE SPACES TO WS-PARAMETROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "parametros.dat" DELIMITED BY SIZE INTO WS-PARAMETROS-RUTA.
       MOVE SPACES TO WS-FERIADOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "feriados.dat" DELIMITED BY SIZE INTO WS-FERIADOS-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
