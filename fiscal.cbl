       IDENTIFICATION DIVISION.
       PROGRAM-ID. Fiscal INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       *>DOCUMENTOS FISCALES EMITIDOS POR LOS COBROS DE ALQUILER,
       *>CUOTAS Y MULTAS (VER EMITIR-DOCUMENTO-FISCAL EN PRESTAMOS.CBL,
       *>USUARIOS.CBL Y MULTAS.CBL). AQUI SE SACA EL LIBRO DE VENTAS
       *>DEL MES Y SE ANULAN LOS DOCUMENTOS MAL EMITIDOS: UN NUMERO DE
       *>CONTROL NUNCA SE BORRA NI SE REUTILIZA.
       SELECT OPTIONAL DOCUMENTOS-FISCALES-ARCHIVO
       ASSIGN TO WS-DOCUMENTOS-FISCALES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS FIS-CONTROL
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-DOCUMENTOS-FISCALES.

       *>EL NOMBRE DEL CLIENTE PARA EL LIBRO DE VENTAS.
       SELECT OPTIONAL USUARIOS-ARCHIVO
       ASSIGN TO WS-USUARIOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS.

       *>PARAMETROS GENERALES DEL SISTEMA (VER PARAMETROS.CBL). AQUI SE
       *>LEE CORTEPER: UN DOCUMENTO DE UN MES YA CERRADO NO SE ANULA,
       *>PORQUE ESE LIBRO YA SE DECLARO.
       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO WS-PARAMETROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PARAM-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PARAMETROS.

       *>DEJA CONSTANCIA DE CADA ANULACION.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       *>EL LIBRO DE VENTAS IMPRESO PARA EL CONTADOR. CADA CORRIDA
       *>SE ANOTA EN EL CATALOGO DE REPORTES (VER CATALOGO.CBL), QUE
       *>LE DA SU NOMBRE FECHADO Y NUMERADO.
       SELECT OPTIONAL LIBRO-VENTAS-ARCHIVO
       ASSIGN TO WS-LIBRO-VENTAS-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       *>COPIA DEL REGISTRO DE USUARIOS.DAT (VER USUARIOS.CBL).
       FD USUARIOS-ARCHIVO.
           01 USUARIOS-REGISTRO.
               05 CEDULA-USUARIO      PIC X(11).
               05 NOMBRE-USUARIO      PIC X(40).
               05 SEXO                PIC X(9).
               05 DIRECCION           PIC X(100).
               05 TELEFONO            PIC 9(11).
               05 TIPO-INSTRUMENTO-US PIC X(40).
               05 STATUS-USUARIO      PIC X(8).
               05 STATUS-VENCIDO-US   PIC X(8).
               05 STATUS-SUSPENDIDO-US PIC X(10).
               05 FECHA-INSCRIPCION-US  PIC 9(8).
               05 FECHA-VENCIMIENTO-US  PIC 9(8).
               05 CATEGORIA-US        PIC X(10).

       *>COPIA DEL REGISTRO DE PARAMETROS.DAT (VER PARAMETROS.CBL).
       FD PARAMETROS-ARCHIVO.
           01 PARAMETROS-REGISTRO.
               05 PARAM-NOMBRE PIC X(12).
               05 PARAM-VALOR  PIC 9(6).

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
               05 AUD-ANTES          PIC X(280).
               05 AUD-DESPUES        PIC X(280).

       FD LIBRO-VENTAS-ARCHIVO.
           01 LIBRO-VENTAS-LINEA PIC X(150).

       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS
       01 WS-TITULO.
           05 FILLER   PIC X(28) VALUE SPACES.
           05 WS-TIT   PIC X(24) VALUE "Documentos Fiscales".
           05 FILLER   PIC X(28) VALUE SPACES.

       77 WS-OPCION PIC 9(2).
       77 WS-INDICADOR PIC 9(1).
       77 WS-SI-NO PIC X(1).

       *>USADOS POR EL LIBRO DE VENTAS DEL MES.
       77 WS-LIBRO-VENTAS-RUTA PIC X(80).
       77 WS-LINEA-VENTAS PIC X(150).
       77 WS-PERIODO-LIBRO PIC 9(6).
       77 WS-LEE-FISCAL PIC 9(1).
       77 WS-OPERACION PIC 9(5).
       77 WS-NOMBRE-LIBRO PIC X(40).
       77 WS-EXENTO-DOC PIC 9(8)V99.
       77 WS-BASE-DOC PIC 9(8)V99.
       77 WS-IVA-DOC PIC 9(8)V99.
       77 WS-TOTAL-DOC PIC 9(8)V99.
       77 WS-TOTAL-VENTAS PIC 9(10)V99.
       77 WS-TOTAL-EXENTAS PIC 9(10)V99.
       77 WS-TOTAL-BASE PIC 9(10)V99.
       77 WS-TOTAL-IVA PIC 9(10)V99.
       77 WS-CANT-ANULADOS PIC 9(5).
       *>TITULOS DE LAS COLUMNAS, A LA MEDIDA DE LOS CAMPOS DE CADA
       *>LINEA DE DETALLE.
       01 WS-ENCABEZADO-LIBRO.
           05 FILLER PIC X(6)  VALUE "Oper.".
           05 FILLER PIC X(9)  VALUE "Fecha".
           05 FILLER PIC X(12) VALUE "Cedula".
           05 FILLER PIC X(25) VALUE "Nombre del cliente".
           05 FILLER PIC X(9)  VALUE "Control".
           05 FILLER PIC X(20) VALUE "Documento".
           05 FILLER PIC X(11) VALUE "Total c/IVA".
           05 FILLER PIC X(11) VALUE "Exentas".
           05 FILLER PIC X(11) VALUE "Base imp.".
           05 FILLER PIC X(6)  VALUE "Alic.".
           05 FILLER PIC X(10) VALUE "Impuesto".

       *>USADOS PARA ANULAR UN DOCUMENTO.
       77 WS-CONTROL-ANULAR PIC 9(8).
       77 WS-MOTIVO-ANULA PIC X(30).
       77 WS-CORTEPER PIC 9(6).

       *>USADO PARA DEJAR CONSTANCIA DE LOS CAMBIOS EN LA AUDITORIA.
       77 WS-AUD-LLAVE-REG PIC X(60).
       01 WS-AUD-ANTES PIC X(280) VALUE SPACES.
       01 WS-AUD-DESPUES PIC X(280) VALUE SPACES.

       *>DATOS DE LA CORRIDA QUE SE ANOTA EN EL CATALOGO DE
       *>REPORTES (VER CATALOGO.CBL).
       01 WS-CAT-DATOS.
           05 WS-CAT-ACCION     PIC X(1).
           05 WS-CAT-PROGRAMA   PIC X(15) VALUE "Fiscal".
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
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Fiscal".
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
       77 WS-FS-DOCUMENTOS-FISCALES PIC X(2).
       77 WS-FS-USUARIOS PIC X(2).
       77 WS-FS-PARAMETROS PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-DOCUMENTOS-FISCALES-RUTA PIC X(80).
       77 WS-USUARIOS-RUTA PIC X(80).
       77 WS-PARAMETROS-RUTA PIC X(80).
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
       ERROR-DOCUMENTOS-FISCALES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON DOCUMENTOS-FISCALES-ARCHIVO.
       ERROR-DOCUMENTOS-FISCALES-ANOTAR.
       MOVE "documentos_fiscales.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-DOCUMENTOS-FISCALES TO WS-ERR-ESTADO.
       MOVE FIS-CONTROL TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-USUARIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USUARIOS-ARCHIVO.
       ERROR-USUARIOS-ANOTAR.
       MOVE "usuarios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO TO WS-ERR-LLAVE.
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
       *>PROGRAMA PRINCIPAL. SOLO SUPERVISORES: EL LIBRO DE VENTAS ES
       *>PARA EL CONTADOR Y UNA ANULACION NO SE PUEDE DESHACER.
       PROGRAM-BEGIN.
       PERFORM ARMAR-RUTAS.
       DISPLAY " ".
       DISPLAY WS-TITULO.
       DISPLAY " ".
       IF LS-ROL NOT = "supervisor"
           DISPLAY "Esta opcion requiere rol supervisor."
           PERFORM FIN-PROGRAMA.
       IF LS-MODO-SESION = "P"
           DISPLAY "Los documentos fiscales no se manejan en modo "
               "practica."
           PERFORM FIN-PROGRAMA.
       DISPLAY "1) Libro de ventas del mes".
       DISPLAY "2) Anular un documento fiscal".
       DISPLAY "3) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU.

       PERFORM FIN-PROGRAMA.

       *>RUTINAS.
       VALIDACION-MENU.
       EVALUATE WS-OPCION
       WHEN 1
           PERFORM LIBRO-VENTAS
       WHEN 2
           PERFORM ANULAR-DOCUMENTO
       WHEN 3
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-MENU
       END-EVALUATE.

       *>IMPRIME EL LIBRO DE VENTAS DE UN MES EN EL ORDEN DE LOS
       *>NUMEROS DE CONTROL, CON LAS COLUMNAS QUE PIDE EL FISCO:
       *>OPERACION, FECHA, CEDULA Y NOMBRE DEL CLIENTE, CONTROL,
       *>DOCUMENTO, TOTAL CON IVA, VENTAS EXENTAS, BASE IMPONIBLE,
       *>ALICUOTA E IMPUESTO. LOS ANULADOS SALEN EN SU LUGAR, EN CERO,
       *>PARA QUE LA NUMERACION SE VEA COMPLETA.
       LIBRO-VENTAS.
       DISPLAY "---Libro de ventas---".
       DISPLAY " ".
       DISPLAY "Indique el mes del libro (AAAAMM)".
       ACCEPT WS-PERIODO-LIBRO.
       MOVE "OPEN    LIBRO-VENTAS" TO WS-ERR-DONDE
       OPEN I-O DOCUMENTOS-FISCALES-ARCHIVO.
       MOVE "OPEN    LIBRO-VENTAS" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "libro_ventas" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       STRING "Periodo " WS-PERIODO-LIBRO
           DELIMITED BY SIZE INTO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-LIBRO-VENTAS-RUTA.
       OPEN OUTPUT LIBRO-VENTAS-ARCHIVO.
       STRING "---Libro de ventas del periodo " WS-PERIODO-LIBRO
           "---"
           DELIMITED BY SIZE INTO WS-LINEA-VENTAS.
       PERFORM IMPRIMIR-LIBRO-VENTAS.
       MOVE WS-ENCABEZADO-LIBRO TO WS-LINEA-VENTAS.
       PERFORM IMPRIMIR-LIBRO-VENTAS.
       MOVE 0 TO WS-OPERACION.
       MOVE 0 TO WS-TOTAL-VENTAS.
       MOVE 0 TO WS-TOTAL-EXENTAS.
       MOVE 0 TO WS-TOTAL-BASE.
       MOVE 0 TO WS-TOTAL-IVA.
       MOVE 0 TO WS-CANT-ANULADOS.
       MOVE 0 TO WS-LEE-FISCAL.
       PERFORM LEER-SIGUIENTE-FISCAL.
       PERFORM DETALLAR-DOCUMENTO UNTIL WS-LEE-FISCAL = 1.
       IF WS-OPERACION = 0
           MOVE "  (sin documentos fiscales en el periodo)"
               TO WS-LINEA-VENTAS
           PERFORM IMPRIMIR-LIBRO-VENTAS.
       MOVE " " TO WS-LINEA-VENTAS.
       PERFORM IMPRIMIR-LIBRO-VENTAS.
       STRING "Documentos: " WS-OPERACION
           "  Anulados: " WS-CANT-ANULADOS
           DELIMITED BY SIZE INTO WS-LINEA-VENTAS.
       PERFORM IMPRIMIR-LIBRO-VENTAS.
       STRING "Total ventas con IVA: " WS-TOTAL-VENTAS
           DELIMITED BY SIZE INTO WS-LINEA-VENTAS.
       PERFORM IMPRIMIR-LIBRO-VENTAS.
       STRING "Ventas exentas:       " WS-TOTAL-EXENTAS
           DELIMITED BY SIZE INTO WS-LINEA-VENTAS.
       PERFORM IMPRIMIR-LIBRO-VENTAS.
       STRING "Base imponible:       " WS-TOTAL-BASE
           DELIMITED BY SIZE INTO WS-LINEA-VENTAS.
       PERFORM IMPRIMIR-LIBRO-VENTAS.
       STRING "Impuesto (IVA):       " WS-TOTAL-IVA
           DELIMITED BY SIZE INTO WS-LINEA-VENTAS.
       PERFORM IMPRIMIR-LIBRO-VENTAS.
       CLOSE DOCUMENTOS-FISCALES-ARCHIVO.
       CLOSE USUARIOS-ARCHIVO.
       CLOSE LIBRO-VENTAS-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Libro grabado en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       IMPRIMIR-LIBRO-VENTAS.
       DISPLAY WS-LINEA-VENTAS.
       WRITE LIBRO-VENTAS-LINEA FROM WS-LINEA-VENTAS.
       MOVE SPACES TO WS-LINEA-VENTAS.

       LEER-SIGUIENTE-FISCAL.
       MOVE "READ    LEER-SIGUIENTE-FISCAL" TO WS-ERR-DONDE
       READ DOCUMENTOS-FISCALES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-FISCAL.

       *>UN DOCUMENTO CON IVA EN CERO VA COMPLETO A VENTAS EXENTAS;
       *>LOS DEMAS SEPARAN BASE E IMPUESTO.
       DETALLAR-DOCUMENTO.
       IF FIS-FECHA(1:6) = WS-PERIODO-LIBRO
           ADD 1 TO WS-OPERACION
           PERFORM BUSCAR-NOMBRE-CLIENTE
           IF FIS-ESTADO = "Anulado"
               ADD 1 TO WS-CANT-ANULADOS
               MOVE 0 TO WS-TOTAL-DOC
               MOVE 0 TO WS-EXENTO-DOC
               MOVE 0 TO WS-BASE-DOC
               MOVE 0 TO WS-IVA-DOC
               MOVE "*** ANULADO ***" TO WS-NOMBRE-LIBRO
           ELSE
               MOVE FIS-TOTAL TO WS-TOTAL-DOC
               IF FIS-TASA-IVA = 0
                   MOVE FIS-TOTAL TO WS-EXENTO-DOC
                   MOVE 0 TO WS-BASE-DOC
                   MOVE 0 TO WS-IVA-DOC
               ELSE
                   MOVE 0 TO WS-EXENTO-DOC
                   MOVE FIS-BASE TO WS-BASE-DOC
                   MOVE FIS-IVA TO WS-IVA-DOC
               END-IF
           END-IF
           ADD WS-TOTAL-DOC TO WS-TOTAL-VENTAS
           ADD WS-EXENTO-DOC TO WS-TOTAL-EXENTAS
           ADD WS-BASE-DOC TO WS-TOTAL-BASE
           ADD WS-IVA-DOC TO WS-TOTAL-IVA
           STRING WS-OPERACION " " FIS-FECHA " " FIS-CEDULA " "
               WS-NOMBRE-LIBRO(1:24) " " FIS-CONTROL " "
               FIS-SERIE " " FIS-RECIBO " " WS-TOTAL-DOC " "
               WS-EXENTO-DOC " " WS-BASE-DOC " " FIS-TASA-IVA " "
               WS-IVA-DOC
               DELIMITED BY SIZE INTO WS-LINEA-VENTAS
           PERFORM IMPRIMIR-LIBRO-VENTAS
       END-IF.
       PERFORM LEER-SIGUIENTE-FISCAL.

       BUSCAR-NOMBRE-CLIENTE.
       MOVE FIS-CEDULA TO CEDULA-USUARIO.
       MOVE "READ    BUSCAR-NOMBRE-CLIENTE" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO RECORD
           KEY CEDULA-USUARIO
               INVALID KEY     MOVE SPACES TO WS-NOMBRE-LIBRO
               NOT INVALID KEY MOVE NOMBRE-USUARIO TO WS-NOMBRE-LIBRO.

       *>ANULA UN DOCUMENTO FISCAL: QUEDA EN EL ARCHIVO CON SU NUMERO
       *>Y SUS MONTOS ORIGINALES, MARCADO Anulado CON LA FECHA, EL
       *>MOTIVO Y QUIEN LO ANULO. EL COBRO EN SU LIBRO NO SE TOCA; SI
       *>HAY QUE DEVOLVER DINERO SE HACE POR SU PROPIA OPCION.
       ANULAR-DOCUMENTO.
       DISPLAY "---Anular un documento fiscal---".
       DISPLAY " ".
       DISPLAY "Ingrese el numero de control".
       ACCEPT WS-CONTROL-ANULAR.
       MOVE "OPEN    ANULAR-DOCUMENTO" TO WS-ERR-DONDE
       OPEN I-O DOCUMENTOS-FISCALES-ARCHIVO.
       MOVE WS-CONTROL-ANULAR TO FIS-CONTROL.
       MOVE "READ    ANULAR-DOCUMENTO" TO WS-ERR-DONDE
       READ DOCUMENTOS-FISCALES-ARCHIVO RECORD
           KEY FIS-CONTROL
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           DISPLAY " "
           DISPLAY "No existe un documento con ese numero de control."
           CLOSE DOCUMENTOS-FISCALES-ARCHIVO
           PERFORM VOLVER.
       IF FIS-ESTADO = "Anulado"
           DISPLAY " "
           DISPLAY "Ese documento ya fue anulado el " FIS-FECHA-ANULA
           DISPLAY "por " FIS-OPERADOR-ANULA ": " FIS-MOTIVO-ANULA
           CLOSE DOCUMENTOS-FISCALES-ARCHIVO
           PERFORM VOLVER.
       PERFORM LEER-PARAMETRO-CORTEPER.
       IF WS-CORTEPER > 0 AND FIS-FECHA(1:6) NOT > WS-CORTEPER
           DISPLAY " "
           DISPLAY "El documento es de un periodo ya cerrado ("
               WS-CORTEPER "); no se puede anular."
           CLOSE DOCUMENTOS-FISCALES-ARCHIVO
           PERFORM VOLVER.
       DISPLAY " ".
       DISPLAY "Control: " FIS-CONTROL "  Fecha: " FIS-FECHA.
       DISPLAY "Documento: " FIS-SERIE " " FIS-RECIBO
           "  Cedula: " FIS-CEDULA.
       DISPLAY "Concepto: " FIS-CONCEPTO "  Total: " FIS-TOTAL.
       DISPLAY " ".
       DISPLAY "Ingrese el motivo de la anulacion".
       ACCEPT WS-MOTIVO-ANULA.
       DISPLAY "¿Confirma la anulacion? (S/N)".
       ACCEPT WS-SI-NO.
       PERFORM CONFIRMAR-ANULACION.
       CLOSE DOCUMENTOS-FISCALES-ARCHIVO.
       PERFORM VOLVER.

       CONFIRMAR-ANULACION.
       EVALUATE WS-SI-NO
       WHEN = "S" OR = "s"
           PERFORM GRABAR-ANULACION
       WHEN = "N" OR = "n"
           DISPLAY "No se anulo el documento."
       WHEN OTHER
           DISPLAY "Por favor ingrese S para si, o N para no."
           ACCEPT WS-SI-NO
           PERFORM CONFIRMAR-ANULACION
       END-EVALUATE.

       GRABAR-ANULACION.
       MOVE SPACES TO WS-AUD-ANTES.
       STRING "Control " FIS-CONTROL " " FIS-ESTADO " " FIS-TOTAL
           DELIMITED BY SIZE INTO WS-AUD-ANTES.
       MOVE "Anulado" TO FIS-ESTADO.
       ACCEPT FIS-FECHA-ANULA FROM DATE YYYYMMDD.
       MOVE WS-MOTIVO-ANULA TO FIS-MOTIVO-ANULA.
       MOVE LS-CONECTAR TO FIS-OPERADOR-ANULA.
       MOVE "REWRITE GRABAR-ANULACION" TO WS-ERR-DONDE
       REWRITE DOCUMENTOS-FISCALES-REGISTRO.
       MOVE SPACES TO WS-AUD-DESPUES.
       STRING "Control " FIS-CONTROL " " FIS-ESTADO " "
           FIS-MOTIVO-ANULA
           DELIMITED BY SIZE INTO WS-AUD-DESPUES.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Control " FIS-CONTROL " " FIS-SERIE " " FIS-RECIBO
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Anulacion" TO AUD-ACCION.
       MOVE "OPEN    GRABAR-ANULACION" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       PERFORM GRABAR-AUDITORIA.
       CLOSE AUDITORIA-ARCHIVO.
       DISPLAY " ".
       DISPLAY "Documento anulado correctamente.".

       LEER-PARAMETRO-CORTEPER.
       MOVE 0 TO WS-CORTEPER.
       MOVE "OPEN    LEER-PARAMETRO-CORTEPER" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "CORTEPER" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-CORTEPER" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 0 TO WS-CORTEPER
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-CORTEPER.
       CLOSE PARAMETROS-ARCHIVO.

       VOLVER.
       DISPLAY " ".
       DISPLAY "1.- Volver al menu de documentos fiscales".
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

       GRABAR-AUDITORIA.
       *>DEJA CONSTANCIA DE QUE SUPERVISOR REALIZO LA TRANSACCION.
       *>AUD-ACCION Y WS-AUD-LLAVE-REG DEBEN SER LLENADOS POR QUIEN
       *>LLAMA A ESTE PARRAFO.
       ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUD-HORA FROM TIME.
       MOVE LS-CONECTAR TO AUD-OPERADOR.
       MOVE "Fiscal" TO AUD-PROGRAMA.
       MOVE WS-AUD-LLAVE-REG TO AUD-LLAVE-REGISTRO.
       MOVE WS-AUD-ANTES TO AUD-ANTES.
       MOVE WS-AUD-DESPUES TO AUD-DESPUES.
       MOVE 0 TO AUD-SECUENCIA.
       PERFORM ESCRIBIR-AUDITORIA.
       MOVE SPACES TO WS-AUD-ANTES.
       MOVE SPACES TO WS-AUD-DESPUES.

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
       MOVE SPACES TO WS-DOCUMENTOS-FISCALES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "documentos_fiscales.dat" DELIMITED BY SIZE
           INTO WS-DOCUMENTOS-FISCALES-RUTA.
       MOVE SPACES TO WS-USUARIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios.dat" DELIMITED BY SIZE INTO WS-USUARIOS-RUTA.
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
