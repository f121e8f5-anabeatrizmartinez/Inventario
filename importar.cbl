       *>BUENAS Y DEJA LAS RECHAZADAS CON SU MOTIVO EN UN ARCHIVO DE
       *>ERRORES PARA CORREGIR Y RECORRER SOLO ESAS.
       SELECT OPTIONAL IMPORT-USUARIOS-ARCHIVO
       ASSIGN TO WS-IMPORT-USUARIOS-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL IMPORT-INSTRUMENTOS-ARCHIVO
       ASSIGN TO WS-IMPORT-INSTRUMENTOS-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RECHAZOS-ARCHIVO
       ASSIGN TO WS-RECHAZOS-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL USUARIOS-ARCHIVO
       ASSIGN TO WS-USUARIOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS.

       SELECT OPTIONAL INSTRUMENTOS-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS.

       *>PARA VALIDAR QUE EL TIPO DEL INSTRUMENTO IMPORTADO (EL
       *>PREFIJO DE TRES LETRAS DE SU CODIGO) EXISTA.
       SELECT OPTIONAL TIPO-INSTRUMENTO-ARCHIVO
       ASSIGN TO WS-TIPO-INSTRUMENTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-TIPO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TIPO-INSTRUMENTO.

       *>DEJA CONSTANCIA DE CADA CORRIDA DE IMPORTACION.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       *>TEXTOS CON COMAS ADENTRO NO SE SOPORTAN, IGUAL QUE EN LA
       *>EXPORTACION.
       01 WS-CAMPOS-USUARIO.
           05 WS-IMP-CEDULA      PIC X(15).
           05 WS-IMP-NOMBRE      PIC X(40).
           05 WS-IMP-SEXO        PIC X(9).
           05 WS-IMP-DIRECCION   PIC X(100).
       *>USADO PARA DEJAR CONSTANCIA DE LAS CORRIDAS EN LA AUDITORIA.
       77 WS-AUD-LLAVE-REG PIC X(60).

       *>USADOS PARA VALIDAR Y NORMALIZAR LA CEDULA DE CADA FILA CON
       *>LA RUTINA COMUN DE LAS PANTALLAS (VER IDENTIDAD.CBL).
       77 WS-DOC-TIPO PIC X(1).
       77 WS-DOC-ENTRADA PIC X(15).
       77 WS-DOC-NORMAL PIC X(11).
       77 WS-DOC-RESULTADO PIC 9(1).
       77 WS-DOC-MENSAJE PIC X(50).

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

       *>DATOS DEL ERROR DE ARCHIVO QUE SE ANOTA EN ERRORES.DAT
       *>(VER ERRORES.CBL). ANTES DE CADA OPERACION SOBRE UN
       *>ARCHIVO DE DATOS SE DEJA EN WS-ERR-DONDE LA OPERACION Y EL
       *>PARRAFO; SI FALLA, LAS DECLARATIVAS COMPLETAN EL RESTO.
       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Importar".
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
       77 WS-FS-INSTRUMENTOS PIC X(2).
       77 WS-FS-TIPO-INSTRUMENTO PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-IMPORT-USUARIOS-RUTA PIC X(80).
       77 WS-IMPORT-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-RECHAZOS-RUTA PIC X(80).
       77 WS-USUARIOS-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-TIPO-INSTRUMENTO-RUTA PIC X(80).
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
       ERROR-USUARIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON USUARIOS-ARCHIVO.
       ERROR-USUARIOS-ANOTAR.
       MOVE "usuarios.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-USUARIOS TO WS-ERR-ESTADO.
       MOVE CEDULA-USUARIO TO WS-ERR-LLAVE.
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
       DISPLAY "Importando import_usuarios.csv...".
       OPEN INPUT IMPORT-USUARIOS-ARCHIVO.
       OPEN OUTPUT RECHAZOS-ARCHIVO.
       MOVE "OPEN    IMPORTAR-USUARIOS" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       MOVE "OPEN    IMPORTAR-USUARIOS" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE 0 TO WS-FILAS-LEIDAS.
       MOVE 0 TO WS-FILAS-CARGADAS.
           PERFORM LEER-FILA-USUARIO.

       *>LAS MISMAS REGLAS DE LA PANTALLA DE CAPTURA: CEDULA
       *>OBLIGATORIA, CON FORMATO VALIDO Y NO DUPLICADA, TELEFONO
       *>NUMERICO Y FECHAS REALES DEL CALENDARIO (O EN CERO). LA
       *>CEDULA SE CARGA EN SU FORMA NORMAL; SE DA POR DUPLICADA SI
       *>YA EXISTE ASI O TAL COMO VINO EN LA FILA.
       VALIDAR-FILA-USUARIO.
       MOVE 1 TO WS-FILA-OK.
       MOVE SPACES TO WS-MOTIVO-RECHAZO.
       IF WS-IMP-CEDULA = SPACES
           MOVE 0 TO WS-FILA-OK
           MOVE "cedula en blanco" TO WS-MOTIVO-RECHAZO.
       IF WS-FILA-OK = 1
           MOVE "C" TO WS-DOC-TIPO
           MOVE WS-IMP-CEDULA TO WS-DOC-ENTRADA
           CALL "Identidad" USING WS-DOC-TIPO WS-DOC-ENTRADA
               WS-DOC-NORMAL WS-DOC-RESULTADO WS-DOC-MENSAJE
           IF WS-DOC-RESULTADO NOT = 0
               MOVE 0 TO WS-FILA-OK
               STRING "cedula: " WS-DOC-MENSAJE
                   DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO.
       IF WS-FILA-OK = 1
           MOVE WS-IMP-CEDULA TO CEDULA-USUARIO
           MOVE "READ    VALIDAR-FILA-USUARIO" TO WS-ERR-DONDE
           READ USUARIOS-ARCHIVO RECORD
               KEY CEDULA-USUARIO
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
                   NOT INVALID KEY MOVE 1 TO WS-INDICADOR
           END-READ
           IF WS-INDICADOR = 0
               MOVE WS-DOC-NORMAL TO CEDULA-USUARIO
               MOVE "READ    VALIDAR-FILA-USUARIO" TO WS-ERR-DONDE
               READ USUARIOS-ARCHIVO RECORD
                   KEY CEDULA-USUARIO
                       INVALID KEY     MOVE 0 TO WS-INDICADOR
                       NOT INVALID KEY MOVE 1 TO WS-INDICADOR
               END-READ
           END-IF
           IF WS-INDICADOR = 1
               MOVE 0 TO WS-FILA-OK
               MOVE "cedula ya registrada" TO WS-MOTIVO-RECHAZO
           ELSE
               MOVE WS-DOC-NORMAL TO WS-IMP-CEDULA.
       IF WS-FILA-OK = 1
           AND WS-IMP-TELEFONO NOT = SPACES
           IF WS-IMP-TELEFONO NOT NUMERIC
           MOVE "adulto" TO CATEGORIA-USUARIO
       ELSE
           MOVE WS-IMP-CATEGORIA TO CATEGORIA-USUARIO.
       MOVE "WRITE   CARGAR-USUARIO" TO WS-ERR-DONDE
       WRITE USUARIOS-REGISTRO.
       ADD 1 TO WS-FILAS-CARGADAS.

       DISPLAY "Importando import_instrumentos.csv...".
       OPEN INPUT IMPORT-INSTRUMENTOS-ARCHIVO.
       OPEN OUTPUT RECHAZOS-ARCHIVO.
       MOVE "OPEN    IMPORTAR-INSTRUMENTOS" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       MOVE "OPEN    IMPORTAR-INSTRUMENTOS" TO WS-ERR-DONDE
       OPEN I-O TIPO-INSTRUMENTO-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       MOVE "OPEN    IMPORTAR-INSTRUMENTOS" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE 0 TO WS-FILAS-LEIDAS.
       MOVE 0 TO WS-FILAS-CARGADAS.
           MOVE "codigo en blanco" TO WS-MOTIVO-RECHAZO.
       IF WS-FILA-OK = 1
           MOVE WS-IMP-ID TO ID-INSTRUMENTO
           MOVE "READ    VALIDAR-FILA-INSTRUMENTO" TO WS-ERR-DONDE
           READ INSTRUMENTOS-ARCHIVO RECORD
               KEY ID-INSTRUMENTO
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
               MOVE "codigo ya registrado" TO WS-MOTIVO-RECHAZO.
       IF WS-FILA-OK = 1
           MOVE WS-IMP-ID(1:3) TO CODIGO-TIPO
           MOVE "READ    VALIDAR-FILA-INSTRUMENTO" TO WS-ERR-DONDE
           READ TIPO-INSTRUMENTO-ARCHIVO RECORD
               KEY CODIGO-TIPO
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
       MOVE WS-IMP-MARCA TO MARCA.
       MOVE WS-IMP-MODELO TO MODELO.
       MOVE WS-IMP-SERIE TO SERIE.
       MOVE "WRITE   CARGAR-INSTRUMENTO" TO WS-ERR-DONDE
       WRITE INSTRUMENTOS-REGISTRO.
       MOVE ID-INSTRUMENTO TO WS-DIS-INSTRUMENTO.
       PERFORM ACTUALIZAR-DISPONIBILIDAD.
       ADD 1 TO WS-FILAS-CARGADAS.

       *>UNA FECHA IMPORTADA VALE SI VIENE EN BLANCO, EN CERO, O ES
       *>LLAVE REPITE Y EL WRITE FALLA; SE AVANZA LA SECUENCIA Y SE
       *>REINTENTA, IGUAL QUE EN LOS DEMAS PROGRAMAS.
       ESCRIBIR-AUDITORIA.
       MOVE "WRITE   ESCRIBIR-AUDITORIA" TO WS-ERR-DONDE
       WRITE AUDITORIA-REGISTRO
           INVALID KEY
               ADD 1 TO AUD-SECUENCIA
       END-EVALUATE.


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
       VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       IF WS-FS-TIPO-INSTRUMENTO = "05"
           MOVE "tipo_instrumento.dat" TO WS-ERR-ARCHIVO
           MOVE WS-FS-TIPO-INSTRUMENTO TO WS-ERR-ESTADO
           CLOSE TIPO-INSTRUMENTO-ARCHIVO
           CALL "CBL_DELETE_FILE" USING WS-TIPO-INSTRUMENTO-RUTA
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
       MOVE SPACES TO WS-IMPORT-USUARIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "import_usuarios.csv" DELIMITED BY SIZE
           INTO WS-IMPORT-USUARIOS-RUTA.
       MOVE SPACES TO WS-IMPORT-INSTRUMENTOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "import_instrumentos.csv" DELIMITED BY SIZE
           INTO WS-IMPORT-INSTRUMENTOS-RUTA.
       MOVE SPACES TO WS-RECHAZOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "import_rechazos.txt" DELIMITED BY SIZE
           INTO WS-RECHAZOS-RUTA.
       MOVE SPACES TO WS-USUARIOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "usuarios.dat" DELIMITED BY SIZE INTO WS-USUARIOS-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-RUTA.
       MOVE SPACES TO WS-TIPO-INSTRUMENTO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "tipo_instrumento.dat" DELIMITED BY SIZE
           INTO WS-TIPO-INSTRUMENTO-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
