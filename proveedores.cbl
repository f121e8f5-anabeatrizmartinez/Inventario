
       FILE-CONTROL.
       SELECT OPTIONAL PROVEEDORES-ARCHIVO
       ASSIGN TO WS-PROVEEDORES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-PROVEEDOR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PROVEEDORES.

       *>DEJA CONSTANCIA DE QUE OPERADOR REALIZO CADA TRANSACCION DE
       *>MANTENIMIENTO (ALTA, MODIFICACION O BAJA) SOBRE UN PROVEEDOR.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       *>PARA VERIFICAR QUE NINGUN INSTRUMENTO SIGA APUNTANDO A UN
       *>PROVEEDOR ANTES DE PERMITIR SU BAJA.
       SELECT OPTIONAL INSTRUMENTOS-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-INV
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS.

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

       *>SE ABRE PARA PODER CASCADEAR UN CAMBIO DE ID-PROVEEDOR HACIA
       *>LAS ADQUISICIONES QUE YA LO REFERENCIAN, EN FINAL-EDITAR-CAMPOS.
       SELECT OPTIONAL ADQUISICIONES-ARCHIVO
       ASSIGN TO WS-ADQUISICIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-ADQ
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-ADQ WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ADQUISICIONES.

       DATA DIVISION.
       FILE SECTION.
       *>CAMBIADO DE LLAVE MIENTRAS SE EDITABA.
       77 WS-BLOQUEO-CLAVE PIC X(62).

       *>USADOS PARA VALIDAR Y NORMALIZAR EL RIF (O LA CEDULA DE UN
       *>DONANTE PARTICULAR) CON LA RUTINA COMUN (VER IDENTIDAD.CBL).
       77 WS-DOC-TIPO PIC X(1).
       77 WS-DOC-ENTRADA PIC X(15).
       77 WS-DOC-NORMAL PIC X(11).
       77 WS-DOC-RESULTADO PIC 9(1).
       77 WS-DOC-MENSAJE PIC X(50).
       77 WS-DOC-MENSAJE-RIF PIC X(50).

       *>USADOS PARA BUSCAR PROVEEDORES POR PARTE DEL NOMBRE CUANDO
       *>NO SE TIENE EL RIF A MANO, IGUAL QUE LAS BUSQUEDAS PARCIALES
       *>DE CONSULTAS.CBL.
       01 WS-AUD-ANTES PIC X(280) VALUE SPACES.
       01 WS-AUD-DESPUES PIC X(280) VALUE SPACES.

       *>DATOS DEL ERROR DE ARCHIVO QUE SE ANOTA EN ERRORES.DAT
       *>(VER ERRORES.CBL). ANTES DE CADA OPERACION SOBRE UN
       *>ARCHIVO DE DATOS SE DEJA EN WS-ERR-DONDE LA OPERACION Y EL
       *>PARRAFO; SI FALLA, LAS DECLARATIVAS COMPLETAN EL RESTO.
       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Proveedores".
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
       77 WS-FS-PROVEEDORES PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       77 WS-FS-INSTRUMENTOS PIC X(2).
       77 WS-FS-BLOQUEOS PIC X(2).
       77 WS-FS-PARAMETROS PIC X(2).
       77 WS-FS-ADQUISICIONES PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-PROVEEDORES-RUTA PIC X(80).
       77 WS-AUDITORIA-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-BLOQUEOS-RUTA PIC X(80).
       77 WS-PARAMETROS-RUTA PIC X(80).
       77 WS-ADQUISICIONES-RUTA PIC X(80).

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
       ERROR-PROVEEDORES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROVEEDORES-ARCHIVO.
       ERROR-PROVEEDORES-ANOTAR.
       MOVE "proveedores.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PROVEEDORES TO WS-ERR-ESTADO.
       MOVE ID-PROVEEDOR TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-AUDITORIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AUDITORIA-ARCHIVO.
       ERROR-AUDITORIA-ANOTAR.
       MOVE "auditoria.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-AUDITORIA TO WS-ERR-ESTADO.
       MOVE AUD-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INSTRUMENTOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSTRUMENTOS-ARCHIVO.
       ERROR-INSTRUMENTOS-ANOTAR.
       MOVE "instrumentos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-INV TO WS-ERR-LLAVE.
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
       ERROR-ADQUISICIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ADQUISICIONES-ARCHIVO.
       ERROR-ADQUISICIONES-ANOTAR.
       MOVE "adquisiciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ADQUISICIONES TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-ADQ TO WS-ERR-LLAVE.
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
       DISPLAY "---Registro de nuevo proveedor---".
       DISPLAY " ".
       DISPLAY "Indique numero de cedula o RIF del proveedor".
       PERFORM PEDIR-ID-NUEVO.
       *>VERIFICAR SI EL ID YA EXISTE EN LA BASE DE DATOS
       MOVE "OPEN    REGISTRAR" TO WS-ERR-DONDE
       OPEN I-O PROVEEDORES-ARCHIVO.
       MOVE "OPEN    REGISTRAR" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "READ    REGISTRAR" TO WS-ERR-DONDE
       READ PROVEEDORES-ARCHIVO RECORD
           KEY ID-PROVEEDOR
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           PERFORM BUSCAR-ID-ESCRITO.
       IF WS-INDICADOR = 0 *>SI NO EXISTE, GUARDO EL NUEVO REGISTRO
           DISPLAY " "
           DISPLAY "Ingrese nombre del proveedor"
           DISPLAY "(0 si no tiene)"
           ACCEPT TELEFONO-ALTERNO
           MOVE "Activo" TO STATUS-PROVEEDOR
           MOVE "WRITE   REGISTRAR" TO WS-ERR-DONDE
           WRITE PROVEEDORES-REGISTRO
           MOVE ID-PROVEEDOR TO WS-AUD-LLAVE-REG
           MOVE "Alta" TO AUD-ACCION
           PERFORM BUSCAR-POR-NOMBRE.
       DISPLAY "Indique numero de cedula o RIF del proveedor "
       DISPLAY "que desea actualizar".
       PERFORM PEDIR-ID-BUSQUEDA.
       *>VERIFICAR SI EL CODIGO YA EXISTE EN LA BASE DE DATOS
       MOVE "OPEN    ACTUALIZAR" TO WS-ERR-DONDE
       OPEN I-O PROVEEDORES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PROVEEDORES.
       MOVE "OPEN    ACTUALIZAR" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "OPEN    ACTUALIZAR" TO WS-ERR-DONDE
       OPEN I-O BLOQUEOS-ARCHIVO.
       MOVE "READ    ACTUALIZAR" TO WS-ERR-DONDE
       READ PROVEEDORES-ARCHIVO RECORD
           KEY ID-PROVEEDOR
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           PERFORM BUSCAR-ID-ESCRITO.
       IF WS-INDICADOR = 0 *>SI NO EXISTE REGRESO AL MENU.
           DISPLAY " "
           DISPLAY "No existe el proveedor ingresado."
       *>PROVEEDORES.DAT EN CONSULTAS.CBL.
       VERIFICAR-PROVEEDOR-EN-USO.
       MOVE 0 TO WS-PROVEEDOR-EN-USO.
       MOVE "OPEN    VERIFICAR-PROVEEDOR-EN-USO" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-INSTRUMENTO-INV.
       PERFORM VERIFICAR-INSTRUMENTO-INV UNTIL LEE-TODO = 1.
       CLOSE INSTRUMENTOS-ARCHIVO.

       LEER-SIGUIENTE-INSTRUMENTO-INV.
       MOVE "READ    LEER-SIGUIENTE-INSTRUMENTO-INV" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       *>INSTRUMENTO QUE TODAVIA REFERENCIE EL CODIGO VIEJO, PARA QUE
       *>UN CAMBIO DE CODIGO DE PROVEEDOR NO ROMPA LA REFERENCIA.
       CASCADEAR-INSTRUMENTOS.
       MOVE "OPEN    CASCADEAR-INSTRUMENTOS" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-INSTRUMENTO-CASC.
       PERFORM VERIFICAR-INSTRUMENTO-CASC UNTIL LEE-TODO = 1.
       CLOSE INSTRUMENTOS-ARCHIVO.

       LEER-SIGUIENTE-INSTRUMENTO-CASC.
       MOVE "READ    LEER-SIGUIENTE-INSTRUMENTO-CASC" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       VERIFICAR-INSTRUMENTO-CASC.
       IF ID-PROVEEDOR-INV = WS-ID-PROVEEDOR-1
           MOVE WS-ID-PROVEEDOR-2 TO ID-PROVEEDOR-INV
           MOVE "REWRITE VERIFICAR-INSTRUMENTO-CASC" TO WS-ERR-DONDE
           REWRITE INSTRUMENTOS-REGISTRO.
       PERFORM LEER-SIGUIENTE-INSTRUMENTO-CASC.

       *>CODIGO EN CUALQUIER ADQUISICION QUE TODAVIA REFERENCIE EL
       *>CODIGO VIEJO DE PROVEEDOR.
       CASCADEAR-ADQUISICIONES.
       MOVE "OPEN    CASCADEAR-ADQUISICIONES" TO WS-ERR-DONDE
       OPEN I-O ADQUISICIONES-ARCHIVO.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-ADQUISICION-CASC.
       CLOSE ADQUISICIONES-ARCHIVO.

       LEER-SIGUIENTE-ADQUISICION-CASC.
       MOVE "READ    LEER-SIGUIENTE-ADQUISICION-CASC" TO WS-ERR-DONDE
       READ ADQUISICIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       VERIFICAR-ADQUISICION-CASC.
       IF ID-PROVEEDOR-ADQ = WS-ID-PROVEEDOR-1
           MOVE WS-ID-PROVEEDOR-2 TO ID-PROVEEDOR-ADQ
           MOVE "REWRITE VERIFICAR-ADQUISICION-CASC" TO WS-ERR-DONDE
           REWRITE ADQUISICIONES-REGISTRO.
       PERFORM LEER-SIGUIENTE-ADQUISICION-CASC.

               DISPLAY " "
               DISPLAY "Proveedor eliminado."
           END-IF
           MOVE "REWRITE VALIDACION-ELIMINAR" TO WS-ERR-DONDE
           REWRITE PROVEEDORES-REGISTRO
           MOVE ID-PROVEEDOR TO WS-AUD-LLAVE-REG
           PERFORM GRABAR-AUDITORIA
           MOVE ID-PROVEEDOR TO WS-ID-PROVEEDOR-1 *>GUARDAR EL REGISTRO INICIAL.
           DISPLAY " "
           DISPLAY "Ingrese nuevo numero de cedula o RIF"
           PERFORM PEDIR-ID-NUEVO
           MOVE ID-PROVEEDOR TO WS-ID-PROVEEDOR-2 *>GUARDAR EL REGISTRO NUEVO.
           NEXT SENTENCE
       WHEN 2

       FINAL-EDITAR-CAMPOS.
       *>VERIFICAR SI LA LLAVE INGRESADA YA EXISTE
       MOVE "READ    FINAL-EDITAR-CAMPOS" TO WS-ERR-DONDE
       READ PROVEEDORES-ARCHIVO RECORD
           KEY ID-PROVEEDOR
               INVALID KEY     MOVE 0 TO WS-INDICADOR *>NO SE ENCONTRÓ LA LLAVE.
       WHEN 0 *>SI NO EXISTE, ELIMINO ANTERIOR Y SE ESCRIBE.
           MOVE WS-PROVEEDORES-REGISTRO-1
               TO PROVEEDORES-REGISTRO
           MOVE "DELETE  FINAL-EDITAR-CAMPOS" TO WS-ERR-DONDE
           DELETE PROVEEDORES-ARCHIVO RECORD *>ELIMINO LLAVE ANTERIOR.
           MOVE "WRITE   FINAL-EDITAR-CAMPOS" TO WS-ERR-DONDE
           WRITE PROVEEDORES-REGISTRO *>ESCRIBO NUEVA LLAVE.
               FROM WS-PROVEEDORES-REGISTRO-2
           PERFORM CASCADEAR-INSTRUMENTOS
           ACCEPT WS-OPCION
           PERFORM VALIDACION-CODIGO-IGUAL
       WHEN 2 *>SI LA LLAVE ES LA MISMA, SOLO SE REESCRIBE
           MOVE "REWRITE FINAL-EDITAR-CAMPOS" TO WS-ERR-DONDE
           REWRITE PROVEEDORES-REGISTRO *>REESCRIBO LA LLAVE.
               FROM WS-PROVEEDORES-REGISTRO-2
       END-EVALUATE.
       WHEN 1
           DISPLAY " "
           DISPLAY "Por favor ingrese otro numero de cedula o RIF"
           PERFORM PEDIR-ID-NUEVO
           MOVE ID-PROVEEDOR TO WS-ID-PROVEEDOR-2
           PERFORM FINAL-EDITAR-CAMPOS
       WHEN 2
       DISPLAY "Indique parte del nombre del proveedor".
       ACCEPT WS-CADENA-BUSQUEDA.
       PERFORM CALCULAR-LONGITUD-BUSQUEDA.
       MOVE "OPEN    BUSCAR-POR-NOMBRE" TO WS-ERR-DONDE
       OPEN I-O PROVEEDORES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PROVEEDORES.
       MOVE 0 TO WS-HAY-COINCIDENCIAS.
       MOVE 0 TO WS-LEE-NOMBRES.
       PERFORM LEER-SIGUIENTE-NOMBRE.
       DISPLAY " ".

       LEER-SIGUIENTE-NOMBRE.
       MOVE "READ    LEER-SIGUIENTE-NOMBRE" TO WS-ERR-DONDE
       READ PROVEEDORES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-NOMBRES.
       MOVE SPACES TO LOCK-CLAVE.
       MOVE ID-PROVEEDOR TO LOCK-CLAVE(1:11).
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
       MOVE "PROVEEDORES" TO LOCK-ARCHIVO.
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
               PERFORM ESCRIBIR-AUDITORIA
       END-WRITE.

       *>EL PROVEEDOR SE IDENTIFICA POR SU RIF, CON DIGITO
       *>VERIFICADOR; UN DONANTE PARTICULAR SIN RIF PUEDE DAR SU
       *>CEDULA. NO SE ACEPTA HASTA QUE CUMPLA UNO DE LOS DOS, Y
       *>QUEDA EN ID-PROVEEDOR EN SU FORMA NORMAL.
       PEDIR-ID-NUEVO.
       ACCEPT WS-DOC-ENTRADA.
       PERFORM VALIDAR-ID-PROVEEDOR.
       IF WS-DOC-RESULTADO NOT = 0
           DISPLAY "RIF no valido: " WS-DOC-MENSAJE-RIF
           DISPLAY "Ingrese el RIF nuevamente (ej. J-12345678-9)"
           PERFORM PEDIR-ID-NUEVO
       ELSE
           MOVE WS-DOC-NORMAL TO ID-PROVEEDOR.

       *>PIDE EL ID DE UN PROVEEDOR YA REGISTRADO: EN SU FORMA NORMAL
       *>SI ES VALIDO, O TAL COMO SE ESCRIBIO SI NO LO ES.
       PEDIR-ID-BUSQUEDA.
       ACCEPT WS-DOC-ENTRADA.
       PERFORM VALIDAR-ID-PROVEEDOR.
       IF WS-DOC-RESULTADO = 0
           MOVE WS-DOC-NORMAL TO ID-PROVEEDOR
       ELSE
           MOVE WS-DOC-ENTRADA TO ID-PROVEEDOR.

       VALIDAR-ID-PROVEEDOR.
       MOVE "R" TO WS-DOC-TIPO.
       CALL "Identidad" USING WS-DOC-TIPO WS-DOC-ENTRADA
           WS-DOC-NORMAL WS-DOC-RESULTADO WS-DOC-MENSAJE.
       IF WS-DOC-RESULTADO NOT = 0
           MOVE WS-DOC-MENSAJE TO WS-DOC-MENSAJE-RIF
           MOVE "C" TO WS-DOC-TIPO
           CALL "Identidad" USING WS-DOC-TIPO WS-DOC-ENTRADA
               WS-DOC-NORMAL WS-DOC-RESULTADO WS-DOC-MENSAJE.

       *>LOS PROVEEDORES REGISTRADOS ANTES DE VALIDAR EL RIF PUEDEN
       *>TENERLO GUARDADO TAL COMO SE ESCRIBIO; SI LA FORMA NORMAL NO
       *>APARECE, SE PRUEBA CON LO ESCRITO (VER LA REVISION DE
       *>CEDULAS Y RIF EN DUPLICADOS.CBL). PROVEEDORES-ARCHIVO DEBE
       *>ESTAR ABIERTO; DEJA WS-INDICADOR EN 1 SI LO ENCONTRO.
       BUSCAR-ID-ESCRITO.
       MOVE 0 TO WS-INDICADOR.
       IF WS-DOC-RESULTADO = 0
           AND WS-DOC-ENTRADA NOT = WS-DOC-NORMAL
           MOVE WS-DOC-ENTRADA TO ID-PROVEEDOR
           MOVE "READ    BUSCAR-ID-ESCRITO" TO WS-ERR-DONDE
           READ PROVEEDORES-ARCHIVO RECORD
               KEY ID-PROVEEDOR
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
                   NOT INVALID KEY MOVE 1 TO WS-INDICADOR
           END-READ
           IF WS-INDICADOR = 0
               MOVE WS-DOC-NORMAL TO ID-PROVEEDOR.

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

       VERIFICAR-EXISTE-PROVEEDORES.
       IF WS-FS-PROVEEDORES = "05"
           MOVE "proveedores.dat" TO WS-ERR-ARCHIVO
           MOVE WS-FS-PROVEEDORES TO WS-ERR-ESTADO
           CLOSE PROVEEDORES-ARCHIVO
           CALL "CBL_DELETE_FILE" USING WS-PROVEEDORES-RUTA
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
       MOVE SPACES TO WS-PROVEEDORES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "proveedores.dat" DELIMITED BY SIZE INTO WS-PROVEEDORES-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-RUTA.
       MOVE SPACES TO WS-BLOQUEOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "bloqueos.dat" DELIMITED BY SIZE INTO WS-BLOQUEOS-RUTA.
       MOVE SPACES TO WS-PARAMETROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "parametros.dat" DELIMITED BY SIZE INTO WS-PARAMETROS-RUTA.
       MOVE SPACES TO WS-ADQUISICIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "adquisiciones.dat" DELIMITED BY SIZE
           INTO WS-ADQUISICIONES-RUTA.

       FIN-PROGRAMA.
       EXIT PROGRAM.
