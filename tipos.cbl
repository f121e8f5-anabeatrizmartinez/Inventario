
       FILE-CONTROL.
       SELECT OPTIONAL TIPO-INSTRUMENTO-ARCHIVO
       ASSIGN TO WS-TIPO-INSTRUMENTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-TIPO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TIPO-INSTRUMENTO.

       SELECT OPTIONAL INSTRUMENTOS-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS.

       *>DEJA CONSTANCIA DE QUE OPERADOR REALIZO CADA TRANSACCION DE
       *>MANTENIMIENTO (ALTA, MODIFICACION O BAJA) SOBRE UN TIPO.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       *>POLITICA DE PRESTAMO DE CADA TIPO: DIAS MAXIMOS DE PRESTAMO,
       *>ITEMS SIMULTANEOS POR USUARIO Y TARIFA DIARIA DE RETRASO.
       *>LA JUNTA FIJA REGLAS DISTINTAS POR TIPO DE EQUIPO Y
       *>PRESTAMOS.CBL LAS APLICA EN EL MOSTRADOR.
       SELECT OPTIONAL POLITICAS-ARCHIVO
       ASSIGN TO WS-POLITICAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-TIPO-POL
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-POLITICAS.

       *>PLANTILLAS DE KIT PARA EL MOSTRADOR: CADA KIT CON NOMBRE
       *>TIENE SUS LINEAS DE TIPO Y CANTIDAD (UNA MALLA, DOS BALONES,
       *>UN JUEGO DE ANTENAS). PRESTAMOS.CBL LAS USA PARA PROPONER
       *>LOS INSTRUMENTOS DEL KIT EN UN SOLO PASO.
       SELECT OPTIONAL KITS-ARCHIVO
       ASSIGN TO WS-KITS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS KIT-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-KITS.

       *>PRESUPUESTO ANUAL DE COMPRAS Y REPARACIONES DE CADA TIPO,
       *>APROBADO POR LA JUNTA. COMPRAS.CBL LO HACE CUMPLIR AL CREAR
       *>ORDENES Y CONSULTAS.CBL Y MENSUAL.CBL LO COMPARAN CON EL
       *>GASTO REAL.
       SELECT OPTIONAL PRESUPUESTO-ARCHIVO
       ASSIGN TO WS-PRESUPUESTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PRESUPUESTO.

       *>PERMITE DETECTAR SI OTRO TERMINAL YA TIENE UN REGISTRO ABIERTO
       *>PARA EDICION, PARA EVITAR QUE DOS OPERADORES SE PISEN LOS
       *>CAMBIOS SIN DARSE CUENTA.
       SELECT OPTIONAL BLOQUEOS-ARCHIVO
       ASSIGN TO WS-BLOQUEOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS LOCK-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-BLOQUEOS.

       *>LOS CODIGOS DE INSUMO COMPARTEN EL ESPACIO DE LOS TIPOS EN
       *>LAS ORDENES DE COMPRA (VER INSUMOS.CBL); UN TIPO NUEVO NO
       *>PUEDE REPETIR UNO.
       SELECT OPTIONAL INSUMOS-ARCHIVO
       ASSIGN TO WS-INSUMOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-INSUMO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSUMOS.

       DATA DIVISION.
       FILE SECTION.
               05 CODIGO-TIPO-KIT PIC X(3).
               05 CANTIDAD-KIT    PIC 9(2).

       FD PRESUPUESTO-ARCHIVO.
           01 PRESUPUESTO-REGISTRO.
               05 PRE-LLAVE.
                   10 PRE-ANIO        PIC 9(4).
                   10 PRE-CODIGO-TIPO PIC X(3).
               05 PRE-APROBADO    PIC 9(8)V99.
               05 PRE-FECHA-ACT   PIC 9(8).
               05 PRE-OPERADOR-ACT PIC X(10).

       FD BLOQUEOS-ARCHIVO.
           01 BLOQUEOS-REGISTRO.
               05 LOCK-LLAVE.
               05 LOCK-FECHA    PIC 9(8).
               05 LOCK-HORA     PIC 9(8).

       *>COPIA DEL REGISTRO DE INSUMOS.DAT (VER INSUMOS.CBL).
       FD INSUMOS-ARCHIVO.
           01 INSUMOS-REGISTRO.
               05 CODIGO-INSUMO PIC X(3).
               05 NOMBRE-INSUMO PIC X(40).
               05 UNIDAD-INSUMO PIC X(10).
               05 STATUS-INSUMO PIC X(8).

       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS
       01 WS-TITULO.
       77 WS-LEE-KIT PIC 9(1).
       77 WS-HAY-KIT PIC 9(1).

       *>USADOS POR EL PRESUPUESTO ANUAL DE UN TIPO.
       77 WS-ANIO-PRESUPUESTO PIC 9(4).
       77 WS-APROBADO-ANTES PIC 9(8)V99.
       77 WS-HAY-PRESUPUESTO PIC 9(1).

       *>GUARDA LA CLAVE QUE SE DEJO BLOQUEADA EN VERIFICAR-BLOQUEO,
       *>PARA QUE LIBERAR-BLOQUEO LA QUITE AUNQUE EL REGISTRO HAYA
       *>CAMBIADO DE LLAVE MIENTRAS SE EDITABA.
       77 WS-BLOQUEO-CLAVE PIC X(62).

       *>DATOS DEL ERROR DE ARCHIVO QUE SE ANOTA EN ERRORES.DAT
       *>(VER ERRORES.CBL). ANTES DE CADA OPERACION SOBRE UN
       *>ARCHIVO DE DATOS SE DEJA EN WS-ERR-DONDE LA OPERACION Y EL
       *>PARRAFO; SI FALLA, LAS DECLARATIVAS COMPLETAN EL RESTO.
       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Tipos".
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
       77 WS-FS-TIPO-INSTRUMENTO PIC X(2).
       77 WS-FS-INSTRUMENTOS PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       77 WS-FS-POLITICAS PIC X(2).
       77 WS-FS-KITS PIC X(2).
       77 WS-FS-PRESUPUESTO PIC X(2).
       77 WS-FS-BLOQUEOS PIC X(2).
       77 WS-FS-INSUMOS PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-TIPO-INSTRUMENTO-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-AUDITORIA-RUTA PIC X(80).
       77 WS-POLITICAS-RUTA PIC X(80).
       77 WS-KITS-RUTA PIC X(80).
       77 WS-PRESUPUESTO-RUTA PIC X(80).
       77 WS-BLOQUEOS-RUTA PIC X(80).
       77 WS-INSUMOS-RUTA PIC X(80).

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
       ERROR-TIPO-INSTRUMENTO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON TIPO-INSTRUMENTO-ARCHIVO.
       ERROR-TIPO-INSTRUMENTO-ANOTAR.
       MOVE "tipo_instrumento.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-TIPO-INSTRUMENTO TO WS-ERR-ESTADO.
       MOVE CODIGO-TIPO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INSTRUMENTOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSTRUMENTOS-ARCHIVO.
       ERROR-INSTRUMENTOS-ANOTAR.
       MOVE "instrumentos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-AUDITORIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AUDITORIA-ARCHIVO.
       ERROR-AUDITORIA-ANOTAR.
       MOVE "auditoria.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-AUDITORIA TO WS-ERR-ESTADO.
       MOVE AUD-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-POLITICAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON POLITICAS-ARCHIVO.
       ERROR-POLITICAS-ANOTAR.
       MOVE "politicas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-POLITICAS TO WS-ERR-ESTADO.
       MOVE CODIGO-TIPO-POL TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-KITS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON KITS-ARCHIVO.
       ERROR-KITS-ANOTAR.
       MOVE "kits.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-KITS TO WS-ERR-ESTADO.
       MOVE KIT-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PRESUPUESTO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PRESUPUESTO-ARCHIVO.
       ERROR-PRESUPUESTO-ANOTAR.
       MOVE "presupuesto.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PRESUPUESTO TO WS-ERR-ESTADO.
       MOVE PRE-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-BLOQUEOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BLOQUEOS-ARCHIVO.
       ERROR-BLOQUEOS-ANOTAR.
       MOVE "bloqueos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-BLOQUEOS TO WS-ERR-ESTADO.
       MOVE LOCK-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INSUMOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSUMOS-ARCHIVO.
       ERROR-INSUMOS-ANOTAR.
       MOVE "insumos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSUMOS TO WS-ERR-ESTADO.
       MOVE CODIGO-INSUMO TO WS-ERR-LLAVE.
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
       DISPLAY "3) Reconciliar correlativos".
       DISPLAY "4) Politica de prestamo de un tipo".
       DISPLAY "5) Kits de prestamo".
       DISPLAY "6) Presupuesto anual de un tipo (solo supervisor)".
       DISPLAY "7) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU.

       WHEN 5
           PERFORM MENU-KITS
       WHEN 6
           PERFORM PRESUPUESTO-TIPO
       WHEN 7
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
       ACCEPT CODIGO-TIPO.

       *>VERIFICAR SI EL CODIGO YA EXISTE EN LA BASE DE DATOS
       MOVE "OPEN    REGISTRAR" TO WS-ERR-DONDE
       OPEN I-O TIPO-INSTRUMENTO-ARCHIVO.
       MOVE "OPEN    REGISTRAR" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "READ    REGISTRAR" TO WS-ERR-DONDE
       READ TIPO-INSTRUMENTO-ARCHIVO RECORD
           KEY CODIGO-TIPO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           MOVE "OPEN    REGISTRAR" TO WS-ERR-DONDE
           OPEN I-O INSUMOS-ARCHIVO
           MOVE CODIGO-TIPO TO CODIGO-INSUMO
           MOVE "READ    REGISTRAR" TO WS-ERR-DONDE
           READ INSUMOS-ARCHIVO RECORD
               KEY CODIGO-INSUMO
                   NOT INVALID KEY MOVE 2 TO WS-INDICADOR
           END-READ
           CLOSE INSUMOS-ARCHIVO.
       IF WS-INDICADOR = 0 *>SI NO EXISTE, GUARDO EL NUEVO REGISTRO
           DISPLAY " "
           DISPLAY "Ingrese nombre de tipo de instrumento"
           DISPLAY "Por ser un codigo nuevo, el numero correlativo "
           DISPLAY "se inicializa en 0"
           MOVE "Activo" TO STATUS-TIPO
           MOVE "WRITE   REGISTRAR" TO WS-ERR-DONDE
           WRITE TIPO-INSTRUMENTO-REGISTRO
           MOVE CODIGO-TIPO TO WS-AUD-LLAVE-REG
           MOVE "Alta" TO AUD-ACCION
           DISPLAY "registrado correctamente."
       ELSE *>SI EXISTE, SALIR
           DISPLAY " "
           IF WS-INDICADOR = 2
               DISPLAY "Ese codigo ya es del insumo " NOMBRE-INSUMO
           ELSE
               DISPLAY "El tipo de instrumento ya existe.".

       CLOSE TIPO-INSTRUMENTO-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       DISPLAY "deportivo que desea actualizar".
       ACCEPT CODIGO-TIPO.
       *>VERIFICAR SI EL CODIGO YA EXISTE EN LA BASE DE DATOS
       MOVE "OPEN    ACTUALIZAR" TO WS-ERR-DONDE
       OPEN I-O TIPO-INSTRUMENTO-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       MOVE "OPEN    ACTUALIZAR" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "OPEN    ACTUALIZAR" TO WS-ERR-DONDE
       OPEN I-O BLOQUEOS-ARCHIVO.
       MOVE "READ    ACTUALIZAR" TO WS-ERR-DONDE
       READ TIPO-INSTRUMENTO-ARCHIVO RECORD
           KEY CODIGO-TIPO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               DISPLAY " "
               DISPLAY "Tipo de instrumento deportivo eliminado."
           END-IF
           MOVE "REWRITE VALIDACION-ELIMINAR" TO WS-ERR-DONDE
           REWRITE TIPO-INSTRUMENTO-REGISTRO
           MOVE CODIGO-TIPO TO WS-AUD-LLAVE-REG
           PERFORM GRABAR-AUDITORIA
       END-EVALUATE.

       LEER-CODIGO-TIPO.
       MOVE "READ    LEER-CODIGO-TIPO" TO WS-ERR-DONDE
       READ TIPO-INSTRUMENTO-ARCHIVO RECORD
           KEY CODIGO-TIPO
               INVALID KEY     MOVE 0 TO WS-INDICADOR *>NO SE ENCONTRÓ LA LLAVE.
       WHEN 0 *>SI NO EXISTE, ELIMINO ANTERIOR Y SE ESCRIBE.
           MOVE WS-TIPO-INSTRUMENTO-REGISTRO-1
               TO TIPO-INSTRUMENTO-REGISTRO
           MOVE "DELETE  FINAL-EDITAR-CAMPOS" TO WS-ERR-DONDE
           DELETE TIPO-INSTRUMENTO-ARCHIVO RECORD *>ELIMINO LLAVE ANTERIOR.
           MOVE "WRITE   FINAL-EDITAR-CAMPOS" TO WS-ERR-DONDE
           WRITE TIPO-INSTRUMENTO-REGISTRO *>ESCRIBO NUEVA LLAVE.
               FROM WS-TIPO-INSTRUMENTO-REGISTRO-2
       WHEN 1 *>SI YA EXISTE EN LA BASE DE DATOS, INGRESAR OTRO CODIGO
           ACCEPT WS-OPCION
           PERFORM VALIDACION-CODIGO-IGUAL
       WHEN 2 *>SI LA LLAVE ES LA MISMA, SOLO SE REESCRIBE
           MOVE "REWRITE FINAL-EDITAR-CAMPOS" TO WS-ERR-DONDE
           REWRITE TIPO-INSTRUMENTO-REGISTRO *>REESCRIBO LA LLAVE.
               FROM WS-TIPO-INSTRUMENTO-REGISTRO-2
       END-EVALUATE.
       RECONCILIAR.
       DISPLAY "---Reconciliar correlativos de tipos---".
       DISPLAY " ".
       MOVE "OPEN    RECONCILIAR" TO WS-ERR-DONDE
       OPEN I-O TIPO-INSTRUMENTO-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       MOVE "OPEN    RECONCILIAR" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.

       MOVE 0 TO LEE-TODO.
       MOVE 0 TO WS-CANT-DESCUADRES.
       PERFORM VOLVER-RECONCILIAR.

       LEER-SIGUIENTE-TIPO-REC.
       MOVE "READ    LEER-SIGUIENTE-TIPO-REC" TO WS-ERR-DONDE
       READ TIPO-INSTRUMENTO-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       MOVE CODIGO-TIPO TO WS-ID-COD-TIPO-REC.
       MOVE 0 TO WS-ID-CORRELATIVO-REC.
       MOVE WS-ID-INSTRUMENTO-REC TO ID-INSTRUMENTO.
       MOVE "START   VERIFICAR-CORRELATIVO-TIPO" TO WS-ERR-DONDE
       START INSTRUMENTOS-ARCHIVO KEY IS NOT LESS THAN ID-INSTRUMENTO
           INVALID KEY     MOVE 1 TO WS-INDICADOR
           NOT INVALID KEY MOVE 0 TO WS-INDICADOR.
           DISPLAY "Tipo " CODIGO-TIPO ": correlativo guardado "
               CORRELATIVO ", maximo real " WS-MAX-CORRELATIVO
           MOVE WS-MAX-CORRELATIVO TO CORRELATIVO
           MOVE "REWRITE VERIFICAR-CORRELATIVO-TIPO" TO WS-ERR-DONDE
           REWRITE TIPO-INSTRUMENTO-REGISTRO
           ADD 1 TO WS-CANT-DESCUADRES.

       PERFORM LEER-SIGUIENTE-TIPO-REC.

       CONTAR-INSTRUMENTOS-TIPO.
       MOVE "READ    CONTAR-INSTRUMENTOS-TIPO" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR NOT = 1
       DISPLAY " ".
       DISPLAY "Indique codigo de tipo de instrumento".
       ACCEPT CODIGO-TIPO.
       MOVE "OPEN    POLITICA-TIPO" TO WS-ERR-DONDE
       OPEN I-O TIPO-INSTRUMENTO-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       MOVE "OPEN    POLITICA-TIPO" TO WS-ERR-DONDE
       OPEN I-O POLITICAS-ARCHIVO.
       MOVE "OPEN    POLITICA-TIPO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "READ    POLITICA-TIPO" TO WS-ERR-DONDE
       READ TIPO-INSTRUMENTO-ARCHIVO RECORD
           KEY CODIGO-TIPO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
           DISPLAY " "
           DISPLAY "Tipo: " CODIGO-TIPO " " NOMBRE-TIPO
           MOVE CODIGO-TIPO TO CODIGO-TIPO-POL
           MOVE "READ    POLITICA-TIPO" TO WS-ERR-DONDE
           READ POLITICAS-ARCHIVO RECORD
               KEY CODIGO-TIPO-POL
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
           ACCEPT REQ-CERT-POL
           MOVE CODIGO-TIPO TO CODIGO-TIPO-POL
           IF WS-INDICADOR = 0
               MOVE "WRITE   POLITICA-TIPO" TO WS-ERR-DONDE
               WRITE POLITICAS-REGISTRO
           ELSE
               MOVE "REWRITE POLITICA-TIPO" TO WS-ERR-DONDE
               REWRITE POLITICAS-REGISTRO
           END-IF
           MOVE SPACES TO WS-AUD-LLAVE-REG
       CLOSE AUDITORIA-ARCHIVO.
       PERFORM VOLVER-REGISTRAR.

       *>CARGA O CAMBIA EL MONTO QUE LA JUNTA APROBO PARA UN TIPO EN
       *>UN AÑO. CAMBIARLO ABRE O CIERRA LA PUERTA A NUEVAS ORDENES,
       *>ASI QUE EXIGE ROL SUPERVISOR Y QUEDA EN LA AUDITORIA CON EL
       *>MONTO ANTERIOR.
       PRESUPUESTO-TIPO.
       DISPLAY "---Presupuesto anual de un tipo---".
       DISPLAY " ".
       IF LS-ROL NOT = "supervisor"
           DISPLAY "Esta opcion requiere rol supervisor."
           PERFORM PROGRAM-BEGIN.
       DISPLAY "Indique el año del presupuesto (AAAA)".
       ACCEPT WS-ANIO-PRESUPUESTO.
       DISPLAY "Indique codigo de tipo de instrumento".
       ACCEPT CODIGO-TIPO.
       MOVE "OPEN    PRESUPUESTO-TIPO" TO WS-ERR-DONDE
       OPEN I-O TIPO-INSTRUMENTO-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       MOVE "OPEN    PRESUPUESTO-TIPO" TO WS-ERR-DONDE
       OPEN I-O PRESUPUESTO-ARCHIVO.
       MOVE "OPEN    PRESUPUESTO-TIPO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "READ    PRESUPUESTO-TIPO" TO WS-ERR-DONDE
       READ TIPO-INSTRUMENTO-ARCHIVO RECORD
           KEY CODIGO-TIPO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           DISPLAY " "
           DISPLAY "No existe el tipo de instrumento ingresado."
       ELSE
           DISPLAY " "
           DISPLAY "Tipo: " CODIGO-TIPO " " NOMBRE-TIPO
           MOVE WS-ANIO-PRESUPUESTO TO PRE-ANIO
           MOVE CODIGO-TIPO TO PRE-CODIGO-TIPO
           MOVE "READ    PRESUPUESTO-TIPO" TO WS-ERR-DONDE
           READ PRESUPUESTO-ARCHIVO RECORD
               KEY PRE-LLAVE
                   INVALID KEY     MOVE 0 TO WS-HAY-PRESUPUESTO
                   NOT INVALID KEY MOVE 1 TO WS-HAY-PRESUPUESTO
           END-READ
           IF WS-HAY-PRESUPUESTO = 0
               MOVE 0 TO WS-APROBADO-ANTES
               DISPLAY "Este tipo no tiene presupuesto para ese año."
           ELSE
               MOVE PRE-APROBADO TO WS-APROBADO-ANTES
               DISPLAY "Monto aprobado actual: " PRE-APROBADO
           END-IF
           DISPLAY " "
           DISPLAY "Ingrese el monto aprobado por la junta"
           ACCEPT PRE-APROBADO
           MOVE WS-ANIO-PRESUPUESTO TO PRE-ANIO
           MOVE CODIGO-TIPO TO PRE-CODIGO-TIPO
           ACCEPT PRE-FECHA-ACT FROM DATE YYYYMMDD
           MOVE LS-CONECTAR TO PRE-OPERADOR-ACT
           IF WS-HAY-PRESUPUESTO = 0
               MOVE "WRITE   PRESUPUESTO-TIPO" TO WS-ERR-DONDE
               WRITE PRESUPUESTO-REGISTRO
           ELSE
               MOVE "REWRITE PRESUPUESTO-TIPO" TO WS-ERR-DONDE
               REWRITE PRESUPUESTO-REGISTRO
           END-IF
           MOVE SPACES TO WS-AUD-LLAVE-REG
           STRING "Presupuesto " PRE-LLAVE " antes "
               WS-APROBADO-ANTES " ahora " PRE-APROBADO
               DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG
           MOVE "Modificacion" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA
           DISPLAY " "
           DISPLAY "Presupuesto actualizado correctamente.".
       CLOSE TIPO-INSTRUMENTO-ARCHIVO.
       CLOSE PRESUPUESTO-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       PERFORM VOLVER-REGISTRAR.

       MENU-KITS.
       DISPLAY " ".
       DISPLAY "---Kits de prestamo---".
       DISPLAY " ".
       DISPLAY "Ingrese el nombre del kit (por ejemplo Kit Voleibol)".
       ACCEPT WS-NOMBRE-KIT.
       MOVE "OPEN    REGISTRAR-KIT" TO WS-ERR-DONDE
       OPEN I-O KITS-ARCHIVO.
       MOVE "OPEN    REGISTRAR-KIT" TO WS-ERR-DONDE
       OPEN I-O TIPO-INSTRUMENTO-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       MOVE "OPEN    REGISTRAR-KIT" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE WS-NOMBRE-KIT TO NOMBRE-KIT.
       MOVE 1 TO LINEA-KIT.
       MOVE "READ    REGISTRAR-KIT" TO WS-ERR-DONDE
       READ KITS-ARCHIVO RECORD
           KEY KIT-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
       ACCEPT CANTIDAD-KIT.
       IF CANTIDAD-KIT = 0
           MOVE 1 TO CANTIDAD-KIT.
       MOVE "WRITE   CAPTURAR-LINEA-KIT" TO WS-ERR-DONDE
       WRITE KITS-REGISTRO.
       DISPLAY " ".
       DISPLAY "¿Desea agregar otra linea al kit? (S/N)".
       PERFORM VALIDACION-OTRA-LINEA-KIT.

       VALIDAR-TIPO-KIT.
       MOVE "READ    VALIDAR-TIPO-KIT" TO WS-ERR-DONDE
       READ TIPO-INSTRUMENTO-ARCHIVO RECORD
           KEY CODIGO-TIPO
               INVALID KEY     MOVE 0 TO WS-INDICADOR
       DISPLAY " ".
       DISPLAY "Ingrese el nombre del kit".
       ACCEPT WS-NOMBRE-KIT.
       MOVE "OPEN    VER-KIT" TO WS-ERR-DONDE
       OPEN I-O KITS-ARCHIVO.
       MOVE 0 TO WS-HAY-KIT.
       MOVE WS-NOMBRE-KIT TO NOMBRE-KIT.
       MOVE 0 TO LINEA-KIT.
       MOVE "START   VER-KIT" TO WS-ERR-DONDE
       START KITS-ARCHIVO KEY IS NOT LESS THAN KIT-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-KIT
           NOT INVALID KEY MOVE 0 TO WS-LEE-KIT.
       PERFORM MENU-KITS.

       LEER-LINEA-KIT.
       MOVE "READ    LEER-LINEA-KIT" TO WS-ERR-DONDE
       READ KITS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-KIT.
           DISPLAY " "
           DISPLAY "Ingrese el nombre del kit"
           ACCEPT WS-NOMBRE-KIT
           MOVE "OPEN    ELIMINAR-KIT" TO WS-ERR-DONDE
           OPEN I-O KITS-ARCHIVO
           MOVE "OPEN    ELIMINAR-KIT" TO WS-ERR-DONDE
           OPEN I-O AUDITORIA-ARCHIVO
           MOVE 0 TO WS-HAY-KIT
           MOVE WS-NOMBRE-KIT TO NOMBRE-KIT
           MOVE 0 TO LINEA-KIT
           MOVE "START   ELIMINAR-KIT" TO WS-ERR-DONDE
           START KITS-ARCHIVO KEY IS NOT LESS THAN KIT-LLAVE
               INVALID KEY     MOVE 1 TO WS-LEE-KIT
               NOT INVALID KEY MOVE 0 TO WS-LEE-KIT
           MOVE 1 TO WS-LEE-KIT
       ELSE
           MOVE 1 TO WS-HAY-KIT
           MOVE "DELETE  BORRAR-LINEA-KIT" TO WS-ERR-DONDE
           DELETE KITS-ARCHIVO RECORD
           PERFORM LEER-LINEA-KIT.

       MOVE SPACES TO LOCK-CLAVE.
       MOVE CODIGO-TIPO TO LOCK-CLAVE(1:3).
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
       LIBERAR-BLOQUEO.
       MOVE "TIPOS" TO LOCK-ARCHIVO.
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
       MOVE SPACES TO WS-TIPO-INSTRUMENTO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "tipo_instrumento.dat" DELIMITED BY SIZE
           INTO WS-TIPO-INSTRUMENTO-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-RUTA.
       MOVE SPACES TO WS-AUDITORIA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "auditoria.dat" DELIMITED BY SIZE INTO WS-AUDITORIA-RUTA.
       MOVE SPACES TO WS-POLITICAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "politicas.dat" DELIMITED BY SIZE INTO WS-POLITICAS-RUTA.
       MOVE SPACES TO WS-KITS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "kits.dat" DELIMITED BY SIZE INTO WS-KITS-RUTA.
       MOVE SPACES TO WS-PRESUPUESTO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "presupuesto.dat" DELIMITED BY SIZE INTO WS-PRESUPUESTO-RUTA.
       MOVE SPACES TO WS-BLOQUEOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "bloqueos.dat" DELIMITED BY SIZE INTO WS-BLOQUEOS-RUTA.
       MOVE SPACES TO WS-INSUMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "insumos.dat" DELIMITED BY SIZE INTO WS-INSUMOS-RUTA.

       FIN-PROGRAMA.
       EXIT PROGRAM.
