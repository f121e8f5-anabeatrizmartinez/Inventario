       IDENTIFICATION DIVISION.
       PROGRAM-ID. Correlativos INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       *>CONTROL CENTRAL DE NUMERACION: UN REGISTRO POR SERIE DE
       *>DOCUMENTOS (RECIBOS, ORDENES, INCIDENTES) CON EL PROXIMO
       *>NUMERO A ENTREGAR. LOS PROGRAMAS TOMAN SU NUMERO DE AQUI EN
       *>LUGAR DE RECORRER SU LIBRO COMPLETO BUSCANDO EL MAYOR, ASI
       *>DOS CAJAS COBRANDO A LA VEZ NO SACAN EL MISMO RECIBO. ESTA
       *>PANTALLA ES PARA QUE EL SUPERVISOR VEA LAS SERIES Y LAS
       *>RESIEMBRE CUANDO HAGA FALTA.
       SELECT OPTIONAL CORRELATIVOS-ARCHIVO
       ASSIGN TO WS-CORRELATIVOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CORR-SERIE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CORRELATIVOS.

       *>DEJA CONSTANCIA, CON EL VALOR ANTERIOR Y EL NUEVO, DE CADA
       *>RESIEMBRA DE UNA SERIE.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD CORRELATIVOS-ARCHIVO.
           01 CORRELATIVOS-REGISTRO.
               05 CORR-SERIE        PIC X(10).
               05 CORR-SIGUIENTE    PIC 9(8). *>PROXIMO NUMERO A DAR.
               *>ULTIMO MOVIMIENTO DE LA SERIE: CUANDO Y QUIEN.
               05 CORR-FECHA-ACT    PIC 9(8).
               05 CORR-OPERADOR-ACT PIC X(10).

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

       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS
       01 WS-TITULO.
           05 FILLER   PIC X(28) VALUE SPACES.
           05 WS-TIT   PIC X(24) VALUE "Correlativos de Control".
           05 FILLER   PIC X(28) VALUE SPACES.

       77 WS-OPCION PIC 9(2).
       77 WS-INDICADOR PIC 9(1).
       77 WS-SI-NO PIC X(1).

       *>USADOS PARA VER Y RESEMBRAR UNA SERIE.
       77 WS-SERIE-ELEGIDA PIC X(10).
       77 WS-SERIE-DESCRIPCION PIC X(45).
       77 WS-SERIE-CONOCIDA PIC 9(1).
       77 WS-HAY-SERIE PIC 9(1).
       77 WS-SIGUIENTE-ANTERIOR PIC 9(8).
       77 WS-SIGUIENTE-NUEVO PIC 9(8).

       *>USADO PARA DEJAR CONSTANCIA DE LOS CAMBIOS EN LA AUDITORIA.
       77 WS-AUD-LLAVE-REG PIC X(60).
       01 WS-AUD-ANTES PIC X(280) VALUE SPACES.
       01 WS-AUD-DESPUES PIC X(280) VALUE SPACES.

       *>LAS SERIES QUE ENTIENDE EL SISTEMA, PARA RECORRERLAS EN LA
       *>LISTA. UNA SERIE QUE NO ESTE AQUI NO SE PUEDE TOCAR DESDE
       *>ESTA PANTALLA, IGUAL QUE EL CATALOGO DE PARAMETROS.CBL.
       01 WS-CATALOGO-SERIES.
           05 FILLER PIC X(10) VALUE "RECIBOMUL".
           05 FILLER PIC X(10) VALUE "RECIBOFIA".
           05 FILLER PIC X(10) VALUE "RECIBOING".
           05 FILLER PIC X(10) VALUE "RECIBOCUO".
           05 FILLER PIC X(10) VALUE "ORDEN".
           05 FILLER PIC X(10) VALUE "INCIDENTE".
           05 FILLER PIC X(10) VALUE "CONTROL".
           05 FILLER PIC X(10) VALUE "PAGOPROV".
           05 FILLER PIC X(10) VALUE "RECLAMO".
           05 FILLER PIC X(10) VALUE "REINTEGRO".
           05 FILLER PIC X(10) VALUE "CONVENIO".
           05 FILLER PIC X(10) VALUE "REEMBOLSO".
           05 FILLER PIC X(10) VALUE "ANONIMO".
           05 FILLER PIC X(10) VALUE "COMPONENTE".
           05 FILLER PIC X(10) VALUE "HALLAZGO".
           05 FILLER PIC X(10) VALUE "CERTDON".
           05 FILLER PIC X(10) VALUE "VIAJE".
       01 WS-CATALOGO-R REDEFINES WS-CATALOGO-SERIES.
           05 WS-SERIE-CAT OCCURS 17 PIC X(10).
       77 WS-IDX-CAT PIC 9(2).
       77 WS-TOTAL-CAT PIC 9(2) VALUE 17.

       *>DATOS DEL ERROR DE ARCHIVO QUE SE ANOTA EN ERRORES.DAT
       *>(VER ERRORES.CBL). ANTES DE CADA OPERACION SOBRE UN
       *>ARCHIVO DE DATOS SE DEJA EN WS-ERR-DONDE LA OPERACION Y EL
       *>PARRAFO; SI FALLA, LAS DECLARATIVAS COMPLETAN EL RESTO.
       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Correlativos".
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
       77 WS-FS-CORRELATIVOS PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-CORRELATIVOS-RUTA PIC X(80).
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
       ERROR-CORRELATIVOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CORRELATIVOS-ARCHIVO.
       ERROR-CORRELATIVOS-ANOTAR.
       MOVE "correlativos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CORRELATIVOS TO WS-ERR-ESTADO.
       MOVE CORR-SERIE TO WS-ERR-LLAVE.
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
       *>PROGRAMA PRINCIPAL. SOLO SUPERVISORES: UNA SERIE MAL
       *>RESEMBRADA REPITE NUMEROS DE RECIBO.
       PROGRAM-BEGIN.
       PERFORM ARMAR-RUTAS.
       DISPLAY " ".
       DISPLAY WS-TITULO.
       DISPLAY " ".
       IF LS-ROL NOT = "supervisor"
           DISPLAY "Esta opcion requiere rol supervisor."
           PERFORM FIN-PROGRAMA.
       DISPLAY "1) Ver series de numeracion".
       DISPLAY "2) Resembrar una serie".
       DISPLAY "3) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU.

       PERFORM FIN-PROGRAMA.

       *>RUTINAS.
       VALIDACION-MENU.
       EVALUATE WS-OPCION
       WHEN 1
           PERFORM VER-SERIES
       WHEN 2
           PERFORM RESEMBRAR-SERIE
       WHEN 3
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-MENU
       END-EVALUATE.

       *>LISTA CADA SERIE DEL CATALOGO CON SU PROXIMO NUMERO, O EL
       *>AVISO DE QUE TODAVIA NO SE SEMBRO (EL PROGRAMA DUEÑO LA
       *>SIEMBRA SOLO LA PRIMERA VEZ QUE EMITE UN DOCUMENTO).
       VER-SERIES.
       DISPLAY "---Series de numeracion---".
       MOVE "OPEN    VER-SERIES" TO WS-ERR-DONDE
       OPEN I-O CORRELATIVOS-ARCHIVO.
       PERFORM MOSTRAR-SERIE
           VARYING WS-IDX-CAT FROM 1 BY 1
           UNTIL WS-IDX-CAT > WS-TOTAL-CAT.
       CLOSE CORRELATIVOS-ARCHIVO.
       PERFORM VOLVER.

       MOSTRAR-SERIE.
       MOVE WS-SERIE-CAT(WS-IDX-CAT) TO WS-SERIE-ELEGIDA.
       PERFORM DESCRIBIR-SERIE.
       PERFORM LEER-SERIE.
       DISPLAY " ".
       DISPLAY WS-SERIE-ELEGIDA " - " WS-SERIE-DESCRIPCION.
       IF WS-HAY-SERIE = 1
           DISPLAY "  Proximo numero: " CORR-SIGUIENTE
               "  (ultimo movimiento " CORR-FECHA-ACT " "
               CORR-OPERADOR-ACT ")"
       ELSE
           DISPLAY "  (sin sembrar; se siembra con el primer "
           DISPLAY "documento que se emita)".

       *>DESCRIPCION DE CADA SERIE CONOCIDA. QUIEN LLAMA DEBE LLENAR
       *>WS-SERIE-ELEGIDA; EL VEREDICTO QUEDA EN WS-SERIE-CONOCIDA.
       DESCRIBIR-SERIE.
       MOVE 1 TO WS-SERIE-CONOCIDA.
       EVALUATE WS-SERIE-ELEGIDA
       WHEN "RECIBOMUL"
           MOVE "Recibos de pagos de multas (pagos_multas.dat)"
               TO WS-SERIE-DESCRIPCION
       WHEN "RECIBOFIA"
           MOVE "Recibos de fianzas (fianzas.dat)"
               TO WS-SERIE-DESCRIPCION
       WHEN "RECIBOING"
           MOVE "Recibos de ingresos (ingresos.dat)"
               TO WS-SERIE-DESCRIPCION
       WHEN "RECIBOCUO"
           MOVE "Recibos de cuotas (pagos_cuotas.dat)"
               TO WS-SERIE-DESCRIPCION
       WHEN "ORDEN"
           MOVE "Ordenes de compra (ordenes_compra.dat)"
               TO WS-SERIE-DESCRIPCION
       WHEN "INCIDENTE"
           MOVE "Incidentes (incidentes.dat)"
               TO WS-SERIE-DESCRIPCION
       WHEN "CONTROL"
           MOVE "Control fiscal (documentos_fiscales.dat)"
               TO WS-SERIE-DESCRIPCION
       WHEN "PAGOPROV"
           MOVE "Pagos a proveedores (pagos_proveedor.dat)"
               TO WS-SERIE-DESCRIPCION
       WHEN "RECLAMO"
           MOVE "Reclamos al seguro (reclamos_seguro.dat)"
               TO WS-SERIE-DESCRIPCION
       WHEN "REINTEGRO"
           MOVE "Reintegros de multas (reintegros_multas.dat)"
               TO WS-SERIE-DESCRIPCION
       WHEN "CONVENIO"
           MOVE "Convenios de pago de multas (convenios.dat)"
               TO WS-SERIE-DESCRIPCION
       WHEN "REEMBOLSO"
           MOVE "Reembolsos de saldos a favor (creditos.dat)"
               TO WS-SERIE-DESCRIPCION
       WHEN "ANONIMO"
           MOVE "Socios anonimizados (anonimizaciones.dat)"
               TO WS-SERIE-DESCRIPCION
       WHEN "COMPONENTE"
           MOVE "Componentes de instrumentos (componentes.dat)"
               TO WS-SERIE-DESCRIPCION
       WHEN "HALLAZGO"
           MOVE "Objetos encontrados (hallazgos.dat)"
               TO WS-SERIE-DESCRIPCION
       WHEN "CERTDON"
           MOVE "Certificados de donacion (certificados_donacion.dat)"
               TO WS-SERIE-DESCRIPCION
       WHEN "VIAJE"
           MOVE "Manifiestos de traslado (redistribucion.dat)"
               TO WS-SERIE-DESCRIPCION
       WHEN OTHER
           MOVE 0 TO WS-SERIE-CONOCIDA
       END-EVALUATE.

       LEER-SERIE.
       MOVE WS-SERIE-ELEGIDA TO CORR-SERIE.
       MOVE "READ    LEER-SERIE" TO WS-ERR-DONDE
       READ CORRELATIVOS-ARCHIVO RECORD
           KEY CORR-SERIE
               INVALID KEY     MOVE 0 TO WS-HAY-SERIE
               NOT INVALID KEY MOVE 1 TO WS-HAY-SERIE.

       *>FIJA EL PROXIMO NUMERO DE UNA SERIE. BAJARLO POR DEBAJO DEL
       *>VALOR ACTUAL PUEDE REPETIR DOCUMENTOS YA EMITIDOS, ASI QUE
       *>SE PIDE CONFIRMACION; VERIFICAR.CBL REPORTA LUEGO CUALQUIER
       *>SERIE QUE HAYA QUEDADO POR DEBAJO DE SU LIBRO.
       RESEMBRAR-SERIE.
       DISPLAY "---Resembrar una serie---".
       DISPLAY " ".
       DISPLAY "Ingrese el nombre de la serie".
       ACCEPT WS-SERIE-ELEGIDA.
       PERFORM DESCRIBIR-SERIE.
       IF WS-SERIE-CONOCIDA = 0
           DISPLAY " "
           DISPLAY "Esa serie no esta en el catalogo del sistema."
           PERFORM VOLVER
       ELSE
           MOVE "OPEN    RESEMBRAR-SERIE" TO WS-ERR-DONDE
           OPEN I-O CORRELATIVOS-ARCHIVO
           MOVE "OPEN    RESEMBRAR-SERIE" TO WS-ERR-DONDE
           OPEN I-O AUDITORIA-ARCHIVO
           PERFORM LEER-SERIE
           DISPLAY " "
           DISPLAY WS-SERIE-ELEGIDA " - " WS-SERIE-DESCRIPCION
           IF WS-HAY-SERIE = 1
               MOVE CORR-SIGUIENTE TO WS-SIGUIENTE-ANTERIOR
               DISPLAY "Proximo numero actual: " CORR-SIGUIENTE
           ELSE
               MOVE 0 TO WS-SIGUIENTE-ANTERIOR
               DISPLAY "(sin sembrar todavia)"
           END-IF
           DISPLAY " "
           DISPLAY "Ingrese el proximo numero a entregar"
           ACCEPT WS-SIGUIENTE-NUEVO
           PERFORM VALIDAR-SIGUIENTE-NUEVO
           IF WS-SIGUIENTE-NUEVO < WS-SIGUIENTE-ANTERIOR
               DISPLAY " "
               DISPLAY "*** El numero nuevo es menor que el actual: "
               DISPLAY "puede repetir documentos ya emitidos. ***"
               DISPLAY "¿Confirma la resiembra? (S/N)"
               ACCEPT WS-SI-NO
               PERFORM CONFIRMAR-RESIEMBRA
           ELSE
               PERFORM GRABAR-SERIE
           END-IF
           CLOSE CORRELATIVOS-ARCHIVO
           CLOSE AUDITORIA-ARCHIVO
           PERFORM VOLVER.

       VALIDAR-SIGUIENTE-NUEVO.
       IF WS-SIGUIENTE-NUEVO = 0
           DISPLAY " "
           DISPLAY "El proximo numero debe ser mayor que cero."
           DISPLAY "Ingrese el proximo numero a entregar"
           ACCEPT WS-SIGUIENTE-NUEVO
           PERFORM VALIDAR-SIGUIENTE-NUEVO.

       CONFIRMAR-RESIEMBRA.
       EVALUATE WS-SI-NO
       WHEN = "S" OR = "s"
           PERFORM GRABAR-SERIE
       WHEN = "N" OR = "n"
           DISPLAY "No se cambio la serie."
       WHEN OTHER
           DISPLAY "Por favor ingrese S para si, o N para no."
           ACCEPT WS-SI-NO
           PERFORM CONFIRMAR-RESIEMBRA
       END-EVALUATE.

       GRABAR-SERIE.
       *>EL ANTES Y EL DESPUES VIAJAN EN LA AUDITORIA, IGUAL QUE LOS
       *>CAMBIOS DE PARAMETROS.
       MOVE SPACES TO WS-AUD-ANTES.
       STRING WS-SERIE-ELEGIDA " " WS-SIGUIENTE-ANTERIOR
           DELIMITED BY SIZE INTO WS-AUD-ANTES.
       MOVE WS-SERIE-ELEGIDA TO CORR-SERIE.
       MOVE WS-SIGUIENTE-NUEVO TO CORR-SIGUIENTE.
       ACCEPT CORR-FECHA-ACT FROM DATE YYYYMMDD.
       MOVE LS-CONECTAR TO CORR-OPERADOR-ACT.
       IF WS-HAY-SERIE = 0
           MOVE "WRITE   GRABAR-SERIE" TO WS-ERR-DONDE
           WRITE CORRELATIVOS-REGISTRO
       ELSE
           MOVE "REWRITE GRABAR-SERIE" TO WS-ERR-DONDE
           REWRITE CORRELATIVOS-REGISTRO.
       MOVE SPACES TO WS-AUD-DESPUES.
       STRING WS-SERIE-ELEGIDA " " WS-SIGUIENTE-NUEVO
           DELIMITED BY SIZE INTO WS-AUD-DESPUES.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Serie " WS-SERIE-ELEGIDA
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Modificacion" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       DISPLAY " ".
       DISPLAY "Serie actualizada correctamente.".

       VOLVER.
       DISPLAY " ".
       DISPLAY "1.- Volver al menu de correlativos".
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
       MOVE "Correlativos" TO AUD-PROGRAMA.
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

       *>ARMA LA RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE
       *>LA SESION (EL REAL O EL DE PRACTICA, VER MENU.CBL) Y, EN
       *>MODO PRACTICA, LO ADVIERTE EN CADA PANTALLA.
       ARMAR-RUTAS.
       IF LS-MODO-SESION = "P"
           DISPLAY "*** MODO PRACTICA: datos de entrenamiento, "
               "nada de esto es real ***".
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
