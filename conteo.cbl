       *>VECES SE DETECTA DE UNA VEZ Y PREGUNTAR "¿SE CONTO ESTE?" ES
       *>UNA SOLA LECTURA POR LLAVE.
       SELECT OPTIONAL CONTEO-ARCHIVO
       ASSIGN TO WS-CONTEO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CNT-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CONTEO.

       SELECT OPTIONAL INSTRUMENTOS-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-INV
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS.

       SELECT OPTIONAL TIPO-INSTRUMENTO-ARCHIVO
       ASSIGN TO WS-TIPO-INSTRUMENTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-TIPO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TIPO-INSTRUMENTO.

       *>EL REPORTE DE DIFERENCIAS VA A UN ARCHIVO COMO LOS DEMAS
       *>REPORTES, PARA QUE LA JUNTA LO PUEDA REVISAR LUEGO.
       SELECT OPTIONAL REPORTE-CONTEO-ARCHIVO
       ASSIGN TO WS-REPORTE-CONTEO-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           01 CONTEO-REGISTRO.
               05 CNT-ID    PIC X(6).
               05 CNT-FECHA PIC 9(8).
               *>SEDE Y ESTANTE DONDE SE ENCONTRO, PARA AVISAR DE LO
               *>QUE ESTA EN UN ESTANTE QUE NO ES EL SUYO.
               05 CNT-SEDE    PIC X(3).
               05 CNT-ESTANTE PIC X(8).

       *>COPIA DEL REGISTRO DE INSTRUMENTOS.DAT. LOS NOMBRES DE CAMPOS
       *>SE SUFIJAN CON "-INV" PARA NO CHOCAR CON LOS DE
       77 WS-CANT-NO-CONTADOS PIC 9(5).
       77 WS-CANT-CONTADO-RARO PIC 9(5).
       77 WS-CANT-SIN-ARCHIVO PIC 9(5).
       77 WS-CANT-OTRO-ESTANTE PIC 9(5).

       *>SEDE Y ESTANTE QUE SE ESTAN CONTANDO EN LA SESION.
       77 WS-SEDE-CONTADA PIC X(3).
       77 WS-ESTANTE-CONTADO PIC X(8).

       *>ESTANTE ANOTADO DE CADA INSTRUMENTO CONTADO (VER
       *>ESTANTES.CBL).
       01 WS-EST-DATOS.
           05 WS-EST-ACCION      PIC X(1).
           05 WS-EST-INSTRUMENTO PIC X(6).
           05 WS-EST-SEDE        PIC X(3).
           05 WS-EST-ESTANTE     PIC X(8).
           05 WS-EST-DETALLE     PIC X(40).
           05 WS-EST-OPERADOR    PIC X(10).
           05 WS-EST-DIRECTORIO  PIC X(40).
           05 WS-EST-HALLADO     PIC 9(1).
           05 WS-EST-CANTIDAD    PIC 9(3).
           05 WS-EST-ARCHIVO     PIC X(50).

       *>USADOS PARA EL RESUMEN POR TIPO CONTRA EL CORRELATIVO.
       77 WS-CANT-TIPO-ARCHIVO PIC 9(5).
       77 WS-CANT-TIPO-CONTADO PIC 9(5).

       *>DATOS DE LA CORRIDA QUE SE ANOTA EN EL CATALOGO DE
       *>REPORTES (VER CATALOGO.CBL).
       01 WS-CAT-DATOS.
           05 WS-CAT-ACCION     PIC X(1).
           05 WS-CAT-PROGRAMA   PIC X(15) VALUE "Conteo".
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
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Conteo".
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
       77 WS-FS-CONTEO PIC X(2).
       77 WS-FS-INSTRUMENTOS PIC X(2).
       77 WS-FS-TIPO-INSTRUMENTO PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-CONTEO-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-TIPO-INSTRUMENTO-RUTA PIC X(80).
       77 WS-REPORTE-CONTEO-RUTA PIC X(80).

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
       ERROR-CONTEO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CONTEO-ARCHIVO.
       ERROR-CONTEO-ANOTAR.
       MOVE "conteo_fisico.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CONTEO TO WS-ERR-ESTADO.
       MOVE CNT-ID TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INSTRUMENTOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSTRUMENTOS-ARCHIVO.
       ERROR-INSTRUMENTOS-ANOTAR.
       MOVE "instrumentos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-INV TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-TIPO-INSTRUMENTO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON TIPO-INSTRUMENTO-ARCHIVO.
       ERROR-TIPO-INSTRUMENTO-ANOTAR.
       MOVE "tipo_instrumento.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-TIPO-INSTRUMENTO TO WS-ERR-ESTADO.
       MOVE CODIGO-TIPO TO WS-ERR-LLAVE.
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
       *>LISTO UNO NUEVO; LUEGO SE CIERRA Y SE SIGUE EN I-O COMO EN
       *>CONTINUAR-CONTEO.
       INICIAR-CONTEO.
       MOVE "OPEN    INICIAR-CONTEO" TO WS-ERR-DONDE
       OPEN OUTPUT CONTEO-ARCHIVO.
       CLOSE CONTEO-ARCHIVO.
       DISPLAY " ".
       PERFORM CONTINUAR-CONTEO.

       *>BUCLE DE ESCANEO: CADA CODIGO LEIDO POR EL ESCANER (O
       *>DIGITADO) QUEDA EN CONTEO_FISICO.DAT CON EL ESTANTE QUE SE
       *>ESTA CONTANDO. SE CAMBIA DE ESTANTE ESCRIBIENDO EST Y SE
       *>TERMINA ESCRIBIENDO FIN.
       CONTINUAR-CONTEO.
       MOVE "OPEN    CONTINUAR-CONTEO" TO WS-ERR-DONDE
       OPEN I-O CONTEO-ARCHIVO.
       MOVE 0 TO WS-CANT-ESCANEADOS.
       DISPLAY " ".
       DISPLAY "Indique la sede que se esta contando (3 letras)".
       ACCEPT WS-SEDE-CONTADA.
       PERFORM PEDIR-ESTANTE-CONTADO.
       DISPLAY " ".
       DISPLAY "Escanee cada instrumento en los estantes.".
       DISPLAY "Escriba EST para pasar a otro estante.".
       DISPLAY "Escriba FIN para terminar la sesion de conteo.".
       PERFORM ESCANEAR-CODIGO.
       CLOSE CONTEO-ARCHIVO.
       IF WS-ID-ESCANEADO = "FIN" OR WS-ID-ESCANEADO = "fin"
           NEXT SENTENCE
       ELSE
        IF WS-ID-ESCANEADO = "EST" OR WS-ID-ESCANEADO = "est"
           PERFORM PEDIR-ESTANTE-CONTADO
           PERFORM ESCANEAR-CODIGO
        ELSE
           MOVE WS-ID-ESCANEADO TO CNT-ID
           ACCEPT CNT-FECHA FROM DATE YYYYMMDD
           MOVE WS-SEDE-CONTADA TO CNT-SEDE
           MOVE WS-ESTANTE-CONTADO TO CNT-ESTANTE
           MOVE "WRITE   ESCANEAR-CODIGO" TO WS-ERR-DONDE
           WRITE CONTEO-REGISTRO
               INVALID KEY
                   DISPLAY "Ese codigo ya se habia contado."
           END-WRITE
           PERFORM ESCANEAR-CODIGO.

       PEDIR-ESTANTE-CONTADO.
       DISPLAY " ".
       DISPLAY "Indique el estante que va a contar en la sede "
           WS-SEDE-CONTADA.
       ACCEPT WS-ESTANTE-CONTADO.

       *>COMPARA EL CONTEO CONTRA INSTRUMENTOS.DAT EN CUATRO
       *>PASADAS: LO QUE ESTA EN EL ARCHIVO Y NO SE CONTO (CANDIDATOS
       *>A Extraviado), LO QUE SE CONTO PERO FIGURA Prestado O
       *>Desincorporado, LO QUE SE CONTO SIN EXISTIR EN EL ARCHIVO Y
       *>LO QUE APARECIO EN UN ESTANTE QUE NO ES EL SUYO.
       *>CIERRA CON EL RESUMEN POR TIPO CONTRA EL CORRELATIVO.
       REPORTE-DIFERENCIAS.
       DISPLAY "---Reporte de diferencias del conteo---".
       DISPLAY " ".
       MOVE "OPEN    REPORTE-DIFERENCIAS" TO WS-ERR-DONDE
       OPEN I-O CONTEO-ARCHIVO.
       MOVE "OPEN    REPORTE-DIFERENCIAS" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    REPORTE-DIFERENCIAS" TO WS-ERR-DONDE
       OPEN I-O TIPO-INSTRUMENTO-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       MOVE "reporte_conteo" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-CONTEO-RUTA.
       OPEN OUTPUT REPORTE-CONTEO-ARCHIVO.
       MOVE "---Reporte de diferencias del conteo fisico---"
           TO WS-LINEA.
           MOVE "  (ninguno)" TO WS-LINEA
           PERFORM IMPRIMIR.

       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "Contados en un estante que no es el suyo:"
           TO WS-LINEA.
       PERFORM IMPRIMIR.
       PERFORM LISTAR-CONTADOS-OTRO-ESTANTE.
       IF WS-CANT-OTRO-ESTANTE = 0
           MOVE "  (ninguno)" TO WS-LINEA
           PERFORM IMPRIMIR.

       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "Resumen por tipo (correlativo / en archivo / contados):"
       CLOSE INSTRUMENTOS-ARCHIVO.
       CLOSE TIPO-INSTRUMENTO-ARCHIVO.
       CLOSE REPORTE-CONTEO-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       IMPRIMIR.
       WRITE REPORTE-CONTEO-LINEA FROM WS-LINEA.

       LEER-SIGUIENTE-INSTRUMENTO.
       MOVE "READ    LEER-SIGUIENTE-INSTRUMENTO" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       *>EL ESTANTE, ASI QUE NO SE RECLAMA SI NO SE CONTO.
       COMPARAR-INSTRUMENTO.
       MOVE ID-INSTRUMENTO-INV TO CNT-ID.
       MOVE "READ    COMPARAR-INSTRUMENTO" TO WS-ERR-DONDE
       READ CONTEO-ARCHIVO RECORD
           KEY CNT-ID
               INVALID KEY     MOVE 0 TO WS-INDICADOR
       *>REGISTRO UNA DEVOLUCION O UNA REINCORPORACION.
       LISTAR-CONTADOS-RAROS.
       CLOSE CONTEO-ARCHIVO.
       MOVE "OPEN    LISTAR-CONTADOS-RAROS" TO WS-ERR-DONDE
       OPEN I-O CONTEO-ARCHIVO.
       MOVE 0 TO WS-LEE-CONTEO.
       PERFORM LEER-SIGUIENTE-CONTEO.
       PERFORM VERIFICAR-CONTADO-RARO UNTIL WS-LEE-CONTEO = 1.

       LEER-SIGUIENTE-CONTEO.
       MOVE "READ    LEER-SIGUIENTE-CONTEO" TO WS-ERR-DONDE
       READ CONTEO-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-CONTEO.

       VERIFICAR-CONTADO-RARO.
       MOVE CNT-ID TO ID-INSTRUMENTO-INV.
       MOVE "READ    VERIFICAR-CONTADO-RARO" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-INV
               INVALID KEY     MOVE 0 TO WS-INDICADOR
       LISTAR-CONTADOS-SIN-ARCHIVO.
       MOVE 0 TO WS-CANT-SIN-ARCHIVO.
       CLOSE CONTEO-ARCHIVO.
       MOVE "OPEN    LISTAR-CONTADOS-SIN-ARCHIVO" TO WS-ERR-DONDE
       OPEN I-O CONTEO-ARCHIVO.
       MOVE 0 TO WS-LEE-CONTEO.
       PERFORM LEER-SIGUIENTE-CONTEO.

       VERIFICAR-CONTADO-SIN-ARCHIVO.
       MOVE CNT-ID TO ID-INSTRUMENTO-INV.
       MOVE "READ    VERIFICAR-CONTADO-SIN-ARCHIVO" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-INV
               INVALID KEY     MOVE 0 TO WS-INDICADOR
           PERFORM IMPRIMIR.
       PERFORM LEER-SIGUIENTE-CONTEO.

       *>COMPARA EL ESTANTE DONDE SE ENCONTRO CADA INSTRUMENTO CON
       *>EL QUE TIENE ANOTADO (VER ESTANTES.CBL). LO QUE NO TIENE
       *>ESTANTE TAMBIEN SE LISTA, PARA ANOTARSELO DONDE APARECIO.
       LISTAR-CONTADOS-OTRO-ESTANTE.
       MOVE 0 TO WS-CANT-OTRO-ESTANTE.
       CLOSE CONTEO-ARCHIVO.
       MOVE "OPEN    LISTAR-CONTADOS-OTRO-ESTANTE" TO WS-ERR-DONDE
       OPEN I-O CONTEO-ARCHIVO.
       MOVE 0 TO WS-LEE-CONTEO.
       PERFORM LEER-SIGUIENTE-CONTEO.
       PERFORM VERIFICAR-CONTADO-ESTANTE UNTIL WS-LEE-CONTEO = 1.

       VERIFICAR-CONTADO-ESTANTE.
       IF CNT-ESTANTE NOT = SPACES
           MOVE CNT-ID TO WS-EST-INSTRUMENTO
           MOVE "L" TO WS-EST-ACCION
           PERFORM LLAMAR-ESTANTES
           IF WS-EST-HALLADO = 0
               ADD 1 TO WS-CANT-OTRO-ESTANTE
               STRING "  " CNT-ID " hallado en " CNT-SEDE " "
                   CNT-ESTANTE "; sin estante anotado"
                   DELIMITED BY SIZE INTO WS-LINEA
               PERFORM IMPRIMIR
           ELSE
               IF WS-EST-SEDE NOT = CNT-SEDE
                   OR WS-EST-ESTANTE NOT = CNT-ESTANTE
                   ADD 1 TO WS-CANT-OTRO-ESTANTE
                   STRING "  " CNT-ID " hallado en " CNT-SEDE " "
                       CNT-ESTANTE "; su estante es " WS-EST-SEDE
                       " " WS-EST-ESTANTE
                       DELIMITED BY SIZE INTO WS-LINEA
                   PERFORM IMPRIMIR
               END-IF
           END-IF
       END-IF.
       PERFORM LEER-SIGUIENTE-CONTEO.

       LEER-SIGUIENTE-TIPO.
       MOVE "READ    LEER-SIGUIENTE-TIPO" TO WS-ERR-DONDE
       READ TIPO-INSTRUMENTO-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.
       CONTAR-TIPO-ARCHIVO.
       MOVE 0 TO WS-CANT-TIPO-ARCHIVO.
       CLOSE INSTRUMENTOS-ARCHIVO.
       MOVE "OPEN    CONTAR-TIPO-ARCHIVO" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE 0 TO WS-LEE-CONTEO.
       PERFORM LEER-INSTRUMENTO-TIPO.
       PERFORM ACUMULAR-TIPO-ARCHIVO UNTIL WS-LEE-CONTEO = 1.

       LEER-INSTRUMENTO-TIPO.
       MOVE "READ    LEER-INSTRUMENTO-TIPO" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-CONTEO.
       CONTAR-TIPO-CONTADO.
       MOVE 0 TO WS-CANT-TIPO-CONTADO.
       CLOSE CONTEO-ARCHIVO.
       MOVE "OPEN    CONTAR-TIPO-CONTADO" TO WS-ERR-DONDE
       OPEN I-O CONTEO-ARCHIVO.
       MOVE 0 TO WS-LEE-CONTEO.
       PERFORM LEER-SIGUIENTE-CONTEO.
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

       LLAMAR-ESTANTES.
       MOVE LS-CONECTAR TO WS-EST-OPERADOR.
       MOVE LS-DIRECTORIO TO WS-EST-DIRECTORIO.
       CALL "Estantes" USING WS-EST-DATOS.

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
       MOVE SPACES TO WS-CONTEO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "conteo_fisico.dat" DELIMITED BY SIZE INTO WS-CONTEO-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-RUTA.
       MOVE SPACES TO WS-TIPO-INSTRUMENTO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "tipo_instrumento.dat" DELIMITED BY SIZE
           INTO WS-TIPO-INSTRUMENTO-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
