       IDENTIFICATION DIVISION.
       PROGRAM-ID. Donaciones INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       *>CERTIFICADOS ANUALES DE DONACION: AL CIERRE DEL AÑO CADA
       *>PROVEEDOR DONANTE RECIBE UNA CARTA CON LOS EQUIPOS QUE DONO
       *>Y SU VALOR ESTIMADO, PARA SUS PROPIOS REGISTROS Y SUS
       *>IMPUESTOS. LOS DATOS SALEN DE ADQUISICIONES.DAT.
       SELECT OPTIONAL PROVEEDORES-ARCHIVO
       ASSIGN TO WS-PROVEEDORES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-PROVEEDOR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PROVEEDORES.

       SELECT OPTIONAL ADQUISICIONES-ARCHIVO
       ASSIGN TO WS-ADQUISICIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-ADQ
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-ADQ WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ADQUISICIONES.

       *>TIPO, MARCA, MODELO Y SERIE DE CADA EQUIPO DONADO.
       SELECT OPTIONAL INSTRUMENTOS-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-INV
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS.

       *>UN REGISTRO POR CERTIFICADO EMITIDO (AÑO Y DONANTE), CON SU
       *>NUMERO Y LO QUE CERTIFICO. SI EL CERTIFICADO YA EXISTE, LO
       *>QUE SE IMPRIME ES UN DUPLICADO CON EL MISMO NUMERO.
       SELECT OPTIONAL CERTIFICADOS-ARCHIVO
       ASSIGN TO WS-CERTIFICADOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CER-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CERTIFICADOS.

       *>CONTROL CENTRAL DE NUMERACION (VER CORRELATIVOS.CBL): SERIE
       *>CERTDON.
       SELECT OPTIONAL CORRELATIVOS-ARCHIVO
       ASSIGN TO WS-CORRELATIVOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CORR-SERIE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CORRELATIVOS.

       SELECT OPTIONAL REPORTE-DONACIONES-ARCHIVO
       ASSIGN TO WS-REPORTE-DONACIONES-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       *>DEJA CONSTANCIA DE QUE OPERADOR EMITIO O REIMPRIMIO CADA
       *>CERTIFICADO.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       *>COPIA DEL REGISTRO DE PROVEEDORES.DAT (VER PROVEEDORES.CBL).
       FD PROVEEDORES-ARCHIVO.
           01 PROVEEDORES-REGISTRO.
               05 ID-PROVEEDOR     PIC X(11).
               05 NOMBRE-PROVEEDOR PIC X(40).
               05 TIPO-PROVEEDOR   PIC X(8). *>vendedor/donante.
               05 DIRECCION        PIC X(100).
               05 TELEFONO         PIC 9(11).
               05 TELEFONO-ALTERNO PIC 9(11).
               05 STATUS-PROVEEDOR PIC X(8).

       *>COPIA DEL REGISTRO DE ADQUISICIONES.DAT (VER INSTRUMENTOS.CBL).
       FD ADQUISICIONES-ARCHIVO.
           01 ADQUISICIONES-REGISTRO.
               05 ID-INSTRUMENTO-ADQ    PIC X(6).
               05 ID-PROVEEDOR-ADQ      PIC X(11).
               05 FORMA-ADQUISICION-ADQ PIC X(8).
               05 FECHA-ADQUISICION-ADQ PIC 9(8).
               05 VALOR-ADQUISICION     PIC 9(8)V99.
               05 GARANTIA-FIN-ADQ      PIC 9(8).
               05 GARANTIA-NOTA-ADQ     PIC X(30).

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

       FD CERTIFICADOS-ARCHIVO.
           01 CERTIFICADOS-REGISTRO.
               05 CER-LLAVE.
                   10 CER-ANIO      PIC 9(4).
                   10 CER-PROVEEDOR PIC X(11).
               05 CER-NUMERO       PIC 9(8). *>SERIE CERTDON.
               05 CER-FECHA-EMISION PIC 9(8).
               *>LO QUE DECIA EL ORIGINAL, PARA ADVERTIR SI UN
               *>DUPLICADO YA NO COINCIDE CON LAS ADQUISICIONES.
               05 CER-CANTIDAD     PIC 9(4).
               05 CER-TOTAL        PIC 9(10)V99.
               05 CER-IMPRESIONES  PIC 9(3). *>1 EL ORIGINAL.
               05 CER-OPERADOR     PIC X(10).

       FD CORRELATIVOS-ARCHIVO.
           01 CORRELATIVOS-REGISTRO.
               05 CORR-SERIE        PIC X(10).
               05 CORR-SIGUIENTE    PIC 9(8).
               05 CORR-FECHA-ACT    PIC 9(8).
               05 CORR-OPERADOR-ACT PIC X(10).

       FD REPORTE-DONACIONES-ARCHIVO.
           01 REPORTE-DONACIONES-LINEA PIC X(100).

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
           05 FILLER   PIC X(27) VALUE SPACES.
           05 WS-TIT   PIC X(26) VALUE "Certificados de donacion".
           05 FILLER   PIC X(27) VALUE SPACES.

       77 WS-OPCION PIC 9(2).
       77 WS-INDICADOR PIC 9(1).
       77 LEE-TODO PIC 9(1).
       01 WS-FECHA-HOY PIC 9(8).
       01 WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05 WS-HOY-ANIO PIC 9(4).
           05 FILLER      PIC 9(4).

       *>AÑO QUE SE CERTIFICA Y SU PRIMER Y ULTIMO DIA.
       77 WS-ANIO PIC 9(4).
       77 WS-INICIO-ANIO PIC 9(8).
       77 WS-FIN-ANIO PIC 9(8).

       *>USADOS PARA RECONOCER A LOS DONANTES Y SUS DONACIONES SIN
       *>IMPORTAR MAYUSCULAS, QUE CADA OPERADOR ESCRIBE A SU MANERA.
       77 WS-TIPO-COMPARA PIC X(8).
       77 WS-FORMA-COMPARA PIC X(8).
       77 WS-ES-DONACION PIC 9(1).

       *>USADOS PARA RECORRER Y TOTALIZAR LAS DONACIONES DEL AÑO DE
       *>UN DONANTE.
       77 WS-LEE-ADQ PIC 9(1).
       77 WS-CANT-DONADOS PIC 9(4).
       77 WS-CANT-SIN-VALOR PIC 9(4).
       77 WS-TOTAL-DONADO PIC 9(10)V99.
       77 WS-DUPLICADO PIC 9(1).
       77 WS-SOLO-REVISAR PIC 9(1). *>1 SI SOLO SE BUSCAN LAS
                                    *>DONACIONES SIN VALOR.

       *>TOTALES DE LA CORRIDA.
       77 WS-CANT-NUEVOS PIC 9(5).
       77 WS-CANT-DUPLICADOS PIC 9(5).
       77 WS-CANT-RETENIDOS PIC 9(5).
       77 WS-CANT-FALTAN-VALOR PIC 9(5).

       77 WS-LINEA PIC X(100).
       77 WS-VALOR-EDITADO PIC 9(8).99.
       77 WS-TOTAL-EDITADO PIC 9(10).99.

       *>USADOS PARA VALIDAR Y NORMALIZAR EL RIF (O LA CEDULA DE UN
       *>DONANTE PARTICULAR) CON LA RUTINA COMUN (VER IDENTIDAD.CBL).
       77 WS-DOC-TIPO PIC X(1).
       77 WS-DOC-ENTRADA PIC X(15).
       77 WS-DOC-NORMAL PIC X(11).
       77 WS-DOC-RESULTADO PIC 9(1).
       77 WS-DOC-MENSAJE PIC X(50).

       *>USADOS PARA TOMAR NUMEROS DEL CONTROL CENTRAL DE
       *>NUMERACION, IGUAL QUE EN PRESTAMOS.CBL.
       77 WS-CORR-SERIE PIC X(10).
       77 WS-CORR-NUMERO PIC 9(8).
       77 WS-HAY-CORR PIC 9(1).
       77 WS-CORR-MAYOR PIC 9(8).
       77 WS-MAX-CERTIFICADO PIC 9(8).
       77 WS-LEE-CERTIFICADO PIC 9(1).

       *>USADOS PARA DEJAR CONSTANCIA EN LA AUDITORIA.
       77 WS-AUD-LLAVE-REG PIC X(60).
       01 WS-AUD-ANTES PIC X(280) VALUE SPACES.
       01 WS-AUD-DESPUES PIC X(280) VALUE SPACES.

       *>DATOS DE LA CORRIDA QUE SE ANOTA EN EL CATALOGO DE
       *>REPORTES (VER CATALOGO.CBL).
       01 WS-CAT-DATOS.
           05 WS-CAT-ACCION     PIC X(1).
           05 WS-CAT-PROGRAMA   PIC X(15) VALUE "Donaciones".
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
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Donaciones".
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
       77 WS-FS-ADQUISICIONES PIC X(2).
       77 WS-FS-INSTRUMENTOS PIC X(2).
       77 WS-FS-CERTIFICADOS PIC X(2).
       77 WS-FS-CORRELATIVOS PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-PROVEEDORES-RUTA PIC X(80).
       77 WS-ADQUISICIONES-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-CERTIFICADOS-RUTA PIC X(80).
       77 WS-CORRELATIVOS-RUTA PIC X(80).
       77 WS-REPORTE-DONACIONES-RUTA PIC X(80).
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
       ERROR-PROVEEDORES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROVEEDORES-ARCHIVO.
       ERROR-PROVEEDORES-ANOTAR.
       MOVE "proveedores.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PROVEEDORES TO WS-ERR-ESTADO.
       MOVE ID-PROVEEDOR TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-ADQUISICIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ADQUISICIONES-ARCHIVO.
       ERROR-ADQUISICIONES-ANOTAR.
       MOVE "adquisiciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ADQUISICIONES TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-ADQ TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INSTRUMENTOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSTRUMENTOS-ARCHIVO.
       ERROR-INSTRUMENTOS-ANOTAR.
       MOVE "instrumentos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-INV TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-CERTIFICADOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CERTIFICADOS-ARCHIVO.
       ERROR-CERTIFICADOS-ANOTAR.
       MOVE "certificados_donacion.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-CERTIFICADOS TO WS-ERR-ESTADO.
       MOVE CER-LLAVE TO WS-ERR-LLAVE.
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
       *>PROGRAMA PRINCIPAL. EMITIR LOS CERTIFICADOS DEL AÑO ES DE
       *>SUPERVISOR, PORQUE LES DA NUMERO; REIMPRIMIR Y REVISAR LAS
       *>DONACIONES SIN VALOR LO PUEDE HACER LA OFICINA.
       PROGRAM-BEGIN.
       PERFORM ARMAR-RUTAS.
       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
       DISPLAY " ".
       DISPLAY WS-TITULO.
       DISPLAY " ".
       DISPLAY "1) Emitir los certificados de un año (supervisor)".
       DISPLAY "2) Reimprimir el certificado de un donante".
       DISPLAY "3) Donaciones sin valor de un año".
       DISPLAY "4) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU.

       PERFORM FIN-PROGRAMA.

       *>RUTINAS.
       VALIDACION-MENU.
       EVALUATE WS-OPCION
       WHEN 1
           IF LS-ROL NOT = "supervisor"
               DISPLAY "Esta opcion requiere rol supervisor."
               PERFORM VOLVER
           ELSE
               MOVE 0 TO WS-SOLO-REVISAR
               PERFORM EMITIR-CERTIFICADOS
           END-IF
       WHEN 2
           PERFORM REIMPRIMIR-CERTIFICADO
       WHEN 3
           MOVE 1 TO WS-SOLO-REVISAR
           PERFORM EMITIR-CERTIFICADOS
       WHEN 4
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-MENU
       END-EVALUATE.

       PEDIR-ANIO.
       DISPLAY " ".
       DISPLAY "Ingrese el año que se certifica (AAAA)".
       ACCEPT WS-ANIO.
       PERFORM VALIDACION-ANIO.
       COMPUTE WS-INICIO-ANIO = WS-ANIO * 10000 + 101.
       COMPUTE WS-FIN-ANIO = WS-ANIO * 10000 + 1231.

       VALIDACION-ANIO.
       IF WS-ANIO NOT NUMERIC OR WS-ANIO < 1900
           OR WS-ANIO > WS-HOY-ANIO
           DISPLAY " "
           DISPLAY "Año invalido."
           DISPLAY "Ingrese el año que se certifica (AAAA)"
           ACCEPT WS-ANIO
           PERFORM VALIDACION-ANIO.

       *>RECORRE LOS PROVEEDORES DONANTES. A CADA UNO CON DONACIONES
       *>EN EL AÑO LE IMPRIME SU CERTIFICADO: NUEVO, CON NUMERO DE LA
       *>SERIE CERTDON, O DUPLICADO SI YA SE LE EMITIO. EL DONANTE CON
       *>ALGUNA DONACION SIN VALOR SE RETIENE Y SE LISTA, PARA
       *>CORREGIRLA EN INSTRUMENTOS ANTES DE QUE SALGA SU CERTIFICADO.
       *>CON WS-SOLO-REVISAR EN 1 SOLO SE LISTAN ESAS DONACIONES.
       EMITIR-CERTIFICADOS.
       IF WS-SOLO-REVISAR = 1
           DISPLAY "---Donaciones sin valor---"
       ELSE
           DISPLAY "---Emision de certificados de donacion---".
       PERFORM PEDIR-ANIO.
       MOVE "OPEN    EMITIR-CERTIFICADOS" TO WS-ERR-DONDE
       OPEN I-O PROVEEDORES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PROVEEDORES.
       MOVE "OPEN    EMITIR-CERTIFICADOS" TO WS-ERR-DONDE
       OPEN I-O ADQUISICIONES-ARCHIVO.
       MOVE "OPEN    EMITIR-CERTIFICADOS" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    EMITIR-CERTIFICADOS" TO WS-ERR-DONDE
       OPEN I-O CERTIFICADOS-ARCHIVO.
       MOVE "OPEN    EMITIR-CERTIFICADOS" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       IF WS-SOLO-REVISAR = 1
           MOVE "reporte_donaciones_sin_valor" TO WS-CAT-REPORTE
       ELSE
           MOVE "certificados_donacion" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       STRING "Año " WS-ANIO DELIMITED BY SIZE INTO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-DONACIONES-RUTA.
       OPEN OUTPUT REPORTE-DONACIONES-ARCHIVO.
       IF WS-SOLO-REVISAR = 1
           MOVE SPACES TO WS-LINEA
           STRING "---Donaciones del año " WS-ANIO
               " registradas sin valor---"
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-DONACIONES.
       MOVE 0 TO WS-CANT-NUEVOS.
       MOVE 0 TO WS-CANT-DUPLICADOS.
       MOVE 0 TO WS-CANT-RETENIDOS.
       MOVE 0 TO WS-CANT-FALTAN-VALOR.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-PROVEEDOR.
       PERFORM EVALUAR-PROVEEDOR UNTIL LEE-TODO = 1.
       IF WS-SOLO-REVISAR = 1
           MOVE " " TO WS-LINEA
           PERFORM IMPRIMIR-DONACIONES
           IF WS-CANT-FALTAN-VALOR = 0
               MOVE "(todas las donaciones del año tienen valor)"
                   TO WS-LINEA
           ELSE
               STRING "Donaciones sin valor: " WS-CANT-FALTAN-VALOR
                   "  Donantes afectados: " WS-CANT-RETENIDOS
                   DELIMITED BY SIZE INTO WS-LINEA
           END-IF
           PERFORM IMPRIMIR-DONACIONES.
       CLOSE PROVEEDORES-ARCHIVO.
       CLOSE ADQUISICIONES-ARCHIVO.
       CLOSE INSTRUMENTOS-ARCHIVO.
       CLOSE CERTIFICADOS-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       CLOSE REPORTE-DONACIONES-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       IF WS-SOLO-REVISAR = 0
           DISPLAY " "
           DISPLAY "Certificados nuevos: " WS-CANT-NUEVOS
               "  Duplicados: " WS-CANT-DUPLICADOS
               "  Donantes retenidos: " WS-CANT-RETENIDOS
           IF WS-CANT-RETENIDOS > 0
               DISPLAY "Los donantes retenidos tienen donaciones sin "
                   "valor (vea arriba): corrijalas en"
               DISPLAY "Instrumentos y vuelva a correr la emision."
           END-IF
       END-IF.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-PROVEEDOR.
       MOVE "READ    LEER-SIGUIENTE-PROVEEDOR" TO WS-ERR-DONDE
       READ PROVEEDORES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       EVALUAR-PROVEEDOR.
       MOVE TIPO-PROVEEDOR TO WS-TIPO-COMPARA.
       INSPECT WS-TIPO-COMPARA CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       IF WS-TIPO-COMPARA = "DONANTE"
           PERFORM TOTALIZAR-DONANTE
           IF WS-CANT-DONADOS > 0
               IF WS-CANT-SIN-VALOR > 0
                   ADD 1 TO WS-CANT-RETENIDOS
                   ADD WS-CANT-SIN-VALOR TO WS-CANT-FALTAN-VALOR
               ELSE
                   IF WS-SOLO-REVISAR = 0
                       PERFORM CERTIFICAR-DONANTE
                   END-IF
               END-IF
           END-IF
       END-IF.
       PERFORM LEER-SIGUIENTE-PROVEEDOR.

       *>CUENTA Y SUMA LAS DONACIONES DEL AÑO DEL DONANTE EN CURSO.
       *>LAS QUE NO TIENEN VALOR SE MUESTRAN (Y, AL SOLO REVISAR, SE
       *>IMPRIMEN).
       TOTALIZAR-DONANTE.
       MOVE 0 TO WS-CANT-DONADOS.
       MOVE 0 TO WS-CANT-SIN-VALOR.
       MOVE 0 TO WS-TOTAL-DONADO.
       PERFORM POSICIONAR-ADQUISICIONES.
       PERFORM SUMAR-DONACION UNTIL WS-LEE-ADQ = 1.

       *>DEJA ADQUISICIONES.DAT EN LA PRIMERA ADQUISICION DEL
       *>PROVEEDOR EN CURSO, POR SU LLAVE ALTERNA.
       POSICIONAR-ADQUISICIONES.
       MOVE ID-PROVEEDOR TO ID-PROVEEDOR-ADQ.
       MOVE "START   POSICIONAR-ADQUISICIONES" TO WS-ERR-DONDE
       START ADQUISICIONES-ARCHIVO KEY IS EQUAL TO ID-PROVEEDOR-ADQ
           INVALID KEY     MOVE 1 TO WS-LEE-ADQ
           NOT INVALID KEY MOVE 0 TO WS-LEE-ADQ.
       IF WS-LEE-ADQ = 0
           PERFORM LEER-SIGUIENTE-ADQUISICION.

       LEER-SIGUIENTE-ADQUISICION.
       MOVE "READ    LEER-SIGUIENTE-ADQUISICION" TO WS-ERR-DONDE
       READ ADQUISICIONES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-ADQ.
       IF WS-LEE-ADQ = 0
           IF ID-PROVEEDOR-ADQ NOT = ID-PROVEEDOR
               MOVE 1 TO WS-LEE-ADQ.

       *>DEJA WS-ES-DONACION EN 1 SI LA ADQUISICION EN CURSO ES UNA
       *>DONACION RECIBIDA EN EL AÑO.
       VERIFICAR-DONACION.
       MOVE 0 TO WS-ES-DONACION.
       MOVE FORMA-ADQUISICION-ADQ TO WS-FORMA-COMPARA.
       INSPECT WS-FORMA-COMPARA CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       IF WS-FORMA-COMPARA = "DONACION"
           AND FECHA-ADQUISICION-ADQ NOT < WS-INICIO-ANIO
           AND FECHA-ADQUISICION-ADQ NOT > WS-FIN-ANIO
           MOVE 1 TO WS-ES-DONACION.

       SUMAR-DONACION.
       PERFORM VERIFICAR-DONACION.
       IF WS-ES-DONACION = 1
           ADD 1 TO WS-CANT-DONADOS
           ADD VALOR-ADQUISICION TO WS-TOTAL-DONADO
           IF VALOR-ADQUISICION = 0
               ADD 1 TO WS-CANT-SIN-VALOR
               PERFORM SENALAR-SIN-VALOR
           END-IF
       END-IF.
       PERFORM LEER-SIGUIENTE-ADQUISICION.

       SENALAR-SIN-VALOR.
       DISPLAY "Sin valor: " ID-INSTRUMENTO-ADQ " recibido el "
           FECHA-ADQUISICION-ADQ " de " ID-PROVEEDOR " "
           NOMBRE-PROVEEDOR.
       IF WS-SOLO-REVISAR = 1
           STRING ID-INSTRUMENTO-ADQ " " FECHA-ADQUISICION-ADQ " "
               ID-PROVEEDOR " " NOMBRE-PROVEEDOR
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-DONACIONES.

       *>EMITE EL CERTIFICADO DEL DONANTE EN CURSO, O UN DUPLICADO
       *>SI YA SE LE HABIA EMITIDO EL DE ESE AÑO.
       CERTIFICAR-DONANTE.
       MOVE WS-ANIO TO CER-ANIO.
       MOVE ID-PROVEEDOR TO CER-PROVEEDOR.
       MOVE "READ    CERTIFICAR-DONANTE" TO WS-ERR-DONDE
       READ CERTIFICADOS-ARCHIVO RECORD
           KEY CER-LLAVE
               INVALID KEY     MOVE 0 TO WS-DUPLICADO
               NOT INVALID KEY MOVE 1 TO WS-DUPLICADO.
       IF WS-DUPLICADO = 1
           ADD 1 TO WS-CANT-DUPLICADOS
           PERFORM ANOTAR-REIMPRESION
       ELSE
           ADD 1 TO WS-CANT-NUEVOS
           MOVE "CERTDON" TO WS-CORR-SERIE
           PERFORM TOMAR-CORRELATIVO
           MOVE WS-CORR-NUMERO TO CER-NUMERO
           MOVE WS-FECHA-HOY TO CER-FECHA-EMISION
           MOVE WS-CANT-DONADOS TO CER-CANTIDAD
           MOVE WS-TOTAL-DONADO TO CER-TOTAL
           MOVE 1 TO CER-IMPRESIONES
           MOVE LS-CONECTAR TO CER-OPERADOR
           PERFORM GRABAR-CERTIFICADO
           MOVE SPACES TO WS-AUD-ANTES
           MOVE CERTIFICADOS-REGISTRO TO WS-AUD-DESPUES
           MOVE SPACES TO WS-AUD-LLAVE-REG
           STRING "Certificado " CER-NUMERO " " CER-LLAVE
               DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG
           MOVE "Emision" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA
           DISPLAY "Certificado " CER-NUMERO " para " ID-PROVEEDOR
               " " NOMBRE-PROVEEDOR.
       PERFORM IMPRIMIR-CERTIFICADO.

       *>SI EL NUMERO YA ESTA GRABADO (POR EJEMPLO, TRAS UNA
       *>RESIEMBRA MAL HECHA) SE TOMA EL SIGUIENTE Y SE REINTENTA.
       *>LA LLAVE ES AÑO Y DONANTE, ASI QUE SOLO PUEDE REPETIR SI
       *>OTRA TERMINAL LO EMITIO AL MISMO TIEMPO.
       GRABAR-CERTIFICADO.
       MOVE "WRITE   GRABAR-CERTIFICADO" TO WS-ERR-DONDE
       WRITE CERTIFICADOS-REGISTRO
           INVALID KEY
               DISPLAY "Otra terminal acaba de emitir el certificado "
                   "de " CER-PROVEEDOR "; se imprime como duplicado."
               MOVE 1 TO WS-DUPLICADO
               MOVE "READ    GRABAR-CERTIFICADO" TO WS-ERR-DONDE
               READ CERTIFICADOS-ARCHIVO RECORD KEY CER-LLAVE
       END-WRITE.

       *>UN DUPLICADO LLEVA EL MISMO NUMERO Y FECHA DEL ORIGINAL; SE
       *>CUENTA LA IMPRESION Y QUEDA EN LA AUDITORIA.
       ANOTAR-REIMPRESION.
       MOVE CERTIFICADOS-REGISTRO TO WS-AUD-ANTES.
       ADD 1 TO CER-IMPRESIONES.
       MOVE "REWRITE ANOTAR-REIMPRESION" TO WS-ERR-DONDE
       REWRITE CERTIFICADOS-REGISTRO.
       MOVE CERTIFICADOS-REGISTRO TO WS-AUD-DESPUES.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Certificado " CER-NUMERO " " CER-LLAVE
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Reimpresion" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       DISPLAY "Duplicado del certificado " CER-NUMERO " para "
           ID-PROVEEDOR " " NOMBRE-PROVEEDOR.
       IF CER-TOTAL NOT = WS-TOTAL-DONADO
           OR CER-CANTIDAD NOT = WS-CANT-DONADOS
           DISPLAY "  Aviso: las donaciones cambiaron desde la "
               "emision original; revise antes de entregarlo.".

       *>CARTA DEL DONANTE EN CURSO CON EL CERTIFICADO EN CURSO. LAS
       *>DONACIONES SE LISTAN TAL COMO ESTAN HOY EN ADQUISICIONES.DAT.
       IMPRIMIR-CERTIFICADO.
       MOVE ALL "=" TO WS-LINEA.
       PERFORM IMPRIMIR-DONACIONES.
       STRING "                  CERTIFICADO DE DONACION No. "
           CER-NUMERO DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-DONACIONES.
       IF WS-DUPLICADO = 1
           MOVE "                           *** DUPLICADO ***"
               TO WS-LINEA
           PERFORM IMPRIMIR-DONACIONES.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-DONACIONES.
       STRING "Fecha de emision: " CER-FECHA-EMISION
           DELIMITED BY SIZE INTO WS-LINEA.
       IF WS-DUPLICADO = 1
           STRING "Fecha de emision: " CER-FECHA-EMISION
               "   Reimpreso el: " WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-DONACIONES.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-DONACIONES.
       STRING "Se certifica que " NOMBRE-PROVEEDOR
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-DONACIONES.
       STRING "RIF/Cedula " ID-PROVEEDOR ", con domicilio en"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-DONACIONES.
       MOVE DIRECCION TO WS-LINEA.
       PERFORM IMPRIMIR-DONACIONES.
       STRING "dono al club durante el año " WS-ANIO
           " los siguientes equipos:" DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-DONACIONES.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-DONACIONES.
       STRING "Codigo Tipo                                     "
           "Recibido   Valor estimado"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-DONACIONES.
       MOVE 0 TO WS-CANT-DONADOS.
       MOVE 0 TO WS-TOTAL-DONADO.
       PERFORM POSICIONAR-ADQUISICIONES.
       PERFORM IMPRIMIR-DONACION UNTIL WS-LEE-ADQ = 1.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-DONACIONES.
       MOVE WS-TOTAL-DONADO TO WS-TOTAL-EDITADO.
       STRING "Total donado en " WS-ANIO " (" WS-CANT-DONADOS
           " equipos): " WS-TOTAL-EDITADO
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-DONACIONES.
       IF WS-DUPLICADO = 1
           AND (CER-TOTAL NOT = WS-TOTAL-DONADO
                OR CER-CANTIDAD NOT = WS-CANT-DONADOS)
           MOVE CER-TOTAL TO WS-TOTAL-EDITADO
           STRING "Total del certificado original (" CER-CANTIDAD
               " equipos): " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-DONACIONES.
       MOVE "Valores estimados en dolares segun el registro de "
           TO WS-LINEA.
       PERFORM IMPRIMIR-DONACIONES.
       MOVE "adquisicion del club." TO WS-LINEA.
       PERFORM IMPRIMIR-DONACIONES.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-DONACIONES.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-DONACIONES.
       MOVE "______________________________" TO WS-LINEA.
       PERFORM IMPRIMIR-DONACIONES.
       MOVE "Firma y sello" TO WS-LINEA.
       PERFORM IMPRIMIR-DONACIONES.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-DONACIONES.

       IMPRIMIR-DONACION.
       PERFORM VERIFICAR-DONACION.
       IF WS-ES-DONACION = 1
           ADD 1 TO WS-CANT-DONADOS
           ADD VALOR-ADQUISICION TO WS-TOTAL-DONADO
           MOVE ID-INSTRUMENTO-ADQ TO ID-INSTRUMENTO-INV
           MOVE "READ    IMPRIMIR-DONACION" TO WS-ERR-DONDE
           READ INSTRUMENTOS-ARCHIVO RECORD
               KEY ID-INSTRUMENTO-INV
                   INVALID KEY
                       MOVE SPACES TO TIPO-INSTRUMENTO-INV
                       MOVE SPACES TO MARCA-INV
                       MOVE SPACES TO MODELO-INV
                       MOVE SPACES TO SERIE-INV
           END-READ
           MOVE VALOR-ADQUISICION TO WS-VALOR-EDITADO
           STRING ID-INSTRUMENTO-ADQ " " TIPO-INSTRUMENTO-INV " "
               FECHA-ADQUISICION-ADQ "   " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-DONACIONES
           STRING "       Marca: " MARCA-INV " Modelo: " MODELO-INV
               " Serie: " SERIE-INV
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR-DONACIONES
       END-IF.
       PERFORM LEER-SIGUIENTE-ADQUISICION.

       IMPRIMIR-DONACIONES.
       DISPLAY WS-LINEA.
       WRITE REPORTE-DONACIONES-LINEA FROM WS-LINEA.
       MOVE SPACES TO WS-LINEA.

       *>REIMPRIME EL CERTIFICADO YA EMITIDO A UN DONANTE, MARCADO
       *>COMO DUPLICADO.
       REIMPRIMIR-CERTIFICADO.
       DISPLAY "---Reimprimir un certificado de donacion---".
       PERFORM PEDIR-ANIO.
       DISPLAY "Indique el RIF o la cedula del donante".
       PERFORM PEDIR-ID-DONANTE.
       MOVE "OPEN    REIMPRIMIR-CERTIFICADO" TO WS-ERR-DONDE
       OPEN I-O PROVEEDORES-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PROVEEDORES.
       MOVE "OPEN    REIMPRIMIR-CERTIFICADO" TO WS-ERR-DONDE
       OPEN I-O CERTIFICADOS-ARCHIVO.
       MOVE WS-ANIO TO CER-ANIO.
       MOVE ID-PROVEEDOR TO CER-PROVEEDOR.
       MOVE "READ    REIMPRIMIR-CERTIFICADO" TO WS-ERR-DONDE
       READ CERTIFICADOS-ARCHIVO RECORD
           KEY CER-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1
           MOVE "READ    REIMPRIMIR-CERTIFICADO" TO WS-ERR-DONDE
           READ PROVEEDORES-ARCHIVO RECORD
               KEY ID-PROVEEDOR
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
                   NOT INVALID KEY MOVE 1 TO WS-INDICADOR
           END-READ
       ELSE
           DISPLAY " "
           DISPLAY "No se ha emitido certificado de ese año a ese "
               "donante.".
       IF WS-INDICADOR = 1
           MOVE "OPEN    REIMPRIMIR-CERTIFICADO" TO WS-ERR-DONDE
           OPEN I-O ADQUISICIONES-ARCHIVO
           MOVE "OPEN    REIMPRIMIR-CERTIFICADO" TO WS-ERR-DONDE
           OPEN I-O INSTRUMENTOS-ARCHIVO
           PERFORM VERIFICAR-EXISTE-INSTRUMENTOS
           MOVE "OPEN    REIMPRIMIR-CERTIFICADO" TO WS-ERR-DONDE
           OPEN I-O AUDITORIA-ARCHIVO
           MOVE "certificados_donacion" TO WS-CAT-REPORTE
           MOVE SPACES TO WS-CAT-PARAMETROS
           STRING "Año " WS-ANIO " duplicado " ID-PROVEEDOR
               DELIMITED BY SIZE INTO WS-CAT-PARAMETROS
           PERFORM CATALOGAR-REPORTE
           MOVE WS-CAT-RUTA TO WS-REPORTE-DONACIONES-RUTA
           OPEN OUTPUT REPORTE-DONACIONES-ARCHIVO
           MOVE 1 TO WS-DUPLICADO
           MOVE 0 TO WS-SOLO-REVISAR
           PERFORM TOTALIZAR-DONANTE
           PERFORM ANOTAR-REIMPRESION
           PERFORM IMPRIMIR-CERTIFICADO
           CLOSE ADQUISICIONES-ARCHIVO
           CLOSE INSTRUMENTOS-ARCHIVO
           CLOSE AUDITORIA-ARCHIVO
           CLOSE REPORTE-DONACIONES-ARCHIVO
           PERFORM CERRAR-REPORTE-CATALOGO
           DISPLAY " "
           DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       CLOSE PROVEEDORES-ARCHIVO.
       CLOSE CERTIFICADOS-ARCHIVO.
       PERFORM VOLVER.

       *>PIDE EL RIF O LA CEDULA DEL DONANTE: EN SU FORMA NORMAL SI
       *>ES VALIDO, O TAL COMO SE ESCRIBIO SI NO LO ES, IGUAL QUE EN
       *>PROVEEDORES.CBL.
       PEDIR-ID-DONANTE.
       ACCEPT WS-DOC-ENTRADA.
       MOVE "R" TO WS-DOC-TIPO.
       CALL "Identidad" USING WS-DOC-TIPO WS-DOC-ENTRADA
           WS-DOC-NORMAL WS-DOC-RESULTADO WS-DOC-MENSAJE.
       IF WS-DOC-RESULTADO NOT = 0
           MOVE "C" TO WS-DOC-TIPO
           CALL "Identidad" USING WS-DOC-TIPO WS-DOC-ENTRADA
               WS-DOC-NORMAL WS-DOC-RESULTADO WS-DOC-MENSAJE.
       IF WS-DOC-RESULTADO = 0
           MOVE WS-DOC-NORMAL TO ID-PROVEEDOR
       ELSE
           MOVE WS-DOC-ENTRADA TO ID-PROVEEDOR.

       *>ENTREGA EN WS-CORR-NUMERO EL PROXIMO NUMERO DE LA SERIE
       *>WS-CORR-SERIE Y DEJA LA SERIE AVANZADA EN CORRELATIVOS.DAT,
       *>IGUAL QUE EN PRESTAMOS.CBL.
       TOMAR-CORRELATIVO.
       MOVE "OPEN    TOMAR-CORRELATIVO" TO WS-ERR-DONDE
       OPEN I-O CORRELATIVOS-ARCHIVO.
       PERFORM LEER-CORRELATIVO.
       PERFORM LEER-CORRELATIVO UNTIL WS-FS-CORRELATIVOS NOT = "51".
       IF WS-HAY-CORR = 0
           MOVE 0 TO WS-CORR-MAYOR
           PERFORM SEMBRAR-CORRELATIVO
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

       *>LA SERIE CERTDON SE SIEMBRA UNA SOLA VEZ CON EL MAYOR NUMERO
       *>QUE YA TENGA EL LIBRO DE CERTIFICADOS, QUE ESTA ABIERTO. EL
       *>REGISTRO EN CURSO SE GUARDA Y SE RESTITUYE, PORQUE EL
       *>RECORRIDO LO PISA.
       SEMBRAR-CORRELATIVO.
       EVALUATE WS-CORR-SERIE
       WHEN "CERTDON"
           PERFORM BUSCAR-MAX-CERTIFICADO
           MOVE WS-MAX-CERTIFICADO TO WS-CORR-MAYOR
       END-EVALUATE.

       BUSCAR-MAX-CERTIFICADO.
       MOVE CERTIFICADOS-REGISTRO TO WS-AUD-ANTES.
       MOVE 0 TO WS-MAX-CERTIFICADO.
       MOVE LOW-VALUES TO CER-LLAVE.
       MOVE 0 TO WS-LEE-CERTIFICADO.
       MOVE "START   BUSCAR-MAX-CERTIFICADO" TO WS-ERR-DONDE
       START CERTIFICADOS-ARCHIVO
           KEY IS NOT LESS THAN CER-LLAVE
           INVALID KEY MOVE 1 TO WS-LEE-CERTIFICADO
       END-START.
       IF WS-LEE-CERTIFICADO = 0
           PERFORM LEER-SIGUIENTE-CERTIFICADO
           PERFORM COMPARAR-MAX-CERTIFICADO
               UNTIL WS-LEE-CERTIFICADO = 1.
       MOVE WS-AUD-ANTES TO CERTIFICADOS-REGISTRO.
       MOVE SPACES TO WS-AUD-ANTES.

       LEER-SIGUIENTE-CERTIFICADO.
       MOVE "READ    LEER-SIGUIENTE-CERTIFICADO" TO WS-ERR-DONDE
       READ CERTIFICADOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-CERTIFICADO.

       COMPARAR-MAX-CERTIFICADO.
       IF CER-NUMERO > WS-MAX-CERTIFICADO
           MOVE CER-NUMERO TO WS-MAX-CERTIFICADO.
       PERFORM LEER-SIGUIENTE-CERTIFICADO.

       GRABAR-AUDITORIA.
       *>DEJA CONSTANCIA DE QUE OPERADOR REALIZO LA TRANSACCION.
       *>AUD-ACCION, WS-AUD-LLAVE-REG Y LA FOTO ANTES/DESPUES DEBEN
       *>SER LLENADOS POR QUIEN LLAMA A ESTE PARRAFO.
       ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUD-HORA FROM TIME.
       MOVE LS-CONECTAR TO AUD-OPERADOR.
       MOVE "Donaciones" TO AUD-PROGRAMA.
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
           "proveedores.dat" DELIMITED BY SIZE
           INTO WS-PROVEEDORES-RUTA.
       MOVE SPACES TO WS-ADQUISICIONES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "adquisiciones.dat" DELIMITED BY SIZE
           INTO WS-ADQUISICIONES-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-RUTA.
       MOVE SPACES TO WS-CERTIFICADOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "certificados_donacion.dat" DELIMITED BY SIZE
           INTO WS-CERTIFICADOS-RUTA.
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
