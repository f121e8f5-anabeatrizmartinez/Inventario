       IDENTIFICATION DIVISION.
       PROGRAM-ID. Estadistica INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       *>RETORNO ESTADISTICO TRIMESTRAL PARA EL ENTE DEPORTIVO: LOS
       *>SOCIOS ACTIVOS POR SEXO, BANDA DE EDAD, CATEGORIA Y
       *>DISCIPLINA (EL TIPO DE INSTRUMENTO PRINCIPAL Y LOS
       *>ADICIONALES DE USUARIOS_TIPOS.DAT), Y LOS PRESTAMOS DEL
       *>TRIMESTRE POR DISCIPLINA Y SEDE, CONTANDO TAMBIEN LOS QUE YA
       *>PASARON A ARCHIVO_PRESTAMOS.DAT. SALE EN EL ARCHIVO DE
       *>ANCHO FIJO QUE PIDE EL ENTE Y EN UN RESUMEN IMPRESO PARA LA
       *>FIRMA. LO ENTREGADO SE GUARDA EN ESTADISTICA_TRIMESTRAL.DAT
       *>PARA PODER REPRODUCIR UN TRIMESTRE TAL CUAL SE ENTREGO.
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

       *>FECHA DE NACIMIENTO DE LOS SOCIOS (VER USUARIOS.CBL), PARA
       *>LA BANDA DE EDAD.
       SELECT OPTIONAL USUARIOS-NACIMIENTO-ARCHIVO
       ASSIGN TO WS-USUARIOS-NACIMIENTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CEDULA-USUARIO-NAC
       ALTERNATE RECORD KEY IS CEDULA-REPRESENTANTE-NAC
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-USUARIOS-NACIMIENTO.

       SELECT OPTIONAL TIPO-INSTRUMENTO-ARCHIVO
       ASSIGN TO WS-TIPO-INSTRUMENTO-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CODIGO-TIPO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-TIPO-INSTRUMENTO.

       SELECT OPTIONAL INSTRUMENTOS-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-INV
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS.

       SELECT OPTIONAL PRESTAMOS-ARCHIVO
       ASSIGN TO WS-PRESTAMOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-PR WITH DUPLICATES
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-PR WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PRESTAMOS.

       *>PRESTAMOS YA CERRADOS Y MOVIDOS FUERA DE PRESTAMOS.DAT (VER
       *>ARCHIVAR.CBL).
       SELECT OPTIONAL ARCHIVO-PRESTAMOS-ARCHIVO
       ASSIGN TO WS-ARCHIVO-PRESTAMOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-LLAVE-ARC
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-ARC WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ARCHIVO-PRESTAMOS.

       *>CADA LINEA ENTREGADA DEL RETORNO Y DEL RESUMEN, POR
       *>TRIMESTRE, PARA LA REIMPRESION.
       SELECT OPTIONAL ESTADISTICA-ARCHIVO
       ASSIGN TO WS-ESTADISTICA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS EST-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-ESTADISTICA.

       *>ARCHIVO DE ANCHO FIJO PARA EL ENTE DEPORTIVO.
       SELECT OPTIONAL RETORNO-ARCHIVO
       ASSIGN TO WS-RETORNO-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL REPORTE-ESTADISTICA-ARCHIVO
       ASSIGN TO WS-REPORTE-ESTADISTICA-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       *>COPIA DEL REGISTRO DE USUARIOS.DAT. LOS NOMBRES DE CAMPOS SE
       *>SUFIJAN CON "-USR" PARA NO CHOCAR CON LOS DE PRESTAMOS,
       *>IGUAL QUE EN MENSUAL.CBL.
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

       FD TIPO-INSTRUMENTO-ARCHIVO.
           01 TIPO-INSTRUMENTO-REGISTRO.
               05 CODIGO-TIPO PIC X(3).
               05 NOMBRE-TIPO PIC X(40).
               05 CORRELATIVO PIC 9(3).
               05 STATUS-TIPO PIC X(8).

       *>COPIA DEL REGISTRO DE INSTRUMENTOS.DAT. LOS NOMBRES DE CAMPOS
       *>SE SUFIJAN CON "-INV" PARA NO CHOCAR, IGUAL QUE EN
       *>PRESTAMOS.CBL.
       FD INSTRUMENTOS-ARCHIVO.
           01 INSTRUMENTOS-REGISTRO.
               05 ID-INSTRUMENTO-INV       PIC X(6).
               05 TIPO-INSTRUMENTO-INV     PIC X(40).
               05 FECHA-ADQUISICION-INV    PIC 9(8).
               05 FORMA-ADQUISICION-INV    PIC X(8).
               05 ID-PROVEEDOR-INV         PIC X(11).
               05 STATUS-INSTRUMENTO-INV   PIC X(14).
               05 FECHA-STATUS-INV         PIC 9(8).
               05 UBICACION-INV            PIC X(3). *>SEDE (VER
                                                      *>SEDES.CBL).
               05 MARCA-INV            PIC X(20).
               05 MODELO-INV           PIC X(20).
               05 SERIE-INV            PIC X(20).

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

       FD ESTADISTICA-ARCHIVO.
           01 ESTADISTICA-REGISTRO.
               05 EST-LLAVE.
                   10 EST-TRIMESTRE PIC 9(5). *>AAAAT.
                   10 EST-SALIDA    PIC X(1). *>R: RETORNO,
                                              *>S: RESUMEN.
                   10 EST-RENGLON   PIC 9(5).
               05 EST-TEXTO PIC X(100).

       FD RETORNO-ARCHIVO.
           01 RETORNO-LINEA PIC X(80).

       FD REPORTE-ESTADISTICA-ARCHIVO.
           01 REPORTE-ESTADISTICA-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       *>VARIABLES USADAS
       01 WS-TITULO.
           05 FILLER   PIC X(30) VALUE SPACES.
           05 WS-TIT   PIC X(20) VALUE "Retorno estadistico".
           05 FILLER   PIC X(30) VALUE SPACES.

       01 WS-LINEA PIC X(100).

       77 WS-OPCION PIC 9(2).
       77 WS-SI-NO PIC X(1).
       77 WS-INDICADOR PIC 9(1).
       77 LEE-TODO PIC 9(1).
       77 WS-FECHA-HOY PIC 9(8).

       *>TRIMESTRE PEDIDO (AAAAT) Y SUS FECHAS DE INICIO Y FIN. EL FIN
       *>SE TOMA COMO EL DIA 31 DEL ULTIMO MES, QUE BASTA PARA
       *>COMPARAR FECHAS AAAAMMDD.
       01 WS-TRIMESTRE PIC 9(5).
       01 WS-TRIMESTRE-R REDEFINES WS-TRIMESTRE.
           05 WS-TRIM-ANIO PIC 9(4).
           05 WS-TRIM-NUM  PIC 9(1).
       01 WS-INICIO-TRIM PIC 9(8).
       01 WS-FIN-TRIM PIC 9(8).
       01 WS-FIN-TRIM-R REDEFINES WS-FIN-TRIM.
           05 WS-FIN-ANIO PIC 9(4).
           05 WS-FIN-MMDD PIC 9(4).
       77 WS-MES-INICIO PIC 9(2).
       77 WS-MES-FIN PIC 9(2).

       *>FECHA DE NACIMIENTO DEL SOCIO EN CURSO Y SU EDAD AL CIERRE
       *>DEL TRIMESTRE.
       01 WS-NACIMIENTO PIC 9(8).
       01 WS-NACIMIENTO-R REDEFINES WS-NACIMIENTO.
           05 WS-NAC-ANIO PIC 9(4).
           05 WS-NAC-MMDD PIC 9(4).
       77 WS-EDAD PIC 9(3).

       *>CLASIFICACION DEL SOCIO EN CURSO CON LOS CODIGOS DEL ENTE:
       *>SEXO M/F/X, BANDA 01 A 07 Y CATEGORIA I/A/E/P/X.
       77 WS-COD-SEXO PIC X(1).
       77 WS-COD-BANDA PIC 9(2).
       77 WS-COD-CATEGORIA PIC X(1).
       77 WS-COD-DISCIPLINA PIC X(3).
       77 WS-NOMBRE-DISCIPLINA PIC X(40).

       *>DISCIPLINAS YA CONTADAS PARA EL SOCIO EN CURSO, PARA QUE UN
       *>TIPO REPETIDO ENTRE EL PRINCIPAL Y LOS ADICIONALES NO SE
       *>CUENTE DOS VECES.
       77 WS-DISC-SOCIO-USADAS PIC 9(2).
       77 WS-IDX-DISC PIC 9(2).
       01 WS-TABLA-DISC-SOCIO.
           05 WS-DISC-SOCIO PIC X(3) OCCURS 20.
       77 WS-LEE-UT PIC 9(1).

       *>COMBINACIONES SEXO/BANDA/CATEGORIA/DISCIPLINA CON SU CONTEO
       *>DE SOCIOS, Y DISCIPLINA/SEDE CON SU CONTEO DE PRESTAMOS.
       77 WS-SOC-USADAS PIC 9(4).
       77 WS-IDX-SOC PIC 9(4).
       01 WS-TABLA-SOCIOS.
           05 WS-SOC-FILA OCCURS 2000.
               10 WS-SOC-SEXO       PIC X(1).
               10 WS-SOC-BANDA      PIC 9(2).
               10 WS-SOC-CATEGORIA  PIC X(1).
               10 WS-SOC-DISCIPLINA PIC X(3).
               10 WS-SOC-CANT       PIC 9(6).

       77 WS-PRE-USADAS PIC 9(4).
       77 WS-IDX-PRE PIC 9(4).
       01 WS-TABLA-PRESTAMOS.
           05 WS-PRE-FILA OCCURS 600.
               10 WS-PRE-DISCIPLINA PIC X(3).
               10 WS-PRE-SEDE       PIC X(3).
               10 WS-PRE-CANT       PIC 9(7).

       *>TOTALES DEL RESUMEN. LA FILA 61 DE DISCIPLINAS ES "SIN":
       *>SOCIOS SIN TIPO O CON UN TIPO QUE YA NO ESTA EN EL CATALOGO.
       77 WS-TIPOS-USADOS PIC 9(2).
       77 WS-IDX-TIPO PIC 9(2).
       01 WS-TABLA-TIPOS.
           05 WS-TIPO-FILA OCCURS 61.
               10 WS-TIPO-CODIGO    PIC X(3).
               10 WS-TIPO-NOMBRE    PIC X(40).
               10 WS-TIPO-SOCIOS    PIC 9(6).
               10 WS-TIPO-PRESTAMOS PIC 9(7).

       77 WS-SEDES-USADAS PIC 9(2).
       77 WS-IDX-SEDE PIC 9(2).
       01 WS-TABLA-SEDES.
           05 WS-SEDE-FILA OCCURS 20.
               10 WS-SEDE-CODIGO    PIC X(3).
               10 WS-SEDE-PRESTAMOS PIC 9(7).

       01 WS-TABLA-SEXOS.
           05 WS-SEXO-CANT PIC 9(6) OCCURS 3.
       01 WS-TABLA-BANDAS.
           05 WS-BANDA-CANT PIC 9(6) OCCURS 7.
       01 WS-TABLA-CATEGORIAS.
           05 WS-CATEG-CANT PIC 9(6) OCCURS 5.
       77 WS-IDX-COL PIC 9(2).

       01 WS-NOMBRES-BANDAS.
           05 FILLER PIC X(13) VALUE "0 a 11 años".
           05 FILLER PIC X(13) VALUE "12 a 17 años".
           05 FILLER PIC X(13) VALUE "18 a 29 años".
           05 FILLER PIC X(13) VALUE "30 a 49 años".
           05 FILLER PIC X(13) VALUE "50 a 64 años".
           05 FILLER PIC X(13) VALUE "65 o mas".
           05 FILLER PIC X(13) VALUE "Sin fecha".
       01 WS-NOMBRES-BANDAS-R REDEFINES WS-NOMBRES-BANDAS.
           05 WS-NOMBRE-BANDA PIC X(13) OCCURS 7.

       01 WS-NOMBRES-CATEGORIAS.
           05 FILLER PIC X(11) VALUE "Iinfantil".
           05 FILLER PIC X(11) VALUE "Aadulto".
           05 FILLER PIC X(11) VALUE "Eentrenador".
           05 FILLER PIC X(11) VALUE "Ppersonal".
           05 FILLER PIC X(11) VALUE "Xotra".
       01 WS-NOMBRES-CATEGORIAS-R REDEFINES WS-NOMBRES-CATEGORIAS.
           05 WS-CATEG-FILA OCCURS 5.
               10 WS-CATEG-CODIGO PIC X(1).
               10 WS-CATEG-NOMBRE PIC X(10).

       77 WS-TOTAL-SOCIOS PIC 9(7).
       77 WS-TOTAL-PRESTAMOS PIC 9(7).
       77 WS-TOTAL-ARCHIVADOS PIC 9(7).
       77 WS-TOTAL-REGISTROS PIC 9(6).
       77 WS-SEDE-PRESTAMO PIC X(3).
       77 WS-ID-PRESTADO PIC X(6).
       77 WS-DESBORDE PIC 9(1).

       *>LINEAS YA ENTREGADAS DEL TRIMESTRE EN ESTADISTICA-ARCHIVO.
       77 WS-YA-GENERADO PIC 9(1).
       77 WS-RENGLON-R PIC 9(5).
       77 WS-RENGLON-S PIC 9(5).
       77 WS-LEE-EST PIC 9(1).

       *>REGISTROS DEL ARCHIVO DEL ENTE, TODOS DE 80 POSICIONES:
       *>01 CABECERA, 02 SOCIOS ACTIVOS, 03 PRESTAMOS Y 99 TOTALES.
       01 WS-REG-RETORNO PIC X(80).
       01 WS-REG-CABECERA REDEFINES WS-REG-RETORNO.
           05 RC-TIPO             PIC X(2).
           05 RC-ANIO             PIC 9(4).
           05 RC-TRIMESTRE        PIC 9(1).
           05 RC-FECHA-GENERACION PIC 9(8).
           05 RC-FECHA-INICIO     PIC 9(8).
           05 RC-FECHA-FIN        PIC 9(8).
           05 FILLER              PIC X(49).
       01 WS-REG-SOCIOS REDEFINES WS-REG-RETORNO.
           05 RS-TIPO       PIC X(2).
           05 RS-SEXO       PIC X(1).
           05 RS-BANDA      PIC 9(2).
           05 RS-CATEGORIA  PIC X(1).
           05 RS-DISCIPLINA PIC X(3).
           05 RS-CANTIDAD   PIC 9(6).
           05 FILLER        PIC X(65).
       01 WS-REG-PRESTAMOS REDEFINES WS-REG-RETORNO.
           05 RP-TIPO       PIC X(2).
           05 RP-DISCIPLINA PIC X(3).
           05 RP-SEDE       PIC X(3).
           05 RP-CANTIDAD   PIC 9(7).
           05 FILLER        PIC X(65).
       01 WS-REG-TOTALES REDEFINES WS-REG-RETORNO.
           05 RT-TIPO            PIC X(2).
           05 RT-TOTAL-SOCIOS    PIC 9(7).
           05 RT-TOTAL-PRESTAMOS PIC 9(7).
           05 RT-TOTAL-REGISTROS PIC 9(6).
           05 FILLER             PIC X(58).

       *>DATOS DE LA CORRIDA QUE SE ANOTA EN EL CATALOGO DE
       *>REPORTES (VER CATALOGO.CBL).
       01 WS-CAT-DATOS.
           05 WS-CAT-ACCION     PIC X(1).
           05 WS-CAT-PROGRAMA   PIC X(15) VALUE "Estadistica".
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
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Estadistica".
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
       77 WS-FS-TIPO-INSTRUMENTO PIC X(2).
       77 WS-FS-INSTRUMENTOS PIC X(2).
       77 WS-FS-PRESTAMOS PIC X(2).
       77 WS-FS-ARCHIVO-PRESTAMOS PIC X(2).
       77 WS-FS-ESTADISTICA PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-USUARIOS-RUTA PIC X(80).
       77 WS-USUARIOS-TIPOS-RUTA PIC X(80).
       77 WS-USUARIOS-NACIMIENTO-RUTA PIC X(80).
       77 WS-TIPO-INSTRUMENTO-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-PRESTAMOS-RUTA PIC X(80).
       77 WS-ARCHIVO-PRESTAMOS-RUTA PIC X(80).
       77 WS-ESTADISTICA-RUTA PIC X(80).
       77 WS-RETORNO-RUTA PIC X(80).
       77 WS-REPORTE-ESTADISTICA-RUTA PIC X(80).

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
       MOVE ID-INSTRUMENTO-INV TO WS-ERR-LLAVE.
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
       ERROR-ESTADISTICA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ESTADISTICA-ARCHIVO.
       ERROR-ESTADISTICA-ANOTAR.
       MOVE "estadistica_trimestral.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-ESTADISTICA TO WS-ERR-ESTADO.
       MOVE EST-LLAVE TO WS-ERR-LLAVE.
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
       DISPLAY "1) Generar el retorno de un trimestre".
       DISPLAY "2) Reimprimir un trimestre ya entregado".
       DISPLAY "3) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU.

       PERFORM FIN-PROGRAMA.

       *>RUTINAS.
       VALIDACION-MENU.
       EVALUATE WS-OPCION
       WHEN 1
           PERFORM GENERAR-RETORNO
       WHEN 2
           PERFORM REIMPRIMIR-RETORNO
       WHEN 3
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-MENU
       END-EVALUATE.

       PEDIR-TRIMESTRE.
       DISPLAY " ".
       DISPLAY "Ingrese el año y el trimestre (AAAAT, ej. 20253)".
       ACCEPT WS-TRIMESTRE.
       PERFORM VALIDACION-TRIMESTRE.

       VALIDACION-TRIMESTRE.
       IF WS-TRIM-NUM < 1 OR WS-TRIM-NUM > 4 OR WS-TRIM-ANIO < 1900
           DISPLAY " "
           DISPLAY "Trimestre invalido."
           DISPLAY "Ingrese el año y el trimestre (AAAAT, ej. 20253)"
           ACCEPT WS-TRIMESTRE
           PERFORM VALIDACION-TRIMESTRE.

       *>CALCULA EL TRIMESTRE COMPLETO Y LO DEJA GUARDADO. SI EL
       *>TRIMESTRE YA SE ENTREGO, SOLO SE VUELVE A CALCULAR SI EL
       *>OPERADOR LO CONFIRMA; LO NORMAL ES REIMPRIMIRLO.
       GENERAR-RETORNO.
       DISPLAY "---Generar el retorno de un trimestre---".
       PERFORM PEDIR-TRIMESTRE.
       MOVE "OPEN    GENERAR-RETORNO" TO WS-ERR-DONDE
       OPEN I-O ESTADISTICA-ARCHIVO.
       PERFORM BUSCAR-TRIMESTRE-GUARDADO.
       IF WS-YA-GENERADO = 1
           DISPLAY " "
           DISPLAY "Ese trimestre ya se entrego. Para reproducirlo use"
           DISPLAY "la reimpresion. ¿Desea calcularlo de nuevo y"
           DISPLAY "reemplazar lo entregado? (S/N)"
           ACCEPT WS-SI-NO
           IF WS-SI-NO = "S" OR WS-SI-NO = "s"
               PERFORM BORRAR-TRIMESTRE
           ELSE
               CLOSE ESTADISTICA-ARCHIVO
               PERFORM VOLVER.

       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
       COMPUTE WS-MES-INICIO = (WS-TRIM-NUM - 1) * 3 + 1.
       COMPUTE WS-MES-FIN = WS-TRIM-NUM * 3.
       COMPUTE WS-INICIO-TRIM =
           WS-TRIM-ANIO * 10000 + WS-MES-INICIO * 100 + 1.
       COMPUTE WS-FIN-TRIM =
           WS-TRIM-ANIO * 10000 + WS-MES-FIN * 100 + 31.

       MOVE "OPEN    GENERAR-RETORNO" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-USUARIOS.
       MOVE "OPEN    GENERAR-RETORNO" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-TIPOS-ARCHIVO.
       MOVE "OPEN    GENERAR-RETORNO" TO WS-ERR-DONDE
       OPEN I-O USUARIOS-NACIMIENTO-ARCHIVO.
       MOVE "OPEN    GENERAR-RETORNO" TO WS-ERR-DONDE
       OPEN I-O TIPO-INSTRUMENTO-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-TIPO-INSTRUMENTO.
       MOVE "OPEN    GENERAR-RETORNO" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    GENERAR-RETORNO" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    GENERAR-RETORNO" TO WS-ERR-DONDE
       OPEN I-O ARCHIVO-PRESTAMOS-ARCHIVO.
       OPEN OUTPUT RETORNO-ARCHIVO.
       MOVE "reporte_estadistica" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       STRING "Trimestre " WS-TRIMESTRE
           DELIMITED BY SIZE INTO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-ESTADISTICA-RUTA.
       OPEN OUTPUT REPORTE-ESTADISTICA-ARCHIVO.

       *>LAS FILAS DE COMBINACIONES, DISCIPLINAS Y SEDES SE LLENAN
       *>COMPLETAS AL AGREGARLAS.
       MOVE ZEROS TO WS-TABLA-SEXOS.
       MOVE ZEROS TO WS-TABLA-BANDAS.
       MOVE ZEROS TO WS-TABLA-CATEGORIAS.
       MOVE 0 TO WS-SOC-USADAS.
       MOVE 0 TO WS-PRE-USADAS.
       MOVE 0 TO WS-SEDES-USADAS.
       MOVE 0 TO WS-TOTAL-SOCIOS.
       MOVE 0 TO WS-TOTAL-PRESTAMOS.
       MOVE 0 TO WS-TOTAL-ARCHIVADOS.
       MOVE 0 TO WS-DESBORDE.
       MOVE 0 TO WS-RENGLON-R.
       MOVE 0 TO WS-RENGLON-S.

       PERFORM CARGAR-TIPOS-EST.

       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-USUARIO-EST.
       PERFORM EVALUAR-SOCIO-EST UNTIL LEE-TODO = 1.

       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-PRESTAMO-EST.
       PERFORM EVALUAR-PRESTAMO-EST UNTIL LEE-TODO = 1.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-ARCHIVADO-EST.
       PERFORM EVALUAR-ARCHIVADO-EST UNTIL LEE-TODO = 1.

       PERFORM ESCRIBIR-RETORNO.
       PERFORM IMPRIMIR-RESUMEN.

       CLOSE USUARIOS-ARCHIVO.
       CLOSE USUARIOS-TIPOS-ARCHIVO.
       CLOSE USUARIOS-NACIMIENTO-ARCHIVO.
       CLOSE TIPO-INSTRUMENTO-ARCHIVO.
       CLOSE INSTRUMENTOS-ARCHIVO.
       CLOSE PRESTAMOS-ARCHIVO.
       CLOSE ARCHIVO-PRESTAMOS-ARCHIVO.
       CLOSE RETORNO-ARCHIVO.
       CLOSE REPORTE-ESTADISTICA-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       CLOSE ESTADISTICA-ARCHIVO.
       DISPLAY " ".
       IF WS-DESBORDE = 1
           DISPLAY "Atencion: hubo mas combinaciones que las que caben"
           DISPLAY "en las tablas; revise el retorno antes de enviarlo."
       END-IF.
       DISPLAY "Retorno grabado en retorno_trimestral.txt y resumen".
       DISPLAY "para la firma en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       *>VUELVE A ESCRIBIR EL RETORNO Y EL RESUMEN DE UN TRIMESTRE
       *>TAL CUAL SE ENTREGARON, DESDE LO GUARDADO.
       REIMPRIMIR-RETORNO.
       DISPLAY "---Reimprimir un trimestre ya entregado---".
       PERFORM PEDIR-TRIMESTRE.
       MOVE "OPEN    REIMPRIMIR-RETORNO" TO WS-ERR-DONDE
       OPEN I-O ESTADISTICA-ARCHIVO.
       PERFORM BUSCAR-TRIMESTRE-GUARDADO.
       IF WS-YA-GENERADO = 0
           DISPLAY " "
           DISPLAY "Ese trimestre no se ha generado todavia."
           CLOSE ESTADISTICA-ARCHIVO
           PERFORM VOLVER.
       OPEN OUTPUT RETORNO-ARCHIVO.
       MOVE "reporte_estadistica" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       STRING "Trimestre " WS-TRIMESTRE
           DELIMITED BY SIZE INTO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-ESTADISTICA-RUTA.
       OPEN OUTPUT REPORTE-ESTADISTICA-ARCHIVO.
       PERFORM UBICAR-TRIMESTRE-GUARDADO.
       PERFORM REPRODUCIR-LINEA UNTIL WS-LEE-EST = 1.
       CLOSE RETORNO-ARCHIVO.
       CLOSE REPORTE-ESTADISTICA-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       CLOSE ESTADISTICA-ARCHIVO.
       DISPLAY " ".
       DISPLAY "Retorno reproducido en retorno_trimestral.txt y".
       DISPLAY "resumen en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       REPRODUCIR-LINEA.
       IF EST-SALIDA = "R"
           WRITE RETORNO-LINEA FROM EST-TEXTO
       ELSE
           DISPLAY EST-TEXTO
           WRITE REPORTE-ESTADISTICA-LINEA FROM EST-TEXTO.
       PERFORM LEER-SIGUIENTE-EST.

       *>SE POSICIONA EN LA PRIMERA LINEA GUARDADA DE WS-TRIMESTRE; LA
       *>LLAVE PONE PRIMERO EL RETORNO (R) Y LUEGO EL RESUMEN (S).
       UBICAR-TRIMESTRE-GUARDADO.
       MOVE WS-TRIMESTRE TO EST-TRIMESTRE.
       MOVE LOW-VALUES TO EST-SALIDA.
       MOVE 0 TO EST-RENGLON.
       MOVE "START   UBICAR-TRIMESTRE-GUARDADO" TO WS-ERR-DONDE
       START ESTADISTICA-ARCHIVO
           KEY IS NOT LESS THAN EST-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-EST
           NOT INVALID KEY MOVE 0 TO WS-LEE-EST.
       IF WS-LEE-EST = 0
           PERFORM LEER-SIGUIENTE-EST.

       LEER-SIGUIENTE-EST.
       MOVE "READ    LEER-SIGUIENTE-EST" TO WS-ERR-DONDE
       READ ESTADISTICA-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-EST.
       IF WS-LEE-EST = 0 AND EST-TRIMESTRE NOT = WS-TRIMESTRE
           MOVE 1 TO WS-LEE-EST.

       BUSCAR-TRIMESTRE-GUARDADO.
       PERFORM UBICAR-TRIMESTRE-GUARDADO.
       IF WS-LEE-EST = 0
           MOVE 1 TO WS-YA-GENERADO
       ELSE
           MOVE 0 TO WS-YA-GENERADO.

       BORRAR-TRIMESTRE.
       PERFORM UBICAR-TRIMESTRE-GUARDADO.
       PERFORM BORRAR-LINEA-EST UNTIL WS-LEE-EST = 1.

       BORRAR-LINEA-EST.
       MOVE "DELETE  BORRAR-LINEA-EST" TO WS-ERR-DONDE
       DELETE ESTADISTICA-ARCHIVO RECORD.
       PERFORM LEER-SIGUIENTE-EST.

       *>EL CATALOGO DE TIPOS SE CARGA UNA VEZ EN LA TABLA, EN ORDEN
       *>DE CODIGO; LA ULTIMA FILA QUEDA PARA "SIN".
       CARGAR-TIPOS-EST.
       MOVE 0 TO WS-TIPOS-USADOS.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-TIPO-EST.
       PERFORM AGREGAR-TIPO-EST UNTIL LEE-TODO = 1.
       MOVE "SIN" TO WS-TIPO-CODIGO(61).
       MOVE "Sin disciplina registrada" TO WS-TIPO-NOMBRE(61).
       MOVE 0 TO WS-TIPO-SOCIOS(61).
       MOVE 0 TO WS-TIPO-PRESTAMOS(61).

       LEER-SIGUIENTE-TIPO-EST.
       MOVE "READ    LEER-SIGUIENTE-TIPO-EST" TO WS-ERR-DONDE
       READ TIPO-INSTRUMENTO-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       AGREGAR-TIPO-EST.
       IF WS-TIPOS-USADOS < 60
           ADD 1 TO WS-TIPOS-USADOS
           MOVE CODIGO-TIPO TO WS-TIPO-CODIGO(WS-TIPOS-USADOS)
           MOVE NOMBRE-TIPO TO WS-TIPO-NOMBRE(WS-TIPOS-USADOS)
           MOVE 0 TO WS-TIPO-SOCIOS(WS-TIPOS-USADOS)
           MOVE 0 TO WS-TIPO-PRESTAMOS(WS-TIPOS-USADOS)
       ELSE
           MOVE 1 TO WS-DESBORDE.
       PERFORM LEER-SIGUIENTE-TIPO-EST.

       LEER-SIGUIENTE-USUARIO-EST.
       MOVE "READ    LEER-SIGUIENTE-USUARIO-EST" TO WS-ERR-DONDE
       READ USUARIOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       *>SOCIO ACTIVO EN EL TRIMESTRE: NO DADO DE BAJA, INSCRITO
       *>ANTES DEL CIERRE DEL TRIMESTRE Y CON LA MEMBRESIA VIGENTE EN
       *>ALGUN MOMENTO DEL TRIMESTRE.
       EVALUAR-SOCIO-EST.
       IF STATUS-USUARIO-USR NOT = "Inactivo"
           AND FECHA-INSCRIPCION-USR NOT > WS-FIN-TRIM
           AND (FECHA-VENCIMIENTO-USR = 0
               OR FECHA-VENCIMIENTO-USR NOT < WS-INICIO-TRIM)
           PERFORM CLASIFICAR-SOCIO-EST
           PERFORM CONTAR-DISCIPLINAS-SOCIO.
       PERFORM LEER-SIGUIENTE-USUARIO-EST.

       CLASIFICAR-SOCIO-EST.
       ADD 1 TO WS-TOTAL-SOCIOS.
       EVALUATE SEXO-USR(1:1)
       WHEN "M" WHEN "m"
           MOVE "M" TO WS-COD-SEXO
           ADD 1 TO WS-SEXO-CANT(1)
       WHEN "F" WHEN "f"
           MOVE "F" TO WS-COD-SEXO
           ADD 1 TO WS-SEXO-CANT(2)
       WHEN OTHER
           MOVE "X" TO WS-COD-SEXO
           ADD 1 TO WS-SEXO-CANT(3)
       END-EVALUATE.
       PERFORM CALCULAR-BANDA-EDAD.
       ADD 1 TO WS-BANDA-CANT(WS-COD-BANDA).
       EVALUATE CATEGORIA-USR
       WHEN "infantil"   MOVE 1 TO WS-IDX-COL
       WHEN "adulto"     MOVE 2 TO WS-IDX-COL
       WHEN "entrenador" MOVE 3 TO WS-IDX-COL
       WHEN "personal"   MOVE 4 TO WS-IDX-COL
       WHEN OTHER        MOVE 5 TO WS-IDX-COL
       END-EVALUATE.
       MOVE WS-CATEG-CODIGO(WS-IDX-COL) TO WS-COD-CATEGORIA.
       ADD 1 TO WS-CATEG-CANT(WS-IDX-COL).

       *>LA EDAD SE TOMA AL ULTIMO DIA DEL TRIMESTRE. SIN FECHA DE
       *>NACIMIENTO EL SOCIO VA A LA BANDA 07.
       CALCULAR-BANDA-EDAD.
       MOVE CEDULA-USUARIO-USR TO CEDULA-USUARIO-NAC.
       MOVE "READ    CALCULAR-BANDA-EDAD" TO WS-ERR-DONDE
       READ USUARIOS-NACIMIENTO-ARCHIVO RECORD
           KEY CEDULA-USUARIO-NAC
               INVALID KEY     MOVE 0 TO WS-NACIMIENTO
               NOT INVALID KEY MOVE FECHA-NACIMIENTO-NAC
                   TO WS-NACIMIENTO.
       IF WS-NACIMIENTO = 0
           MOVE 7 TO WS-COD-BANDA
       ELSE
           IF WS-NACIMIENTO > WS-FIN-TRIM
               MOVE 0 TO WS-EDAD
           ELSE
               COMPUTE WS-EDAD = WS-FIN-ANIO - WS-NAC-ANIO
               IF WS-NAC-MMDD > WS-FIN-MMDD
                   SUBTRACT 1 FROM WS-EDAD
               END-IF
           END-IF
           EVALUATE TRUE
           WHEN WS-EDAD < 12 MOVE 1 TO WS-COD-BANDA
           WHEN WS-EDAD < 18 MOVE 2 TO WS-COD-BANDA
           WHEN WS-EDAD < 30 MOVE 3 TO WS-COD-BANDA
           WHEN WS-EDAD < 50 MOVE 4 TO WS-COD-BANDA
           WHEN WS-EDAD < 65 MOVE 5 TO WS-COD-BANDA
           WHEN OTHER        MOVE 6 TO WS-COD-BANDA
           END-EVALUATE.

       *>EL TIPO PRINCIPAL DEL SOCIO Y LUEGO SUS TIPOS ADICIONALES,
       *>POR LA LLAVE ALTERNA DE USUARIOS-TIPOS-ARCHIVO.
       CONTAR-DISCIPLINAS-SOCIO.
       MOVE 0 TO WS-DISC-SOCIO-USADAS.
       MOVE TIPO-INSTRUMENTO-USR TO WS-NOMBRE-DISCIPLINA.
       PERFORM AGREGAR-DISCIPLINA-SOCIO.
       MOVE CEDULA-USUARIO-USR TO CEDULA-USUARIO-UT.
       MOVE "START   CONTAR-DISCIPLINAS-SOCIO" TO WS-ERR-DONDE
       START USUARIOS-TIPOS-ARCHIVO
           KEY IS NOT LESS THAN CEDULA-USUARIO-UT
           INVALID KEY     MOVE 1 TO WS-LEE-UT
           NOT INVALID KEY MOVE 0 TO WS-LEE-UT.
       IF WS-LEE-UT = 0
           PERFORM LEER-SIGUIENTE-UT-EST
           PERFORM CONTAR-TIPO-ADICIONAL UNTIL WS-LEE-UT = 1.

       LEER-SIGUIENTE-UT-EST.
       MOVE "READ    LEER-SIGUIENTE-UT-EST" TO WS-ERR-DONDE
       READ USUARIOS-TIPOS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-UT.
       IF WS-LEE-UT = 0
           AND CEDULA-USUARIO-UT NOT = CEDULA-USUARIO-USR
           MOVE 1 TO WS-LEE-UT.

       CONTAR-TIPO-ADICIONAL.
       MOVE TIPO-INSTRUMENTO-UT TO WS-NOMBRE-DISCIPLINA.
       PERFORM AGREGAR-DISCIPLINA-SOCIO.
       PERFORM LEER-SIGUIENTE-UT-EST.

       AGREGAR-DISCIPLINA-SOCIO.
       MOVE 61 TO WS-IDX-TIPO.
       PERFORM UBICAR-TIPO-POR-NOMBRE
           VARYING WS-IDX-COL FROM 1 BY 1
           UNTIL WS-IDX-COL > WS-TIPOS-USADOS.
       MOVE WS-TIPO-CODIGO(WS-IDX-TIPO) TO WS-COD-DISCIPLINA.
       MOVE 0 TO WS-INDICADOR.
       PERFORM VERIFICAR-DISCIPLINA-CONTADA
           VARYING WS-IDX-DISC FROM 1 BY 1
           UNTIL WS-IDX-DISC > WS-DISC-SOCIO-USADAS.
       IF WS-INDICADOR = 0 AND WS-DISC-SOCIO-USADAS < 20
           ADD 1 TO WS-DISC-SOCIO-USADAS
           MOVE WS-COD-DISCIPLINA
               TO WS-DISC-SOCIO(WS-DISC-SOCIO-USADAS)
           ADD 1 TO WS-TIPO-SOCIOS(WS-IDX-TIPO)
           PERFORM SUMAR-COMBINACION-SOCIO.

       UBICAR-TIPO-POR-NOMBRE.
       IF WS-TIPO-NOMBRE(WS-IDX-COL) = WS-NOMBRE-DISCIPLINA
           MOVE WS-IDX-COL TO WS-IDX-TIPO.

       VERIFICAR-DISCIPLINA-CONTADA.
       IF WS-DISC-SOCIO(WS-IDX-DISC) = WS-COD-DISCIPLINA
           MOVE 1 TO WS-INDICADOR.

       SUMAR-COMBINACION-SOCIO.
       MOVE 0 TO WS-INDICADOR.
       MOVE 1 TO WS-IDX-SOC.
       PERFORM UBICAR-COMBINACION-SOCIO
           UNTIL WS-INDICADOR = 1 OR WS-IDX-SOC > WS-SOC-USADAS.
       IF WS-INDICADOR = 1
           ADD 1 TO WS-SOC-CANT(WS-IDX-SOC)
       ELSE
           IF WS-SOC-USADAS < 2000
               ADD 1 TO WS-SOC-USADAS
               MOVE WS-COD-SEXO TO WS-SOC-SEXO(WS-SOC-USADAS)
               MOVE WS-COD-BANDA TO WS-SOC-BANDA(WS-SOC-USADAS)
               MOVE WS-COD-CATEGORIA
                   TO WS-SOC-CATEGORIA(WS-SOC-USADAS)
               MOVE WS-COD-DISCIPLINA
                   TO WS-SOC-DISCIPLINA(WS-SOC-USADAS)
               MOVE 1 TO WS-SOC-CANT(WS-SOC-USADAS)
           ELSE
               MOVE 1 TO WS-DESBORDE.

       UBICAR-COMBINACION-SOCIO.
       IF WS-SOC-SEXO(WS-IDX-SOC) = WS-COD-SEXO
           AND WS-SOC-BANDA(WS-IDX-SOC) = WS-COD-BANDA
           AND WS-SOC-CATEGORIA(WS-IDX-SOC) = WS-COD-CATEGORIA
           AND WS-SOC-DISCIPLINA(WS-IDX-SOC) = WS-COD-DISCIPLINA
           MOVE 1 TO WS-INDICADOR
       ELSE
           ADD 1 TO WS-IDX-SOC.

       LEER-SIGUIENTE-PRESTAMO-EST.
       MOVE "READ    LEER-SIGUIENTE-PRESTAMO-EST" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       *>CADA ITEM PRESTADO EN EL TRIMESTRE ES UN PRESTAMO; LOS
       *>ANULADOS NO CUENTAN.
       EVALUAR-PRESTAMO-EST.
       IF FECHA-PRESTAMO-PR NOT < WS-INICIO-TRIM
           AND FECHA-PRESTAMO-PR NOT > WS-FIN-TRIM
           AND STATUS-PRESTAMO-PR NOT = "Inactivo"
           MOVE ID-INSTRUMENTO-PR TO WS-ID-PRESTADO
           PERFORM SUMAR-PRESTAMO-EST.
       PERFORM LEER-SIGUIENTE-PRESTAMO-EST.

       LEER-SIGUIENTE-ARCHIVADO-EST.
       MOVE "READ    LEER-SIGUIENTE-ARCHIVADO-EST" TO WS-ERR-DONDE
       READ ARCHIVO-PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       EVALUAR-ARCHIVADO-EST.
       IF FECHA-PRESTAMO-ARC NOT < WS-INICIO-TRIM
           AND FECHA-PRESTAMO-ARC NOT > WS-FIN-TRIM
           AND STATUS-PRESTAMO-ARC NOT = "Inactivo"
           MOVE ID-INSTRUMENTO-ARC TO WS-ID-PRESTADO
           ADD 1 TO WS-TOTAL-ARCHIVADOS
           PERFORM SUMAR-PRESTAMO-EST.
       PERFORM LEER-SIGUIENTE-ARCHIVADO-EST.

       *>LA DISCIPLINA ES EL PREFIJO DEL CODIGO DEL INSTRUMENTO Y LA
       *>SEDE LA UBICACION QUE TIENE EN INSTRUMENTOS.DAT.
       SUMAR-PRESTAMO-EST.
       ADD 1 TO WS-TOTAL-PRESTAMOS.
       MOVE WS-ID-PRESTADO(1:3) TO WS-COD-DISCIPLINA.
       MOVE WS-ID-PRESTADO TO ID-INSTRUMENTO-INV.
       MOVE "READ    SUMAR-PRESTAMO-EST" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-INV
               INVALID KEY     MOVE SPACES TO WS-SEDE-PRESTAMO
               NOT INVALID KEY MOVE UBICACION-INV TO WS-SEDE-PRESTAMO.
       IF WS-SEDE-PRESTAMO = SPACES
           MOVE "SIN" TO WS-SEDE-PRESTAMO.
       MOVE 61 TO WS-IDX-TIPO.
       PERFORM UBICAR-TIPO-POR-CODIGO
           VARYING WS-IDX-COL FROM 1 BY 1
           UNTIL WS-IDX-COL > WS-TIPOS-USADOS.
       MOVE WS-TIPO-CODIGO(WS-IDX-TIPO) TO WS-COD-DISCIPLINA.
       ADD 1 TO WS-TIPO-PRESTAMOS(WS-IDX-TIPO).
       PERFORM SUMAR-SEDE-EST.
       MOVE 0 TO WS-INDICADOR.
       MOVE 1 TO WS-IDX-PRE.
       PERFORM UBICAR-COMBINACION-PRESTAMO
           UNTIL WS-INDICADOR = 1 OR WS-IDX-PRE > WS-PRE-USADAS.
       IF WS-INDICADOR = 1
           ADD 1 TO WS-PRE-CANT(WS-IDX-PRE)
       ELSE
           IF WS-PRE-USADAS < 600
               ADD 1 TO WS-PRE-USADAS
               MOVE WS-COD-DISCIPLINA
                   TO WS-PRE-DISCIPLINA(WS-PRE-USADAS)
               MOVE WS-SEDE-PRESTAMO TO WS-PRE-SEDE(WS-PRE-USADAS)
               MOVE 1 TO WS-PRE-CANT(WS-PRE-USADAS)
           ELSE
               MOVE 1 TO WS-DESBORDE.

       UBICAR-TIPO-POR-CODIGO.
       IF WS-TIPO-CODIGO(WS-IDX-COL) = WS-COD-DISCIPLINA
           MOVE WS-IDX-COL TO WS-IDX-TIPO.

       UBICAR-COMBINACION-PRESTAMO.
       IF WS-PRE-DISCIPLINA(WS-IDX-PRE) = WS-COD-DISCIPLINA
           AND WS-PRE-SEDE(WS-IDX-PRE) = WS-SEDE-PRESTAMO
           MOVE 1 TO WS-INDICADOR
       ELSE
           ADD 1 TO WS-IDX-PRE.

       SUMAR-SEDE-EST.
       MOVE 0 TO WS-INDICADOR.
       MOVE 1 TO WS-IDX-SEDE.
       PERFORM UBICAR-SEDE-EST
           UNTIL WS-INDICADOR = 1 OR WS-IDX-SEDE > WS-SEDES-USADAS.
       IF WS-INDICADOR = 1
           ADD 1 TO WS-SEDE-PRESTAMOS(WS-IDX-SEDE)
       ELSE
           IF WS-SEDES-USADAS < 20
               ADD 1 TO WS-SEDES-USADAS
               MOVE WS-SEDE-PRESTAMO TO WS-SEDE-CODIGO(WS-SEDES-USADAS)
               MOVE 1 TO WS-SEDE-PRESTAMOS(WS-SEDES-USADAS)
           ELSE
               MOVE 1 TO WS-DESBORDE.

       UBICAR-SEDE-EST.
       IF WS-SEDE-CODIGO(WS-IDX-SEDE) = WS-SEDE-PRESTAMO
           MOVE 1 TO WS-INDICADOR
       ELSE
           ADD 1 TO WS-IDX-SEDE.

       *>EL ARCHIVO DEL ENTE: LA CABECERA, LOS SOCIOS Y LOS PRESTAMOS
       *>AGRUPADOS POR DISCIPLINA EN EL ORDEN DEL CATALOGO, Y LOS
       *>TOTALES AL FINAL.
       ESCRIBIR-RETORNO.
       MOVE 0 TO WS-TOTAL-REGISTROS.
       MOVE SPACES TO WS-REG-RETORNO.
       MOVE "01" TO RC-TIPO.
       MOVE WS-TRIM-ANIO TO RC-ANIO.
       MOVE WS-TRIM-NUM TO RC-TRIMESTRE.
       MOVE WS-FECHA-HOY TO RC-FECHA-GENERACION.
       MOVE WS-INICIO-TRIM TO RC-FECHA-INICIO.
       MOVE WS-FIN-TRIM TO RC-FECHA-FIN.
       PERFORM GRABAR-REGISTRO-RETORNO.
       PERFORM ESCRIBIR-SOCIOS-TIPO
           VARYING WS-IDX-TIPO FROM 1 BY 1
           UNTIL WS-IDX-TIPO > WS-TIPOS-USADOS.
       MOVE 61 TO WS-IDX-TIPO.
       PERFORM ESCRIBIR-SOCIOS-TIPO.
       PERFORM ESCRIBIR-PRESTAMOS-TIPO
           VARYING WS-IDX-TIPO FROM 1 BY 1
           UNTIL WS-IDX-TIPO > WS-TIPOS-USADOS.
       MOVE 61 TO WS-IDX-TIPO.
       PERFORM ESCRIBIR-PRESTAMOS-TIPO.
       MOVE SPACES TO WS-REG-RETORNO.
       MOVE "99" TO RT-TIPO.
       MOVE WS-TOTAL-SOCIOS TO RT-TOTAL-SOCIOS.
       MOVE WS-TOTAL-PRESTAMOS TO RT-TOTAL-PRESTAMOS.
       ADD 1 TO WS-TOTAL-REGISTROS.
       MOVE WS-TOTAL-REGISTROS TO RT-TOTAL-REGISTROS.
       PERFORM GRABAR-REGISTRO-RETORNO.

       ESCRIBIR-SOCIOS-TIPO.
       PERFORM ESCRIBIR-FILA-SOCIOS
           VARYING WS-IDX-SOC FROM 1 BY 1
           UNTIL WS-IDX-SOC > WS-SOC-USADAS.

       ESCRIBIR-FILA-SOCIOS.
       IF WS-SOC-DISCIPLINA(WS-IDX-SOC) = WS-TIPO-CODIGO(WS-IDX-TIPO)
           MOVE SPACES TO WS-REG-RETORNO
           MOVE "02" TO RS-TIPO
           MOVE WS-SOC-SEXO(WS-IDX-SOC) TO RS-SEXO
           MOVE WS-SOC-BANDA(WS-IDX-SOC) TO RS-BANDA
           MOVE WS-SOC-CATEGORIA(WS-IDX-SOC) TO RS-CATEGORIA
           MOVE WS-SOC-DISCIPLINA(WS-IDX-SOC) TO RS-DISCIPLINA
           MOVE WS-SOC-CANT(WS-IDX-SOC) TO RS-CANTIDAD
           PERFORM GRABAR-REGISTRO-RETORNO.

       ESCRIBIR-PRESTAMOS-TIPO.
       PERFORM ESCRIBIR-FILA-PRESTAMOS
           VARYING WS-IDX-PRE FROM 1 BY 1
           UNTIL WS-IDX-PRE > WS-PRE-USADAS.

       ESCRIBIR-FILA-PRESTAMOS.
       IF WS-PRE-DISCIPLINA(WS-IDX-PRE) = WS-TIPO-CODIGO(WS-IDX-TIPO)
           MOVE SPACES TO WS-REG-RETORNO
           MOVE "03" TO RP-TIPO
           MOVE WS-PRE-DISCIPLINA(WS-IDX-PRE) TO RP-DISCIPLINA
           MOVE WS-PRE-SEDE(WS-IDX-PRE) TO RP-SEDE
           MOVE WS-PRE-CANT(WS-IDX-PRE) TO RP-CANTIDAD
           PERFORM GRABAR-REGISTRO-RETORNO.

       *>CADA REGISTRO DEL RETORNO VA AL ARCHIVO DEL ENTE Y QUEDA
       *>GUARDADO PARA LA REIMPRESION.
       GRABAR-REGISTRO-RETORNO.
       WRITE RETORNO-LINEA FROM WS-REG-RETORNO.
       ADD 1 TO WS-TOTAL-REGISTROS.
       ADD 1 TO WS-RENGLON-R.
       MOVE WS-TRIMESTRE TO EST-TRIMESTRE.
       MOVE "R" TO EST-SALIDA.
       MOVE WS-RENGLON-R TO EST-RENGLON.
       MOVE WS-REG-RETORNO TO EST-TEXTO.
       MOVE "WRITE   GRABAR-REGISTRO-RETORNO" TO WS-ERR-DONDE
       WRITE ESTADISTICA-REGISTRO.

       IMPRIMIR.
       *>MUESTRA LA LINEA EN PANTALLA, LA DEJA EN EL RESUMEN Y LA
       *>GUARDA PARA LA REIMPRESION.
       DISPLAY WS-LINEA.
       WRITE REPORTE-ESTADISTICA-LINEA FROM WS-LINEA.
       ADD 1 TO WS-RENGLON-S.
       MOVE WS-TRIMESTRE TO EST-TRIMESTRE.
       MOVE "S" TO EST-SALIDA.
       MOVE WS-RENGLON-S TO EST-RENGLON.
       MOVE WS-LINEA TO EST-TEXTO.
       MOVE "WRITE   IMPRIMIR" TO WS-ERR-DONDE
       WRITE ESTADISTICA-REGISTRO.
       MOVE SPACES TO WS-LINEA.

       *>RESUMEN IMPRESO PARA LA FIRMA, CON LOS MISMOS TOTALES DEL
       *>ARCHIVO DEL ENTE.
       IMPRIMIR-RESUMEN.
       MOVE SPACES TO WS-LINEA.
       STRING "---Retorno estadistico trimestral: año " WS-TRIM-ANIO
           " trimestre " WS-TRIM-NUM "---"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       STRING "Periodo del " WS-INICIO-TRIM " al " WS-FIN-TRIM
           "  Generado el " WS-FECHA-HOY " por " LS-CONECTAR
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       STRING "Socios activos: " WS-TOTAL-SOCIOS
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       STRING "  Masculino: " WS-SEXO-CANT(1)
           "  Femenino: " WS-SEXO-CANT(2)
           "  Sin clasificar: " WS-SEXO-CANT(3)
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "Por banda de edad al cierre del trimestre:" TO WS-LINEA.
       PERFORM IMPRIMIR.
       PERFORM IMPRIMIR-FILA-BANDA
           VARYING WS-IDX-COL FROM 1 BY 1 UNTIL WS-IDX-COL > 7.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "Por categoria:" TO WS-LINEA.
       PERFORM IMPRIMIR.
       PERFORM IMPRIMIR-FILA-CATEGORIA
           VARYING WS-IDX-COL FROM 1 BY 1 UNTIL WS-IDX-COL > 5.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "Por disciplina (socios / prestamos):" TO WS-LINEA.
       PERFORM IMPRIMIR.
       PERFORM IMPRIMIR-FILA-DISCIPLINA
           VARYING WS-IDX-TIPO FROM 1 BY 1
           UNTIL WS-IDX-TIPO > WS-TIPOS-USADOS.
       MOVE 61 TO WS-IDX-TIPO.
       PERFORM IMPRIMIR-FILA-DISCIPLINA.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "Prestamos por sede:" TO WS-LINEA.
       PERFORM IMPRIMIR.
       PERFORM IMPRIMIR-FILA-SEDE
           VARYING WS-IDX-SEDE FROM 1 BY 1
           UNTIL WS-IDX-SEDE > WS-SEDES-USADAS.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       STRING "Prestamos del trimestre: " WS-TOTAL-PRESTAMOS
           " (ya archivados: " WS-TOTAL-ARCHIVADOS ")"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       STRING "Registros en el archivo del ente: " WS-TOTAL-REGISTROS
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "Preparado por: ______________________" TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR.
       MOVE "Firma del presidente: ______________________"
           TO WS-LINEA.
       PERFORM IMPRIMIR.

       IMPRIMIR-FILA-BANDA.
       STRING "  " WS-IDX-COL " " WS-NOMBRE-BANDA(WS-IDX-COL) ": "
           WS-BANDA-CANT(WS-IDX-COL)
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.

       IMPRIMIR-FILA-CATEGORIA.
       STRING "  " WS-CATEG-CODIGO(WS-IDX-COL) " "
           WS-CATEG-NOMBRE(WS-IDX-COL) ": " WS-CATEG-CANT(WS-IDX-COL)
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.

       IMPRIMIR-FILA-DISCIPLINA.
       IF WS-TIPO-SOCIOS(WS-IDX-TIPO) > 0
           OR WS-TIPO-PRESTAMOS(WS-IDX-TIPO) > 0
           STRING "  " WS-TIPO-CODIGO(WS-IDX-TIPO) " "
               WS-TIPO-NOMBRE(WS-IDX-TIPO) " "
               WS-TIPO-SOCIOS(WS-IDX-TIPO) " / "
               WS-TIPO-PRESTAMOS(WS-IDX-TIPO)
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM IMPRIMIR.

       IMPRIMIR-FILA-SEDE.
       STRING "  " WS-SEDE-CODIGO(WS-IDX-SEDE) ": "
           WS-SEDE-PRESTAMOS(WS-IDX-SEDE)
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR.

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
       MOVE SPACES TO WS-TIPO-INSTRUMENTO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "tipo_instrumento.dat" DELIMITED BY SIZE
           INTO WS-TIPO-INSTRUMENTO-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-RUTA.
       MOVE SPACES TO WS-PRESTAMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "prestamos.dat" DELIMITED BY SIZE INTO WS-PRESTAMOS-RUTA.
       MOVE SPACES TO WS-ARCHIVO-PRESTAMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "archivo_prestamos.dat" DELIMITED BY SIZE
           INTO WS-ARCHIVO-PRESTAMOS-RUTA.
       MOVE SPACES TO WS-ESTADISTICA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "estadistica_trimestral.dat" DELIMITED BY SIZE
           INTO WS-ESTADISTICA-RUTA.
       MOVE SPACES TO WS-RETORNO-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "retorno_trimestral.txt" DELIMITED BY SIZE
           INTO WS-RETORNO-RUTA.

       *>SE LLEGA AQUI CON PERFORM DESDE CUALQUIER PUNTO PARA
       *>DEVOLVER EL CONTROL AL MENU PRINCIPAL.
       FIN-PROGRAMA.
       EXIT PROGRAM.
