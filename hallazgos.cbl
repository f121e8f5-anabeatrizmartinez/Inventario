       IDENTIFICATION DIVISION.
       PROGRAM-ID. Hallazgos INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       *>OBJETOS ENCONTRADOS EN LAS SEDES: DONDE Y CUANDO APARECIO
       *>CADA UNO, QUE ES Y CUALQUIER CODIGO, MARCA O SERIE QUE SE LE
       *>VEA. AL REGISTRARLO SE COTEJA CONTRA LOS INSTRUMENTOS
       *>Extraviado Y LOS INCIDENTES Abierto; SI RESULTA SER EQUIPO
       *>DEL CLUB SE RESTITUYE DESDE AQUI. LO QUE ES DE UN SOCIO O UN
       *>VISITANTE SE GUARDA HASTA QUE LO RECLAMEN O SE DESECHA.
       SELECT OPTIONAL HALLAZGOS-ARCHIVO
       ASSIGN TO WS-HALLAZGOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS HAL-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-HALLAZGOS.

       SELECT OPTIONAL INSTRUMENTOS-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-INV
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS.

       *>CADA CAMBIO DE STATUS DE UN INSTRUMENTO RESTITUIDO QUEDA EN
       *>SU HISTORIAL, IGUAL QUE EN PRESTAMOS.CBL.
       SELECT OPTIONAL INSTRUMENTOS-HISTORIAL-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-HISTORIAL-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS HIST-LLAVE
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO-HIST WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INSTRUMENTOS-HISTORIAL.

       *>INCIDENTES DE ROBO O PERDIDA (VER INCIDENTES.CBL) QUE PUEDEN
       *>QUEDAR RESUELTOS CON EL HALLAZGO.
       SELECT OPTIONAL INCIDENTES-ARCHIVO
       ASSIGN TO WS-INCIDENTES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS INC-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-INCIDENTES.

       *>EL PRESTAMO QUE SE DEVOLVIO COMO Extraviado SIGUE ABIERTO
       *>HASTA QUE EL EQUIPO APARECE.
       SELECT OPTIONAL PRESTAMOS-ARCHIVO
       ASSIGN TO WS-PRESTAMOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PRE-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO WITH DUPLICATES
       ALTERNATE RECORD KEY IS ID-INSTRUMENTO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PRESTAMOS.

       *>CARGOS DE REPOSICION POR EXTRAVIO QUE SE REVIERTEN CUANDO EL
       *>EQUIPO APARECE, CON SUS PAGOS Y LOS REINTEGROS DE LO PAGADO
       *>(VER REVERTIR-CARGO-REPOSICION EN PRESTAMOS.CBL).
       SELECT OPTIONAL MULTAS-ARCHIVO
       ASSIGN TO WS-MULTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS MUL-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-MUL WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-MULTAS.

       SELECT OPTIONAL PAGOS-MULTAS-ARCHIVO
       ASSIGN TO WS-PAGOS-MULTAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PAGO-LLAVE
       ALTERNATE RECORD KEY IS MUL-LLAVE-PAGO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PAGOS-MULTAS.

       SELECT OPTIONAL REINTEGROS-ARCHIVO
       ASSIGN TO WS-REINTEGROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS RIN-LLAVE
       ALTERNATE RECORD KEY IS MUL-LLAVE-RIN WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-REINTEGROS.

       *>MONEDA EN QUE SE COBRO CADA PAGO, PARA DEVOLVERLO EN LA
       *>MISMA MONEDA.
       SELECT OPTIONAL COBROS-MONEDA-ARCHIVO
       ASSIGN TO WS-COBROS-MONEDA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS MON-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-COBROS-MONEDA.

       *>CONTROL CENTRAL DE NUMERACION (VER CORRELATIVOS.CBL): SERIES
       *>HALLAZGO Y REINTEGRO.
       SELECT OPTIONAL CORRELATIVOS-ARCHIVO
       ASSIGN TO WS-CORRELATIVOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS CORR-SERIE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-CORRELATIVOS.

       *>PARAMETROS GENERALES DEL SISTEMA (VER PARAMETROS.CBL). AQUI SE
       *>LEE HALLAZDIAS, LOS DIAS QUE SE GUARDA UNA PERTENENCIA.
       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO WS-PARAMETROS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS PARAM-NOMBRE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-PARAMETROS.

       SELECT OPTIONAL REPORTE-HALLAZGOS-ARCHIVO
       ASSIGN TO WS-REPORTE-HALLAZGOS-RUTA
       ORGANIZATION IS LINE SEQUENTIAL.

       *>DEJA CONSTANCIA DE QUE OPERADOR REGISTRO, RESTITUYO,
       *>ENTREGO O DESECHO CADA OBJETO.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO WS-AUDITORIA-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUD-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD HALLAZGOS-ARCHIVO.
           01 HALLAZGOS-REGISTRO.
               05 HAL-LLAVE.
                   10 NUMERO-HALLAZGO PIC 9(6).
               05 FECHA-HAL        PIC 9(8). *>CUANDO APARECIO.
               05 SEDE-HAL         PIC X(3).
               05 LUGAR-HAL        PIC X(40). *>DONDE, DENTRO DE LA
                                              *>SEDE.
               05 DESCRIPCION-HAL  PIC X(60).
               *>LO QUE SE LE VEA AL OBJETO; EN BLANCO SI NADA.
               05 CODIGO-HAL       PIC X(6).
               05 MARCA-HAL        PIC X(20).
               05 SERIE-HAL        PIC X(20).
               05 CLASE-HAL        PIC X(8). *>Club/Personal.
               *>Pendiente MIENTRAS SE GUARDA; Restituido (EQUIPO DEL
               *>CLUB QUE VOLVIO AL INVENTARIO), Entregado (A SU DUEÑO)
               *>O Desechado LO DAN POR CERRADO.
               05 STATUS-HAL       PIC X(10).
               *>INSTRUMENTO E INCIDENTE CON QUE SE CONFIRMO, SI LOS
               *>HAY.
               05 ID-INSTRUMENTO-HAL   PIC X(6).
               05 NUMERO-INCIDENTE-HAL PIC 9(6).
               05 FECHA-CIERRE-HAL PIC 9(8).
               *>QUIEN LO RETIRO, O EL DESTINO SI SE DESECHO.
               05 ENTREGADO-A-HAL  PIC X(40).
               05 OPERADOR-HAL     PIC X(10).

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

       *>COPIA DEL REGISTRO DE INCIDENTES.DAT (VER INCIDENTES.CBL).
       FD INCIDENTES-ARCHIVO.
           01 INCIDENTES-REGISTRO.
               05 INC-LLAVE.
                   10 NUMERO-INCIDENTE PIC 9(6).
               05 TIPO-INCIDENTE     PIC X(12).
               05 FECHA-INCIDENTE    PIC 9(8).
               05 SEDE-INCIDENTE     PIC X(3).
               05 ID-INSTRUMENTO-INC PIC X(6).
               05 CEDULA-USUARIO-INC PIC X(11).
               05 NRO-POLICIA-INC    PIC X(15).
               05 NARRATIVA-INC      PIC X(100).
               05 STATUS-INCIDENTE   PIC X(8). *>Abierto/Cerrado.

       *>COPIA DEL REGISTRO DE PRESTAMOS.DAT (VER PRESTAMOS.CBL).
       FD PRESTAMOS-ARCHIVO.
           01 PRESTAMOS-REGISTRO.
               05 PRE-LLAVE.
                   10 CEDULA-USUARIO     PIC X(11).
                   10 FECHA-PRESTAMO     PIC 9(8).
                   10 HORA-PRESTAMO      PIC X(9).
                   10 ITEM-PRESTAMO      PIC 9(02).
               05 ID-INSTRUMENTO     PIC X(6).
               05 FECHA-DEVOLUCION   PIC 9(8).
               05 HORA-DEVOLUCION    PIC X(9).
               05 STATUS-INSTRUMENTO PIC X(14).
               05 STATUS-PRESTAMO    PIC X(8).

       *>COPIAS DE LOS REGISTROS DE MULTAS.DAT, PAGOS_MULTAS.DAT,
       *>REINTEGROS_MULTAS.DAT Y COBROS_MONEDA.DAT (VER
       *>PRESTAMOS.CBL).
       FD MULTAS-ARCHIVO.
           01 MULTAS-REGISTRO.
               05 MUL-LLAVE.
                   10 CEDULA-USUARIO-MUL   PIC X(11).
                   10 ID-INSTRUMENTO-MUL   PIC X(6).
                   10 FECHA-MULTA          PIC 9(8).
               05 MOTIVO-MULTA         PIC X(30).
               05 MONTO-MULTA          PIC 9(6)V99.
               05 STATUS-MULTA         PIC X(10).

       FD PAGOS-MULTAS-ARCHIVO.
           01 PAGOS-MULTAS-REGISTRO.
               05 PAGO-LLAVE.
                   10 RECIBO-PAGO PIC 9(8).
               05 MUL-LLAVE-PAGO.
                   10 CEDULA-USUARIO-PAGO PIC X(11).
                   10 ID-INSTRUMENTO-PAGO PIC X(6).
                   10 FECHA-MULTA-PAGO    PIC 9(8).
               05 FECHA-PAGO  PIC 9(8).
               05 MONTO-PAGO  PIC 9(6)V99.
               05 FORMA-PAGO  PIC X(12).

       FD REINTEGROS-ARCHIVO.
           01 REINTEGROS-REGISTRO.
               05 RIN-LLAVE.
                   10 RECIBO-REINTEGRO PIC 9(8).
               05 MUL-LLAVE-RIN.
                   10 CEDULA-USUARIO-RIN PIC X(11).
                   10 ID-INSTRUMENTO-RIN PIC X(6).
                   10 FECHA-MULTA-RIN    PIC 9(8).
               05 RECIBO-PAGO-RIN    PIC 9(8).
               05 FECHA-REINTEGRO    PIC 9(8).
               05 MONTO-REINTEGRO    PIC 9(6)V99.
               05 FORMA-REINTEGRO    PIC X(12).
               05 MONEDA-REINTEGRO   PIC X(3).
               05 ENTREGADO-REINTEGRO PIC 9(12)V99.
               05 OPERADOR-RIN       PIC X(10).

       FD COBROS-MONEDA-ARCHIVO.
           01 COBROS-MONEDA-REGISTRO.
               05 MON-LLAVE.
                   10 MON-SERIE  PIC X(10).
                   10 MON-NUMERO PIC 9(8).
               05 MON-MONEDA   PIC X(3).
               05 MON-TASA     PIC 9(8)V9(4).
               05 MON-MONTO-BASE     PIC 9(8)V99.
               05 MON-MONTO-RECIBIDO PIC 9(12)V99.
               05 MON-FECHA    PIC 9(8).

       FD CORRELATIVOS-ARCHIVO.
           01 CORRELATIVOS-REGISTRO.
               05 CORR-SERIE        PIC X(10).
               05 CORR-SIGUIENTE    PIC 9(8).
               05 CORR-FECHA-ACT    PIC 9(8).
               05 CORR-OPERADOR-ACT PIC X(10).

       FD PARAMETROS-ARCHIVO.
           01 PARAMETROS-REGISTRO.
               05 PARAM-NOMBRE PIC X(12).
               05 PARAM-VALOR  PIC 9(6).

       FD REPORTE-HALLAZGOS-ARCHIVO.
           01 REPORTE-HALLAZGOS-LINEA PIC X(100).

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
           05 WS-TIT   PIC X(19) VALUE "Objetos encontrados".
           05 FILLER   PIC X(31) VALUE SPACES.

       77 WS-OPCION PIC 9(2).
       77 WS-INDICADOR PIC 9(1).
       77 WS-SI-NO PIC X(1).
       77 LEE-TODO PIC 9(1).
       77 WS-FECHA-HOY PIC 9(8).
       77 WS-CLASE-OPCION PIC 9(1).
       77 WS-CONDICION-OPCION PIC 9(1).

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

       *>USADOS PARA SABER CUANTOS DIAS LLEVA GUARDADO UN OBJETO; LA
       *>FECHA SE PASA A DIAS IGUAL QUE CONVERTIR-FECHA-A-DIAS EN
       *>CONSULTAS.CBL.
       77 WS-HALLAZDIAS PIC 9(6).
       01 WS-FECHA-CONV PIC 9(8).
       01 WS-FECHA-CONV-R REDEFINES WS-FECHA-CONV.
           05 WS-CONV-AA PIC 9(4).
           05 WS-CONV-MM PIC 9(2).
           05 WS-CONV-DD PIC 9(2).
       77 WS-DIAS-CONV PIC 9(8).
       77 WS-DIAS-HOY PIC 9(8).
       77 WS-DIAS-GUARDADO PIC 9(8).

       *>USADOS PARA COTEJAR EL CODIGO Y LA SERIE VISTOS EN EL OBJETO
       *>SIN IMPORTAR MAYUSCULAS, QUE CADA OPERADOR ESCRIBE A SU
       *>MANERA.
       77 WS-CODIGO-BUSCADO PIC X(6).
       77 WS-SERIE-BUSCADA PIC X(20).
       77 WS-CODIGO-COMPARA PIC X(6).
       77 WS-SERIE-COMPARA PIC X(20).
       77 WS-CALZA PIC 9(1).
       77 WS-LEE-INC PIC 9(1).

       *>CANDIDATOS QUE CALZAN CON EL OBJETO: UNO POR INSTRUMENTO,
       *>CON EL PRIMER INCIDENTE Abierto QUE LO NOMBRA, SI LO HAY.
       01 WS-CANDIDATOS.
           05 WS-CAND OCCURS 20.
               10 WS-CAND-INSTRUMENTO PIC X(6).
               10 WS-CAND-STATUS      PIC X(14).
               10 WS-CAND-SEDE        PIC X(3).
               10 WS-CAND-INCIDENTE   PIC 9(6).
               10 WS-CAND-POR         PIC X(6). *>codigo/serie.
       77 WS-CANT-CAND PIC 9(2).
       77 WS-IDX-CAND PIC 9(2).
       77 WS-CAND-ELEGIDO PIC 9(2).
       77 WS-CAND-UBICADO PIC 9(2).
       77 WS-CAND-DESBORDE PIC 9(1).
       77 WS-NUMERO-INC-CAND PIC 9(6).
       77 WS-POR-CAND PIC X(6).

       *>USADOS AL RESTITUIR EL INSTRUMENTO CONFIRMADO.
       77 WS-ID-HALLADO PIC X(6).
       77 WS-STATUS-NUEVO PIC X(14).
       77 WS-HORA-STATUS-HIST PIC X(9).
       77 WS-RESTITUIDO PIC 9(1).
       77 WS-LEE-PRE PIC 9(1).
       77 WS-LEE-MULTA PIC 9(1).
       77 WS-LEE-PAGO PIC 9(1).
       77 WS-REVERTIDAS PIC 9(3).
       01 WS-HAL-ANTES PIC X(280) VALUE SPACES.

       *>USADOS PARA TOMAR NUMEROS DEL CONTROL CENTRAL DE
       *>NUMERACION, IGUAL QUE EN PRESTAMOS.CBL.
       77 WS-CORR-SERIE PIC X(10).
       77 WS-CORR-NUMERO PIC 9(8).
       77 WS-HAY-CORR PIC 9(1).
       77 WS-CORR-MAYOR PIC 9(8).
       77 WS-MAX-HALLAZGO PIC 9(6).
       77 WS-MAX-REINTEGRO PIC 9(8).
       77 WS-LEE-REINTEGRO PIC 9(1).

       *>USADOS EN LA LISTA DE PERTENENCIAS PARA DESECHAR.
       77 WS-LEE-HALLAZGO PIC 9(1).
       77 WS-CANT-VENCIDOS PIC 9(5).
       77 WS-LINEA PIC X(100).

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
           05 WS-CAT-PROGRAMA   PIC X(15) VALUE "Hallazgos".
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
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Hallazgos".
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
       77 WS-FS-HALLAZGOS PIC X(2).
       77 WS-FS-INSTRUMENTOS PIC X(2).
       77 WS-FS-INSTRUMENTOS-HISTORIAL PIC X(2).
       77 WS-FS-INCIDENTES PIC X(2).
       77 WS-FS-PRESTAMOS PIC X(2).
       77 WS-FS-MULTAS PIC X(2).
       77 WS-FS-PAGOS-MULTAS PIC X(2).
       77 WS-FS-REINTEGROS PIC X(2).
       77 WS-FS-COBROS-MONEDA PIC X(2).
       77 WS-FS-CORRELATIVOS PIC X(2).
       77 WS-FS-PARAMETROS PIC X(2).
       77 WS-FS-AUDITORIA PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA
       *>SESION (VER ARMAR-RUTAS).
       77 WS-HALLAZGOS-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-HISTORIAL-RUTA PIC X(80).
       77 WS-INCIDENTES-RUTA PIC X(80).
       77 WS-PRESTAMOS-RUTA PIC X(80).
       77 WS-MULTAS-RUTA PIC X(80).
       77 WS-PAGOS-MULTAS-RUTA PIC X(80).
       77 WS-REINTEGROS-RUTA PIC X(80).
       77 WS-COBROS-MONEDA-RUTA PIC X(80).
       77 WS-CORRELATIVOS-RUTA PIC X(80).
       77 WS-PARAMETROS-RUTA PIC X(80).
       77 WS-REPORTE-HALLAZGOS-RUTA PIC X(80).
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
       ERROR-HALLAZGOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON HALLAZGOS-ARCHIVO.
       ERROR-HALLAZGOS-ANOTAR.
       MOVE "hallazgos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-HALLAZGOS TO WS-ERR-ESTADO.
       MOVE HAL-LLAVE TO WS-ERR-LLAVE.
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
       ERROR-INCIDENTES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INCIDENTES-ARCHIVO.
       ERROR-INCIDENTES-ANOTAR.
       MOVE "incidentes.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INCIDENTES TO WS-ERR-ESTADO.
       MOVE INC-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PRESTAMOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PRESTAMOS-ARCHIVO.
       ERROR-PRESTAMOS-ANOTAR.
       MOVE "prestamos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PRESTAMOS TO WS-ERR-ESTADO.
       MOVE PRE-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-MULTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MULTAS-ARCHIVO.
       ERROR-MULTAS-ANOTAR.
       MOVE "multas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-MULTAS TO WS-ERR-ESTADO.
       MOVE MUL-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PAGOS-MULTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAGOS-MULTAS-ARCHIVO.
       ERROR-PAGOS-MULTAS-ANOTAR.
       MOVE "pagos_multas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PAGOS-MULTAS TO WS-ERR-ESTADO.
       MOVE PAGO-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-REINTEGROS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REINTEGROS-ARCHIVO.
       ERROR-REINTEGROS-ANOTAR.
       MOVE "reintegros_multas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-REINTEGROS TO WS-ERR-ESTADO.
       MOVE RIN-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-COBROS-MONEDA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON COBROS-MONEDA-ARCHIVO.
       ERROR-COBROS-MONEDA-ANOTAR.
       MOVE "cobros_moneda.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-COBROS-MONEDA TO WS-ERR-ESTADO.
       MOVE MON-LLAVE TO WS-ERR-LLAVE.
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
       *>PROGRAMA PRINCIPAL. EL MOSTRADOR REGISTRA LO QUE APARECE Y
       *>LO ENTREGA A SU DUEÑO; DESECHAR LO NO RECLAMADO ES DE
       *>SUPERVISOR.
       PROGRAM-BEGIN.
       PERFORM ARMAR-RUTAS.
       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
       DISPLAY " ".
       DISPLAY WS-TITULO.
       DISPLAY " ".
       DISPLAY "1) Registrar objeto encontrado".
       DISPLAY "2) Revisar coincidencias de un objeto Pendiente".
       DISPLAY "3) Entregar una pertenencia a su dueño".
       DISPLAY "4) Lista de pertenencias para desechar".
       DISPLAY "5) Registrar desecho (solo supervisor)".
       DISPLAY "6) Salir".
       ACCEPT WS-OPCION.
       PERFORM VALIDACION-MENU.

       PERFORM FIN-PROGRAMA.

       *>RUTINAS.
       VALIDACION-MENU.
       EVALUATE WS-OPCION
       WHEN 1
           PERFORM REGISTRAR-HALLAZGO
       WHEN 2
           PERFORM REVISAR-HALLAZGO
       WHEN 3
           PERFORM ENTREGAR-PERTENENCIA
       WHEN 4
           PERFORM LISTA-DESECHO
       WHEN 5
           IF LS-ROL NOT = "supervisor"
               DISPLAY "Esta opcion requiere rol supervisor."
               PERFORM VOLVER
           ELSE
               PERFORM REGISTRAR-DESECHO
           END-IF
       WHEN 6
           PERFORM FIN-PROGRAMA
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-OPCION
           PERFORM VALIDACION-MENU
       END-EVALUATE.

       *>REGISTRA EL OBJETO CON SU NUMERO DE LA SERIE HALLAZGO Y LO
       *>COTEJA DE UNA VEZ CONTRA LO QUE FALTA EN EL CLUB.
       REGISTRAR-HALLAZGO.
       DISPLAY "---Registro de objeto encontrado---".
       DISPLAY " ".
       MOVE "OPEN    REGISTRAR-HALLAZGO" TO WS-ERR-DONDE
       OPEN I-O HALLAZGOS-ARCHIVO.
       MOVE "OPEN    REGISTRAR-HALLAZGO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       MOVE "HALLAZGO" TO WS-CORR-SERIE.
       PERFORM TOMAR-CORRELATIVO.
       MOVE WS-CORR-NUMERO TO NUMERO-HALLAZGO.
       DISPLAY "Numero de hallazgo asignado: " NUMERO-HALLAZGO.
       DISPLAY "Ingrese la fecha en que aparecio (AAAAMMDD)".
       ACCEPT FECHA-HAL.
       PERFORM VALIDACION-FECHA-HAL.
       DISPLAY "Indique el codigo de la sede (3 letras)".
       ACCEPT SEDE-HAL.
       PERFORM VALIDACION-SEDE-HAL.
       DISPLAY "Indique donde aparecio (vestuario, cancha, gradas...)".
       ACCEPT LUGAR-HAL.
       DISPLAY "Describa el objeto".
       ACCEPT DESCRIPCION-HAL.
       PERFORM VALIDACION-DESCRIPCION-HAL.
       DISPLAY "Indique el codigo del club que se le vea (en blanco si "
           "ninguno)".
       ACCEPT CODIGO-HAL.
       DISPLAY "Indique la marca que se le vea (en blanco si ninguna)".
       ACCEPT MARCA-HAL.
       DISPLAY "Indique el numero de serie que se le vea (en blanco si "
           "ninguno)".
       ACCEPT SERIE-HAL.
       DISPLAY "¿De quien parece ser?".
       DISPLAY "1) Equipo del club".
       DISPLAY "2) Pertenencia de un socio o visitante".
       ACCEPT WS-CLASE-OPCION.
       PERFORM VALIDACION-CLASE-HAL.
       MOVE "Pendiente" TO STATUS-HAL.
       MOVE SPACES TO ID-INSTRUMENTO-HAL.
       MOVE 0 TO NUMERO-INCIDENTE-HAL.
       MOVE 0 TO FECHA-CIERRE-HAL.
       MOVE SPACES TO ENTREGADO-A-HAL.
       MOVE LS-CONECTAR TO OPERADOR-HAL.
       PERFORM GRABAR-HALLAZGO-NUEVO.
       MOVE SPACES TO WS-AUD-ANTES.
       MOVE HALLAZGOS-REGISTRO TO WS-AUD-DESPUES.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Hallazgo " NUMERO-HALLAZGO
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Alta" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       DISPLAY " ".
       DISPLAY "Objeto registrado como Pendiente.".
       PERFORM COTEJAR-HALLAZGO.
       CLOSE HALLAZGOS-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       PERFORM VOLVER.

       *>SI EL NUMERO YA ESTA GRABADO (POR EJEMPLO, TRAS UNA
       *>RESIEMBRA MAL HECHA) SE TOMA EL SIGUIENTE Y SE REINTENTA.
       GRABAR-HALLAZGO-NUEVO.
       MOVE "WRITE   GRABAR-HALLAZGO-NUEVO" TO WS-ERR-DONDE
       WRITE HALLAZGOS-REGISTRO
           INVALID KEY
               PERFORM TOMAR-CORRELATIVO
               MOVE WS-CORR-NUMERO TO NUMERO-HALLAZGO
               DISPLAY "Numero de hallazgo corregido a: "
                   NUMERO-HALLAZGO
               PERFORM GRABAR-HALLAZGO-NUEVO
       END-WRITE.

       *>ADEMAS DEL CALENDARIO SE VERIFICA QUE EL CAMPO TRAIGA OCHO
       *>DIGITOS DE VERDAD Y QUE NO SEA UNA FECHA FUTURA.
       VALIDACION-FECHA-HAL.
       IF FECHA-HAL NOT NUMERIC
           MOVE 0 TO WS-FECHA-OK
       ELSE
           MOVE FECHA-HAL TO WS-FECHA-VAL
           PERFORM VALIDAR-FECHA.
       IF WS-FECHA-OK = 1 AND FECHA-HAL > WS-FECHA-HOY
           MOVE 0 TO WS-FECHA-OK.
       IF WS-FECHA-OK = 0
           DISPLAY " "
           DISPLAY "Esa fecha no existe en el calendario o es futura."
           DISPLAY "Ingrese la fecha en que aparecio (AAAAMMDD)"
           ACCEPT FECHA-HAL
           PERFORM VALIDACION-FECHA-HAL.

       VALIDACION-SEDE-HAL.
       IF SEDE-HAL = SPACES
           DISPLAY "Indique el codigo de la sede (3 letras)"
           ACCEPT SEDE-HAL
           PERFORM VALIDACION-SEDE-HAL.

       VALIDACION-DESCRIPCION-HAL.
       IF DESCRIPCION-HAL = SPACES
           DISPLAY "Describa el objeto"
           ACCEPT DESCRIPCION-HAL
           PERFORM VALIDACION-DESCRIPCION-HAL.

       VALIDACION-CLASE-HAL.
       EVALUATE WS-CLASE-OPCION
       WHEN 1
           MOVE "Club" TO CLASE-HAL
       WHEN 2
           MOVE "Personal" TO CLASE-HAL
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-CLASE-OPCION
           PERFORM VALIDACION-CLASE-HAL
       END-EVALUATE.

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

       *>VUELVE A COTEJAR UN OBJETO QUE SIGUE Pendiente: UN EQUIPO
       *>PUEDE DARSE POR EXTRAVIADO DESPUES DE QUE EL OBJETO APARECIO.
       REVISAR-HALLAZGO.
       DISPLAY "---Revisar coincidencias de un objeto---".
       DISPLAY " ".
       DISPLAY "Indique el numero de hallazgo".
       ACCEPT NUMERO-HALLAZGO.
       MOVE "OPEN    REVISAR-HALLAZGO" TO WS-ERR-DONDE
       OPEN I-O HALLAZGOS-ARCHIVO.
       MOVE "OPEN    REVISAR-HALLAZGO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       PERFORM LEER-HALLAZGO.
       IF WS-INDICADOR = 1
           PERFORM MOSTRAR-HALLAZGO
           IF STATUS-HAL NOT = "Pendiente"
               DISPLAY " "
               DISPLAY "Ese objeto ya esta " STATUS-HAL "."
           ELSE
               PERFORM COTEJAR-HALLAZGO
           END-IF
       END-IF.
       CLOSE HALLAZGOS-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       PERFORM VOLVER.

       LEER-HALLAZGO.
       MOVE "READ    LEER-HALLAZGO" TO WS-ERR-DONDE
       READ HALLAZGOS-ARCHIVO RECORD
           KEY HAL-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 0
           DISPLAY " "
           DISPLAY "No existe un hallazgo con ese numero.".

       MOSTRAR-HALLAZGO.
       DISPLAY " ".
       DISPLAY "Hallazgo " NUMERO-HALLAZGO " del " FECHA-HAL
           " sede " SEDE-HAL " (" STATUS-HAL ")".
       DISPLAY "  Lugar: " LUGAR-HAL.
       DISPLAY "  " DESCRIPCION-HAL.
       DISPLAY "  Codigo: " CODIGO-HAL "  Marca: " MARCA-HAL
           "  Serie: " SERIE-HAL.
       DISPLAY "  Clase: " CLASE-HAL.

       *>BUSCA LOS INSTRUMENTOS Extraviado Y LOS INCIDENTES Abierto
       *>QUE CALZAN CON EL CODIGO O LA SERIE VISTOS EN EL OBJETO Y
       *>DEJA QUE EL OPERADOR CONFIRME UNO. SIN CODIGO NI SERIE NO
       *>HAY CON QUE COTEJAR.
       COTEJAR-HALLAZGO.
       IF CODIGO-HAL = SPACES AND SERIE-HAL = SPACES
           DISPLAY " "
           DISPLAY "Sin codigo ni serie a la vista no se puede cotejar "
               "contra el inventario."
       ELSE
           PERFORM BUSCAR-CANDIDATOS
           IF WS-CANT-CAND = 0
               DISPLAY " "
               DISPLAY "Ningun instrumento extraviado ni incidente "
                   "abierto calza con el objeto."
           ELSE
               PERFORM ELEGIR-CANDIDATO
           END-IF
       END-IF.

       BUSCAR-CANDIDATOS.
       MOVE 0 TO WS-CANT-CAND.
       MOVE 0 TO WS-CAND-DESBORDE.
       MOVE CODIGO-HAL TO WS-CODIGO-BUSCADO.
       INSPECT WS-CODIGO-BUSCADO CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       MOVE SERIE-HAL TO WS-SERIE-BUSCADA.
       INSPECT WS-SERIE-BUSCADA CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       MOVE "OPEN    BUSCAR-CANDIDATOS" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    BUSCAR-CANDIDATOS" TO WS-ERR-DONDE
       OPEN I-O INCIDENTES-ARCHIVO.
       MOVE 0 TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-INSTRUMENTO.
       PERFORM EVALUAR-EXTRAVIADO UNTIL LEE-TODO = 1.
       MOVE 0 TO WS-LEE-INC.
       PERFORM LEER-SIGUIENTE-INCIDENTE.
       PERFORM EVALUAR-INCIDENTE UNTIL WS-LEE-INC = 1.
       CLOSE INSTRUMENTOS-ARCHIVO.
       CLOSE INCIDENTES-ARCHIVO.
       IF WS-CAND-DESBORDE = 1
           DISPLAY " "
           DISPLAY "Aviso: hay mas de 20 coincidencias; solo se "
               "muestran las primeras."
           DISPLAY "Revise el codigo y la serie anotados.".

       LEER-SIGUIENTE-INSTRUMENTO.
       MOVE "READ    LEER-SIGUIENTE-INSTRUMENTO" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO LEE-TODO.

       LEER-SIGUIENTE-INCIDENTE.
       MOVE "READ    LEER-SIGUIENTE-INCIDENTE" TO WS-ERR-DONDE
       READ INCIDENTES-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-INC.

       EVALUAR-EXTRAVIADO.
       IF STATUS-INSTRUMENTO-INV = "Extraviado"
           PERFORM COMPARAR-INSTRUMENTO
           IF WS-CALZA = 1
               MOVE 0 TO WS-NUMERO-INC-CAND
               PERFORM AGREGAR-CANDIDATO
           END-IF
       END-IF.
       PERFORM LEER-SIGUIENTE-INSTRUMENTO.

       *>DEJA WS-CALZA EN 1 SI EL CODIGO O LA SERIE DEL INSTRUMENTO
       *>EN CURSO SON LOS VISTOS EN EL OBJETO, Y ANOTA CUAL CALZO.
       COMPARAR-INSTRUMENTO.
       MOVE 0 TO WS-CALZA.
       MOVE ID-INSTRUMENTO-INV TO WS-CODIGO-COMPARA.
       INSPECT WS-CODIGO-COMPARA CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       MOVE SERIE-INV TO WS-SERIE-COMPARA.
       INSPECT WS-SERIE-COMPARA CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       IF WS-CODIGO-BUSCADO NOT = SPACES
           AND WS-CODIGO-COMPARA = WS-CODIGO-BUSCADO
           MOVE 1 TO WS-CALZA
           MOVE "codigo" TO WS-POR-CAND.
       IF WS-CALZA = 0 AND WS-SERIE-BUSCADA NOT = SPACES
           AND WS-SERIE-COMPARA = WS-SERIE-BUSCADA
           MOVE 1 TO WS-CALZA
           MOVE "serie" TO WS-POR-CAND.

       *>UN INCIDENTE Abierto QUE NOMBRA UN INSTRUMENTO QUE CALZA SE
       *>SUMA AL CANDIDATO DE ESE INSTRUMENTO, O ENTRA COMO UNO NUEVO
       *>SI EL INSTRUMENTO NO FIGURA Extraviado.
       EVALUAR-INCIDENTE.
       IF STATUS-INCIDENTE = "Abierto"
           AND ID-INSTRUMENTO-INC NOT = SPACES
           MOVE ID-INSTRUMENTO-INC TO ID-INSTRUMENTO-INV
           MOVE "READ    EVALUAR-INCIDENTE" TO WS-ERR-DONDE
           READ INSTRUMENTOS-ARCHIVO RECORD
               KEY ID-INSTRUMENTO-INV
                   INVALID KEY     MOVE 0 TO WS-INDICADOR
                   NOT INVALID KEY MOVE 1 TO WS-INDICADOR
           END-READ
           IF WS-INDICADOR = 1
               PERFORM COMPARAR-INSTRUMENTO
               IF WS-CALZA = 1
                   MOVE NUMERO-INCIDENTE TO WS-NUMERO-INC-CAND
                   PERFORM AGREGAR-CANDIDATO
               END-IF
           END-IF
       END-IF.
       PERFORM LEER-SIGUIENTE-INCIDENTE.

       AGREGAR-CANDIDATO.
       MOVE 0 TO WS-CAND-UBICADO.
       PERFORM UBICAR-CANDIDATO VARYING WS-IDX-CAND FROM 1 BY 1
           UNTIL WS-IDX-CAND > WS-CANT-CAND.
       IF WS-CAND-UBICADO > 0
           IF WS-CAND-INCIDENTE (WS-CAND-UBICADO) = 0
               MOVE WS-NUMERO-INC-CAND
                   TO WS-CAND-INCIDENTE (WS-CAND-UBICADO)
           END-IF
       ELSE
           IF WS-CANT-CAND < 20
               ADD 1 TO WS-CANT-CAND
               MOVE ID-INSTRUMENTO-INV
                   TO WS-CAND-INSTRUMENTO (WS-CANT-CAND)
               MOVE STATUS-INSTRUMENTO-INV
                   TO WS-CAND-STATUS (WS-CANT-CAND)
               MOVE UBICACION-INV TO WS-CAND-SEDE (WS-CANT-CAND)
               MOVE WS-NUMERO-INC-CAND
                   TO WS-CAND-INCIDENTE (WS-CANT-CAND)
               MOVE WS-POR-CAND TO WS-CAND-POR (WS-CANT-CAND)
           ELSE
               MOVE 1 TO WS-CAND-DESBORDE
           END-IF
       END-IF.

       UBICAR-CANDIDATO.
       IF WS-CAND-INSTRUMENTO (WS-IDX-CAND) = ID-INSTRUMENTO-INV
           MOVE WS-IDX-CAND TO WS-CAND-UBICADO.

       ELEGIR-CANDIDATO.
       DISPLAY " ".
       DISPLAY "Coincidencias encontradas:".
       PERFORM MOSTRAR-CANDIDATO VARYING WS-IDX-CAND FROM 1 BY 1
           UNTIL WS-IDX-CAND > WS-CANT-CAND.
       DISPLAY " ".
       DISPLAY "Indique el numero de la coincidencia que confirma "
           "(0 si ninguna es el objeto)".
       ACCEPT WS-CAND-ELEGIDO.
       PERFORM VALIDACION-CANDIDATO.
       IF WS-CAND-ELEGIDO = 0
           DISPLAY "El objeto sigue Pendiente."
       ELSE
           PERFORM CONFIRMAR-CANDIDATO.

       MOSTRAR-CANDIDATO.
       IF WS-CAND-INCIDENTE (WS-IDX-CAND) = 0
           DISPLAY WS-IDX-CAND ") " WS-CAND-INSTRUMENTO (WS-IDX-CAND)
               " " WS-CAND-STATUS (WS-IDX-CAND)
               " sede " WS-CAND-SEDE (WS-IDX-CAND)
               " calza por " WS-CAND-POR (WS-IDX-CAND)
       ELSE
           DISPLAY WS-IDX-CAND ") " WS-CAND-INSTRUMENTO (WS-IDX-CAND)
               " " WS-CAND-STATUS (WS-IDX-CAND)
               " sede " WS-CAND-SEDE (WS-IDX-CAND)
               " calza por " WS-CAND-POR (WS-IDX-CAND)
               " incidente " WS-CAND-INCIDENTE (WS-IDX-CAND).

       VALIDACION-CANDIDATO.
       IF WS-CAND-ELEGIDO > WS-CANT-CAND
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-CAND-ELEGIDO
           PERFORM VALIDACION-CANDIDATO.

       *>EL OBJETO ES EL INSTRUMENTO ELEGIDO: SI FIGURA Extraviado
       *>VUELVE AL INVENTARIO, SE CIERRA EL PRESTAMO QUE LO DIO POR
       *>PERDIDO Y SE REVIERTE LA REPOSICION COBRADA; LOS INCIDENTES
       *>QUE LO NOMBRAN SE CIERRAN O QUEDAN ANOTADOS.
       CONFIRMAR-CANDIDATO.
       MOVE WS-CAND-INSTRUMENTO (WS-CAND-ELEGIDO) TO WS-ID-HALLADO.
       MOVE HALLAZGOS-REGISTRO TO WS-HAL-ANTES.
       MOVE 0 TO WS-RESTITUIDO.
       MOVE "OPEN    CONFIRMAR-CANDIDATO" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE WS-ID-HALLADO TO ID-INSTRUMENTO-INV.
       MOVE "READ    CONFIRMAR-CANDIDATO" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-INV
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       IF WS-INDICADOR = 1
           IF STATUS-INSTRUMENTO-INV = "Extraviado"
               PERFORM PEDIR-CONDICION-HALLADO
               PERFORM RESTITUIR-INSTRUMENTO
           ELSE
               DISPLAY " "
               DISPLAY "El instrumento figura " STATUS-INSTRUMENTO-INV
                   "; su status no se cambia aqui (vea Instrumentos)."
           END-IF
       END-IF.
       CLOSE INSTRUMENTOS-ARCHIVO.
       IF WS-RESTITUIDO = 1
           PERFORM CERRAR-PRESTAMO-EXTRAVIADO
           PERFORM REVERTIR-REPOSICIONES
           MOVE "I" TO WS-DIS-ACCION
           MOVE WS-ID-HALLADO TO WS-DIS-INSTRUMENTO
           PERFORM LLAMAR-DISPONIBILIDAD.
       PERFORM ATENDER-INCIDENTES.
       MOVE "Club" TO CLASE-HAL.
       MOVE WS-ID-HALLADO TO ID-INSTRUMENTO-HAL.
       MOVE "Restituido" TO STATUS-HAL.
       MOVE WS-FECHA-HOY TO FECHA-CIERRE-HAL.
       MOVE LS-CONECTAR TO OPERADOR-HAL.
       MOVE "REWRITE CONFIRMAR-CANDIDATO" TO WS-ERR-DONDE
       REWRITE HALLAZGOS-REGISTRO.
       MOVE WS-HAL-ANTES TO WS-AUD-ANTES.
       MOVE HALLAZGOS-REGISTRO TO WS-AUD-DESPUES.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Hallazgo " NUMERO-HALLAZGO " instrumento "
           WS-ID-HALLADO DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Restitucion" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       DISPLAY " ".
       DISPLAY "Hallazgo " NUMERO-HALLAZGO " queda Restituido.".

       PEDIR-CONDICION-HALLADO.
       DISPLAY " ".
       DISPLAY "¿En que condicion aparecio el instrumento?".
       DISPLAY "1) En buen estado".
       DISPLAY "2) Deteriorado".
       ACCEPT WS-CONDICION-OPCION.
       PERFORM VALIDACION-CONDICION.

       VALIDACION-CONDICION.
       EVALUATE WS-CONDICION-OPCION
       WHEN 1
           MOVE "En buen estado" TO WS-STATUS-NUEVO
       WHEN 2
           MOVE "Deteriorado" TO WS-STATUS-NUEVO
       WHEN OTHER
           DISPLAY "Por favor ingrese una opcion valida"
           ACCEPT WS-CONDICION-OPCION
           PERFORM VALIDACION-CONDICION
       END-EVALUATE.

       *>EL INSTRUMENTO PASA AL STATUS INDICADO Y QUEDA CONSTANCIA EN
       *>SU HISTORIAL, IGUAL QUE EN UNA DEVOLUCION.
       RESTITUIR-INSTRUMENTO.
       MOVE INSTRUMENTOS-REGISTRO TO WS-AUD-ANTES.
       MOVE WS-STATUS-NUEVO TO STATUS-INSTRUMENTO-INV.
       MOVE WS-FECHA-HOY TO FECHA-STATUS-INV.
       MOVE "REWRITE RESTITUIR-INSTRUMENTO" TO WS-ERR-DONDE
       REWRITE INSTRUMENTOS-REGISTRO.
       MOVE "OPEN    RESTITUIR-INSTRUMENTO" TO WS-ERR-DONDE
       OPEN I-O INSTRUMENTOS-HISTORIAL-ARCHIVO.
       MOVE ID-INSTRUMENTO-INV TO ID-INSTRUMENTO-HIST.
       MOVE FECHA-STATUS-INV TO FECHA-STATUS-HIST.
       ACCEPT WS-HORA-STATUS-HIST FROM TIME.
       MOVE WS-HORA-STATUS-HIST TO HORA-STATUS-HIST.
       MOVE STATUS-INSTRUMENTO-INV TO STATUS-INSTRUMENTO-HIST.
       MOVE SPACES TO GRADO-CONDICION-HIST.
       MOVE "WRITE   RESTITUIR-INSTRUMENTO" TO WS-ERR-DONDE
       WRITE INSTRUMENTOS-HISTORIAL-REGISTRO.
       CLOSE INSTRUMENTOS-HISTORIAL-ARCHIVO.
       MOVE INSTRUMENTOS-REGISTRO TO WS-AUD-DESPUES.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       MOVE ID-INSTRUMENTO-INV TO WS-AUD-LLAVE-REG.
       MOVE "Modificacion" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       MOVE 1 TO WS-RESTITUIDO.
       DISPLAY " ".
       DISPLAY "Instrumento " ID-INSTRUMENTO-INV " restituido como "
           STATUS-INSTRUMENTO-INV ".".
       IF STATUS-INSTRUMENTO-INV = "Deteriorado"
           DISPLAY "*** Abra su orden de reparacion en "
               "Reparaciones. ***".

       *>EL PRESTAMO QUE SE DEVOLVIO COMO Extraviado QUEDA CERRADO
       *>COMO Devuelto AHORA QUE EL EQUIPO APARECIO.
       CERRAR-PRESTAMO-EXTRAVIADO.
       MOVE "OPEN    CERRAR-PRESTAMO-EXTRAVIADO" TO WS-ERR-DONDE
       OPEN I-O PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE WS-ID-HALLADO TO ID-INSTRUMENTO.
       MOVE "START   CERRAR-PRESTAMO-EXTRAVIADO" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO KEY IS EQUAL TO ID-INSTRUMENTO
           INVALID KEY     MOVE 1 TO WS-LEE-PRE
           NOT INVALID KEY MOVE 0 TO WS-LEE-PRE.
       IF WS-LEE-PRE = 0
           PERFORM LEER-PRESTAMO-HALLADO
           PERFORM REVISAR-PRESTAMO-HALLADO UNTIL WS-LEE-PRE = 1.
       CLOSE PRESTAMOS-ARCHIVO.

       LEER-PRESTAMO-HALLADO.
       MOVE "READ    LEER-PRESTAMO-HALLADO" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-PRE.
       IF WS-LEE-PRE = 0
           IF ID-INSTRUMENTO NOT = WS-ID-HALLADO
               MOVE 1 TO WS-LEE-PRE.

       REVISAR-PRESTAMO-HALLADO.
       IF STATUS-INSTRUMENTO = "Extraviado"
           AND STATUS-PRESTAMO NOT = "Inactivo"
           MOVE PRESTAMOS-REGISTRO TO WS-AUD-ANTES
           MOVE "Devuelto" TO STATUS-INSTRUMENTO
           MOVE "REWRITE REVISAR-PRESTAMO-HALLADO" TO WS-ERR-DONDE
           REWRITE PRESTAMOS-REGISTRO
           MOVE PRESTAMOS-REGISTRO TO WS-AUD-DESPUES
           MOVE SPACES TO WS-AUD-LLAVE-REG
           MOVE PRE-LLAVE TO WS-AUD-LLAVE-REG
           MOVE "Devolucion" TO AUD-ACCION
           PERFORM GRABAR-AUDITORIA
           DISPLAY "Prestamo de la cedula " CEDULA-USUARIO " del "
               FECHA-PRESTAMO " cerrado como Devuelto.".
       PERFORM LEER-PRESTAMO-HALLADO.

       *>TODO CARGO DE REPOSICION ACTIVO (Pendiente O Pagada) POR EL
       *>INSTRUMENTO QUEDA Revertida, SEA DEL SOCIO QUE SEA, Y LO YA
       *>PAGADO SE REINTEGRA IGUAL QUE EN PRESTAMOS.CBL.
       REVERTIR-REPOSICIONES.
       MOVE "OPEN    REVERTIR-REPOSICIONES" TO WS-ERR-DONDE
       OPEN I-O MULTAS-ARCHIVO.
       MOVE "OPEN    REVERTIR-REPOSICIONES" TO WS-ERR-DONDE
       OPEN I-O PAGOS-MULTAS-ARCHIVO.
       MOVE "OPEN    REVERTIR-REPOSICIONES" TO WS-ERR-DONDE
       OPEN I-O REINTEGROS-ARCHIVO.
       MOVE 0 TO WS-REVERTIDAS.
       MOVE 0 TO WS-LEE-MULTA.
       PERFORM LEER-SIGUIENTE-MULTA.
       PERFORM REVISAR-CARGO-REPOSICION UNTIL WS-LEE-MULTA = 1.
       CLOSE MULTAS-ARCHIVO.
       CLOSE PAGOS-MULTAS-ARCHIVO.
       CLOSE REINTEGROS-ARCHIVO.

       LEER-SIGUIENTE-MULTA.
       MOVE "READ    LEER-SIGUIENTE-MULTA" TO WS-ERR-DONDE
       READ MULTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-MULTA.

       REVISAR-CARGO-REPOSICION.
       IF ID-INSTRUMENTO-MUL = WS-ID-HALLADO
           AND MOTIVO-MULTA = "Reposicion por extravio"
           AND (STATUS-MULTA = "Pendiente"
                OR STATUS-MULTA = "Pagada")
           PERFORM REVERTIR-MULTA-REPOSICION.
       PERFORM LEER-SIGUIENTE-MULTA.

       REVERTIR-MULTA-REPOSICION.
       MOVE MULTAS-REGISTRO TO WS-AUD-ANTES.
       MOVE "Revertida" TO STATUS-MULTA.
       MOVE "REWRITE REVERTIR-MULTA-REPOSICION" TO WS-ERR-DONDE
       REWRITE MULTAS-REGISTRO.
       MOVE MULTAS-REGISTRO TO WS-AUD-DESPUES.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       MOVE MUL-LLAVE TO WS-AUD-LLAVE-REG.
       MOVE "Reversion" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       ADD 1 TO WS-REVERTIDAS.
       DISPLAY " ".
       DISPLAY "*** El cargo de reposicion de la cedula "
           CEDULA-USUARIO-MUL.
       DISPLAY "del " FECHA-MULTA " por " MONTO-MULTA
           " queda REVERTIDO. ***".
       PERFORM REINTEGRAR-PAGOS-MULTA.

       *>CADA ABONO DE LA MULTA REVERTIDA SE DEVUELVE CON SU PROPIO
       *>REINTEGRO, EN LA FORMA Y LA MONEDA EN QUE SE PAGO.
       REINTEGRAR-PAGOS-MULTA.
       MOVE MUL-LLAVE TO MUL-LLAVE-PAGO.
       MOVE "START   REINTEGRAR-PAGOS-MULTA" TO WS-ERR-DONDE
       START PAGOS-MULTAS-ARCHIVO
           KEY IS NOT LESS THAN MUL-LLAVE-PAGO
           INVALID KEY     MOVE 1 TO WS-LEE-PAGO
           NOT INVALID KEY MOVE 0 TO WS-LEE-PAGO.
       IF WS-LEE-PAGO = 0
           PERFORM LEER-SIGUIENTE-PAGO
           PERFORM REINTEGRAR-PAGO UNTIL WS-LEE-PAGO = 1.

       LEER-SIGUIENTE-PAGO.
       MOVE "READ    LEER-SIGUIENTE-PAGO" TO WS-ERR-DONDE
       READ PAGOS-MULTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-PAGO.

       REINTEGRAR-PAGO.
       IF MUL-LLAVE-PAGO NOT = MUL-LLAVE
           MOVE 1 TO WS-LEE-PAGO
       ELSE
           PERFORM GRABAR-DATOS-REINTEGRO
           PERFORM LEER-SIGUIENTE-PAGO.

       *>UN PAGO COBRADO EN BOLIVARES SE DEVUELVE EN BOLIVARES A LA
       *>TASA EN QUE SE COBRO, IGUAL QUE LA FIANZA.
       GRABAR-DATOS-REINTEGRO.
       MOVE "REINTEGRO" TO WS-CORR-SERIE.
       PERFORM TOMAR-CORRELATIVO.
       MOVE WS-CORR-NUMERO TO RECIBO-REINTEGRO.
       MOVE MUL-LLAVE-PAGO TO MUL-LLAVE-RIN.
       MOVE RECIBO-PAGO TO RECIBO-PAGO-RIN.
       MOVE WS-FECHA-HOY TO FECHA-REINTEGRO.
       MOVE MONTO-PAGO TO MONTO-REINTEGRO.
       MOVE FORMA-PAGO TO FORMA-REINTEGRO.
       MOVE "USD" TO MONEDA-REINTEGRO.
       MOVE MONTO-PAGO TO ENTREGADO-REINTEGRO.
       MOVE "OPEN    GRABAR-DATOS-REINTEGRO" TO WS-ERR-DONDE
       OPEN I-O COBROS-MONEDA-ARCHIVO.
       MOVE "RECIBOMUL" TO MON-SERIE.
       MOVE RECIBO-PAGO TO MON-NUMERO.
       MOVE "READ    GRABAR-DATOS-REINTEGRO" TO WS-ERR-DONDE
       READ COBROS-MONEDA-ARCHIVO RECORD
           KEY MON-LLAVE
               INVALID KEY     MOVE 0 TO WS-INDICADOR
               NOT INVALID KEY MOVE 1 TO WS-INDICADOR.
       CLOSE COBROS-MONEDA-ARCHIVO.
       IF WS-INDICADOR = 1 AND MON-MONEDA = "VES"
           MOVE "VES" TO MONEDA-REINTEGRO
           MOVE MON-MONTO-RECIBIDO TO ENTREGADO-REINTEGRO.
       MOVE LS-CONECTAR TO OPERADOR-RIN.
       PERFORM GRABAR-REINTEGRO.
       DISPLAY "*** Devuelva a la cedula " CEDULA-USUARIO-RIN " "
           ENTREGADO-REINTEGRO " " MONEDA-REINTEGRO
           " (" FORMA-REINTEGRO ") ***".
       DISPLAY "    Reintegro " RECIBO-REINTEGRO " del pago "
           RECIBO-PAGO-RIN.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Reintegro " RECIBO-REINTEGRO " pago " RECIBO-PAGO-RIN
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Reintegro" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.

       GRABAR-REINTEGRO.
       MOVE "WRITE   GRABAR-REINTEGRO" TO WS-ERR-DONDE
       WRITE REINTEGROS-REGISTRO
           INVALID KEY
               PERFORM TOMAR-CORRELATIVO
               MOVE WS-CORR-NUMERO TO RECIBO-REINTEGRO
               PERFORM GRABAR-REINTEGRO
       END-WRITE.

       *>CADA INCIDENTE Abierto QUE NOMBRA AL INSTRUMENTO SE CIERRA,
       *>O SE DEJA ABIERTO CON LA ANOTACION DEL HALLAZGO EN LA
       *>AUDITORIA (POR EJEMPLO, SI FALTA CERRAR EL RECLAMO AL SEGURO
       *>O LA DENUNCIA). EL HALLAZGO GUARDA EL ULTIMO INCIDENTE TOCADO.
       ATENDER-INCIDENTES.
       MOVE "OPEN    ATENDER-INCIDENTES" TO WS-ERR-DONDE
       OPEN I-O INCIDENTES-ARCHIVO.
       MOVE 0 TO WS-LEE-INC.
       PERFORM LEER-SIGUIENTE-INCIDENTE.
       PERFORM ATENDER-INCIDENTE UNTIL WS-LEE-INC = 1.
       CLOSE INCIDENTES-ARCHIVO.

       ATENDER-INCIDENTE.
       IF STATUS-INCIDENTE = "Abierto"
           AND ID-INSTRUMENTO-INC = WS-ID-HALLADO
           DISPLAY " "
           DISPLAY "Incidente " NUMERO-INCIDENTE " " TIPO-INCIDENTE
               " del " FECHA-INCIDENTE " sede " SEDE-INCIDENTE
           DISPLAY "  " NARRATIVA-INC
           DISPLAY "¿Se cierra este incidente? (S = cerrarlo, N = "
               "dejarlo abierto con la anotacion)"
           ACCEPT WS-SI-NO
           PERFORM VALIDACION-CIERRE-INCIDENTE
           MOVE NUMERO-INCIDENTE TO NUMERO-INCIDENTE-HAL
           IF WS-SI-NO = "S"
               PERFORM CERRAR-INCIDENTE-HALLADO
           ELSE
               PERFORM ANOTAR-INCIDENTE-HALLADO
           END-IF
       END-IF.
       PERFORM LEER-SIGUIENTE-INCIDENTE.

       VALIDACION-CIERRE-INCIDENTE.
       IF WS-SI-NO = "s"
           MOVE "S" TO WS-SI-NO.
       IF WS-SI-NO = "n"
           MOVE "N" TO WS-SI-NO.
       IF WS-SI-NO NOT = "S" AND WS-SI-NO NOT = "N"
           DISPLAY "Por favor ingrese S o N"
           ACCEPT WS-SI-NO
           PERFORM VALIDACION-CIERRE-INCIDENTE.

       CERRAR-INCIDENTE-HALLADO.
       MOVE INCIDENTES-REGISTRO TO WS-AUD-ANTES.
       MOVE "Cerrado" TO STATUS-INCIDENTE.
       MOVE "REWRITE CERRAR-INCIDENTE-HALLADO" TO WS-ERR-DONDE
       REWRITE INCIDENTES-REGISTRO.
       MOVE INCIDENTES-REGISTRO TO WS-AUD-DESPUES.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Incidente " NUMERO-INCIDENTE
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Cierre" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       DISPLAY "Incidente " NUMERO-INCIDENTE " cerrado.".

       ANOTAR-INCIDENTE-HALLADO.
       MOVE SPACES TO WS-AUD-ANTES.
       MOVE SPACES TO WS-AUD-DESPUES.
       STRING "Aparecio en el hallazgo " NUMERO-HALLAZGO " del "
           FECHA-HAL " sede " SEDE-HAL " lugar " LUGAR-HAL
           DELIMITED BY SIZE INTO WS-AUD-DESPUES.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Incidente " NUMERO-INCIDENTE
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Anotacion" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       DISPLAY "Incidente " NUMERO-INCIDENTE " sigue Abierto, con la "
           "anotacion del hallazgo.".

       *>UNA PERTENENCIA SE ENTREGA A QUIEN LA RECLAMA, DEJANDO SU
       *>NOMBRE O CEDULA. EL EQUIPO DEL CLUB SE RESTITUYE POR EL
       *>COTEJO, NO POR AQUI.
       ENTREGAR-PERTENENCIA.
       DISPLAY "---Entregar una pertenencia---".
       DISPLAY " ".
       DISPLAY "Indique el numero de hallazgo".
       ACCEPT NUMERO-HALLAZGO.
       MOVE "OPEN    ENTREGAR-PERTENENCIA" TO WS-ERR-DONDE
       OPEN I-O HALLAZGOS-ARCHIVO.
       MOVE "OPEN    ENTREGAR-PERTENENCIA" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       PERFORM LEER-HALLAZGO.
       IF WS-INDICADOR = 1
           PERFORM MOSTRAR-HALLAZGO
           IF STATUS-HAL NOT = "Pendiente"
               DISPLAY " "
               DISPLAY "Ese objeto ya esta " STATUS-HAL "."
           ELSE
               IF CLASE-HAL = "Club"
                   DISPLAY " "
                   DISPLAY "Es equipo del club: confirmelo contra el "
                       "inventario en la opcion 2."
               ELSE
                   PERFORM CONFIRMAR-ENTREGA
               END-IF
           END-IF
       END-IF.
       CLOSE HALLAZGOS-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       PERFORM VOLVER.

       CONFIRMAR-ENTREGA.
       MOVE HALLAZGOS-REGISTRO TO WS-AUD-ANTES.
       DISPLAY " ".
       DISPLAY "Indique el nombre o la cedula de quien la retira".
       ACCEPT ENTREGADO-A-HAL.
       PERFORM VALIDACION-ENTREGADO-A.
       MOVE "Entregado" TO STATUS-HAL.
       MOVE WS-FECHA-HOY TO FECHA-CIERRE-HAL.
       MOVE LS-CONECTAR TO OPERADOR-HAL.
       MOVE "REWRITE CONFIRMAR-ENTREGA" TO WS-ERR-DONDE
       REWRITE HALLAZGOS-REGISTRO.
       MOVE HALLAZGOS-REGISTRO TO WS-AUD-DESPUES.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Hallazgo " NUMERO-HALLAZGO
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Entrega" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       DISPLAY " ".
       DISPLAY "Pertenencia entregada.".

       VALIDACION-ENTREGADO-A.
       IF ENTREGADO-A-HAL = SPACES
           DISPLAY "Indique el nombre o la cedula de quien la retira"
           ACCEPT ENTREGADO-A-HAL
           PERFORM VALIDACION-ENTREGADO-A.

       *>PERTENENCIAS Pendiente QUE LLEVAN GUARDADAS MAS DE HALLAZDIAS
       *>DIAS: LA OFICINA LAS REVISA Y LAS DESECHA (OPCION 5).
       LISTA-DESECHO.
       DISPLAY "---Pertenencias para desechar---".
       DISPLAY " ".
       PERFORM LEER-PARAMETRO-HALLAZDIAS.
       MOVE WS-FECHA-HOY TO WS-FECHA-CONV.
       PERFORM CONVERTIR-FECHA-A-DIAS.
       MOVE WS-DIAS-CONV TO WS-DIAS-HOY.
       MOVE "OPEN    LISTA-DESECHO" TO WS-ERR-DONDE
       OPEN I-O HALLAZGOS-ARCHIVO.
       MOVE "reporte_hallazgos_desecho" TO WS-CAT-REPORTE.
       MOVE SPACES TO WS-CAT-PARAMETROS.
       STRING "Mas de " WS-HALLAZDIAS " dias"
           DELIMITED BY SIZE INTO WS-CAT-PARAMETROS.
       PERFORM CATALOGAR-REPORTE.
       MOVE WS-CAT-RUTA TO WS-REPORTE-HALLAZGOS-RUTA.
       OPEN OUTPUT REPORTE-HALLAZGOS-ARCHIVO.
       MOVE SPACES TO WS-LINEA.
       STRING "---Pertenencias no reclamadas al " WS-FECHA-HOY
           " (mas de " WS-HALLAZDIAS " dias)---"
           DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-HALLAZGOS.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-HALLAZGOS.
       MOVE 0 TO WS-CANT-VENCIDOS.
       MOVE 0 TO WS-LEE-HALLAZGO.
       PERFORM LEER-SIGUIENTE-HALLAZGO.
       PERFORM REPORTAR-SI-VENCIDO UNTIL WS-LEE-HALLAZGO = 1.
       MOVE " " TO WS-LINEA.
       PERFORM IMPRIMIR-HALLAZGOS.
       IF WS-CANT-VENCIDOS = 0
           MOVE "(no hay pertenencias vencidas)" TO WS-LINEA
       ELSE
           STRING "Total para desechar: " WS-CANT-VENCIDOS
               DELIMITED BY SIZE INTO WS-LINEA.
       PERFORM IMPRIMIR-HALLAZGOS.
       CLOSE HALLAZGOS-ARCHIVO.
       CLOSE REPORTE-HALLAZGOS-ARCHIVO.
       PERFORM CERRAR-REPORTE-CATALOGO.
       DISPLAY " ".
       DISPLAY "Resultados grabados en " WS-CAT-ARCHIVO.
       PERFORM VOLVER.

       LEER-SIGUIENTE-HALLAZGO.
       MOVE "READ    LEER-SIGUIENTE-HALLAZGO" TO WS-ERR-DONDE
       READ HALLAZGOS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-HALLAZGO.

       REPORTAR-SI-VENCIDO.
       IF STATUS-HAL = "Pendiente" AND CLASE-HAL = "Personal"
           PERFORM CALCULAR-DIAS-GUARDADO
           IF WS-DIAS-GUARDADO > WS-HALLAZDIAS
               ADD 1 TO WS-CANT-VENCIDOS
               STRING NUMERO-HALLAZGO " " FECHA-HAL " " SEDE-HAL " "
                   WS-DIAS-GUARDADO " dias  " DESCRIPCION-HAL
                   DELIMITED BY SIZE INTO WS-LINEA
               PERFORM IMPRIMIR-HALLAZGOS
               STRING "       Lugar: " LUGAR-HAL
                   DELIMITED BY SIZE INTO WS-LINEA
               PERFORM IMPRIMIR-HALLAZGOS
           END-IF
       END-IF.
       PERFORM LEER-SIGUIENTE-HALLAZGO.

       CALCULAR-DIAS-GUARDADO.
       MOVE FECHA-HAL TO WS-FECHA-CONV.
       PERFORM CONVERTIR-FECHA-A-DIAS.
       IF WS-DIAS-CONV > WS-DIAS-HOY
           MOVE 0 TO WS-DIAS-GUARDADO
       ELSE
           COMPUTE WS-DIAS-GUARDADO = WS-DIAS-HOY - WS-DIAS-CONV.

       IMPRIMIR-HALLAZGOS.
       DISPLAY WS-LINEA.
       WRITE REPORTE-HALLAZGOS-LINEA FROM WS-LINEA.
       MOVE SPACES TO WS-LINEA.

       *>DEJA CONSTANCIA DEL DESTINO DE UNA PERTENENCIA QUE NADIE
       *>RECLAMO EN EL PLAZO.
       REGISTRAR-DESECHO.
       DISPLAY "---Registrar desecho de una pertenencia---".
       DISPLAY " ".
       DISPLAY "Indique el numero de hallazgo".
       ACCEPT NUMERO-HALLAZGO.
       PERFORM LEER-PARAMETRO-HALLAZDIAS.
       MOVE WS-FECHA-HOY TO WS-FECHA-CONV.
       PERFORM CONVERTIR-FECHA-A-DIAS.
       MOVE WS-DIAS-CONV TO WS-DIAS-HOY.
       MOVE "OPEN    REGISTRAR-DESECHO" TO WS-ERR-DONDE
       OPEN I-O HALLAZGOS-ARCHIVO.
       MOVE "OPEN    REGISTRAR-DESECHO" TO WS-ERR-DONDE
       OPEN I-O AUDITORIA-ARCHIVO.
       PERFORM LEER-HALLAZGO.
       IF WS-INDICADOR = 1
           PERFORM MOSTRAR-HALLAZGO
           PERFORM CALCULAR-DIAS-GUARDADO
           IF STATUS-HAL NOT = "Pendiente"
               DISPLAY " "
               DISPLAY "Ese objeto ya esta " STATUS-HAL "."
           ELSE
               IF CLASE-HAL NOT = "Personal"
                   DISPLAY " "
                   DISPLAY "Solo se desechan pertenencias; el equipo "
                       "del club se da de baja en Instrumentos."
               ELSE
                   IF WS-DIAS-GUARDADO NOT > WS-HALLAZDIAS
                       DISPLAY " "
                       DISPLAY "Lleva " WS-DIAS-GUARDADO " dias "
                           "guardada; aun no cumple " WS-HALLAZDIAS
                           " dias."
                   ELSE
                       PERFORM CONFIRMAR-DESECHO
                   END-IF
               END-IF
           END-IF
       END-IF.
       CLOSE HALLAZGOS-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       PERFORM VOLVER.

       CONFIRMAR-DESECHO.
       MOVE HALLAZGOS-REGISTRO TO WS-AUD-ANTES.
       DISPLAY " ".
       DISPLAY "Indique el destino (donacion, basura, subasta...)".
       ACCEPT ENTREGADO-A-HAL.
       PERFORM VALIDACION-DESTINO.
       MOVE "Desechado" TO STATUS-HAL.
       MOVE WS-FECHA-HOY TO FECHA-CIERRE-HAL.
       MOVE LS-CONECTAR TO OPERADOR-HAL.
       MOVE "REWRITE CONFIRMAR-DESECHO" TO WS-ERR-DONDE
       REWRITE HALLAZGOS-REGISTRO.
       MOVE HALLAZGOS-REGISTRO TO WS-AUD-DESPUES.
       MOVE SPACES TO WS-AUD-LLAVE-REG.
       STRING "Hallazgo " NUMERO-HALLAZGO
           DELIMITED BY SIZE INTO WS-AUD-LLAVE-REG.
       MOVE "Desecho" TO AUD-ACCION.
       PERFORM GRABAR-AUDITORIA.
       DISPLAY " ".
       DISPLAY "Desecho registrado.".

       VALIDACION-DESTINO.
       IF ENTREGADO-A-HAL = SPACES
           DISPLAY "Indique el destino (donacion, basura, subasta...)"
           ACCEPT ENTREGADO-A-HAL
           PERFORM VALIDACION-DESTINO.

       LEER-PARAMETRO-HALLAZDIAS.
       MOVE "OPEN    LEER-PARAMETRO-HALLAZDIAS" TO WS-ERR-DONDE
       OPEN I-O PARAMETROS-ARCHIVO.
       MOVE "HALLAZDIAS" TO PARAM-NOMBRE.
       MOVE "READ    LEER-PARAMETRO-HALLAZDIAS" TO WS-ERR-DONDE
       READ PARAMETROS-ARCHIVO RECORD
           KEY PARAM-NOMBRE
               INVALID KEY     MOVE 60 TO WS-HALLAZDIAS
               NOT INVALID KEY MOVE PARAM-VALOR TO WS-HALLAZDIAS.
       CLOSE PARAMETROS-ARCHIVO.

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

       *>CADA SERIE SE SIEMBRA UNA SOLA VEZ CON EL MAYOR NUMERO QUE
       *>YA TENGA SU LIBRO. EL LIBRO DEBE ESTAR ABIERTO.
       SEMBRAR-CORRELATIVO.
       EVALUATE WS-CORR-SERIE
       WHEN "HALLAZGO"
           PERFORM BUSCAR-MAX-HALLAZGO
           MOVE WS-MAX-HALLAZGO TO WS-CORR-MAYOR
       WHEN "REINTEGRO"
           PERFORM BUSCAR-MAX-REINTEGRO
           MOVE WS-MAX-REINTEGRO TO WS-CORR-MAYOR
       END-EVALUATE.

       BUSCAR-MAX-HALLAZGO.
       MOVE 0 TO WS-MAX-HALLAZGO.
       MOVE 0 TO NUMERO-HALLAZGO.
       MOVE 0 TO WS-LEE-HALLAZGO.
       MOVE "START   BUSCAR-MAX-HALLAZGO" TO WS-ERR-DONDE
       START HALLAZGOS-ARCHIVO
           KEY IS NOT LESS THAN HAL-LLAVE
           INVALID KEY MOVE 1 TO WS-LEE-HALLAZGO
       END-START.
       IF WS-LEE-HALLAZGO = 0
           PERFORM LEER-SIGUIENTE-HALLAZGO
           PERFORM COMPARAR-MAX-HALLAZGO UNTIL WS-LEE-HALLAZGO = 1.

       COMPARAR-MAX-HALLAZGO.
       IF NUMERO-HALLAZGO > WS-MAX-HALLAZGO
           MOVE NUMERO-HALLAZGO TO WS-MAX-HALLAZGO.
       PERFORM LEER-SIGUIENTE-HALLAZGO.

       BUSCAR-MAX-REINTEGRO.
       MOVE 0 TO WS-MAX-REINTEGRO.
       MOVE 0 TO RECIBO-REINTEGRO.
       MOVE 0 TO WS-LEE-REINTEGRO.
       MOVE "START   BUSCAR-MAX-REINTEGRO" TO WS-ERR-DONDE
       START REINTEGROS-ARCHIVO
           KEY IS NOT LESS THAN RIN-LLAVE
           INVALID KEY MOVE 1 TO WS-LEE-REINTEGRO
       END-START.
       IF WS-LEE-REINTEGRO = 0
           PERFORM LEER-SIGUIENTE-REINTEGRO
           PERFORM COMPARAR-MAX-REINTEGRO UNTIL WS-LEE-REINTEGRO = 1.

       LEER-SIGUIENTE-REINTEGRO.
       MOVE "READ    LEER-SIGUIENTE-REINTEGRO" TO WS-ERR-DONDE
       READ REINTEGROS-ARCHIVO NEXT RECORD
       AT END
       MOVE 1 TO WS-LEE-REINTEGRO.

       COMPARAR-MAX-REINTEGRO.
       IF RECIBO-REINTEGRO > WS-MAX-REINTEGRO
           MOVE RECIBO-REINTEGRO TO WS-MAX-REINTEGRO.
       PERFORM LEER-SIGUIENTE-REINTEGRO.

       GRABAR-AUDITORIA.
       *>DEJA CONSTANCIA DE QUE OPERADOR REALIZO LA TRANSACCION.
       *>AUD-ACCION, WS-AUD-LLAVE-REG Y LA FOTO ANTES/DESPUES DEBEN
       *>SER LLENADOS POR QUIEN LLAMA A ESTE PARRAFO.
       ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUD-HORA FROM TIME.
       MOVE LS-CONECTAR TO AUD-OPERADOR.
       MOVE "Hallazgos" TO AUD-PROGRAMA.
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
       MOVE SPACES TO WS-HALLAZGOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "hallazgos.dat" DELIMITED BY SIZE INTO WS-HALLAZGOS-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-HISTORIAL-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos_historial.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-HISTORIAL-RUTA.
       MOVE SPACES TO WS-INCIDENTES-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "incidentes.dat" DELIMITED BY SIZE INTO WS-INCIDENTES-RUTA.
       MOVE SPACES TO WS-PRESTAMOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "prestamos.dat" DELIMITED BY SIZE INTO WS-PRESTAMOS-RUTA.
       MOVE SPACES TO WS-MULTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "multas.dat" DELIMITED BY SIZE INTO WS-MULTAS-RUTA.
       MOVE SPACES TO WS-PAGOS-MULTAS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "pagos_multas.dat" DELIMITED BY SIZE
           INTO WS-PAGOS-MULTAS-RUTA.
       MOVE SPACES TO WS-REINTEGROS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "reintegros_multas.dat" DELIMITED BY SIZE
           INTO WS-REINTEGROS-RUTA.
       MOVE SPACES TO WS-COBROS-MONEDA-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "cobros_moneda.dat" DELIMITED BY SIZE
           INTO WS-COBROS-MONEDA-RUTA.
       MOVE SPACES TO WS-CORRELATIVOS-RUTA.
       STRING LS-DIRECTORIO DELIMITED BY SPACE
           "correlativos.dat" DELIMITED BY SIZE
           INTO WS-CORRELATIVOS-RUTA.
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
