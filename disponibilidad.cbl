       IDENTIFICATION DIVISION.
       PROGRAM-ID. Disponibilidad INITIAL.

       *>RUTINA UNICA QUE LLEVA EL RESUMEN DE DISPONIBILIDAD
       *>(DISPONIBILIDAD.DAT): CUANTOS INSTRUMENTOS HAY DE CADA TIPO
       *>EN CADA SEDE EN CADA ESTADO (DISPONIBLE, PRESTADO, RESERVADO,
       *>APARTADO, EN REPARACION, EN TRANSITO, DETERIORADO,
       *>DESINCORPORADO, EXTRAVIADO), PARA QUE EL TABLERO Y LAS
       *>CONSULTAS DE DISPONIBILIDAD NO TENGAN QUE RECORRER TODOS LOS
       *>ARCHIVOS. LA LLAMAN CON CALL "Disponibilidad":
       *>  I  CADA PROGRAMA QUE CAMBIA ALGO DE UN INSTRUMENTO (STATUS,
       *>     SEDE, PRESTAMO, RESERVA, APARTADO O REPARACION), DESPUES
       *>     DE GRABAR EL CAMBIO. SE VUELVE A CLASIFICAR EL
       *>     INSTRUMENTO DESDE LOS ARCHIVOS DE DETALLE Y, SI CAMBIO DE
       *>     ESTADO O DE SEDE, SE PASA DE UN CONTADOR AL OTRO.
       *>  R  RECONSTRUYE TODO EL RESUMEN DESDE LOS ARCHIVOS DE DETALLE
       *>     (VER VERIFICAR.CBL Y RESTAURAR.CBL).
       *>  V  SOLO COMPARA EL RESUMEN CONTRA LOS ARCHIVOS DE DETALLE Y
       *>     DEVUELVE CUANTAS DIFERENCIAS HAY (VER VERIFICAR.CBL).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       *>DOS CLASES DE REGISTRO EN EL MISMO ARCHIVO: LOS TOTALES POR
       *>TIPO Y SEDE (T) Y EL ESTADO EN QUE QUEDO CONTADO CADA
       *>INSTRUMENTO (I), PARA SABER DE QUE CONTADOR RESTARLO CUANDO
       *>CAMBIA.
       SELECT OPTIONAL DISPONIBILIDAD-ARCHIVO
       ASSIGN TO WS-DISPONIBILIDAD-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS DIS-LLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-DISPONIBILIDAD.

       SELECT OPTIONAL INSTRUMENTOS-ARCHIVO
       ASSIGN TO WS-INSTRUMENTOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO
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

       SELECT OPTIONAL RESERVAS-ARCHIVO
       ASSIGN TO WS-RESERVAS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS RES-LLAVE
       ALTERNATE RECORD KEY IS CEDULA-USUARIO-RES WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-RESERVAS.

       SELECT OPTIONAL REPARACIONES-ARCHIVO
       ASSIGN TO WS-REPARACIONES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS REP-LLAVE
       ALTERNATE RECORD KEY IS ID-PROVEEDOR-REP WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-REPARACIONES.

       SELECT OPTIONAL APARTADOS-ARCHIVO
       ASSIGN TO WS-APARTADOS-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS ID-INSTRUMENTO-APA
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-APARTADOS.

       *>UNIDADES MARCADAS EN UN LLAMADO DEL FABRICANTE (VER
       *>LLAMADOS.CBL), LEIDAS POR SU LLAVE ALTERNA DE INSTRUMENTO.
       SELECT OPTIONAL LLAMADOS-UNIDADES-ARCHIVO
       ASSIGN TO WS-LLAMADOS-UNIDADES-RUTA
       ORGANIZATION IS INDEXED
       RECORD KEY IS UNI-LLAVE
       ALTERNATE RECORD KEY IS UNI-INSTRUMENTO WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WS-FS-LLAMADOS-UNIDADES.

       DATA DIVISION.
       FILE SECTION.
       FD DISPONIBILIDAD-ARCHIVO.
           01 DISPONIBILIDAD-REGISTRO.
               05 DIS-LLAVE.
                   10 DIS-CLASE  PIC X(1). *>T TOTALES, I INSTRUMENTO.
                   *>EN LOS TOTALES, EL TIPO (PREFIJO DEL CODIGO DEL
                   *>INSTRUMENTO) Y LA SEDE; EN LOS DE INSTRUMENTO, SU
                   *>CODIGO.
                   10 DIS-CODIGO.
                       15 DIS-TIPO PIC X(3).
                       15 DIS-SEDE PIC X(3).
               05 DIS-DATOS PIC X(60).
               *>UN CONTADOR POR ESTADO, EN EL ORDEN DE WS-ESTADOS.
               05 DIS-TOTALES REDEFINES DIS-DATOS.
                   10 DIS-CANTIDAD OCCURS 9 PIC 9(5).
                   10 FILLER PIC X(15).
               05 DIS-INSTRUMENTO REDEFINES DIS-DATOS.
                   10 DIS-TIPO-INS   PIC X(3).
                   10 DIS-SEDE-INS   PIC X(3).
                   10 DIS-ESTADO-INS PIC 9(1).
                   10 FILLER PIC X(53).

       *>COPIA DEL REGISTRO DE INSTRUMENTOS.DAT (VER INSTRUMENTOS.CBL).
       FD INSTRUMENTOS-ARCHIVO.
           01 INSTRUMENTOS-REGISTRO.
               05 ID-INSTRUMENTO       PIC X(6).
               05 TIPO-INSTRUMENTO     PIC X(40).
               05 FECHA-ADQUISICION    PIC 9(8).
               05 FORMA-ADQUISICION    PIC X(8).
               05 ID-PROVEEDOR         PIC X(11).
               05 STATUS-INSTRUMENTO   PIC X(14).
               05 FECHA-STATUS         PIC 9(8).
               05 UBICACION            PIC X(3).
               05 MARCA                PIC X(20).
               05 MODELO               PIC X(20).
               05 SERIE                PIC X(20).

       *>COPIA DEL REGISTRO DE PRESTAMOS.DAT (VER PRESTAMOS.CBL).
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

       *>COPIA DEL REGISTRO DE RESERVAS.DAT (VER RESERVAS.CBL).
       FD RESERVAS-ARCHIVO.
           01 RESERVAS-REGISTRO.
               05 RES-LLAVE.
                   10 ID-INSTRUMENTO-RES   PIC X(6).
                   10 FECHA-RESERVA        PIC 9(8).
                   10 HORA-RESERVA         PIC X(9).
               05 CEDULA-USUARIO-RES   PIC X(11).
               05 STATUS-RESERVA       PIC X(10).
               05 FECHA-USO-DESDE-RES  PIC 9(8).
               05 FECHA-USO-HASTA-RES  PIC 9(8).

       *>COPIA DEL REGISTRO DE REPARACIONES.DAT (VER REPARACIONES.CBL).
       FD REPARACIONES-ARCHIVO.
           01 REPARACIONES-REGISTRO.
               05 REP-LLAVE.
                   10 ID-INSTRUMENTO-REP PIC X(6).
                   10 FECHA-ENVIADO-REP  PIC 9(8).
               05 ID-PROVEEDOR-REP   PIC X(11).
               05 COSTO-ESTIMADO-REP PIC 9(6)V99.
               05 COSTO-REAL-REP     PIC 9(6)V99.
               05 FECHA-RETORNO-REP  PIC 9(8).
               05 STATUS-ORDEN-REP   PIC X(8).

       *>COPIA DEL REGISTRO DE APARTADOS.DAT (VER PRESTAMOS.CBL).
       FD APARTADOS-ARCHIVO.
           01 APARTADOS-REGISTRO.
               05 ID-INSTRUMENTO-APA   PIC X(6).
               05 CEDULA-USUARIO-APA   PIC X(11).
               05 FECHA-APARTADO-APA   PIC 9(8).
               05 STATUS-APARTADO      PIC X(10).

       *>COPIA DEL REGISTRO DE LLAMADOS_UNIDADES.DAT (VER
       *>LLAMADOS.CBL).
       FD LLAMADOS-UNIDADES-ARCHIVO.
           01 LLAMADOS-UNIDADES-REGISTRO.
               05 UNI-LLAVE.
                   10 UNI-AVISO       PIC X(15).
                   10 UNI-INSTRUMENTO PIC X(6).
               05 UNI-STATUS       PIC X(10). *>Pendiente/Recogido/
                                              *>Reparado/Baja.
               05 UNI-CEDULA       PIC X(11).
               05 UNI-FECHA-MARCA  PIC 9(8).
               05 UNI-FECHA-STATUS PIC 9(8).
               05 UNI-OPERADOR     PIC X(10).

       WORKING-STORAGE SECTION.
       77 WS-LEE-TODO PIC 9(1).
       77 WS-LEE-DETALLE PIC 9(1).
       77 WS-EXISTE PIC 9(1).
       77 WS-HALLADO PIC 9(1).

       *>CLASIFICACION DE UN INSTRUMENTO: ESTADO 1 A 9 (VER
       *>CLASIFICAR-INSTRUMENTO), O 0 SI EL INSTRUMENTO YA NO EXISTE.
       77 WS-ESTADO-NUEVO PIC 9(1).
       77 WS-TIPO-NUEVO PIC X(3).
       77 WS-SEDE-NUEVA PIC X(3).
       77 WS-ESTADO-ANTES PIC 9(1).
       77 WS-TIPO-ANTES PIC X(3).
       77 WS-SEDE-ANTES PIC X(3).
       77 WS-HAY-PRESTAMO PIC 9(1).
       77 WS-HAY-REPARACION PIC 9(1).
       77 WS-HAY-APARTADO PIC 9(1).
       77 WS-HAY-LLAMADO PIC 9(1).
       77 WS-HAY-RESERVA PIC 9(1).
       77 WS-ID-BUSCADO PIC X(6).

       *>CONTADOR QUE SE MUEVE: TIPO, SEDE, ESTADO Y +1 O -1.
       77 WS-MOV-TIPO PIC X(3).
       77 WS-MOV-SEDE PIC X(3).
       77 WS-MOV-ESTADO PIC 9(1).
       77 WS-MOV-SIGNO PIC X(1).

       *>TOTALES RECALCULADOS DESDE EL DETALLE, PARA RECONSTRUIR O
       *>COMPARAR (HASTA 300 COMBINACIONES DE TIPO Y SEDE).
       01 WS-TABLA-TOTALES.
           05 WS-TOT-TIPO OCCURS 300 PIC X(3).
           05 WS-TOT-SEDE OCCURS 300 PIC X(3).
           05 WS-TOT-FILA OCCURS 300.
               10 WS-TOT-CANTIDAD OCCURS 9 PIC 9(5).
           05 WS-TOT-VISTO OCCURS 300 PIC 9(1).
       77 WS-TOT-USADOS PIC 9(3).
       77 WS-IDX-TOT PIC 9(3).
       77 WS-IDX-EST PIC 9(2).
       77 WS-FILA PIC 9(3).
       77 WS-DESBORDE PIC 9(1).

       *>DATOS DEL ERROR DE ARCHIVO QUE SE ANOTA EN ERRORES.DAT
       *>(VER ERRORES.CBL). ANTES DE CADA OPERACION SOBRE UN
       *>ARCHIVO DE DATOS SE DEJA EN WS-ERR-DONDE LA OPERACION Y EL
       *>PARRAFO; SI FALLA, LAS DECLARATIVAS COMPLETAN EL RESTO.
       01 WS-ERR-DATOS.
           05 WS-ERR-PROGRAMA  PIC X(15) VALUE "Disponibilidad".
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
       77 WS-FS-DISPONIBILIDAD PIC X(2).
       77 WS-FS-INSTRUMENTOS PIC X(2).
       77 WS-FS-PRESTAMOS PIC X(2).
       77 WS-FS-RESERVAS PIC X(2).
       77 WS-FS-REPARACIONES PIC X(2).
       77 WS-FS-APARTADOS PIC X(2).
       77 WS-FS-LLAMADOS-UNIDADES PIC X(2).
       *>RUTA DE CADA ARCHIVO EN EL DIRECTORIO DE DATOS DE LA SESION
       *>DEL PROGRAMA QUE LLAMA.
       77 WS-DISPONIBILIDAD-RUTA PIC X(80).
       77 WS-INSTRUMENTOS-RUTA PIC X(80).
       77 WS-PRESTAMOS-RUTA PIC X(80).
       77 WS-RESERVAS-RUTA PIC X(80).
       77 WS-REPARACIONES-RUTA PIC X(80).
       77 WS-APARTADOS-RUTA PIC X(80).
       77 WS-LLAMADOS-UNIDADES-RUTA PIC X(80).

       LINKAGE SECTION.
       *>LO ARMA EL PROGRAMA QUE LLAMA. LAS DIFERENCIAS LAS DEVUELVE
       *>LA ACCION V (Y LA R, QUE AVISA SI LA TABLA SE DESBORDO).
       01 LS-DIS-DATOS.
           05 LS-DIS-ACCION      PIC X(1). *>I INSTRUMENTO,
                                           *>R RECONSTRUIR, V VERIFICAR.
           05 LS-DIS-INSTRUMENTO PIC X(6).
           05 LS-DIS-OPERADOR    PIC X(10).
           05 LS-DIS-DIRECTORIO  PIC X(40).
           *>INSTRUMENTOS CONTADOS EN UN ESTADO O SEDE QUE YA NO ES EL
           *>SUYO, Y TOTALES POR TIPO Y SEDE QUE NO CUADRAN.
           05 LS-DIS-DIF-INSTRUMENTOS PIC 9(5).
           05 LS-DIS-DIF-TOTALES      PIC 9(5).
           05 LS-DIS-DESBORDE         PIC 9(1).

       PROCEDURE DIVISION USING LS-DIS-DATOS.
       DECLARATIVES.
       *>CUALQUIER FALLA SOBRE UN ARCHIVO DE DATOS QUE EL PROPIO
       *>PARRAFO NO ATIENDA (INVALID KEY, AT END) SE ANOTA EN
       *>ERRORES.DAT CON LA LLAVE DEL REGISTRO EN CURSO.
       ERROR-DISPONIBILIDAD SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DISPONIBILIDAD-ARCHIVO.
       ERROR-DISPONIBILIDAD-ANOTAR.
       MOVE "disponibilidad.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-DISPONIBILIDAD TO WS-ERR-ESTADO.
       MOVE DIS-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-INSTRUMENTOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSTRUMENTOS-ARCHIVO.
       ERROR-INSTRUMENTOS-ANOTAR.
       MOVE "instrumentos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-INSTRUMENTOS TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-PRESTAMOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PRESTAMOS-ARCHIVO.
       ERROR-PRESTAMOS-ANOTAR.
       MOVE "prestamos.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-PRESTAMOS TO WS-ERR-ESTADO.
       MOVE PRE-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-RESERVAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RESERVAS-ARCHIVO.
       ERROR-RESERVAS-ANOTAR.
       MOVE "reservas.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-RESERVAS TO WS-ERR-ESTADO.
       MOVE RES-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-REPARACIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REPARACIONES-ARCHIVO.
       ERROR-REPARACIONES-ANOTAR.
       MOVE "reparaciones.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-REPARACIONES TO WS-ERR-ESTADO.
       MOVE REP-LLAVE TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-APARTADOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON APARTADOS-ARCHIVO.
       ERROR-APARTADOS-ANOTAR.
       MOVE "apartados.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-APARTADOS TO WS-ERR-ESTADO.
       MOVE ID-INSTRUMENTO-APA TO WS-ERR-LLAVE.
       PERFORM ANOTAR-ERROR-ARCHIVO.
       ERROR-LLAMADOS-UNIDADES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON LLAMADOS-UNIDADES-ARCHIVO.
       ERROR-LLAMADOS-UNIDADES-ANOTAR.
       MOVE "llamados_unidades.dat" TO WS-ERR-ARCHIVO.
       MOVE WS-FS-LLAMADOS-UNIDADES TO WS-ERR-ESTADO.
       MOVE UNI-LLAVE TO WS-ERR-LLAVE.
       *>LA ULTIMA SECCION SIGUE DIRECTO EN ESTE PARRAFO.
       ANOTAR-ERROR-ARCHIVO.
       MOVE LS-DIS-OPERADOR TO WS-ERR-OPERADOR.
       MOVE LS-DIS-DIRECTORIO TO WS-ERR-DIRECTORIO.
       CALL "Errores" USING WS-ERR-DATOS.
       MOVE 1 TO WS-ERR-HUBO.
       *>UNA LLAVE INEXISTENTE O REPETIDA SIN INVALID KEY SE ANOTA
       *>Y SE SIGUE; CUALQUIER OTRA FALLA (ARCHIVO BLOQUEADO,
       *>DAÑADO O SIN ABRIR) NO DEJA SEGUIR. EL MOVIMIENTO DEL
       *>PROGRAMA QUE LLAMA YA QUEDO GRABADO; EL RESUMEN SE CORRIGE
       *>CON LA RECONSTRUCCION DE VERIFICAR.CBL.
       IF WS-ERR-ESTADO(1:1) NOT = "2"
           DISPLAY "El resumen de disponibilidad no se actualizo."
           EXIT PROGRAM.
       END DECLARATIVES.

       MAIN SECTION.
       PROGRAM-BEGIN.
       PERFORM ARMAR-RUTAS.
       MOVE 0 TO LS-DIS-DIF-INSTRUMENTOS.
       MOVE 0 TO LS-DIS-DIF-TOTALES.
       MOVE 0 TO LS-DIS-DESBORDE.
       MOVE "OPEN    PROGRAM-BEGIN" TO WS-ERR-DONDE
       OPEN INPUT INSTRUMENTOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-INSTRUMENTOS.
       MOVE "OPEN    PROGRAM-BEGIN" TO WS-ERR-DONDE
       OPEN INPUT PRESTAMOS-ARCHIVO.
       PERFORM VERIFICAR-EXISTE-PRESTAMOS.
       MOVE "OPEN    PROGRAM-BEGIN" TO WS-ERR-DONDE
       OPEN INPUT RESERVAS-ARCHIVO.
       MOVE "OPEN    PROGRAM-BEGIN" TO WS-ERR-DONDE
       OPEN INPUT REPARACIONES-ARCHIVO.
       MOVE "OPEN    PROGRAM-BEGIN" TO WS-ERR-DONDE
       OPEN INPUT APARTADOS-ARCHIVO.
       MOVE "OPEN    PROGRAM-BEGIN" TO WS-ERR-DONDE
       OPEN INPUT LLAMADOS-UNIDADES-ARCHIVO.
       EVALUATE LS-DIS-ACCION
       WHEN "I"
           PERFORM ACTUALIZAR-INSTRUMENTO
       WHEN "R"
           PERFORM RECONSTRUIR-RESUMEN
       WHEN "V"
           PERFORM VERIFICAR-RESUMEN
       END-EVALUATE.
       CLOSE INSTRUMENTOS-ARCHIVO.
       CLOSE PRESTAMOS-ARCHIVO.
       CLOSE RESERVAS-ARCHIVO.
       CLOSE REPARACIONES-ARCHIVO.
       CLOSE APARTADOS-ARCHIVO.
       CLOSE LLAMADOS-UNIDADES-ARCHIVO.
       PERFORM FIN-PROGRAMA.

       *>CLASIFICA DE NUEVO EL INSTRUMENTO Y, SI QUEDO EN OTRO ESTADO
       *>O EN OTRA SEDE QUE LA QUE TENIA CONTADA, LO RESTA DEL
       *>CONTADOR VIEJO Y LO SUMA AL NUEVO. UN INSTRUMENTO BORRADO
       *>SOLO SE RESTA.
       ACTUALIZAR-INSTRUMENTO.
       MOVE "OPEN    ACTUALIZAR-INSTRUMENTO" TO WS-ERR-DONDE
       OPEN I-O DISPONIBILIDAD-ARCHIVO.
       MOVE LS-DIS-INSTRUMENTO TO ID-INSTRUMENTO.
       MOVE 1 TO WS-EXISTE.
       MOVE "READ    ACTUALIZAR-INSTRUMENTO" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO
           INVALID KEY MOVE 0 TO WS-EXISTE
       END-READ.
       IF WS-EXISTE = 1
           PERFORM CLASIFICAR-INSTRUMENTO
       ELSE
           MOVE 0 TO WS-ESTADO-NUEVO
           MOVE SPACES TO WS-TIPO-NUEVO
           MOVE SPACES TO WS-SEDE-NUEVA.

       MOVE "I" TO DIS-CLASE.
       MOVE LS-DIS-INSTRUMENTO TO DIS-CODIGO.
       MOVE 1 TO WS-EXISTE.
       MOVE "READ    ACTUALIZAR-INSTRUMENTO" TO WS-ERR-DONDE
       READ DISPONIBILIDAD-ARCHIVO RECORD
           KEY DIS-LLAVE
           INVALID KEY MOVE 0 TO WS-EXISTE
       END-READ.
       IF WS-EXISTE = 1
           MOVE DIS-ESTADO-INS TO WS-ESTADO-ANTES
           MOVE DIS-TIPO-INS TO WS-TIPO-ANTES
           MOVE DIS-SEDE-INS TO WS-SEDE-ANTES
       ELSE
           MOVE 0 TO WS-ESTADO-ANTES
           MOVE SPACES TO WS-TIPO-ANTES
           MOVE SPACES TO WS-SEDE-ANTES.

       IF WS-ESTADO-ANTES NOT = WS-ESTADO-NUEVO
           OR WS-TIPO-ANTES NOT = WS-TIPO-NUEVO
           OR WS-SEDE-ANTES NOT = WS-SEDE-NUEVA
           PERFORM GRABAR-ESTADO-INSTRUMENTO
           IF WS-ESTADO-ANTES > 0
               MOVE WS-TIPO-ANTES TO WS-MOV-TIPO
               MOVE WS-SEDE-ANTES TO WS-MOV-SEDE
               MOVE WS-ESTADO-ANTES TO WS-MOV-ESTADO
               MOVE "-" TO WS-MOV-SIGNO
               PERFORM MOVER-CONTADOR
           END-IF
           IF WS-ESTADO-NUEVO > 0
               MOVE WS-TIPO-NUEVO TO WS-MOV-TIPO
               MOVE WS-SEDE-NUEVA TO WS-MOV-SEDE
               MOVE WS-ESTADO-NUEVO TO WS-MOV-ESTADO
               MOVE "+" TO WS-MOV-SIGNO
               PERFORM MOVER-CONTADOR
           END-IF
       END-IF.
       CLOSE DISPONIBILIDAD-ARCHIVO.

       *>DEJA EN EL REGISTRO DEL INSTRUMENTO EL ESTADO Y LA SEDE EN
       *>QUE QUEDA CONTADO (O LO BORRA SI EL INSTRUMENTO YA NO EXISTE).
       GRABAR-ESTADO-INSTRUMENTO.
       MOVE "I" TO DIS-CLASE.
       MOVE LS-DIS-INSTRUMENTO TO DIS-CODIGO.
       MOVE SPACES TO DIS-DATOS.
       MOVE WS-TIPO-NUEVO TO DIS-TIPO-INS.
       MOVE WS-SEDE-NUEVA TO DIS-SEDE-INS.
       MOVE WS-ESTADO-NUEVO TO DIS-ESTADO-INS.
       IF WS-ESTADO-NUEVO = 0
           MOVE "DELETE  GRABAR-ESTADO-INSTRUMENTO" TO WS-ERR-DONDE
           DELETE DISPONIBILIDAD-ARCHIVO RECORD
       ELSE
           IF WS-EXISTE = 1
               MOVE "REWRITE GRABAR-ESTADO-INSTRUMENTO" TO WS-ERR-DONDE
               REWRITE DISPONIBILIDAD-REGISTRO
           ELSE
               MOVE "WRITE   GRABAR-ESTADO-INSTRUMENTO" TO WS-ERR-DONDE
               WRITE DISPONIBILIDAD-REGISTRO.

       *>SUMA O RESTA UNO AL CONTADOR DEL ESTADO EN LOS TOTALES DEL
       *>TIPO Y LA SEDE. UN CONTADOR QUE YA ESTA EN CERO NO BAJA (EL
       *>RESUMEN YA VENIA DESCUADRADO Y LO MOSTRARA LA VERIFICACION).
       MOVER-CONTADOR.
       MOVE "T" TO DIS-CLASE.
       MOVE WS-MOV-TIPO TO DIS-TIPO.
       MOVE WS-MOV-SEDE TO DIS-SEDE.
       MOVE 1 TO WS-EXISTE.
       MOVE "READ    MOVER-CONTADOR" TO WS-ERR-DONDE
       READ DISPONIBILIDAD-ARCHIVO RECORD
           KEY DIS-LLAVE
           INVALID KEY MOVE 0 TO WS-EXISTE
       END-READ.
       IF WS-EXISTE = 0
           MOVE "T" TO DIS-CLASE
           MOVE WS-MOV-TIPO TO DIS-TIPO
           MOVE WS-MOV-SEDE TO DIS-SEDE
           MOVE SPACES TO DIS-DATOS
           PERFORM PONER-CERO-CONTADOR
               VARYING WS-IDX-EST FROM 1 BY 1 UNTIL WS-IDX-EST > 9.
       IF WS-MOV-SIGNO = "+"
           ADD 1 TO DIS-CANTIDAD(WS-MOV-ESTADO)
       ELSE
           IF DIS-CANTIDAD(WS-MOV-ESTADO) > 0
               SUBTRACT 1 FROM DIS-CANTIDAD(WS-MOV-ESTADO).
       IF WS-EXISTE = 1
           MOVE "REWRITE MOVER-CONTADOR" TO WS-ERR-DONDE
           REWRITE DISPONIBILIDAD-REGISTRO
       ELSE
           MOVE "WRITE   MOVER-CONTADOR" TO WS-ERR-DONDE
           WRITE DISPONIBILIDAD-REGISTRO.

       PONER-CERO-CONTADOR.
       MOVE 0 TO DIS-CANTIDAD(WS-IDX-EST).

       *>ESTADO DEL INSTRUMENTO QUE ESTA EN INSTRUMENTOS-REGISTRO.
       *>CADA EQUIPO CUENTA EN UN SOLO ESTADO; SI CALZA EN VARIOS,
       *>MANDA EL PRIMERO DE ESTA LISTA:
       *>  8 DESINCORPORADO, 9 EXTRAVIADO, 6 EN TRANSITO,
       *>  2 PRESTADO (POR SU STATUS O POR UN PRESTAMO ABIERTO),
       *>  5 EN REPARACION (ORDEN ABIERTA), 7 DETERIORADO,
       *>  4 APARTADO EN EL MOSTRADOR PARA UNA RESERVA, O RETENIDO
       *>    POR UN LLAMADO DEL FABRICANTE SIN RESOLVER,
       *>  3 RESERVADO (RESERVA PENDIENTE EN LA COLA DE ESPERA),
       *>  1 DISPONIBLE.
       *>LAS RESERVAS ANTICIPADAS (CON FECHA DE USO) NO LO APARTAN
       *>HASTA QUE SE ATIENDEN, IGUAL QUE EN RESERVAS.CBL.
       CLASIFICAR-INSTRUMENTO.
       MOVE ID-INSTRUMENTO(1:3) TO WS-TIPO-NUEVO.
       MOVE UBICACION TO WS-SEDE-NUEVA.
       MOVE ID-INSTRUMENTO TO WS-ID-BUSCADO.
       EVALUATE TRUE
       WHEN STATUS-INSTRUMENTO = "Desincorporado"
           MOVE 8 TO WS-ESTADO-NUEVO
       WHEN STATUS-INSTRUMENTO = "Extraviado"
           MOVE 9 TO WS-ESTADO-NUEVO
       WHEN STATUS-INSTRUMENTO = "En transito"
           MOVE 6 TO WS-ESTADO-NUEVO
       WHEN STATUS-INSTRUMENTO = "Prestado"
           MOVE 2 TO WS-ESTADO-NUEVO
       WHEN OTHER
           PERFORM BUSCAR-PRESTAMO-ABIERTO
           PERFORM BUSCAR-REPARACION-ABIERTA
           PERFORM BUSCAR-APARTADO-ACTIVO
           PERFORM BUSCAR-LLAMADO-ABIERTO
           PERFORM BUSCAR-RESERVA-PENDIENTE
           EVALUATE TRUE
           WHEN WS-HAY-PRESTAMO = 1
               MOVE 2 TO WS-ESTADO-NUEVO
           WHEN WS-HAY-REPARACION = 1
               MOVE 5 TO WS-ESTADO-NUEVO
           WHEN STATUS-INSTRUMENTO = "Deteriorado"
               MOVE 7 TO WS-ESTADO-NUEVO
           WHEN WS-HAY-APARTADO = 1 OR WS-HAY-LLAMADO = 1
               MOVE 4 TO WS-ESTADO-NUEVO
           WHEN WS-HAY-RESERVA = 1
               MOVE 3 TO WS-ESTADO-NUEVO
           WHEN OTHER
               MOVE 1 TO WS-ESTADO-NUEVO
           END-EVALUATE
       END-EVALUATE.

       *>POR LA LLAVE ALTERNA DE INSTRUMENTO, IGUAL QUE
       *>VERIFICAR-INSTRUMENTO-PRESTADO EN CONSULTAS.CBL.
       BUSCAR-PRESTAMO-ABIERTO.
       MOVE 0 TO WS-HAY-PRESTAMO.
       MOVE WS-ID-BUSCADO TO ID-INSTRUMENTO-PR.
       MOVE "START   BUSCAR-PRESTAMO-ABIERTO" TO WS-ERR-DONDE
       START PRESTAMOS-ARCHIVO
           KEY IS NOT LESS THAN ID-INSTRUMENTO-PR
           INVALID KEY     MOVE 1 TO WS-LEE-DETALLE
           NOT INVALID KEY MOVE 0 TO WS-LEE-DETALLE.
       IF WS-LEE-DETALLE = 0
           PERFORM LEER-SIGUIENTE-PRESTAMO
           PERFORM REVISAR-PRESTAMO UNTIL WS-LEE-DETALLE = 1.

       LEER-SIGUIENTE-PRESTAMO.
       MOVE "READ    LEER-SIGUIENTE-PRESTAMO" TO WS-ERR-DONDE
       READ PRESTAMOS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-DETALLE.

       REVISAR-PRESTAMO.
       IF ID-INSTRUMENTO-PR NOT = WS-ID-BUSCADO
           MOVE 1 TO WS-LEE-DETALLE
       ELSE
           IF STATUS-INSTRUMENTO-PR NOT = "Devuelto"
                   AND NOT = "devuelto"
               AND STATUS-PRESTAMO-PR NOT = "Inactivo"
               MOVE 1 TO WS-HAY-PRESTAMO
               MOVE 1 TO WS-LEE-DETALLE
           ELSE
               PERFORM LEER-SIGUIENTE-PRESTAMO.

       *>LA LLAVE DE LAS ORDENES EMPIEZA POR EL INSTRUMENTO.
       BUSCAR-REPARACION-ABIERTA.
       MOVE 0 TO WS-HAY-REPARACION.
       MOVE WS-ID-BUSCADO TO ID-INSTRUMENTO-REP.
       MOVE 0 TO FECHA-ENVIADO-REP.
       MOVE "START   BUSCAR-REPARACION-ABIERTA" TO WS-ERR-DONDE
       START REPARACIONES-ARCHIVO
           KEY IS NOT LESS THAN REP-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-DETALLE
           NOT INVALID KEY MOVE 0 TO WS-LEE-DETALLE.
       IF WS-LEE-DETALLE = 0
           PERFORM LEER-SIGUIENTE-REPARACION
           PERFORM REVISAR-REPARACION UNTIL WS-LEE-DETALLE = 1.

       LEER-SIGUIENTE-REPARACION.
       MOVE "READ    LEER-SIGUIENTE-REPARACION" TO WS-ERR-DONDE
       READ REPARACIONES-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-DETALLE.

       REVISAR-REPARACION.
       IF ID-INSTRUMENTO-REP NOT = WS-ID-BUSCADO
           MOVE 1 TO WS-LEE-DETALLE
       ELSE
           IF STATUS-ORDEN-REP = "Abierta"
               MOVE 1 TO WS-HAY-REPARACION
               MOVE 1 TO WS-LEE-DETALLE
           ELSE
               PERFORM LEER-SIGUIENTE-REPARACION.

       BUSCAR-APARTADO-ACTIVO.
       MOVE 0 TO WS-HAY-APARTADO.
       MOVE WS-ID-BUSCADO TO ID-INSTRUMENTO-APA.
       MOVE 1 TO WS-HALLADO.
       MOVE "READ    BUSCAR-APARTADO-ACTIVO" TO WS-ERR-DONDE
       READ APARTADOS-ARCHIVO RECORD
           KEY ID-INSTRUMENTO-APA
           INVALID KEY MOVE 0 TO WS-HALLADO
       END-READ.
       IF WS-HALLADO = 1 AND STATUS-APARTADO = "Activo"
           MOVE 1 TO WS-HAY-APARTADO.

       *>UNA UNIDAD Pendiente O Recogido EN ALGUN LLAMADO NO SE PRESTA
       *>NI SE RESERVA (VER VERIFICAR-LLAMADO EN PRESTAMOS.CBL).
       BUSCAR-LLAMADO-ABIERTO.
       MOVE 0 TO WS-HAY-LLAMADO.
       MOVE WS-ID-BUSCADO TO UNI-INSTRUMENTO.
       MOVE "START   BUSCAR-LLAMADO-ABIERTO" TO WS-ERR-DONDE
       START LLAMADOS-UNIDADES-ARCHIVO
           KEY IS EQUAL TO UNI-INSTRUMENTO
           INVALID KEY     MOVE 1 TO WS-LEE-DETALLE
           NOT INVALID KEY MOVE 0 TO WS-LEE-DETALLE.
       IF WS-LEE-DETALLE = 0
           PERFORM LEER-SIGUIENTE-LLAMADO
           PERFORM REVISAR-LLAMADO UNTIL WS-LEE-DETALLE = 1.

       LEER-SIGUIENTE-LLAMADO.
       MOVE "READ    LEER-SIGUIENTE-LLAMADO" TO WS-ERR-DONDE
       READ LLAMADOS-UNIDADES-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-DETALLE.
       IF WS-LEE-DETALLE = 0
           IF UNI-INSTRUMENTO NOT = WS-ID-BUSCADO
               MOVE 1 TO WS-LEE-DETALLE.

       REVISAR-LLAMADO.
       IF UNI-STATUS = "Pendiente" OR UNI-STATUS = "Recogido"
           MOVE 1 TO WS-HAY-LLAMADO
           MOVE 1 TO WS-LEE-DETALLE
       ELSE
           PERFORM LEER-SIGUIENTE-LLAMADO.

       *>LA LLAVE DE LA COLA EMPIEZA POR EL INSTRUMENTO.
       BUSCAR-RESERVA-PENDIENTE.
       MOVE 0 TO WS-HAY-RESERVA.
       MOVE WS-ID-BUSCADO TO ID-INSTRUMENTO-RES.
       MOVE 0 TO FECHA-RESERVA.
       MOVE LOW-VALUES TO HORA-RESERVA.
       MOVE "START   BUSCAR-RESERVA-PENDIENTE" TO WS-ERR-DONDE
       START RESERVAS-ARCHIVO
           KEY IS NOT LESS THAN RES-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-DETALLE
           NOT INVALID KEY MOVE 0 TO WS-LEE-DETALLE.
       IF WS-LEE-DETALLE = 0
           PERFORM LEER-SIGUIENTE-RESERVA
           PERFORM REVISAR-RESERVA UNTIL WS-LEE-DETALLE = 1.

       LEER-SIGUIENTE-RESERVA.
       MOVE "READ    LEER-SIGUIENTE-RESERVA" TO WS-ERR-DONDE
       READ RESERVAS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-DETALLE.

       REVISAR-RESERVA.
       IF ID-INSTRUMENTO-RES NOT = WS-ID-BUSCADO
           MOVE 1 TO WS-LEE-DETALLE
       ELSE
           IF STATUS-RESERVA = "Pendiente"
               AND FECHA-USO-DESDE-RES = 0
               MOVE 1 TO WS-HAY-RESERVA
               MOVE 1 TO WS-LEE-DETALLE
           ELSE
               PERFORM LEER-SIGUIENTE-RESERVA.

       *>VUELVE A ARMAR EL RESUMEN DESDE CERO: CLASIFICA CADA
       *>INSTRUMENTO, GRABA SU REGISTRO Y ACUMULA LOS TOTALES EN LA
       *>TABLA, QUE AL FINAL SE GRABAN.
       RECONSTRUIR-RESUMEN.
       MOVE "OPEN    RECONSTRUIR-RESUMEN" TO WS-ERR-DONDE
       OPEN OUTPUT DISPONIBILIDAD-ARCHIVO.
       CLOSE DISPONIBILIDAD-ARCHIVO.
       MOVE "OPEN    RECONSTRUIR-RESUMEN" TO WS-ERR-DONDE
       OPEN I-O DISPONIBILIDAD-ARCHIVO.
       PERFORM CALCULAR-TOTALES.
       PERFORM GRABAR-TOTALES
           VARYING WS-IDX-TOT FROM 1 BY 1
           UNTIL WS-IDX-TOT > WS-TOT-USADOS.
       CLOSE DISPONIBILIDAD-ARCHIVO.
       MOVE WS-DESBORDE TO LS-DIS-DESBORDE.

       GRABAR-TOTALES.
       MOVE "T" TO DIS-CLASE.
       MOVE WS-TOT-TIPO(WS-IDX-TOT) TO DIS-TIPO.
       MOVE WS-TOT-SEDE(WS-IDX-TOT) TO DIS-SEDE.
       MOVE SPACES TO DIS-DATOS.
       PERFORM COPIAR-CONTADOR
           VARYING WS-IDX-EST FROM 1 BY 1 UNTIL WS-IDX-EST > 9.
       MOVE "WRITE   GRABAR-TOTALES" TO WS-ERR-DONDE
       WRITE DISPONIBILIDAD-REGISTRO.

       COPIAR-CONTADOR.
       MOVE WS-TOT-CANTIDAD(WS-IDX-TOT, WS-IDX-EST)
           TO DIS-CANTIDAD(WS-IDX-EST).

       *>RECORRE INSTRUMENTOS.DAT CLASIFICANDO CADA EQUIPO. EN LA
       *>RECONSTRUCCION GRABA SU REGISTRO; EN LA VERIFICACION LO
       *>COMPARA CON EL QUE TIENE EL RESUMEN.
       CALCULAR-TOTALES.
       MOVE SPACES TO WS-TABLA-TOTALES.
       MOVE 0 TO WS-TOT-USADOS.
       MOVE 0 TO WS-DESBORDE.
       MOVE 0 TO WS-LEE-TODO.
       PERFORM LEER-SIGUIENTE-INSTRUMENTO.
       PERFORM CONTAR-INSTRUMENTO UNTIL WS-LEE-TODO = 1.

       LEER-SIGUIENTE-INSTRUMENTO.
       MOVE "READ    LEER-SIGUIENTE-INSTRUMENTO" TO WS-ERR-DONDE
       READ INSTRUMENTOS-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-TODO.

       CONTAR-INSTRUMENTO.
       PERFORM CLASIFICAR-INSTRUMENTO.
       MOVE "I" TO DIS-CLASE.
       MOVE ID-INSTRUMENTO TO DIS-CODIGO.
       IF LS-DIS-ACCION = "R"
           MOVE SPACES TO DIS-DATOS
           MOVE WS-TIPO-NUEVO TO DIS-TIPO-INS
           MOVE WS-SEDE-NUEVA TO DIS-SEDE-INS
           MOVE WS-ESTADO-NUEVO TO DIS-ESTADO-INS
           MOVE "WRITE   CONTAR-INSTRUMENTO" TO WS-ERR-DONDE
           WRITE DISPONIBILIDAD-REGISTRO
       ELSE
           MOVE 1 TO WS-EXISTE
           MOVE "READ    CONTAR-INSTRUMENTO" TO WS-ERR-DONDE
           READ DISPONIBILIDAD-ARCHIVO RECORD
               KEY DIS-LLAVE
               INVALID KEY MOVE 0 TO WS-EXISTE
           END-READ
           IF WS-EXISTE = 0
               ADD 1 TO LS-DIS-DIF-INSTRUMENTOS
           ELSE
               IF DIS-ESTADO-INS NOT = WS-ESTADO-NUEVO
                   OR DIS-TIPO-INS NOT = WS-TIPO-NUEVO
                   OR DIS-SEDE-INS NOT = WS-SEDE-NUEVA
                   ADD 1 TO LS-DIS-DIF-INSTRUMENTOS
               END-IF
           END-IF
       END-IF.
       PERFORM SUMAR-EN-TABLA.
       PERFORM LEER-SIGUIENTE-INSTRUMENTO.

       *>BUSCA LA FILA DEL TIPO Y LA SEDE; SI NO ESTA, LA AGREGA.
       SUMAR-EN-TABLA.
       MOVE 0 TO WS-FILA.
       PERFORM BUSCAR-FILA
           VARYING WS-IDX-TOT FROM 1 BY 1
           UNTIL WS-IDX-TOT > WS-TOT-USADOS OR WS-FILA > 0.
       IF WS-FILA = 0
           IF WS-TOT-USADOS < 300
               ADD 1 TO WS-TOT-USADOS
               MOVE WS-TOT-USADOS TO WS-FILA
               MOVE WS-TIPO-NUEVO TO WS-TOT-TIPO(WS-FILA)
               MOVE WS-SEDE-NUEVA TO WS-TOT-SEDE(WS-FILA)
               MOVE 0 TO WS-TOT-VISTO(WS-FILA)
               PERFORM PONER-CERO-FILA
                   VARYING WS-IDX-EST FROM 1 BY 1
                   UNTIL WS-IDX-EST > 9
           ELSE
               MOVE 1 TO WS-DESBORDE.
       IF WS-FILA > 0
           ADD 1 TO WS-TOT-CANTIDAD(WS-FILA, WS-ESTADO-NUEVO).

       BUSCAR-FILA.
       IF WS-TOT-TIPO(WS-IDX-TOT) = WS-TIPO-NUEVO
           AND WS-TOT-SEDE(WS-IDX-TOT) = WS-SEDE-NUEVA
           MOVE WS-IDX-TOT TO WS-FILA.

       PONER-CERO-FILA.
       MOVE 0 TO WS-TOT-CANTIDAD(WS-FILA, WS-IDX-EST).

       *>COMPARA EL RESUMEN CONTRA LO QUE DAN LOS ARCHIVOS DE
       *>DETALLE: PRIMERO INSTRUMENTO POR INSTRUMENTO, LUEGO CADA
       *>TOTAL GRABADO CONTRA SU FILA RECALCULADA. UNA FILA
       *>RECALCULADA QUE NO TIENE TOTAL GRABADO TAMBIEN CUENTA.
       VERIFICAR-RESUMEN.
       MOVE "OPEN    VERIFICAR-RESUMEN" TO WS-ERR-DONDE
       OPEN I-O DISPONIBILIDAD-ARCHIVO.
       PERFORM CALCULAR-TOTALES.
       MOVE "T" TO DIS-CLASE.
       MOVE LOW-VALUES TO DIS-CODIGO.
       MOVE "START   VERIFICAR-RESUMEN" TO WS-ERR-DONDE
       START DISPONIBILIDAD-ARCHIVO KEY IS NOT LESS THAN DIS-LLAVE
           INVALID KEY     MOVE 1 TO WS-LEE-TODO
           NOT INVALID KEY MOVE 0 TO WS-LEE-TODO.
       IF WS-LEE-TODO = 0
           PERFORM LEER-SIGUIENTE-RESUMEN
           PERFORM COMPARAR-TOTAL UNTIL WS-LEE-TODO = 1.
       PERFORM CONTAR-FILA-SIN-TOTAL
           VARYING WS-IDX-TOT FROM 1 BY 1
           UNTIL WS-IDX-TOT > WS-TOT-USADOS.
       CLOSE DISPONIBILIDAD-ARCHIVO.
       MOVE WS-DESBORDE TO LS-DIS-DESBORDE.

       LEER-SIGUIENTE-RESUMEN.
       MOVE "READ    LEER-SIGUIENTE-RESUMEN" TO WS-ERR-DONDE
       READ DISPONIBILIDAD-ARCHIVO NEXT RECORD
           AT END MOVE 1 TO WS-LEE-TODO.

       COMPARAR-TOTAL.
       IF DIS-CLASE NOT = "T"
           MOVE 1 TO WS-LEE-TODO
       ELSE
           MOVE DIS-TIPO TO WS-TIPO-NUEVO
           MOVE DIS-SEDE TO WS-SEDE-NUEVA
           MOVE 0 TO WS-FILA
           PERFORM BUSCAR-FILA
               VARYING WS-IDX-TOT FROM 1 BY 1
               UNTIL WS-IDX-TOT > WS-TOT-USADOS OR WS-FILA > 0
           IF WS-FILA = 0
               PERFORM COMPARAR-TOTAL-VACIO
           ELSE
               MOVE 1 TO WS-TOT-VISTO(WS-FILA)
               MOVE 0 TO WS-HALLADO
               PERFORM COMPARAR-CONTADOR
                   VARYING WS-IDX-EST FROM 1 BY 1
                   UNTIL WS-IDX-EST > 9
               IF WS-HALLADO = 1
                   ADD 1 TO LS-DIS-DIF-TOTALES
               END-IF
           END-IF
           PERFORM LEER-SIGUIENTE-RESUMEN.

       COMPARAR-CONTADOR.
       IF DIS-CANTIDAD(WS-IDX-EST)
               NOT = WS-TOT-CANTIDAD(WS-FILA, WS-IDX-EST)
           MOVE 1 TO WS-HALLADO.

       *>UN TOTAL GRABADO SIN NINGUN INSTRUMENTO DETRAS SOLO ESTA BIEN
       *>SI TODOS SUS CONTADORES ESTAN EN CERO.
       COMPARAR-TOTAL-VACIO.
       MOVE 0 TO WS-HALLADO.
       PERFORM REVISAR-CONTADOR-VACIO
           VARYING WS-IDX-EST FROM 1 BY 1 UNTIL WS-IDX-EST > 9.
       IF WS-HALLADO = 1
           ADD 1 TO LS-DIS-DIF-TOTALES.

       REVISAR-CONTADOR-VACIO.
       IF DIS-CANTIDAD(WS-IDX-EST) > 0
           MOVE 1 TO WS-HALLADO.

       CONTAR-FILA-SIN-TOTAL.
       IF WS-TOT-VISTO(WS-IDX-TOT) = 0
           ADD 1 TO LS-DIS-DIF-TOTALES.

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

       *>TODOS LOS ARCHIVOS VAN EN EL DIRECTORIO DE DATOS DE LA
       *>SESION DEL PROGRAMA QUE LLAMA (EL REAL O EL DE PRACTICA).
       ARMAR-RUTAS.
       MOVE SPACES TO WS-DISPONIBILIDAD-RUTA.
       STRING LS-DIS-DIRECTORIO DELIMITED BY SPACE
           "disponibilidad.dat" DELIMITED BY SIZE
           INTO WS-DISPONIBILIDAD-RUTA.
       MOVE SPACES TO WS-INSTRUMENTOS-RUTA.
       STRING LS-DIS-DIRECTORIO DELIMITED BY SPACE
           "instrumentos.dat" DELIMITED BY SIZE
           INTO WS-INSTRUMENTOS-RUTA.
       MOVE SPACES TO WS-PRESTAMOS-RUTA.
       STRING LS-DIS-DIRECTORIO DELIMITED BY SPACE
           "prestamos.dat" DELIMITED BY SIZE INTO WS-PRESTAMOS-RUTA.
       MOVE SPACES TO WS-RESERVAS-RUTA.
       STRING LS-DIS-DIRECTORIO DELIMITED BY SPACE
           "reservas.dat" DELIMITED BY SIZE INTO WS-RESERVAS-RUTA.
       MOVE SPACES TO WS-REPARACIONES-RUTA.
       STRING LS-DIS-DIRECTORIO DELIMITED BY SPACE
           "reparaciones.dat" DELIMITED BY SIZE
           INTO WS-REPARACIONES-RUTA.
       MOVE SPACES TO WS-APARTADOS-RUTA.
       STRING LS-DIS-DIRECTORIO DELIMITED BY SPACE
           "apartados.dat" DELIMITED BY SIZE INTO WS-APARTADOS-RUTA.
       MOVE SPACES TO WS-LLAMADOS-UNIDADES-RUTA.
       STRING LS-DIS-DIRECTORIO DELIMITED BY SPACE
           "llamados_unidades.dat" DELIMITED BY SIZE
           INTO WS-LLAMADOS-UNIDADES-RUTA.

       FIN-PROGRAMA.
       EXIT PROGRAM.
