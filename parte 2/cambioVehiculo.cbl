           RECORD KEY IS CSW-CLAVE OF REG-CAMBIOS-VEHICULO
           FILE STATUS IS FS-CAMBIOS.

       SELECT ADICIONALES-ALQ-RND
           ASSIGN TO DISK "Entrada/indexados/adicionalesAlquiler.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AAL-CLAVE OF REG-ADICIONALES-ALQ
           ALTERNATE RECORD KEY IS AAL-ITEM OF REG-ADICIONALES-ALQ
              WITH DUPLICATES
           FILE STATUS IS FS-ADICIONALES-ALQ.

       SELECT TRASLADOS-RND
           ASSIGN TO DISK "Entrada/indexados/traslados.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRS-CLAVE OF REG-TRASLADOS
           ALTERNATE RECORD KEY IS TRS-AGENDA OF REG-TRASLADOS
              WITH DUPLICATES
           FILE STATUS IS FS-TRASLADOS.

       SELECT INTERMEDIACION-RND
           ASSIGN TO DISK "Entrada/indexados/intermediacion.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IMC-CLAVE OF REG-INTERMEDIACION
           FILE STATUS IS FS-INTERMEDIACION.

       DATA DIVISION.

       FILE SECTION.
           03 CSW-FECHA-ORIGINAL     PIC 9(8).
           03 CSW-FECHA-AVERIA       PIC 9(8).

       FD ADICIONALES-ALQ-RND
           LABEL RECORD IS STANDARD.
       01 REG-ADICIONALES-ALQ.
           03 AAL-CLAVE.
               05  AAL-ORIGEN      PIC X.
               05  AAL-REFERENCIA  PIC X(14).
               05  AAL-CODIGO      PIC X(4).
           03 AAL-ITEM.
               05  AAL-SUCURSAL    PIC X(2).
               05  AAL-CODIGO-ITEM PIC X(4).
           03 AAL-FECHA-DESDE      PIC 9(8).
           03 AAL-FECHA-HASTA      PIC 9(8).
           03 AAL-CANTIDAD         PIC 99.
           03 AAL-PRECIO-DIARIO    PIC 9(5)V99.
           03 AAL-ESTADO           PIC X.
               88 AAL-RESERVADO        VALUE "P".
               88 AAL-ENTREGADO        VALUE "E".
               88 AAL-DEVUELTO         VALUE "D".
               88 AAL-FALTANTE         VALUE "F".
               88 AAL-TRASLADADO       VALUE "T".
               88 AAL-ANULADO          VALUE "X".
           03 AAL-CANT-DEVUELTA    PIC 99.
           03 AAL-CARGO            PIC 9(7)V99.
           03 AAL-CARGO-REPOSICION PIC 9(7)V99.

       FD TRASLADOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-TRASLADOS.
           03 TRS-CLAVE.
               05  TRS-ORIGEN      PIC X.
               05  TRS-REFERENCIA  PIC X(14).
               05  TRS-TIPO        PIC X.
                   88 TRASLADO-ENTREGA VALUE "E".
                   88 TRASLADO-RETIRO  VALUE "R".
           03 TRS-AGENDA.
               05  TRS-SUCURSAL    PIC X(2).
               05  TRS-FECHA       PIC 9(8).
               05  TRS-TURNO       PIC X.
           03 TRS-HORA             PIC 9(4).
           03 TRS-DIRECCION        PIC X(30).
           03 TRS-ZONA             PIC X(3).
           03 TRS-CARGO            PIC 9(5)V99.
           03 TRS-CHOFER           PIC X(7).
           03 TRS-ESTADO           PIC X.
               88 TRASLADO-PENDIENTE   VALUE "P".
               88 TRASLADO-CUMPLIDO    VALUE "C".
               88 TRASLADO-FACTURADO   VALUE "F".
               88 TRASLADO-PASADO      VALUE "T".
               88 TRASLADO-ANULADO     VALUE "X".

       FD INTERMEDIACION-RND
           LABEL RECORD IS STANDARD.
       01 REG-INTERMEDIACION.
           03 IMC-CLAVE.
               05  IMC-ORIGEN      PIC X.
               05  IMC-REFERENCIA  PIC X(14).
           03 IMC-INTERMEDIARIO    PIC X(6).
           03 IMC-CATEGORIA        PIC X(2).
           03 IMC-FECHA-ALTA       PIC 9(8).
           03 IMC-ESTADO           PIC X.
               88 IMC-PENDIENTE        VALUE "P".
               88 IMC-TRASLADADA       VALUE "T".
               88 IMC-ANULADA          VALUE "N".
               88 IMC-DEVENGADA        VALUE "D".
               88 IMC-LIQUIDADA        VALUE "L".
           03 IMC-FACTURA          PIC 9(8).
           03 IMC-BASE             PIC 9(9)V99.
           03 IMC-PORCENTAJE       PIC 9(2)V99.
           03 IMC-COMISION         PIC 9(7)V99.
           03 IMC-FECHA-DEVENGO    PIC 9(8).
           03 IMC-LIQUIDACION      PIC 9(6).
           03 IMC-ULTIMA-NC        PIC 9(8).
           03 IMC-NC-NETO          PIC 9(9)V99.
           03 IMC-NC-TOTAL         PIC 9(9)V99.
           03 IMC-REVERSION        PIC 9(7)V99.
           03 IMC-REVERTIDO        PIC 9(7)V99.
           03 IMC-LIQ-REVERSION    PIC 9(6).

       WORKING-STORAGE SECTION.
       01 FS-ALQUILERES          PIC XX.
       01 FS-VEHICULOS           PIC XX.
       01 WS-REG-ORIGINAL        PIC X(120).
       01 WS-CONFIRMACION        PIC X.
       01 WS-EXIT                PIC X.
       01 FS-ADICIONALES-ALQ     PIC XX.
       01 WS-ADICIONALES-DISP    PIC X VALUE "N".
           88 ADICIONALES-DISPONIBLES VALUE "S".
       01 WS-ADI-REFERENCIA      PIC X(14).
       01 WS-ADI-NUEVA-REF.
           03 WS-ADI-NUEVA-PATENTE PIC X(6).
           03 WS-ADI-NUEVA-FECHA   PIC 9(8).
       01 FS-TRASLADOS           PIC XX.
       01 WS-TRASLADOS-DISP      PIC X VALUE "N".
           88 TRASLADOS-DISPONIBLES  VALUE "S".
       01 WS-TRS-REFERENCIA      PIC X(14).
       01 WS-TRS-ESTADO          PIC X.
       01 FS-INTERMEDIACION      PIC XX.
       01 WS-INTERMED-DISP       PIC X VALUE "N".
           88 INTERMED-DISPONIBLES   VALUE "S".

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
                   FS-CAMBIOS
               STOP RUN
           END-IF.
           OPEN I-O ADICIONALES-ALQ-RND.
           IF FS-ADICIONALES-ALQ = "00"
               MOVE "S" TO WS-ADICIONALES-DISP
           ELSE
               MOVE "N" TO WS-ADICIONALES-DISP
           END-IF.
           OPEN I-O TRASLADOS-RND.
           IF FS-TRASLADOS = "00"
               MOVE "S" TO WS-TRASLADOS-DISP
           ELSE
               MOVE "N" TO WS-TRASLADOS-DISP
           END-IF.
           OPEN I-O INTERMEDIACION-RND.
           IF FS-INTERMEDIACION = "00"
               MOVE "S" TO WS-INTERMED-DISP
           ELSE
               MOVE "N" TO WS-INTERMED-DISP
           END-IF.

       CERRAR-ARCHIVOS.
           MOVE "L" TO WS-CER-OP.
           CLOSE VEHICULOS-RND.
           CLOSE FUERA-SERVICIO-RND.
           CLOSE CAMBIOS-VEHICULO-RND.
           IF ADICIONALES-DISPONIBLES
               CLOSE ADICIONALES-ALQ-RND
           END-IF.
           IF TRASLADOS-DISPONIBLES
               CLOSE TRASLADOS-RND
           END-IF.
           IF INTERMED-DISPONIBLES
               CLOSE INTERMEDIACION-RND
           END-IF.

       *>
       *> CAMBIO POR AVERIA: el alquiler original se corta a la
           IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
               PERFORM CORTAR-ALQUILER-ORIGINAL
               PERFORM GRABAR-ALQUILER-REEMPLAZO
               PERFORM TRASLADAR-ADICIONALES-CAMBIO
               PERFORM TRASLADAR-TRASLADOS-CAMBIO
               PERFORM TRASLADAR-INTERMEDIACION-CAMBIO
               PERFORM ASENTAR-CAMBIO
               PERFORM MANDAR-AVERIADO-A-TALLER
           ELSE
                       WS-PATENTE-NUEVA " " WS-FECHA-AVERIA
           END-WRITE.

       *>
       *> ADICIONALES: los items siguen con el cliente en el auto de
       *> reemplazo; pasan a la clave del alquiler nuevo con su
       *> fecha desde original, asi el cierre los cobra completos.
       *> La fila vieja queda "T" (trasladada).
       *>
       TRASLADAR-ADICIONALES-CAMBIO.
           IF ADICIONALES-DISPONIBLES
               MOVE WS-PATENTE-ORIG TO WS-ADI-NUEVA-PATENTE
               MOVE WS-FECHA-ORIG TO WS-ADI-NUEVA-FECHA
               MOVE WS-ADI-NUEVA-REF TO WS-ADI-REFERENCIA
               MOVE WS-PATENTE-NUEVA TO WS-ADI-NUEVA-PATENTE
               MOVE WS-FECHA-AVERIA TO WS-ADI-NUEVA-FECHA
               MOVE "A" TO AAL-ORIGEN OF REG-ADICIONALES-ALQ
               MOVE WS-ADI-REFERENCIA TO
                   AAL-REFERENCIA OF REG-ADICIONALES-ALQ
               MOVE LOW-VALUES TO AAL-CODIGO OF REG-ADICIONALES-ALQ
               START ADICIONALES-ALQ-RND KEY IS NOT LESS THAN
                   AAL-CLAVE OF REG-ADICIONALES-ALQ
                   INVALID KEY MOVE "10" TO FS-ADICIONALES-ALQ
               END-START
               IF FS-ADICIONALES-ALQ = "00"
                   PERFORM LEER-ADICIONAL-ALQ
                   PERFORM TRASLADAR-ADICIONAL
                       UNTIL FS-ADICIONALES-ALQ <> "00"
                       OR AAL-ORIGEN OF REG-ADICIONALES-ALQ <> "A"
                       OR AAL-REFERENCIA OF REG-ADICIONALES-ALQ <>
                          WS-ADI-REFERENCIA
               END-IF
               MOVE "00" TO FS-ADICIONALES-ALQ
           END-IF.

       LEER-ADICIONAL-ALQ.
           READ ADICIONALES-ALQ-RND NEXT RECORD
               AT END MOVE "10" TO FS-ADICIONALES-ALQ
           END-READ.

       TRASLADAR-ADICIONAL.
           IF AAL-ENTREGADO
               MOVE "T" TO AAL-ESTADO OF REG-ADICIONALES-ALQ
               REWRITE REG-ADICIONALES-ALQ
               END-REWRITE
               MOVE WS-ADI-NUEVA-REF TO
                   AAL-REFERENCIA OF REG-ADICIONALES-ALQ
               MOVE WS-HASTA-ORIGINAL TO
                   AAL-FECHA-HASTA OF REG-ADICIONALES-ALQ
               MOVE "E" TO AAL-ESTADO OF REG-ADICIONALES-ALQ
               WRITE REG-ADICIONALES-ALQ
                   INVALID KEY
                       DISPLAY "ERROR AL TRASLADAR EL ADICIONAL "
                           AAL-CODIGO OF REG-ADICIONALES-ALQ
               END-WRITE
           END-IF.
           PERFORM LEER-ADICIONAL-ALQ.

       *>
       *> TRASLADOS: las entregas y retiros en domicilio todavia no
       *> facturados siguen al alquiler de reemplazo con su cargo y
       *> agenda; la orden vieja queda "T" (trasladada).
       *>
       TRASLADAR-TRASLADOS-CAMBIO.
           IF TRASLADOS-DISPONIBLES
               MOVE WS-PATENTE-ORIG TO WS-ADI-NUEVA-PATENTE
               MOVE WS-FECHA-ORIG TO WS-ADI-NUEVA-FECHA
               MOVE WS-ADI-NUEVA-REF TO WS-TRS-REFERENCIA
               MOVE WS-PATENTE-NUEVA TO WS-ADI-NUEVA-PATENTE
               MOVE WS-FECHA-AVERIA TO WS-ADI-NUEVA-FECHA
               MOVE "A" TO TRS-ORIGEN OF REG-TRASLADOS
               MOVE WS-TRS-REFERENCIA TO
                   TRS-REFERENCIA OF REG-TRASLADOS
               MOVE LOW-VALUES TO TRS-TIPO OF REG-TRASLADOS
               START TRASLADOS-RND KEY IS NOT LESS THAN
                   TRS-CLAVE OF REG-TRASLADOS
                   INVALID KEY MOVE "10" TO FS-TRASLADOS
               END-START
               IF FS-TRASLADOS = "00"
                   PERFORM LEER-TRASLADO
                   PERFORM TRASLADAR-TRASLADO
                       UNTIL FS-TRASLADOS <> "00"
                       OR TRS-ORIGEN OF REG-TRASLADOS <> "A"
                       OR TRS-REFERENCIA OF REG-TRASLADOS <>
                          WS-TRS-REFERENCIA
               END-IF
               MOVE "00" TO FS-TRASLADOS
           END-IF.

       LEER-TRASLADO.
           READ TRASLADOS-RND NEXT RECORD
               AT END MOVE "10" TO FS-TRASLADOS
           END-READ.

       TRASLADAR-TRASLADO.
           IF TRASLADO-PENDIENTE OR TRASLADO-CUMPLIDO
               MOVE TRS-ESTADO OF REG-TRASLADOS TO WS-TRS-ESTADO
               MOVE "T" TO TRS-ESTADO OF REG-TRASLADOS
               REWRITE REG-TRASLADOS
               END-REWRITE
               MOVE WS-ADI-NUEVA-REF TO
                   TRS-REFERENCIA OF REG-TRASLADOS
               MOVE WS-TRS-ESTADO TO TRS-ESTADO OF REG-TRASLADOS
               WRITE REG-TRASLADOS
                   INVALID KEY
                       DISPLAY "ERROR AL TRASLADAR LA ORDEN "
                           TRS-TIPO OF REG-TRASLADOS
               END-WRITE
           END-IF.
           PERFORM LEER-TRASLADO.

       *>
       *> INTERMEDIARIO: la comision pendiente sigue al alquiler de
       *> reemplazo, que es el que se factura, con la categoria
       *> original; la fila vieja queda "T" (trasladada).
       *>
       TRASLADAR-INTERMEDIACION-CAMBIO.
           IF INTERMED-DISPONIBLES
               MOVE WS-PATENTE-ORIG TO WS-ADI-NUEVA-PATENTE
               MOVE WS-FECHA-ORIG TO WS-ADI-NUEVA-FECHA
               MOVE "A" TO IMC-ORIGEN OF REG-INTERMEDIACION
               MOVE WS-ADI-NUEVA-REF TO
                   IMC-REFERENCIA OF REG-INTERMEDIACION
               MOVE WS-PATENTE-NUEVA TO WS-ADI-NUEVA-PATENTE
               MOVE WS-FECHA-AVERIA TO WS-ADI-NUEVA-FECHA
               READ INTERMEDIACION-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF IMC-PENDIENTE
                           MOVE "T" TO IMC-ESTADO OF REG-INTERMEDIACION
                           REWRITE REG-INTERMEDIACION
                           END-REWRITE
                           MOVE WS-ADI-NUEVA-REF TO
                               IMC-REFERENCIA OF REG-INTERMEDIACION
                           MOVE "P" TO IMC-ESTADO OF REG-INTERMEDIACION
                           WRITE REG-INTERMEDIACION
                               INVALID KEY
                                   DISPLAY "ERROR AL TRASLADAR LA "
                                       "COMISION DEL INTERMEDIARIO"
                           END-WRITE
                       END-IF
               END-READ
           END-IF.

       ASENTAR-CAMBIO.
           MOVE WS-PATENTE-NUEVA TO
               CSW-PATENTE-NUEVA OF REG-CAMBIOS-VEHICULO.
