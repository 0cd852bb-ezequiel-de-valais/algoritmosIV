           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

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
           LABEL RECORD IS STANDARD.
       01 LINEA-LISTADO          PIC X(100).

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
       01 FS-RESERVAS            PIC XX.
           88 EOF-RESERVAS           VALUE "10".
       01 CANT-BARRIDAS          PIC 9(7) VALUE ZEROES.
       01 CANT-NO-SHOW           PIC 9(7) VALUE ZEROES.
       01 CANT-MULTAS            PIC 9(7) VALUE ZEROES.
       01 FS-ADICIONALES-ALQ     PIC XX.
       01 WS-ADICIONALES-DISP    PIC X VALUE "N".
           88 ADICIONALES-DISPONIBLES VALUE "S".
       01 WS-ADI-ORIGEN          PIC X.
       01 WS-ADI-REFERENCIA      PIC X(14).
       01 WS-ADI-ESTADO          PIC X.
       01 WS-ADI-ESTADO-ANT      PIC X.
       01 WS-ADI-CAMBIADOS       PIC 9(3).
       01 FS-TRASLADOS           PIC XX.
       01 WS-TRASLADOS-DISP      PIC X VALUE "N".
           88 TRASLADOS-DISPONIBLES  VALUE "S".
       01 WS-TRS-ORIGEN          PIC X.
       01 WS-TRS-REFERENCIA      PIC X(14).
       01 WS-TRS-ESTADO-ANT      PIC X.
       01 WS-TRS-ESTADO          PIC X.
       01 WS-TRS-CAMBIADOS       PIC 99.
       01 FS-INTERMEDIACION      PIC XX.
       01 WS-INTERMED-DISP       PIC X VALUE "N".
           88 INTERMED-DISPONIBLES   VALUE "S".
       01 CANT-COMISIONES-ANULADAS PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
           DISPLAY "RESERVAS BARRIDAS: " CANT-BARRIDAS.
           DISPLAY "MARCADAS NO-SHOW: " CANT-NO-SHOW.
           DISPLAY "MULTAS GENERADAS: " CANT-MULTAS.
           DISPLAY "COMISIONES ANULADAS: " CANT-COMISIONES-ANULADAS.
           GOBACK.

       ABRIR-ARCHIVOS.
               INTO LINEA-LISTADO
           END-STRING.
           WRITE LINEA-LISTADO.
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
               CLOSE SENIAS-RND
           END-IF.
           CLOSE LISTADO-NO-SHOW.
           IF ADICIONALES-DISPONIBLES
               CLOSE ADICIONALES-ALQ-RND
           END-IF.
           IF TRASLADOS-DISPONIBLES
               CLOSE TRASLADOS-RND
           END-IF.
           IF INTERMED-DISPONIBLES
               CLOSE INTERMEDIACION-RND
           END-IF.

       BARRER-RESERVAS.
           MOVE LOW-VALUES TO RES-NUMERO OF REG-RESERVAS-RND.
                       WS-JR-DESPUES
                   PERFORM GENERAR-MULTA
                   PERFORM RETENER-SENIA
                   PERFORM LIBERAR-ADICIONALES-RESERVA
                   PERFORM LIBERAR-TRASLADOS-RESERVA
                   PERFORM ANULAR-INTERMEDIACION-RESERVA
                   PERFORM LISTAR-NO-SHOW
           END-REWRITE.

               END-READ
           END-IF.

       *>
       *> los adicionales reservados para el no-show vuelven a
       *> quedar libres.
       *>
       LIBERAR-ADICIONALES-RESERVA.
           IF ADICIONALES-DISPONIBLES
               MOVE "R" TO WS-ADI-ORIGEN
               MOVE RES-NUMERO OF REG-RESERVAS-RND TO WS-ADI-REFERENCIA
               MOVE "P" TO WS-ADI-ESTADO-ANT
               MOVE "X" TO WS-ADI-ESTADO
               PERFORM CAMBIAR-ESTADO-ADICIONALES
           END-IF.

       *>
       *> ESTADO DE LOS ADICIONALES: pasa de WS-ADI-ESTADO-ANT a
       *> WS-ADI-ESTADO todos los items de la reserva o alquiler
       *> que identifican WS-ADI-ORIGEN y WS-ADI-REFERENCIA.
       *>
       CAMBIAR-ESTADO-ADICIONALES.
           MOVE ZEROES TO WS-ADI-CAMBIADOS.
           MOVE WS-ADI-ORIGEN TO AAL-ORIGEN OF REG-ADICIONALES-ALQ.
           MOVE WS-ADI-REFERENCIA TO
               AAL-REFERENCIA OF REG-ADICIONALES-ALQ.
           MOVE LOW-VALUES TO AAL-CODIGO OF REG-ADICIONALES-ALQ.
           START ADICIONALES-ALQ-RND KEY IS NOT LESS THAN
               AAL-CLAVE OF REG-ADICIONALES-ALQ
               INVALID KEY MOVE "10" TO FS-ADICIONALES-ALQ
           END-START.
           IF FS-ADICIONALES-ALQ = "00"
               PERFORM LEER-ADICIONAL-ALQ
               PERFORM ACTUALIZAR-ESTADO-ADICIONAL
                   UNTIL FS-ADICIONALES-ALQ <> "00"
                   OR AAL-ORIGEN OF REG-ADICIONALES-ALQ <>
                      WS-ADI-ORIGEN
                   OR AAL-REFERENCIA OF REG-ADICIONALES-ALQ <>
                      WS-ADI-REFERENCIA
           END-IF.
           MOVE "00" TO FS-ADICIONALES-ALQ.

       ACTUALIZAR-ESTADO-ADICIONAL.
           IF AAL-ESTADO OF REG-ADICIONALES-ALQ = WS-ADI-ESTADO-ANT
               MOVE WS-ADI-ESTADO TO AAL-ESTADO OF REG-ADICIONALES-ALQ
               REWRITE REG-ADICIONALES-ALQ
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR EL ADICIONAL "
                           AAL-CODIGO OF REG-ADICIONALES-ALQ
                   NOT INVALID KEY
                       ADD 1 TO WS-ADI-CAMBIADOS
               END-REWRITE
           END-IF.
           PERFORM LEER-ADICIONAL-ALQ.

       *>
       *> el no-show anula tambien las entregas y retiros en
       *> domicilio pendientes de la reserva.
       *>
       LIBERAR-TRASLADOS-RESERVA.
           IF TRASLADOS-DISPONIBLES
               MOVE "R" TO WS-TRS-ORIGEN
               MOVE RES-NUMERO OF REG-RESERVAS-RND TO WS-TRS-REFERENCIA
               MOVE "P" TO WS-TRS-ESTADO-ANT
               MOVE "X" TO WS-TRS-ESTADO
               PERFORM CAMBIAR-ESTADO-TRASLADOS
               IF WS-TRS-CAMBIADOS > ZEROES
                   DISPLAY "TRASLADOS A DOMICILIO ANULADOS: "
                       WS-TRS-CAMBIADOS
               END-IF
           END-IF.

       *>
       *> ESTADO DE LOS TRASLADOS: pasa de WS-TRS-ESTADO-ANT a
       *> WS-TRS-ESTADO las ordenes de entrega y retiro en domicilio
       *> de la reserva o alquiler que identifican WS-TRS-ORIGEN y
       *> WS-TRS-REFERENCIA.
       *>
       CAMBIAR-ESTADO-TRASLADOS.
           MOVE ZEROES TO WS-TRS-CAMBIADOS.
           MOVE WS-TRS-ORIGEN TO TRS-ORIGEN OF REG-TRASLADOS.
           MOVE WS-TRS-REFERENCIA TO TRS-REFERENCIA OF REG-TRASLADOS.
           MOVE LOW-VALUES TO TRS-TIPO OF REG-TRASLADOS.
           START TRASLADOS-RND KEY IS NOT LESS THAN
               TRS-CLAVE OF REG-TRASLADOS
               INVALID KEY MOVE "10" TO FS-TRASLADOS
           END-START.
           IF FS-TRASLADOS = "00"
               PERFORM LEER-TRASLADO
               PERFORM ACTUALIZAR-ESTADO-TRASLADO
                   UNTIL FS-TRASLADOS <> "00"
                   OR TRS-ORIGEN OF REG-TRASLADOS <> WS-TRS-ORIGEN
                   OR TRS-REFERENCIA OF REG-TRASLADOS <>
                      WS-TRS-REFERENCIA
           END-IF.
           MOVE "00" TO FS-TRASLADOS.

       LEER-TRASLADO.
           READ TRASLADOS-RND NEXT RECORD
               AT END MOVE "10" TO FS-TRASLADOS
           END-READ.

       ACTUALIZAR-ESTADO-TRASLADO.
           IF TRS-ESTADO OF REG-TRASLADOS = WS-TRS-ESTADO-ANT
               MOVE WS-TRS-ESTADO TO TRS-ESTADO OF REG-TRASLADOS
               REWRITE REG-TRASLADOS
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR EL TRASLADO "
                           TRS-TIPO OF REG-TRASLADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-TRS-CAMBIADOS
               END-REWRITE
           END-IF.
           PERFORM LEER-TRASLADO.

       *>
       *> la reserva no honrada no genera comision para la agencia
       *> o broker que la trajo: la intermediacion pendiente queda
       *> anulada ("N") y la liquidacion mensual no la toma.
       *>
       ANULAR-INTERMEDIACION-RESERVA.
           IF INTERMED-DISPONIBLES
               MOVE "R" TO IMC-ORIGEN OF REG-INTERMEDIACION
               MOVE RES-NUMERO OF REG-RESERVAS-RND TO
                   IMC-REFERENCIA OF REG-INTERMEDIACION
               READ INTERMEDIACION-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF IMC-PENDIENTE
                           MOVE "N" TO IMC-ESTADO OF REG-INTERMEDIACION
                           REWRITE REG-INTERMEDIACION
                               NOT INVALID KEY
                                   ADD 1 TO CANT-COMISIONES-ANULADAS
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       LEER-ADICIONAL-ALQ.
           READ ADICIONALES-ALQ-RND NEXT RECORD
               AT END MOVE "10" TO FS-ADICIONALES-ALQ
           END-READ.

       GENERAR-MULTA.
           MOVE "N" TO WS-MULTA-GRABADA.
           COMPUTE WS-IMPORTE-MULTA ROUNDED =
