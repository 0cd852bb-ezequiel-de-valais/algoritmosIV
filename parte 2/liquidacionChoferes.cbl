           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-LIQ.

       SELECT DESCUENTOS-RND
           ASSIGN TO DISK "Entrada/indexados/descuentosChofer.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSC-CLAVE OF REG-DESCUENTOS
           FILE STATUS IS FS-DESCUENTOS.

       SELECT COMISIONES-RND
           ASSIGN TO DISK "Entrada/indexados/comisionesChofer.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COM-CLAVE OF REG-COMISIONES
           FILE STATUS IS FS-COMISIONES.

       SELECT REPORTE-LIQUIDACION
           ASSIGN TO DISK "Salida/liquidacionChoferes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
       01 REG-CONTROL-LIQ.
           03 CTL-PROXIMA-LIQ  PIC 9(6).

       FD DESCUENTOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-DESCUENTOS.
           03 DSC-CLAVE.
               05  DSC-LEGAJO      PIC X(7).
               05  DSC-CONCEPTO    PIC X.
               05  DSC-REFERENCIA  PIC X(14).
           03 DSC-FECHA        PIC 9(8).
           03 DSC-TOTAL        PIC 9(9)V99.
           03 DSC-CUOTAS       PIC 9(3).
           03 DSC-CUOTAS-PAGAS PIC 9(3).
           03 DSC-SALDO        PIC 9(9)V99.
           03 DSC-ULTIMA-LIQ   PIC 9(6).
           03 DSC-ESTADO       PIC X.
               88 DESCUENTO-ACTIVO     VALUE "A".
               88 DESCUENTO-SALDADO    VALUE "C".

       FD COMISIONES-RND
           LABEL RECORD IS STANDARD.
       01 REG-COMISIONES.
           03 COM-CLAVE.
               05  COM-LEGAJO      PIC X(7).
               05  COM-NRO-LIQ     PIC 9(6).
           03 COM-DESDE        PIC 9(8).
           03 COM-HASTA        PIC 9(8).
           03 COM-FECHA-LIQ    PIC 9(8).
           03 COM-ALQUILERES   PIC 9(5).
           03 COM-GENERADO     PIC 9(11)V99.
           03 COM-COMISION     PIC 9(11)V99.
           03 COM-DESCUENTOS   PIC 9(11)V99.
           03 COM-NETO         PIC 9(11)V99.

       FD REPORTE-LIQUIDACION
           LABEL RECORD IS STANDARD.
       01 LINEA-REPORTE          PIC X(132).
           88 NO-EXISTE-LIQUIDACIONES VALUE "35".
       01 FS-CONTROL-LIQ         PIC XX.
       01 FS-REPORTE             PIC XX.
       01 FS-DESCUENTOS          PIC XX.
       01 FS-COMISIONES          PIC XX.
           88 NO-EXISTE-COMISIONES   VALUE "35".
       01 WS-DESCUENTOS-DISP     PIC X VALUE "N".
           88 DESCUENTOS-DISPONIBLES VALUE "S".

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "LIQUIDACION-CHOF".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 CANT-CHOFERES-LIQ      PIC 9(5) VALUE ZEROES.
       01 CANT-ALQ-LIQ           PIC 9(7) VALUE ZEROES.

       01 WS-PV-CODIGO           PIC X(12).
       01 WS-PV-FECHA            PIC 9(8).
       01 WS-PV-VALOR            PIC 9(9)V9999.
       01 WS-PV-HALLADO          PIC X.

       01 WS-NETO-MINIMO         PIC 9(9)V99 VALUE ZEROES.
       01 WS-NETO-CHOFER         PIC 9(11)V99.
       01 WS-MARGEN-DESCUENTO    PIC 9(11)V99.
       01 WS-CUOTA-DESCUENTO     PIC 9(9)V99.
       01 WS-DESCUENTOS-CHOFER   PIC 9(11)V99.
       01 WS-TOTAL-DESCUENTOS    PIC 9(13)V99 VALUE ZEROES.
       01 WS-TOTAL-NETO          PIC 9(13)V99 VALUE ZEROES.
       01 WS-SALDO-EDIT          PIC ZZZZZZZZ9,99.

       01 WS-IMPORTE-EDIT        PIC ZZZZZZZZZZZZ9,99.
       01 WS-EXIT                PIC X.

           DISPLAY "PORCENTAJE COMISION OTROS TURNOS: ".
           ACCEPT WS-PORC-GENERAL.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           PERFORM CARGAR-PARAMETROS.

           PERFORM OBTENER-NRO-LIQUIDACION.
           PERFORM ABRIR-ARCHIVOS.
                   FS-LIQUIDACIONES
               STOP RUN
           END-IF.
           OPEN I-O DESCUENTOS-RND.
           IF FS-DESCUENTOS = "00"
               MOVE "S" TO WS-DESCUENTOS-DISP
           ELSE
               MOVE "N" TO WS-DESCUENTOS-DISP
           END-IF.
           OPEN I-O COMISIONES-RND.
           IF NO-EXISTE-COMISIONES
               OPEN OUTPUT COMISIONES-RND
               CLOSE COMISIONES-RND
               OPEN I-O COMISIONES-RND
           END-IF.
           IF FS-COMISIONES <> "00"
               DISPLAY "ERROR AL ABRIR COMISIONES, FS=" FS-COMISIONES
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-LIQUIDACION.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "LIQUIDACION DE CHOFERES NRO " DELIMITED BY SIZE
           CLOSE ALQUILERES-RND.
           CLOSE CHOFERES-RND.
           CLOSE LIQUIDACIONES-RND.
           IF DESCUENTOS-DISPONIBLES
               CLOSE DESCUENTOS-RND
           END-IF.
           CLOSE COMISIONES-RND.
           CLOSE REPORTE-LIQUIDACION.

       OBTENER-NRO-LIQUIDACION.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  PORCENTAJE " DELIMITED BY SIZE
                  WS-PORC-APLICADO DELIMITED BY SIZE
                  "  COMISION BRUTA " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           PERFORM APLICAR-DESCUENTOS-CHOFER.
           ADD WS-DESCUENTOS-CHOFER TO WS-TOTAL-DESCUENTOS.
           ADD WS-NETO-CHOFER TO WS-TOTAL-NETO.
           PERFORM REGISTRAR-COMISION-CHOFER.
           MOVE WS-NETO-CHOFER TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  NETO A PAGAR " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
               LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       *>
       *> el total de cada legajo queda en COMISIONESCHOFER.DAT con
       *> el numero de liquidacion; de ahi lo toman las novedades
       *> mensuales de HORAS-DE-CHOFERES para sueldos.
       *>
       REGISTRAR-COMISION-CHOFER.
           MOVE WS-CHOFER-ANT TO COM-LEGAJO OF REG-COMISIONES.
           MOVE WS-NRO-LIQUIDACION TO COM-NRO-LIQ OF REG-COMISIONES.
           MOVE WS-FECHA-DESDE TO COM-DESDE OF REG-COMISIONES.
           MOVE WS-FECHA-HASTA TO COM-HASTA OF REG-COMISIONES.
           MOVE WS-FECHA-PROCESO TO COM-FECHA-LIQ OF REG-COMISIONES.
           MOVE CANT-ALQ-CHOFER TO COM-ALQUILERES OF REG-COMISIONES.
           MOVE WS-ACUM-CHOFER TO COM-GENERADO OF REG-COMISIONES.
           MOVE WS-COMISION-CHOFER TO COM-COMISION OF REG-COMISIONES.
           MOVE WS-DESCUENTOS-CHOFER TO
               COM-DESCUENTOS OF REG-COMISIONES.
           MOVE WS-NETO-CHOFER TO COM-NETO OF REG-COMISIONES.
           WRITE REG-COMISIONES
               INVALID KEY
                   DISPLAY "ERROR AL REGISTRAR LA COMISION DE "
                       WS-CHOFER-ANT ", FS=" FS-COMISIONES
           END-WRITE.

       EMITIR-TOTALES.
           MOVE "TOTALES PARA SUELDOS" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-DESCUENTOS TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL DESCUENTOS: " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-NETO TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL NETO A PAGAR: " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       *>
       *> DESCUENTOS DEL CHOFER: de la comision bruta sale la cuota
       *> que vence de cada deuda activa del legajo (vales,
       *> siniestros y multas a su cargo), sin bajar nunca del neto
       *> minimo del maestro de parametros. Lo que no entra queda
       *> en el saldo y lo toma la corrida siguiente; la ultima
       *> cuota levanta todo el saldo que quede.
       *>
       APLICAR-DESCUENTOS-CHOFER.
           MOVE WS-COMISION-CHOFER TO WS-NETO-CHOFER.
           MOVE ZEROES TO WS-DESCUENTOS-CHOFER.
           IF WS-COMISION-CHOFER > WS-NETO-MINIMO
               COMPUTE WS-MARGEN-DESCUENTO =
                   WS-COMISION-CHOFER - WS-NETO-MINIMO
           ELSE
               MOVE ZEROES TO WS-MARGEN-DESCUENTO
           END-IF.
           IF DESCUENTOS-DISPONIBLES
               MOVE WS-CHOFER-ANT TO DSC-LEGAJO OF REG-DESCUENTOS
               MOVE LOW-VALUES TO DSC-CONCEPTO OF REG-DESCUENTOS
               MOVE LOW-VALUES TO DSC-REFERENCIA OF REG-DESCUENTOS
               START DESCUENTOS-RND KEY IS NOT LESS THAN
                   DSC-CLAVE OF REG-DESCUENTOS
                   INVALID KEY MOVE "10" TO FS-DESCUENTOS
               END-START
               IF FS-DESCUENTOS = "00"
                   PERFORM LEER-DESCUENTO
                   PERFORM EXAMINAR-DESCUENTO
                       UNTIL FS-DESCUENTOS <> "00"
                       OR DSC-LEGAJO OF REG-DESCUENTOS <>
                          WS-CHOFER-ANT
               END-IF
               MOVE "00" TO FS-DESCUENTOS
           END-IF.
           SUBTRACT WS-DESCUENTOS-CHOFER FROM WS-NETO-CHOFER.

       LEER-DESCUENTO.
           READ DESCUENTOS-RND NEXT RECORD
               AT END MOVE "10" TO FS-DESCUENTOS
           END-READ.

       EXAMINAR-DESCUENTO.
           IF DESCUENTO-ACTIVO
              AND DSC-ULTIMA-LIQ OF REG-DESCUENTOS NOT =
                  WS-NRO-LIQUIDACION
               PERFORM DESCONTAR-CUOTA
           END-IF.
           PERFORM LEER-DESCUENTO.

       DESCONTAR-CUOTA.
           IF DSC-CUOTAS-PAGAS OF REG-DESCUENTOS + 1 >=
              DSC-CUOTAS OF REG-DESCUENTOS
               MOVE DSC-SALDO OF REG-DESCUENTOS TO WS-CUOTA-DESCUENTO
           ELSE
               COMPUTE WS-CUOTA-DESCUENTO ROUNDED =
                   DSC-TOTAL OF REG-DESCUENTOS /
                   DSC-CUOTAS OF REG-DESCUENTOS
               IF WS-CUOTA-DESCUENTO > DSC-SALDO OF REG-DESCUENTOS
                   MOVE DSC-SALDO OF REG-DESCUENTOS TO
                       WS-CUOTA-DESCUENTO
               END-IF
           END-IF.
           IF WS-CUOTA-DESCUENTO > WS-MARGEN-DESCUENTO
               MOVE WS-MARGEN-DESCUENTO TO WS-CUOTA-DESCUENTO
           END-IF.
           IF WS-CUOTA-DESCUENTO > ZEROES
               SUBTRACT WS-CUOTA-DESCUENTO FROM
                   DSC-SALDO OF REG-DESCUENTOS
               SUBTRACT WS-CUOTA-DESCUENTO FROM WS-MARGEN-DESCUENTO
               ADD WS-CUOTA-DESCUENTO TO WS-DESCUENTOS-CHOFER
               ADD 1 TO DSC-CUOTAS-PAGAS OF REG-DESCUENTOS
               MOVE WS-NRO-LIQUIDACION TO
                   DSC-ULTIMA-LIQ OF REG-DESCUENTOS
               IF DSC-SALDO OF REG-DESCUENTOS = ZEROES
                   SET DESCUENTO-SALDADO TO TRUE
               END-IF
               REWRITE REG-DESCUENTOS
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR EL DESCUENTO "
                           DSC-CLAVE OF REG-DESCUENTOS
               END-REWRITE
           END-IF.
           PERFORM EMITIR-DETALLE-DESCUENTO.

       EMITIR-DETALLE-DESCUENTO.
           MOVE WS-CUOTA-DESCUENTO TO WS-IMPORTE-EDIT.
           MOVE DSC-SALDO OF REG-DESCUENTOS TO WS-SALDO-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           IF WS-CUOTA-DESCUENTO > ZEROES
               STRING "    DESCUENTO " DELIMITED BY SIZE
                      DSC-CONCEPTO OF REG-DESCUENTOS DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DSC-REFERENCIA OF REG-DESCUENTOS
                          DELIMITED BY SIZE
                      " CUOTA " DELIMITED BY SIZE
                      DSC-CUOTAS-PAGAS OF REG-DESCUENTOS
                          DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      DSC-CUOTAS OF REG-DESCUENTOS DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-IMPORTE-EDIT DELIMITED BY SIZE
                      "  SALDO " DELIMITED BY SIZE
                      WS-SALDO-EDIT DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING
           ELSE
               STRING "    DESCUENTO " DELIMITED BY SIZE
                      DSC-CONCEPTO OF REG-DESCUENTOS DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DSC-REFERENCIA OF REG-DESCUENTOS
                          DELIMITED BY SIZE
                      " DIFERIDO POR NETO MINIMO" DELIMITED BY SIZE
                      "  SALDO " DELIMITED BY SIZE
                      WS-SALDO-EDIT DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING
           END-IF.
           WRITE LINEA-REPORTE.

       *>
       *> el neto minimo que se le garantiza al chofer sale del
       *> maestro de parametros vigente al dia de la corrida; sin
       *> fila vigente no hay piso y se descuenta hasta la comision.
       *>
       CARGAR-PARAMETROS.
           MOVE WS-FECHA-PROCESO TO WS-PV-FECHA.
           MOVE "NETO-MIN-CHO" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-NETO-MINIMO
           END-IF.
