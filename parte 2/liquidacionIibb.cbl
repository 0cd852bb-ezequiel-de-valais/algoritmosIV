
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDACION-IIBB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FACTURAS-SEQ
           ASSIGN TO DISK "Entrada/indexados/facturas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FAC-NUMERO OF REG-FACTURAS-SEQ
           FILE STATUS IS FS-FACTURAS.

       SELECT ALQUILERES-RND
           ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ALQ-CLAVE OF REG-ALQUILERES-RND
           ALTERNATE RECORD KEY IS ALQ-CHOFER OF REG-ALQUILERES-RND
              WITH DUPLICATES
           FILE STATUS IS FS-ALQUILERES.

       SELECT JURISDICCIONES-RND
           ASSIGN TO DISK "Entrada/indexados/jurisdiccionesIibb.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JUR-CLAVE OF REG-JURISDICCIONES
           FILE STATUS IS FS-JURISDICCIONES.

       SELECT RETENCIONES-SEQ
           ASSIGN TO DISK "Entrada/indexados/retenciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RET-CLAVE OF REG-RETENCIONES
           ALTERNATE RECORD KEY IS RET-NRO-DOC OF REG-RETENCIONES
              WITH DUPLICATES
           FILE STATUS IS FS-RETENCIONES.

       SELECT RETENCIONES-JUR-RND
           ASSIGN TO DISK "Entrada/indexados/retencionesJur.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RJU-CLAVE OF REG-RETENCIONES-JUR
           FILE STATUS IS FS-RETENCIONES-JUR.

       SELECT DECLARACION-IIBB
           ASSIGN TO DISK "Salida/declaracionIibb.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DECLARACION.

       SELECT EXPORTACION-IIBB
           ASSIGN TO DISK "Salida/exportacionIibb.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXPORTACION.

       DATA DIVISION.

       FILE SECTION.

       FD FACTURAS-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-FACTURAS-SEQ.
           03 FAC-NUMERO       PIC 9(8).
           03 FAC-FECHA        PIC 9(8).
           03 FAC-TIPO-DOC     PIC X.
           03 FAC-NRO-DOC      PIC X(20).
           03 FAC-CLI-NUMERO   PIC X(8).
           03 FAC-PATENTE      PIC X(6).
           03 FAC-FECHA-ALQ    PIC 9(8).
           03 FAC-NETO         PIC 9(8)V99.
           03 FAC-IVA          PIC 9(8)V99.
           03 FAC-TOTAL        PIC 9(9)V99.
           03 FAC-TIPO         PIC X.
           03 FAC-FACTURA-ORIGEN PIC 9(8).

       FD ALQUILERES-RND
           LABEL RECORD IS STANDARD.
       01 REG-ALQUILERES-RND.
           03 ALQ-CLAVE.
               05  ALQ-PATENTE PIC X(6).
               05  ALQ-FECHA   PIC 9(8).
           03 ALQ-TIPO-DOC     PIC X.
           03 ALQ-NRO-DOC      PIC X(20).
           03 ALQ-IMPORTE      PIC 9(7)V99.
           03 ALQ-CHOFER       PIC X(7).
           03 ALQ-ESTADO       PIC X.
           03 ALQ-IMPUESTO     PIC 9(7)V99.
           03 ALQ-TOTAL        PIC 9(8)V99.
           03 ALQ-FECHA-HASTA  PIC 9(8).
           03 ALQ-KM-SALIDA    PIC 9(7).
           03 ALQ-KM-REGRESO   PIC 9(7).
           03 ALQ-SUCURSAL     PIC X(2).

       FD JURISDICCIONES-RND
           LABEL RECORD IS STANDARD.
       01 REG-JURISDICCIONES.
           03 JUR-CLAVE.
               05  JUR-SUCURSAL       PIC X(2).
               05  JUR-VIGENCIA-DESDE PIC 9(8).
           03 JUR-JURISDICCION        PIC X(3).
           03 JUR-NOMBRE              PIC X(20).
           03 JUR-ALICUOTA            PIC 9(2)V9999.

       FD RETENCIONES-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-RETENCIONES.
           03 RET-CLAVE.
               05  RET-RECIBO    PIC X(8).
               05  RET-IMPUESTO  PIC X(3).
           03 RET-NRO-DOC      PIC X(20).
           03 RET-FECHA        PIC 9(8).
           03 RET-CERTIFICADO  PIC X(14).
           03 RET-IMPORTE      PIC 9(9)V99.

       FD RETENCIONES-JUR-RND
           LABEL RECORD IS STANDARD.
       01 REG-RETENCIONES-JUR.
           03 RJU-CLAVE.
               05  RJU-RECIBO    PIC X(8).
               05  RJU-IMPUESTO  PIC X(3).
           03 RJU-SUCURSAL     PIC X(2).
           03 RJU-JURISDICCION PIC X(3).

       FD DECLARACION-IIBB
           LABEL RECORD IS STANDARD.
       01 LINEA-REPORTE          PIC X(132).

       *> registro de importacion del organismo: "D" una base por
       *> jurisdiccion y alicuota, "T" el total de la jurisdiccion
       *> con retenciones y saldo.
       FD EXPORTACION-IIBB
           LABEL RECORD IS STANDARD.
       01 REG-EXPORTACION.
           03 EXP-TIPO         PIC X.
           03 EXP-PERIODO      PIC 9(6).
           03 EXP-JURISDICCION PIC X(3).
           03 EXP-ALICUOTA     PIC 9(2)V9999.
           03 EXP-BASE         PIC S9(13)V99 SIGN LEADING SEPARATE.
           03 EXP-IMPUESTO     PIC S9(13)V99 SIGN LEADING SEPARATE.
           03 EXP-RETENCIONES  PIC 9(13)V99.
           03 EXP-A-PAGAR      PIC 9(13)V99.
           03 EXP-A-FAVOR      PIC 9(13)V99.

       WORKING-STORAGE SECTION.
       01 FS-FACTURAS            PIC XX.
           88 EOF-FACTURAS           VALUE "10".
       01 FS-ALQUILERES          PIC XX.
       01 FS-JURISDICCIONES      PIC XX.
       01 FS-RETENCIONES         PIC XX.
           88 EOF-RETENCIONES        VALUE "10".
       01 FS-RETENCIONES-JUR     PIC XX.
       01 FS-DECLARACION         PIC XX.
       01 FS-EXPORTACION         PIC XX.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "LIQUIDACION-IIBB".
       01 WS-SG-NIVEL            PIC 9 VALUE 3.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-PERIODO             PIC 9(6).
       01 WS-FECHA-PROCESO       PIC 9(8).
       01 WS-FECHA-AUX           PIC 9(8).
       01 WS-FECHA-AUX-RED REDEFINES WS-FECHA-AUX.
           03 WS-FECHA-AUX-AAAAMM PIC 9(6).
           03 WS-FECHA-AUX-DD     PIC 9(2).

       01 WS-ALQUILERES-DISP     PIC X VALUE "N".
           88 ALQUILERES-DISPONIBLES  VALUE "S".
       01 WS-RETENC-JUR-DISP     PIC X VALUE "N".
           88 RETENC-JUR-DISPON       VALUE "S".

       *> sucursal a la que se imputa lo que no tiene alquiler de
       *> origen (convenios consolidados, alquileres ya archivados)
       *> ni sucursal registrada: la casa central.
       01 WS-SUCURSAL-OMISION    PIC X(2) VALUE "01".

       01 WS-SUC-BUSCADA         PIC X(2).
       01 WS-FECHA-BUSCADA       PIC 9(8).
       01 WS-JUR-HALLADA         PIC X.
           88 JURISDICCION-HALLADA    VALUE "S".
       01 WS-JUR-CODIGO          PIC X(3).
       01 WS-JUR-NOMBRE          PIC X(20).
       01 WS-JUR-ALICUOTA        PIC 9(2)V9999.
       01 WS-BASE-COMPROBANTE    PIC S9(9)V99.

       *>
       *> bases del periodo por jurisdiccion y alicuota: si la
       *> alicuota cambia dentro del mes cada tramo liquida con la
       *> suya.
       *>
       01 WS-BASES.
           03 WS-BAS-FILA OCCURS 60 TIMES.
               05 WS-BAS-JURISDICCION PIC X(3).
               05 WS-BAS-ALICUOTA     PIC 9(2)V9999.
               05 WS-BAS-BASE         PIC S9(11)V99.
               05 WS-BAS-IMPUESTO     PIC S9(11)V99.
       01 WS-BAS-USADAS          PIC 9(3) VALUE ZEROES.
       01 WS-BAS-IND             PIC 9(3).
       01 WS-BAS-HALLADA         PIC 9(3).

       *>
       *> totales por jurisdiccion: impuesto determinado y
       *> retenciones sufridas a descontar.
       *>
       01 WS-JURISDICCIONES.
           03 WS-JUT-FILA OCCURS 30 TIMES.
               05 WS-JUT-JURISDICCION PIC X(3).
               05 WS-JUT-NOMBRE       PIC X(20).
               05 WS-JUT-IMPUESTO     PIC S9(11)V99.
               05 WS-JUT-RETENCIONES  PIC 9(11)V99.
       01 WS-JUT-USADAS          PIC 9(3) VALUE ZEROES.
       01 WS-JUT-IND             PIC 9(3).
       01 WS-JUT-HALLADA         PIC 9(3).
       01 WS-TABLA-DESBORDADA    PIC X VALUE "N".

       01 WS-SALDO               PIC S9(12)V99.
       01 WS-A-PAGAR             PIC 9(11)V99.
       01 WS-A-FAVOR             PIC 9(11)V99.
       01 WS-TOTAL-A-PAGAR       PIC 9(12)V99 VALUE ZEROES.

       01 WS-BASE-EDIT           PIC -ZZZZZZZZZZ9,99.
       01 WS-IMPUESTO-EDIT       PIC -ZZZZZZZZZZ9,99.
       01 WS-IMPORTE-EDIT        PIC ZZZZZZZZZZ9,99.
       01 WS-ALICUOTA-EDIT       PIC Z9,9999.

       01 CANT-COMPROBANTES      PIC 9(7) VALUE ZEROES.
       01 CANT-SIN-ALQUILER      PIC 9(7) VALUE ZEROES.
       01 CANT-SIN-JURISDICCION  PIC 9(7) VALUE ZEROES.
       01 CANT-RETENCIONES       PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           DISPLAY "PERIODO A LIQUIDAR (AAAAMM): ".
           ACCEPT WS-PERIODO.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM ACUMULAR-FACTURACION.
           PERFORM ACUMULAR-RETENCIONES.
           PERFORM EMITIR-DECLARACION.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "COMPROBANTES IMPUTADOS: " CANT-COMPROBANTES.
           DISPLAY "IMPUTADOS A LA SUCURSAL " WS-SUCURSAL-OMISION
               " POR FALTA DE ALQUILER: " CANT-SIN-ALQUILER.
           DISPLAY "SIN JURISDICCION VIGENTE: " CANT-SIN-JURISDICCION.
           DISPLAY "RETENCIONES DESCONTADAS: " CANT-RETENCIONES.
           GOBACK.

       ABRIR-ARCHIVOS.
           OPEN INPUT FACTURAS-SEQ.
           IF FS-FACTURAS <> "00"
               DISPLAY "ERROR AL ABRIR FACTURAS, FS=" FS-FACTURAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT JURISDICCIONES-RND.
           IF FS-JURISDICCIONES <> "00"
               DISPLAY "ERROR AL ABRIR JURISDICCIONES, FS="
                   FS-JURISDICCIONES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ALQUILERES-RND.
           IF FS-ALQUILERES = "00"
               MOVE "S" TO WS-ALQUILERES-DISP
           END-IF.
           OPEN INPUT RETENCIONES-JUR-RND.
           IF FS-RETENCIONES-JUR = "00"
               MOVE "S" TO WS-RETENC-JUR-DISP
           END-IF.
           OPEN OUTPUT DECLARACION-IIBB.
           OPEN OUTPUT EXPORTACION-IIBB.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "DECLARACION JURADA INGRESOS BRUTOS - PERIODO "
                      DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  " - EMITIDA EL " DELIMITED BY SIZE
                  WS-FECHA-PROCESO DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       CERRAR-ARCHIVOS.
           CLOSE FACTURAS-SEQ.
           CLOSE JURISDICCIONES-RND.
           IF ALQUILERES-DISPONIBLES
               CLOSE ALQUILERES-RND
           END-IF.
           IF RETENC-JUR-DISPON
               CLOSE RETENCIONES-JUR-RND
           END-IF.
           CLOSE DECLARACION-IIBB.
           CLOSE EXPORTACION-IIBB.

       *>
       *> BASE IMPONIBLE: el neto de cada comprobante del periodo
       *> va a la sucursal del alquiler que lo origino y de ahi a
       *> la jurisdiccion y alicuota vigentes a la fecha del
       *> comprobante; las notas de credito restan.
       *>
       ACUMULAR-FACTURACION.
           READ FACTURAS-SEQ
               AT END MOVE "10" TO FS-FACTURAS
           END-READ.
           PERFORM IMPUTAR-COMPROBANTE UNTIL EOF-FACTURAS.

       IMPUTAR-COMPROBANTE.
           MOVE FAC-FECHA OF REG-FACTURAS-SEQ TO WS-FECHA-AUX.
           IF WS-FECHA-AUX-AAAAMM = WS-PERIODO
               ADD 1 TO CANT-COMPROBANTES
               PERFORM DETERMINAR-SUCURSAL-FACTURA
               MOVE FAC-FECHA OF REG-FACTURAS-SEQ TO WS-FECHA-BUSCADA
               PERFORM BUSCAR-JURISDICCION
               IF FAC-TIPO OF REG-FACTURAS-SEQ = "N"
                   COMPUTE WS-BASE-COMPROBANTE = ZEROES
                       - FAC-NETO OF REG-FACTURAS-SEQ
               ELSE
                   MOVE FAC-NETO OF REG-FACTURAS-SEQ TO
                       WS-BASE-COMPROBANTE
               END-IF
               PERFORM UBICAR-FILA-BASE
               IF WS-BAS-HALLADA > ZEROES
                   ADD WS-BASE-COMPROBANTE TO
                       WS-BAS-BASE (WS-BAS-HALLADA)
               END-IF
           END-IF.
           READ FACTURAS-SEQ
               AT END MOVE "10" TO FS-FACTURAS
           END-READ.

       DETERMINAR-SUCURSAL-FACTURA.
           MOVE WS-SUCURSAL-OMISION TO WS-SUC-BUSCADA.
           IF ALQUILERES-DISPONIBLES
              AND FAC-PATENTE OF REG-FACTURAS-SEQ NOT = SPACES
               MOVE FAC-PATENTE OF REG-FACTURAS-SEQ TO
                   ALQ-PATENTE OF REG-ALQUILERES-RND
               MOVE FAC-FECHA-ALQ OF REG-FACTURAS-SEQ TO
                   ALQ-FECHA OF REG-ALQUILERES-RND
               READ ALQUILERES-RND
                   INVALID KEY
                       ADD 1 TO CANT-SIN-ALQUILER
                   NOT INVALID KEY
                       IF ALQ-SUCURSAL OF REG-ALQUILERES-RND
                          NOT = SPACES
                           MOVE ALQ-SUCURSAL OF REG-ALQUILERES-RND
                               TO WS-SUC-BUSCADA
                       END-IF
               END-READ
           ELSE
               ADD 1 TO CANT-SIN-ALQUILER
           END-IF.

       *>
       *> JURISDICCION VIGENTE: la fila de la sucursal con la mayor
       *> vigencia-desde que no supere la fecha, igual que
       *> parametrovigente. Sucursal sin fila vigente queda en la
       *> jurisdiccion "000" con alicuota cero, a la vista en la
       *> declaracion y fuera de la exportacion.
       *>
       BUSCAR-JURISDICCION.
           MOVE "N" TO WS-JUR-HALLADA.
           MOVE "000" TO WS-JUR-CODIGO.
           MOVE "SUCURSAL SIN JURISD." TO WS-JUR-NOMBRE.
           MOVE ZEROES TO WS-JUR-ALICUOTA.
           MOVE WS-SUC-BUSCADA TO JUR-SUCURSAL OF REG-JURISDICCIONES.
           MOVE ZEROES TO JUR-VIGENCIA-DESDE OF REG-JURISDICCIONES.
           START JURISDICCIONES-RND KEY IS NOT LESS THAN
               JUR-CLAVE OF REG-JURISDICCIONES
               INVALID KEY MOVE "10" TO FS-JURISDICCIONES
           END-START.
           IF FS-JURISDICCIONES = "00"
               PERFORM LEER-JURISDICCION
               PERFORM EXAMINAR-JURISDICCION
                   UNTIL FS-JURISDICCIONES <> "00"
                   OR JUR-SUCURSAL OF REG-JURISDICCIONES
                      NOT = WS-SUC-BUSCADA
           END-IF.
           MOVE "00" TO FS-JURISDICCIONES.
           IF NOT JURISDICCION-HALLADA
               ADD 1 TO CANT-SIN-JURISDICCION
           END-IF.

       LEER-JURISDICCION.
           READ JURISDICCIONES-RND NEXT RECORD
               AT END MOVE "10" TO FS-JURISDICCIONES
           END-READ.

       EXAMINAR-JURISDICCION.
           IF JUR-VIGENCIA-DESDE OF REG-JURISDICCIONES <=
              WS-FECHA-BUSCADA
               MOVE "S" TO WS-JUR-HALLADA
               MOVE JUR-JURISDICCION OF REG-JURISDICCIONES TO
                   WS-JUR-CODIGO
               MOVE JUR-NOMBRE OF REG-JURISDICCIONES TO WS-JUR-NOMBRE
               MOVE JUR-ALICUOTA OF REG-JURISDICCIONES TO
                   WS-JUR-ALICUOTA
           END-IF.
           PERFORM LEER-JURISDICCION.

       UBICAR-FILA-BASE.
           PERFORM UBICAR-FILA-JURISDICCION.
           MOVE ZEROES TO WS-BAS-HALLADA.
           PERFORM EXAMINAR-FILA-BASE
               VARYING WS-BAS-IND FROM 1 BY 1
               UNTIL WS-BAS-IND > WS-BAS-USADAS
               OR WS-BAS-HALLADA > ZEROES.
           IF WS-BAS-HALLADA = ZEROES
               IF WS-BAS-USADAS < 60
                   ADD 1 TO WS-BAS-USADAS
                   MOVE WS-BAS-USADAS TO WS-BAS-HALLADA
                   MOVE WS-JUR-CODIGO TO
                       WS-BAS-JURISDICCION (WS-BAS-HALLADA)
                   MOVE WS-JUR-ALICUOTA TO
                       WS-BAS-ALICUOTA (WS-BAS-HALLADA)
                   MOVE ZEROES TO WS-BAS-BASE (WS-BAS-HALLADA)
                   MOVE ZEROES TO WS-BAS-IMPUESTO (WS-BAS-HALLADA)
               ELSE
                   MOVE "S" TO WS-TABLA-DESBORDADA
               END-IF
           END-IF.

       EXAMINAR-FILA-BASE.
           IF WS-BAS-JURISDICCION (WS-BAS-IND) = WS-JUR-CODIGO
              AND WS-BAS-ALICUOTA (WS-BAS-IND) = WS-JUR-ALICUOTA
               MOVE WS-BAS-IND TO WS-BAS-HALLADA
           END-IF.

       UBICAR-FILA-JURISDICCION.
           MOVE ZEROES TO WS-JUT-HALLADA.
           PERFORM EXAMINAR-FILA-JURISDICCION
               VARYING WS-JUT-IND FROM 1 BY 1
               UNTIL WS-JUT-IND > WS-JUT-USADAS
               OR WS-JUT-HALLADA > ZEROES.
           IF WS-JUT-HALLADA = ZEROES
               IF WS-JUT-USADAS < 30
                   ADD 1 TO WS-JUT-USADAS
                   MOVE WS-JUT-USADAS TO WS-JUT-HALLADA
                   MOVE WS-JUR-CODIGO TO
                       WS-JUT-JURISDICCION (WS-JUT-HALLADA)
                   MOVE WS-JUR-NOMBRE TO
                       WS-JUT-NOMBRE (WS-JUT-HALLADA)
                   MOVE ZEROES TO WS-JUT-IMPUESTO (WS-JUT-HALLADA)
                   MOVE ZEROES TO WS-JUT-RETENCIONES (WS-JUT-HALLADA)
               ELSE
                   MOVE "S" TO WS-TABLA-DESBORDADA
               END-IF
           END-IF.

       EXAMINAR-FILA-JURISDICCION.
           IF WS-JUT-JURISDICCION (WS-JUT-IND) = WS-JUR-CODIGO
               MOVE WS-JUT-IND TO WS-JUT-HALLADA
           END-IF.

       *>
       *> RETENCIONES SUFRIDAS: las de ingresos brutos ("IBR") del
       *> periodo van a la jurisdiccion del certificado, o a la de
       *> la sucursal que cobro si el certificado no la trae; las
       *> anteriores a registrar la jurisdiccion van a la casa
       *> central.
       *>
       ACUMULAR-RETENCIONES.
           OPEN INPUT RETENCIONES-SEQ.
           IF FS-RETENCIONES = "00"
               READ RETENCIONES-SEQ
                   AT END MOVE "10" TO FS-RETENCIONES
               END-READ
               PERFORM IMPUTAR-RETENCION UNTIL EOF-RETENCIONES
               CLOSE RETENCIONES-SEQ
           END-IF.

       IMPUTAR-RETENCION.
           MOVE RET-FECHA OF REG-RETENCIONES TO WS-FECHA-AUX.
           IF WS-FECHA-AUX-AAAAMM = WS-PERIODO
              AND RET-IMPUESTO OF REG-RETENCIONES = "IBR"
               ADD 1 TO CANT-RETENCIONES
               MOVE WS-SUCURSAL-OMISION TO WS-SUC-BUSCADA
               MOVE SPACES TO RJU-JURISDICCION OF REG-RETENCIONES-JUR
               IF RETENC-JUR-DISPON
                   MOVE RET-CLAVE OF REG-RETENCIONES TO
                       RJU-CLAVE OF REG-RETENCIONES-JUR
                   READ RETENCIONES-JUR-RND
                       INVALID KEY
                           MOVE SPACES TO
                               RJU-JURISDICCION OF REG-RETENCIONES-JUR
                       NOT INVALID KEY
                           MOVE RJU-SUCURSAL OF REG-RETENCIONES-JUR
                               TO WS-SUC-BUSCADA
                   END-READ
               END-IF
               MOVE RET-FECHA OF REG-RETENCIONES TO WS-FECHA-BUSCADA
               PERFORM BUSCAR-JURISDICCION
               IF RJU-JURISDICCION OF REG-RETENCIONES-JUR NOT = SPACES
                  AND RJU-JURISDICCION OF REG-RETENCIONES-JUR
                      NOT = WS-JUR-CODIGO
                   MOVE RJU-JURISDICCION OF REG-RETENCIONES-JUR TO
                       WS-JUR-CODIGO
                   MOVE "SEGUN CERTIFICADO" TO WS-JUR-NOMBRE
               END-IF
               PERFORM UBICAR-FILA-JURISDICCION
               IF WS-JUT-HALLADA > ZEROES
                   ADD RET-IMPORTE OF REG-RETENCIONES TO
                       WS-JUT-RETENCIONES (WS-JUT-HALLADA)
               END-IF
           END-IF.
           READ RETENCIONES-SEQ
               AT END MOVE "10" TO FS-RETENCIONES
           END-READ.

       *>
       *> DECLARACION: por jurisdiccion, una linea por alicuota con
       *> base e impuesto, el impuesto determinado, las retenciones
       *> y el saldo a pagar o a favor; cada linea tiene su par en
       *> la exportacion para el aplicativo del organismo.
       *>
       EMITIR-DECLARACION.
           IF WS-TABLA-DESBORDADA = "S"
               MOVE "ATENCION: DECLARACION INCOMPLETA, TABLA DESBORDADA"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               DISPLAY "ATENCION: TABLA DE JURISDICCIONES DESBORDADA"
           END-IF.
           PERFORM EMITIR-JURISDICCION
               VARYING WS-JUT-IND FROM 1 BY 1
               UNTIL WS-JUT-IND > WS-JUT-USADAS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-A-PAGAR TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL A PAGAR TODAS LAS JURISDICCIONES: "
                      DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       EMITIR-JURISDICCION.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "JURISDICCION " DELIMITED BY SIZE
                  WS-JUT-JURISDICCION (WS-JUT-IND) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-JUT-NOMBRE (WS-JUT-IND) DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE ZEROES TO WS-JUT-IMPUESTO (WS-JUT-IND).
           PERFORM EMITIR-BASE-JURISDICCION
               VARYING WS-BAS-IND FROM 1 BY 1
               UNTIL WS-BAS-IND > WS-BAS-USADAS.
           COMPUTE WS-SALDO = WS-JUT-IMPUESTO (WS-JUT-IND)
               - WS-JUT-RETENCIONES (WS-JUT-IND).
           IF WS-SALDO < ZEROES
               MOVE ZEROES TO WS-A-PAGAR
               COMPUTE WS-A-FAVOR = ZEROES - WS-SALDO
           ELSE
               MOVE WS-SALDO TO WS-A-PAGAR
               MOVE ZEROES TO WS-A-FAVOR
           END-IF.
           MOVE WS-JUT-IMPUESTO (WS-JUT-IND) TO WS-IMPUESTO-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "    IMPUESTO DETERMINADO " DELIMITED BY SIZE
                  WS-IMPUESTO-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-JUT-RETENCIONES (WS-JUT-IND) TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "    RETENCIONES SUFRIDAS  " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-A-PAGAR TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "    SALDO A PAGAR         " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           IF WS-A-FAVOR > ZEROES
               MOVE WS-A-FAVOR TO WS-IMPORTE-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "    SALDO A FAVOR         " DELIMITED BY SIZE
                      WS-IMPORTE-EDIT DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING
               WRITE LINEA-REPORTE
           END-IF.
           IF WS-JUT-JURISDICCION (WS-JUT-IND) = "000"
               MOVE "    NO SE EXPORTA: SUCURSAL SIN JURISDICCION"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               ADD WS-A-PAGAR TO WS-TOTAL-A-PAGAR
               MOVE "T" TO EXP-TIPO
               MOVE WS-PERIODO TO EXP-PERIODO
               MOVE WS-JUT-JURISDICCION (WS-JUT-IND) TO
                   EXP-JURISDICCION
               MOVE ZEROES TO EXP-ALICUOTA
               MOVE ZEROES TO EXP-BASE
               MOVE WS-JUT-IMPUESTO (WS-JUT-IND) TO EXP-IMPUESTO
               MOVE WS-JUT-RETENCIONES (WS-JUT-IND) TO
                   EXP-RETENCIONES
               MOVE WS-A-PAGAR TO EXP-A-PAGAR
               MOVE WS-A-FAVOR TO EXP-A-FAVOR
               WRITE REG-EXPORTACION
           END-IF.

       EMITIR-BASE-JURISDICCION.
           IF WS-BAS-JURISDICCION (WS-BAS-IND) =
              WS-JUT-JURISDICCION (WS-JUT-IND)
               COMPUTE WS-BAS-IMPUESTO (WS-BAS-IND) ROUNDED =
                   WS-BAS-BASE (WS-BAS-IND)
                   * WS-BAS-ALICUOTA (WS-BAS-IND) / 100
               ADD WS-BAS-IMPUESTO (WS-BAS-IND) TO
                   WS-JUT-IMPUESTO (WS-JUT-IND)
               MOVE WS-BAS-ALICUOTA (WS-BAS-IND) TO WS-ALICUOTA-EDIT
               MOVE WS-BAS-BASE (WS-BAS-IND) TO WS-BASE-EDIT
               MOVE WS-BAS-IMPUESTO (WS-BAS-IND) TO WS-IMPUESTO-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "    BASE IMPONIBLE " DELIMITED BY SIZE
                      WS-BASE-EDIT DELIMITED BY SIZE
                      " ALICUOTA % " DELIMITED BY SIZE
                      WS-ALICUOTA-EDIT DELIMITED BY SIZE
                      " IMPUESTO " DELIMITED BY SIZE
                      WS-IMPUESTO-EDIT DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING
               WRITE LINEA-REPORTE
               IF WS-JUT-JURISDICCION (WS-JUT-IND) NOT = "000"
                   MOVE "D" TO EXP-TIPO
                   MOVE WS-PERIODO TO EXP-PERIODO
                   MOVE WS-BAS-JURISDICCION (WS-BAS-IND) TO
                       EXP-JURISDICCION
                   MOVE WS-BAS-ALICUOTA (WS-BAS-IND) TO EXP-ALICUOTA
                   MOVE WS-BAS-BASE (WS-BAS-IND) TO EXP-BASE
                   MOVE WS-BAS-IMPUESTO (WS-BAS-IND) TO EXP-IMPUESTO
                   MOVE ZEROES TO EXP-RETENCIONES
                   MOVE ZEROES TO EXP-A-PAGAR
                   MOVE ZEROES TO EXP-A-FAVOR
                   WRITE REG-EXPORTACION
               END-IF
           END-IF.
