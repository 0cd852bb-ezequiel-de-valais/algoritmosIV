              WITH DUPLICATES
           FILE STATUS IS FS-PAGOS.

       SELECT LIQUIDACIONES-SEQ
           ASSIGN TO DISK "Entrada/indexados/liquidacionesTarjeta.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LTJ-CLAVE OF REG-LIQUIDACIONES
           FILE STATUS IS FS-LIQUIDACIONES.

       SELECT REPORTE-CONCILIACION
           ASSIGN TO DISK "Salida/conciliacionBanco.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           03 PAG-FECHA        PIC 9(8).
           03 PAG-IMPORTE      PIC 9(9)V99.
           03 PAG-MEDIO        PIC X.
               88 MEDIO-BANCARIO   VALUE "T" "B".

       FD LIQUIDACIONES-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-LIQUIDACIONES.
           03 LTJ-CLAVE.
               05  LTJ-RECIBO      PIC X(8).
               05  LTJ-CUPON       PIC X(10).
               05  LTJ-CUOTA       PIC 99.
           03 LTJ-FECHA-PAGO     PIC 9(8).
           03 LTJ-FECHA-CUPON    PIC 9(8).
           03 LTJ-CUOTAS         PIC 99.
           03 LTJ-BRUTO          PIC 9(9)V99.
           03 LTJ-COMISION       PIC 9(9)V99.
           03 LTJ-IVA-COMISION   PIC 9(9)V99.
           03 LTJ-RET-IVA        PIC 9(9)V99.
           03 LTJ-RET-GAN        PIC 9(9)V99.
           03 LTJ-RET-IIBB       PIC 9(9)V99.
           03 LTJ-NETO           PIC 9(9)V99.
           03 LTJ-FECHA-IMPORTACION PIC 9(8).

       FD REPORTE-CONCILIACION
           LABEL RECORD IS STANDARD.
           88 EOF-EXTRACTO           VALUE "10".
       01 FS-PAGOS               PIC XX.
           88 EOF-PAGOS              VALUE "10".
       01 FS-LIQUIDACIONES       PIC XX.
           88 EOF-LIQUIDACIONES      VALUE "10".
       01 FS-REPORTE             PIC XX.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "CONCILIACION-BCO".
       01 WS-DIFERENCIA          PIC S9(9)V99.
       01 WS-DIF-ABS             PIC 9(9)V99.

       *>
       *> la adquirente de tarjetas acredita un neto por dia de
       *> pago que junta muchos cupones: se concilia ese total
       *> diario de liquidacionesTarjeta.dat y no cada cupon.
       *>
       01 WS-ACREDITACIONES.
           03 WS-ACR-FILA OCCURS 400 TIMES.
               05 WS-ACR-FECHA     PIC 9(8).
               05 WS-ACR-NETO      PIC 9(11)V99.
       01 WS-ACR-USADAS          PIC 9(4) VALUE ZEROES.
       01 WS-ACR-IND             PIC 9(4).
       01 WS-ACR-HALLADA         PIC 9(4).

       01 CANT-APAREADOS         PIC 9(7) VALUE ZEROES.
       01 CANT-SIN-BANCO         PIC 9(7) VALUE ZEROES.
       01 CANT-SIN-REGISTRO      PIC 9(7) VALUE ZEROES.
           PERFORM CARGAR-EXTRACTO.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM RECORRER-PAGOS.
           PERFORM APAREAR-ACREDITACIONES.
           PERFORM INFORMAR-NO-REGISTRADOS.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "MOVIMIENTOS APAREADOS: " CANT-APAREADOS.
           PERFORM EXAMINAR-PAGO UNTIL EOF-PAGOS.

       *>
       *> cada pago por medio bancario (transferencia o debito)
       *> busca su movimiento del extracto: misma fecha e
       *> importe igual, o dentro de la tolerancia parametrizada,
       *> en cuyo caso cuenta como diferencia de importe. Sin
       *> movimiento, es un pago que el banco nunca vio. Solo se
           END-STRING.
           WRITE LINEA-REPORTE.

       APAREAR-ACREDITACIONES.
           OPEN INPUT LIQUIDACIONES-SEQ.
           IF FS-LIQUIDACIONES = "00"
               READ LIQUIDACIONES-SEQ
                   AT END MOVE "10" TO FS-LIQUIDACIONES
               END-READ
               PERFORM SUMAR-ACREDITACION UNTIL EOF-LIQUIDACIONES
               CLOSE LIQUIDACIONES-SEQ
               PERFORM APAREAR-ACREDITACION
                   VARYING WS-ACR-IND FROM 1 BY 1
                   UNTIL WS-ACR-IND > WS-ACR-USADAS
           END-IF.

       SUMAR-ACREDITACION.
           IF LTJ-FECHA-PAGO OF REG-LIQUIDACIONES >= WS-EXT-FECHA-MIN
              AND LTJ-FECHA-PAGO OF REG-LIQUIDACIONES <=
                  WS-EXT-FECHA-MAX
               MOVE ZEROES TO WS-ACR-HALLADA
               PERFORM BUSCAR-DIA-ACREDITACION
                   VARYING WS-ACR-IND FROM 1 BY 1
                   UNTIL WS-ACR-IND > WS-ACR-USADAS
                   OR WS-ACR-HALLADA > ZEROES
               IF WS-ACR-HALLADA = ZEROES AND WS-ACR-USADAS < 400
                   ADD 1 TO WS-ACR-USADAS
                   MOVE WS-ACR-USADAS TO WS-ACR-HALLADA
                   MOVE LTJ-FECHA-PAGO OF REG-LIQUIDACIONES TO
                       WS-ACR-FECHA (WS-ACR-HALLADA)
                   MOVE ZEROES TO WS-ACR-NETO (WS-ACR-HALLADA)
               END-IF
               IF WS-ACR-HALLADA > ZEROES
                   ADD LTJ-NETO OF REG-LIQUIDACIONES TO
                       WS-ACR-NETO (WS-ACR-HALLADA)
               END-IF
           END-IF.
           READ LIQUIDACIONES-SEQ
               AT END MOVE "10" TO FS-LIQUIDACIONES
           END-READ.

       BUSCAR-DIA-ACREDITACION.
           IF WS-ACR-FECHA (WS-ACR-IND) =
              LTJ-FECHA-PAGO OF REG-LIQUIDACIONES
               MOVE WS-ACR-IND TO WS-ACR-HALLADA
           END-IF.

       APAREAR-ACREDITACION.
           MOVE ZEROES TO WS-EXT-HALLADA.
           PERFORM BUSCAR-MOV-ACREDITACION
               VARYING WS-EXT-IND FROM 1 BY 1
               UNTIL WS-EXT-IND > WS-EXT-USADAS
               OR WS-EXT-HALLADA > ZEROES.
           IF WS-EXT-HALLADA > ZEROES
               MOVE "S" TO WS-EXT-APAREADO (WS-EXT-HALLADA)
               ADD 1 TO CANT-APAREADOS
           ELSE
               ADD 1 TO CANT-SIN-BANCO
               MOVE SPACES TO LINEA-REPORTE
               STRING "SIN MOVIMIENTO EN EL BANCO: ACREDITACION "
                          DELIMITED BY SIZE
                      "DE TARJETAS FECHA " DELIMITED BY SIZE
                      WS-ACR-FECHA (WS-ACR-IND) DELIMITED BY SIZE
                      " NETO " DELIMITED BY SIZE
                      WS-ACR-NETO (WS-ACR-IND) DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING
               WRITE LINEA-REPORTE
           END-IF.

       BUSCAR-MOV-ACREDITACION.
           IF WS-EXT-APAREADO (WS-EXT-IND) = "N"
              AND WS-EXT-FECHA (WS-EXT-IND) =
                  WS-ACR-FECHA (WS-ACR-IND)
               COMPUTE WS-DIFERENCIA =
                   WS-EXT-IMPORTE (WS-EXT-IND)
                   - WS-ACR-NETO (WS-ACR-IND)
               IF WS-DIFERENCIA < ZEROES
                   COMPUTE WS-DIF-ABS = 0 - WS-DIFERENCIA
               ELSE
                   MOVE WS-DIFERENCIA TO WS-DIF-ABS
               END-IF
               IF WS-DIF-ABS <= WS-TOLERANCIA
                   MOVE WS-EXT-IND TO WS-EXT-HALLADA
               END-IF
           END-IF.

       INFORMAR-NO-REGISTRADOS.
           PERFORM INFORMAR-MOV-SUELTO
               VARYING WS-EXT-IND FROM 1 BY 1
