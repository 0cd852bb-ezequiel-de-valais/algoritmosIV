       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDACION-TARJETAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT LIQUIDACION-ENTRADA
           ASSIGN TO DISK "Entrada/liquidacionTarjetas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

       SELECT PAGOS-SEQ
           ASSIGN TO DISK "Entrada/indexados/pagos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PAG-NRO-RECIBO OF REG-PAGOS-SEQ
           ALTERNATE RECORD KEY IS PAG-NRO-DOC OF REG-PAGOS-SEQ
              WITH DUPLICATES
           FILE STATUS IS FS-PAGOS.

       SELECT VOUCHERS-SEQ
           ASSIGN TO DISK "Entrada/indexados/vouchers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VOU-CODIGO OF REG-VOUCHERS
           FILE STATUS IS FS-VOUCHERS.

       SELECT LIQUIDACIONES-RND
           ASSIGN TO DISK "Entrada/indexados/liquidacionesTarjeta.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LTJ-CLAVE OF REG-LIQUIDACIONES
           FILE STATUS IS FS-LIQUIDACIONES.

       SELECT REPORTE-LIQUIDACION
           ASSIGN TO DISK "Salida/liquidacionTarjetas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.

       FILE SECTION.

       *>
       *> una linea por cupon (o por cuota del cupon) liquidado por
       *> la adquirente: bruto de la cuota menos comision, IVA de la
       *> comision y retenciones da el neto acreditado en el banco.
       *>
       FD LIQUIDACION-ENTRADA
           LABEL RECORD IS STANDARD.
       01 REG-ENTRADA.
           03 ENT-FECHA-PAGO     PIC 9(8).
           03 ENT-FECHA-CUPON    PIC 9(8).
           03 ENT-CUPON          PIC X(10).
           03 ENT-RECIBO         PIC X(8).
           03 ENT-CUOTA          PIC 99.
           03 ENT-CUOTAS         PIC 99.
           03 ENT-IMPORTE-CUPON  PIC 9(9)V99.
           03 ENT-BRUTO          PIC 9(9)V99.
           03 ENT-COMISION       PIC 9(9)V99.
           03 ENT-IVA-COMISION   PIC 9(9)V99.
           03 ENT-RET-IVA        PIC 9(9)V99.
           03 ENT-RET-GAN        PIC 9(9)V99.
           03 ENT-RET-IIBB       PIC 9(9)V99.
           03 ENT-NETO           PIC 9(9)V99.

       FD PAGOS-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-PAGOS-SEQ.
           03 PAG-NRO-RECIBO   PIC X(8).
           03 PAG-NRO-DOC      PIC X(20).
           03 PAG-FECHA        PIC 9(8).
           03 PAG-IMPORTE      PIC 9(9)V99.
           03 PAG-MEDIO        PIC X.

       FD VOUCHERS-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-VOUCHERS.
           03 VOU-CODIGO.
               05  VOU-NUMERO  PIC 9(7).
               05  VOU-DIGITO  PIC 9.
           03 VOU-TIPO         PIC X.
           03 VOU-NRO-DOC      PIC X(20).
           03 VOU-RECIBO       PIC X(8).
           03 VOU-MEDIO        PIC X.
           03 VOU-FECHA-EMISION PIC 9(8).
           03 VOU-VENCIMIENTO  PIC 9(8).
           03 VOU-VALOR        PIC 9(9)V99.
           03 VOU-SALDO        PIC 9(9)V99.
           03 VOU-ESTADO       PIC X.
           03 VOU-FECHA-BAJA   PIC 9(8).
           03 VOU-IMPORTE-VENCIDO PIC 9(9)V99.

       FD LIQUIDACIONES-RND
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

       FD REPORTE-LIQUIDACION
           LABEL RECORD IS STANDARD.
       01 LINEA-REPORTE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-ENTRADA             PIC XX.
           88 EOF-ENTRADA            VALUE "10".
       01 FS-PAGOS               PIC XX.
           88 EOF-PAGOS              VALUE "10".
       01 FS-VOUCHERS            PIC XX.
           88 EOF-VOUCHERS           VALUE "10".
       01 FS-LIQUIDACIONES       PIC XX.
           88 NO-EXISTE-LIQUIDACIONES VALUE "35".
           88 EOF-LIQUIDACIONES      VALUE "10".
       01 FS-REPORTE             PIC XX.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "LIQUIDACION-TARJ".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-PC-FECHA            PIC 9(8).
       01 WS-PC-RESULTADO        PIC X.

       01 WS-FECHA-PROCESO       PIC 9(8).
       01 WS-PV-CODIGO           PIC X(12).
       01 WS-PV-FECHA            PIC 9(8).
       01 WS-PV-VALOR            PIC 9(9)V9999.
       01 WS-PV-HALLADO          PIC X.
       01 WS-DIAS-ACREDITACION   PIC 9(3) VALUE 45.

       *>
       *> los cupones de tarjeta (PAG-MEDIO "D") entran a memoria
       *> con lo que la adquirente ya liquido de cada uno, sumando
       *> las liquidaciones importadas en corridas anteriores. El
       *> cupon queda pendiente mientras lo liquidado no alcance al
       *> importe del recibo.
       *>
       01 WS-CUPONES-TABLA.
           03 WS-CUP-FILA OCCURS 3000 TIMES.
               05 WS-CUP-RECIBO      PIC X(8).
               05 WS-CUP-NRO-DOC     PIC X(20).
               05 WS-CUP-FECHA       PIC 9(8).
               05 WS-CUP-IMPORTE     PIC 9(9)V99.
               05 WS-CUP-LIQUIDADO   PIC 9(9)V99.
               05 WS-CUP-ULTIMA      PIC 9(8).
       01 WS-CUP-USADAS          PIC 9(4) VALUE ZEROES.
       01 WS-CUP-IND             PIC 9(4).
       01 WS-CUP-HALLADA         PIC 9(4).

       01 WS-DESCUENTOS          PIC 9(10)V99.
       01 WS-NETO-CALCULADO      PIC S9(10)V99.
       01 WS-FECHA-CURSOR        PIC 9(8).
       01 WS-CURSOR-RED REDEFINES WS-FECHA-CURSOR.
           03 WS-CUR-AAAA        PIC 9(4).
           03 WS-CUR-MM          PIC 9(2).
           03 WS-CUR-DD          PIC 9(2).
       01 WS-CUR-DIAS-MES        PIC 99.
       01 WS-CUR-RESTO-AUX       PIC 9(6).
       01 WS-CUR-RESTO-400       PIC 999.
       01 WS-CUR-RESTO-100       PIC 999.
       01 WS-CUR-RESTO-4         PIC 9.
       01 WS-DIAS-CONTADOS       PIC 9(3).

       01 WS-IMPORTE-EDIT        PIC ZZZZZZZZZ9,99.
       01 WS-IMPORTE-EDIT-2      PIC ZZZZZZZZZ9,99.
       01 WS-TOTAL-BRUTO         PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOTAL-DESCUENTOS    PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOTAL-NETO          PIC 9(11)V99 VALUE ZEROES.

       01 CANT-LEIDAS            PIC 9(7) VALUE ZEROES.
       01 CANT-IMPORTADAS        PIC 9(7) VALUE ZEROES.
       01 CANT-REPETIDAS         PIC 9(7) VALUE ZEROES.
       01 CANT-SIN-PAGO          PIC 9(7) VALUE ZEROES.
       01 CANT-DESCUADRADAS      PIC 9(7) VALUE ZEROES.
       01 CANT-CERRADAS          PIC 9(7) VALUE ZEROES.
       01 CANT-PENDIENTES        PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE WS-FECHA-PROCESO TO WS-PV-FECHA.
           MOVE "DIAS-TARJETA" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-DIAS-ACREDITACION
           END-IF.
           PERFORM CARGAR-CUPONES.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM SUMAR-LIQUIDADO-ANTERIOR.
           PERFORM PROCESAR-LIQUIDACION.
           PERFORM INFORMAR-PENDIENTES.
           PERFORM EMITIR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "LINEAS LEIDAS: " CANT-LEIDAS.
           DISPLAY "LIQUIDACIONES IMPORTADAS: " CANT-IMPORTADAS.
           DISPLAY "YA IMPORTADAS ANTES: " CANT-REPETIDAS.
           DISPLAY "SIN PAGO QUE APAREAR: " CANT-SIN-PAGO.
           DISPLAY "DESCUADRADAS: " CANT-DESCUADRADAS.
           DISPLAY "EN PERIODO CERRADO: " CANT-CERRADAS.
           DISPLAY "CUPONES SIN LIQUIDAR: " CANT-PENDIENTES.
           IF CANT-SIN-PAGO > ZEROES OR CANT-DESCUADRADAS > ZEROES
              OR CANT-CERRADAS > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       CARGAR-CUPONES.
           OPEN INPUT PAGOS-SEQ.
           IF FS-PAGOS <> "00"
               DISPLAY "ERROR AL ABRIR PAGOS, FS=" FS-PAGOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ PAGOS-SEQ
               AT END MOVE "10" TO FS-PAGOS
           END-READ.
           PERFORM CARGAR-CUPON
               UNTIL EOF-PAGOS OR WS-CUP-USADAS >= 3000.
           IF NOT EOF-PAGOS
               DISPLAY "LOS CUPONES DE TARJETA SUPERAN LOS 3000 QUE "
                   "ENTRAN EN MEMORIA, NO SE IMPORTA LA LIQUIDACION"
               CLOSE PAGOS-SEQ
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE PAGOS-SEQ.
           PERFORM CARGAR-CUPONES-VOUCHER.

       CARGAR-CUPON.
           IF PAG-MEDIO OF REG-PAGOS-SEQ = "D"
               ADD 1 TO WS-CUP-USADAS
               MOVE PAG-NRO-RECIBO OF REG-PAGOS-SEQ TO
                   WS-CUP-RECIBO (WS-CUP-USADAS)
               MOVE PAG-NRO-DOC OF REG-PAGOS-SEQ TO
                   WS-CUP-NRO-DOC (WS-CUP-USADAS)
               MOVE PAG-FECHA OF REG-PAGOS-SEQ TO
                   WS-CUP-FECHA (WS-CUP-USADAS)
               MOVE PAG-FECHA OF REG-PAGOS-SEQ TO
                   WS-CUP-ULTIMA (WS-CUP-USADAS)
               MOVE PAG-IMPORTE OF REG-PAGOS-SEQ TO
                   WS-CUP-IMPORTE (WS-CUP-USADAS)
               MOVE ZEROES TO WS-CUP-LIQUIDADO (WS-CUP-USADAS)
           END-IF.
           READ PAGOS-SEQ
               AT END MOVE "10" TO FS-PAGOS
           END-READ.

       *>
       *> VOUCHERS VENDIDOS CON TARJETA: la venta no pasa por PAGOS
       *> pero la adquirente la liquida igual, con el recibo de la
       *> venta; entra a la tabla como un cupon mas. Sin archivo de
       *> vouchers no hay nada que agregar.
       *>
       CARGAR-CUPONES-VOUCHER.
           OPEN INPUT VOUCHERS-SEQ.
           IF FS-VOUCHERS = "00"
               READ VOUCHERS-SEQ
                   AT END MOVE "10" TO FS-VOUCHERS
               END-READ
               PERFORM CARGAR-CUPON-VOUCHER
                   UNTIL EOF-VOUCHERS OR WS-CUP-USADAS >= 3000
               IF NOT EOF-VOUCHERS
                   DISPLAY "LOS CUPONES DE TARJETA SUPERAN LOS 3000 "
                       "QUE ENTRAN EN MEMORIA, NO SE IMPORTA LA "
                       "LIQUIDACION"
                   CLOSE VOUCHERS-SEQ
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE VOUCHERS-SEQ
           END-IF.

       CARGAR-CUPON-VOUCHER.
           IF VOU-MEDIO OF REG-VOUCHERS = "D"
               ADD 1 TO WS-CUP-USADAS
               MOVE VOU-RECIBO OF REG-VOUCHERS TO
                   WS-CUP-RECIBO (WS-CUP-USADAS)
               MOVE VOU-NRO-DOC OF REG-VOUCHERS TO
                   WS-CUP-NRO-DOC (WS-CUP-USADAS)
               MOVE VOU-FECHA-EMISION OF REG-VOUCHERS TO
                   WS-CUP-FECHA (WS-CUP-USADAS)
               MOVE VOU-FECHA-EMISION OF REG-VOUCHERS TO
                   WS-CUP-ULTIMA (WS-CUP-USADAS)
               MOVE VOU-VALOR OF REG-VOUCHERS TO
                   WS-CUP-IMPORTE (WS-CUP-USADAS)
               MOVE ZEROES TO WS-CUP-LIQUIDADO (WS-CUP-USADAS)
           END-IF.
           READ VOUCHERS-SEQ
               AT END MOVE "10" TO FS-VOUCHERS
           END-READ.

       ABRIR-ARCHIVOS.
           OPEN INPUT LIQUIDACION-ENTRADA.
           IF FS-ENTRADA <> "00"
               DISPLAY "NO HAY LIQUIDACION DE LA ADQUIRENTE, FS="
                   FS-ENTRADA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O LIQUIDACIONES-RND.
           IF NO-EXISTE-LIQUIDACIONES
               OPEN OUTPUT LIQUIDACIONES-RND
               CLOSE LIQUIDACIONES-RND
               OPEN I-O LIQUIDACIONES-RND
           END-IF.
           IF FS-LIQUIDACIONES <> "00"
               DISPLAY "ERROR AL ABRIR LIQUIDACIONES DE TARJETA, FS="
                   FS-LIQUIDACIONES
               CLOSE LIQUIDACION-ENTRADA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORTE-LIQUIDACION.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "LIQUIDACION DE TARJETAS PROCESADA EL "
                      DELIMITED BY SIZE
                  WS-FECHA-PROCESO DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       CERRAR-ARCHIVOS.
           CLOSE LIQUIDACION-ENTRADA.
           CLOSE LIQUIDACIONES-RND.
           CLOSE REPORTE-LIQUIDACION.

       *>
       *> lo liquidado en corridas anteriores se suma a cada cupon
       *> para que una cuota ya cobrada no lo vuelva a mostrar como
       *> pendiente ni lo deje disponible para otro apareo.
       *>
       SUMAR-LIQUIDADO-ANTERIOR.
           MOVE LOW-VALUES TO LTJ-CLAVE OF REG-LIQUIDACIONES.
           START LIQUIDACIONES-RND KEY IS NOT LESS THAN
               LTJ-CLAVE OF REG-LIQUIDACIONES
               INVALID KEY MOVE "10" TO FS-LIQUIDACIONES
           END-START.
           IF FS-LIQUIDACIONES = "00"
               PERFORM LEER-LIQUIDACION
               PERFORM ACUMULAR-LIQUIDACION UNTIL EOF-LIQUIDACIONES
           END-IF.
           MOVE "00" TO FS-LIQUIDACIONES.

       LEER-LIQUIDACION.
           READ LIQUIDACIONES-RND NEXT RECORD
               AT END MOVE "10" TO FS-LIQUIDACIONES
           END-READ.

       ACUMULAR-LIQUIDACION.
           MOVE ZEROES TO WS-CUP-HALLADA.
           PERFORM BUSCAR-CUPON-RECIBO
               VARYING WS-CUP-IND FROM 1 BY 1
               UNTIL WS-CUP-IND > WS-CUP-USADAS
               OR WS-CUP-HALLADA > ZEROES.
           IF WS-CUP-HALLADA > ZEROES
               ADD LTJ-BRUTO OF REG-LIQUIDACIONES TO
                   WS-CUP-LIQUIDADO (WS-CUP-HALLADA)
               IF LTJ-FECHA-PAGO OF REG-LIQUIDACIONES >
                  WS-CUP-ULTIMA (WS-CUP-HALLADA)
                   MOVE LTJ-FECHA-PAGO OF REG-LIQUIDACIONES TO
                       WS-CUP-ULTIMA (WS-CUP-HALLADA)
               END-IF
           END-IF.
           PERFORM LEER-LIQUIDACION.

       BUSCAR-CUPON-RECIBO.
           IF WS-CUP-RECIBO (WS-CUP-IND) =
              LTJ-RECIBO OF REG-LIQUIDACIONES
               MOVE WS-CUP-IND TO WS-CUP-HALLADA
           END-IF.

       PROCESAR-LIQUIDACION.
           READ LIQUIDACION-ENTRADA
               AT END MOVE "10" TO FS-ENTRADA
           END-READ.
           PERFORM IMPORTAR-LINEA UNTIL EOF-ENTRADA.

       *>
       *> cada linea tiene que cerrar (bruto = neto + comision +
       *> IVA de la comision + retenciones) y caer en un periodo
       *> contable abierto, porque PASE-AL-MAYOR la asienta con la
       *> fecha de pago. El apareo es por recibo cuando la
       *> adquirente lo trae y si no por fecha e importe del cupon
       *> contra un cupon todavia no liquidado entero.
       *>
       IMPORTAR-LINEA.
           ADD 1 TO CANT-LEIDAS.
           COMPUTE WS-DESCUENTOS = ENT-COMISION + ENT-IVA-COMISION
               + ENT-RET-IVA + ENT-RET-GAN + ENT-RET-IIBB.
           COMPUTE WS-NETO-CALCULADO = ENT-BRUTO - WS-DESCUENTOS.
           MOVE ENT-FECHA-PAGO TO WS-PC-FECHA.
           CALL "periodocerrado" USING WS-PC-FECHA,
               WS-PC-RESULTADO.
           IF WS-NETO-CALCULADO <> ENT-NETO
               ADD 1 TO CANT-DESCUADRADAS
               PERFORM INFORMAR-DESCUADRADA
           ELSE
               IF WS-PC-RESULTADO = "C"
                   ADD 1 TO CANT-CERRADAS
                   PERFORM INFORMAR-PERIODO-CERRADO
               ELSE
                   PERFORM APAREAR-LINEA
               END-IF
           END-IF.
           READ LIQUIDACION-ENTRADA
               AT END MOVE "10" TO FS-ENTRADA
           END-READ.

       APAREAR-LINEA.
           MOVE ZEROES TO WS-CUP-HALLADA.
           IF ENT-RECIBO <> SPACES
               PERFORM BUSCAR-CUPON-ENTRADA
                   VARYING WS-CUP-IND FROM 1 BY 1
                   UNTIL WS-CUP-IND > WS-CUP-USADAS
                   OR WS-CUP-HALLADA > ZEROES
           END-IF.
           IF WS-CUP-HALLADA = ZEROES
               PERFORM BUSCAR-CUPON-IMPORTE
                   VARYING WS-CUP-IND FROM 1 BY 1
                   UNTIL WS-CUP-IND > WS-CUP-USADAS
                   OR WS-CUP-HALLADA > ZEROES
           END-IF.
           IF WS-CUP-HALLADA = ZEROES
               ADD 1 TO CANT-SIN-PAGO
               PERFORM INFORMAR-SIN-PAGO
           ELSE
               PERFORM GRABAR-LIQUIDACION
           END-IF.

       BUSCAR-CUPON-ENTRADA.
           IF WS-CUP-RECIBO (WS-CUP-IND) = ENT-RECIBO
               MOVE WS-CUP-IND TO WS-CUP-HALLADA
           END-IF.

       BUSCAR-CUPON-IMPORTE.
           IF WS-CUP-FECHA (WS-CUP-IND) = ENT-FECHA-CUPON
              AND WS-CUP-IMPORTE (WS-CUP-IND) = ENT-IMPORTE-CUPON
              AND WS-CUP-LIQUIDADO (WS-CUP-IND) <
                  WS-CUP-IMPORTE (WS-CUP-IND)
               MOVE WS-CUP-IND TO WS-CUP-HALLADA
           END-IF.

       GRABAR-LIQUIDACION.
           MOVE WS-CUP-RECIBO (WS-CUP-HALLADA) TO
               LTJ-RECIBO OF REG-LIQUIDACIONES.
           MOVE ENT-CUPON TO LTJ-CUPON OF REG-LIQUIDACIONES.
           MOVE ENT-CUOTA TO LTJ-CUOTA OF REG-LIQUIDACIONES.
           MOVE ENT-FECHA-PAGO TO LTJ-FECHA-PAGO OF REG-LIQUIDACIONES.
           MOVE ENT-FECHA-CUPON TO
               LTJ-FECHA-CUPON OF REG-LIQUIDACIONES.
           MOVE ENT-CUOTAS TO LTJ-CUOTAS OF REG-LIQUIDACIONES.
           MOVE ENT-BRUTO TO LTJ-BRUTO OF REG-LIQUIDACIONES.
           MOVE ENT-COMISION TO LTJ-COMISION OF REG-LIQUIDACIONES.
           MOVE ENT-IVA-COMISION TO
               LTJ-IVA-COMISION OF REG-LIQUIDACIONES.
           MOVE ENT-RET-IVA TO LTJ-RET-IVA OF REG-LIQUIDACIONES.
           MOVE ENT-RET-GAN TO LTJ-RET-GAN OF REG-LIQUIDACIONES.
           MOVE ENT-RET-IIBB TO LTJ-RET-IIBB OF REG-LIQUIDACIONES.
           MOVE ENT-NETO TO LTJ-NETO OF REG-LIQUIDACIONES.
           MOVE WS-FECHA-PROCESO TO
               LTJ-FECHA-IMPORTACION OF REG-LIQUIDACIONES.
           WRITE REG-LIQUIDACIONES
               INVALID KEY
                   ADD 1 TO CANT-REPETIDAS
               NOT INVALID KEY
                   ADD 1 TO CANT-IMPORTADAS
                   ADD ENT-BRUTO TO WS-CUP-LIQUIDADO (WS-CUP-HALLADA)
                   IF ENT-FECHA-PAGO > WS-CUP-ULTIMA (WS-CUP-HALLADA)
                       MOVE ENT-FECHA-PAGO TO
                           WS-CUP-ULTIMA (WS-CUP-HALLADA)
                   END-IF
                   ADD ENT-BRUTO TO WS-TOTAL-BRUTO
                   ADD WS-DESCUENTOS TO WS-TOTAL-DESCUENTOS
                   ADD ENT-NETO TO WS-TOTAL-NETO
                   PERFORM INFORMAR-IMPORTADA
           END-WRITE.

       INFORMAR-IMPORTADA.
           MOVE ENT-BRUTO TO WS-IMPORTE-EDIT.
           MOVE ENT-NETO TO WS-IMPORTE-EDIT-2.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "LIQUIDADO: RECIBO " DELIMITED BY SIZE
                  WS-CUP-RECIBO (WS-CUP-HALLADA) DELIMITED BY SIZE
                  " CUPON " DELIMITED BY SIZE
                  ENT-CUPON DELIMITED BY SIZE
                  " CUOTA " DELIMITED BY SIZE
                  ENT-CUOTA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  ENT-CUOTAS DELIMITED BY SIZE
                  " PAGO " DELIMITED BY SIZE
                  ENT-FECHA-PAGO DELIMITED BY SIZE
                  " BRUTO " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
                  " NETO " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT-2 DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       INFORMAR-DESCUADRADA.
           MOVE ENT-NETO TO WS-IMPORTE-EDIT.
           MOVE WS-NETO-CALCULADO TO WS-IMPORTE-EDIT-2.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "DESCUADRADA: CUPON " DELIMITED BY SIZE
                  ENT-CUPON DELIMITED BY SIZE
                  " CUOTA " DELIMITED BY SIZE
                  ENT-CUOTA DELIMITED BY SIZE
                  " NETO INFORMADO " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
                  " CALCULADO " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT-2 DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       INFORMAR-PERIODO-CERRADO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PERIODO CERRADO: CUPON " DELIMITED BY SIZE
                  ENT-CUPON DELIMITED BY SIZE
                  " CUOTA " DELIMITED BY SIZE
                  ENT-CUOTA DELIMITED BY SIZE
                  " PAGADO EL " DELIMITED BY SIZE
                  ENT-FECHA-PAGO DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       INFORMAR-SIN-PAGO.
           MOVE ENT-IMPORTE-CUPON TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "LIQUIDACION SIN PAGO: CUPON " DELIMITED BY SIZE
                  ENT-CUPON DELIMITED BY SIZE
                  " RECIBO " DELIMITED BY SIZE
                  ENT-RECIBO DELIMITED BY SIZE
                  " FECHA CUPON " DELIMITED BY SIZE
                  ENT-FECHA-CUPON DELIMITED BY SIZE
                  " IMPORTE " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       *>
       *> CUPONES SIN LIQUIDAR: los que todavia no se cobraron
       *> enteros y cuya ultima novedad (la venta o la ultima cuota
       *> liquidada) tiene mas de DIAS-TARJETA dias.
       *>
       INFORMAR-PENDIENTES.
           PERFORM EXAMINAR-PENDIENTE
               VARYING WS-CUP-IND FROM 1 BY 1
               UNTIL WS-CUP-IND > WS-CUP-USADAS.

       EXAMINAR-PENDIENTE.
           IF WS-CUP-LIQUIDADO (WS-CUP-IND) <
              WS-CUP-IMPORTE (WS-CUP-IND)
               MOVE WS-CUP-ULTIMA (WS-CUP-IND) TO WS-FECHA-CURSOR
               MOVE ZEROES TO WS-DIAS-CONTADOS
               PERFORM SUMAR-DIA-CUPON
                   UNTIL WS-DIAS-CONTADOS >= WS-DIAS-ACREDITACION
                   OR WS-FECHA-CURSOR >= WS-FECHA-PROCESO
               IF WS-FECHA-CURSOR < WS-FECHA-PROCESO
                   ADD 1 TO CANT-PENDIENTES
                   PERFORM INFORMAR-PENDIENTE
               END-IF
           END-IF.

       SUMAR-DIA-CUPON.
           ADD 1 TO WS-CUR-DD.
           EVALUATE WS-CUR-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-CUR-DIAS-MES
               WHEN 2
                   DIVIDE WS-CUR-AAAA BY 400
                       GIVING WS-CUR-RESTO-AUX
                       REMAINDER WS-CUR-RESTO-400
                   DIVIDE WS-CUR-AAAA BY 100
                       GIVING WS-CUR-RESTO-AUX
                       REMAINDER WS-CUR-RESTO-100
                   DIVIDE WS-CUR-AAAA BY 4
                       GIVING WS-CUR-RESTO-AUX
                       REMAINDER WS-CUR-RESTO-4
                   IF WS-CUR-RESTO-400 = 0
                      OR (WS-CUR-RESTO-4 = 0
                          AND WS-CUR-RESTO-100 NOT = 0)
                       MOVE 29 TO WS-CUR-DIAS-MES
                   ELSE
                       MOVE 28 TO WS-CUR-DIAS-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-CUR-DIAS-MES
           END-EVALUATE.
           IF WS-CUR-DD > WS-CUR-DIAS-MES
               MOVE 1 TO WS-CUR-DD
               ADD 1 TO WS-CUR-MM
               IF WS-CUR-MM > 12
                   MOVE 1 TO WS-CUR-MM
                   ADD 1 TO WS-CUR-AAAA
               END-IF
           END-IF.
           ADD 1 TO WS-DIAS-CONTADOS.

       INFORMAR-PENDIENTE.
           MOVE WS-CUP-IMPORTE (WS-CUP-IND) TO WS-IMPORTE-EDIT.
           MOVE WS-CUP-LIQUIDADO (WS-CUP-IND) TO WS-IMPORTE-EDIT-2.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SIN LIQUIDAR: RECIBO " DELIMITED BY SIZE
                  WS-CUP-RECIBO (WS-CUP-IND) DELIMITED BY SIZE
                  " DOC " DELIMITED BY SIZE
                  WS-CUP-NRO-DOC (WS-CUP-IND) DELIMITED BY SIZE
                  " FECHA " DELIMITED BY SIZE
                  WS-CUP-FECHA (WS-CUP-IND) DELIMITED BY SIZE
                  " IMPORTE " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
                  " LIQUIDADO " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT-2 DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       EMITIR-TOTALES.
           MOVE WS-TOTAL-BRUTO TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL BRUTO IMPORTADO " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-DESCUENTOS TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "COMISIONES, IVA Y RETENCIONES " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-NETO TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "NETO ACREDITADO " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
