
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASE-AL-MAYOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PLAN-CUENTAS-RND
           ASSIGN TO DISK "Entrada/indexados/planCuentas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PCU-CUENTA OF REG-PLAN-CUENTAS
           FILE STATUS IS FS-PLAN-CUENTAS.

       SELECT LIBRO-MAYOR-RND
           ASSIGN TO DISK "Entrada/indexados/libroMayor.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LMA-CLAVE OF REG-LIBRO-MAYOR
           ALTERNATE RECORD KEY IS LMA-CUENTA OF REG-LIBRO-MAYOR
              WITH DUPLICATES
           FILE STATUS IS FS-LIBRO-MAYOR.

       SELECT INTERFAZ-ASIENTOS
           ASSIGN TO DISK WS-RUTA-INTERFAZ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INTERFAZ.

       SELECT DEPRECIACION-SEQ
           ASSIGN TO DISK
               "Entrada/indexados/historialDepreciacion.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DEP-CLAVE OF REG-DEPRECIACION
           FILE STATUS IS FS-DEPRECIACION.

       SELECT FACTURAS-SEQ
           ASSIGN TO DISK "Entrada/indexados/facturas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FAC-NUMERO OF REG-FACTURAS-SEQ
           FILE STATUS IS FS-FACTURAS.

       SELECT PAGOS-SEQ
           ASSIGN TO DISK "Entrada/indexados/pagos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PAG-NRO-RECIBO OF REG-PAGOS-SEQ
           ALTERNATE RECORD KEY IS PAG-NRO-DOC OF REG-PAGOS-SEQ
              WITH DUPLICATES
           FILE STATUS IS FS-PAGOS.

       SELECT RETENCIONES-RND
           ASSIGN TO DISK "Entrada/indexados/retenciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RET-CLAVE OF REG-RETENCIONES
           ALTERNATE RECORD KEY IS RET-NRO-DOC OF REG-RETENCIONES
              WITH DUPLICATES
           FILE STATUS IS FS-RETENCIONES.

       SELECT FACTURAS-PROV-SEQ
           ASSIGN TO DISK "Entrada/indexados/facturasProveedor.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FPR-CLAVE OF REG-FACTURAS-PROV
           ALTERNATE RECORD KEY IS FPR-PATENTE OF REG-FACTURAS-PROV
              WITH DUPLICATES
           FILE STATUS IS FS-FACTURAS-PROV.

       SELECT IVA-COMPRAS-RND
           ASSIGN TO DISK "Entrada/indexados/ivaCompras.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ICO-CLAVE OF REG-IVA-COMPRAS
           FILE STATUS IS FS-IVA-COMPRAS.

       SELECT CHEQUES-SEQ
           ASSIGN TO DISK "Entrada/indexados/chequesCartera.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CHQ-RECIBO OF REG-CHEQUES
           ALTERNATE RECORD KEY IS CHQ-NRO-DOC OF REG-CHEQUES
              WITH DUPLICATES
           FILE STATUS IS FS-CHEQUES.

       SELECT DEVOLUCIONES-SEQ
           ASSIGN TO DISK "Entrada/indexados/devolucionesSaldo.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DEV-NUMERO OF REG-DEVOLUCIONES
           ALTERNATE RECORD KEY IS DEV-NRO-DOC OF REG-DEVOLUCIONES
              WITH DUPLICATES
           FILE STATUS IS FS-DEVOLUCIONES.

       SELECT VOUCHERS-SEQ
           ASSIGN TO DISK "Entrada/indexados/vouchers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VOU-CODIGO OF REG-VOUCHERS
           FILE STATUS IS FS-VOUCHERS.

       SELECT LIQUIDACIONES-SEQ
           ASSIGN TO DISK "Entrada/indexados/liquidacionesTarjeta.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LTJ-CLAVE OF REG-LIQUIDACIONES
           FILE STATUS IS FS-LIQUIDACIONES.

       SELECT REPORTE-PASE
           ASSIGN TO DISK "Salida/paseMayor.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.

       FILE SECTION.

       FD PLAN-CUENTAS-RND
           LABEL RECORD IS STANDARD.
       01 REG-PLAN-CUENTAS.
           03 PCU-CUENTA       PIC X(10).
           03 PCU-DESCRIPCION  PIC X(30).
           03 PCU-TIPO         PIC X.
           03 PCU-ESTADO       PIC X.
               88 CUENTA-ACTIVA        VALUE "A".

       FD LIBRO-MAYOR-RND
           LABEL RECORD IS STANDARD.
       01 REG-LIBRO-MAYOR.
           03 LMA-CLAVE.
               05  LMA-PERIODO   PIC 9(6).
               05  LMA-ORIGEN    PIC X(10).
               05  LMA-ASIENTO   PIC 9(5).
               05  LMA-RENGLON   PIC 9(3).
           03 LMA-CUENTA       PIC X(10).
           03 LMA-FECHA        PIC 9(8).
           03 LMA-NATURALEZA   PIC X.
               88 RENGLON-AL-DEBE      VALUE "D".
               88 RENGLON-AL-HABER     VALUE "H".
           03 LMA-IMPORTE      PIC 9(12)V99.
           03 LMA-LEYENDA      PIC X(30).
           03 LMA-FECHA-PASE   PIC 9(8).

       FD INTERFAZ-ASIENTOS
           LABEL RECORD IS STANDARD.
       01 REG-INTERFAZ             PIC X(80).

       FD DEPRECIACION-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-DEPRECIACION.
           03 DEP-CLAVE.
               05  DEP-PATENTE PIC X(6).
               05  DEP-PERIODO PIC 9(6).
           03 DEP-IMPORTE      PIC 9(9)V99.

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

       FD PAGOS-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-PAGOS-SEQ.
           03 PAG-NRO-RECIBO   PIC X(8).
           03 PAG-NRO-DOC      PIC X(20).
           03 PAG-FECHA        PIC 9(8).
           03 PAG-IMPORTE      PIC 9(9)V99.
           03 PAG-MEDIO        PIC X.

       FD RETENCIONES-RND
           LABEL RECORD IS STANDARD.
       01 REG-RETENCIONES.
           03 RET-CLAVE.
               05  RET-RECIBO    PIC X(8).
               05  RET-IMPUESTO  PIC X(3).
           03 RET-NRO-DOC      PIC X(20).
           03 RET-FECHA        PIC 9(8).
           03 RET-CERTIFICADO  PIC X(14).
           03 RET-IMPORTE      PIC 9(9)V99.

       FD FACTURAS-PROV-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-FACTURAS-PROV.
           03 FPR-CLAVE.
               05  FPR-PROVEEDOR   PIC X(6).
               05  FPR-COMPROBANTE PIC X(12).
           03 FPR-PATENTE      PIC X(6).
           03 FPR-FECHA        PIC 9(8).
           03 FPR-ORIGEN       PIC X.
               88 ORIGEN-GASTO         VALUE "G".
               88 ORIGEN-COMBUSTIBLE   VALUE "C".
           03 FPR-RUBRO        PIC X.
           03 FPR-IMPORTE      PIC 9(9)V99.
           03 FPR-VENCIMIENTO  PIC 9(8).
           03 FPR-OT-FECHA     PIC 9(8).
           03 FPR-ESTADO       PIC X.
               88 FACTURA-PROV-PENDIENTE VALUE "P".
               88 FACTURA-PROV-PAGADA    VALUE "C".
           03 FPR-ORDEN-PAGO   PIC 9(8).
           03 FPR-FECHA-PAGO   PIC 9(8).

       FD IVA-COMPRAS-RND
           LABEL RECORD IS STANDARD.
       01 REG-IVA-COMPRAS.
           03 ICO-CLAVE.
               05  ICO-PROVEEDOR   PIC X(6).
               05  ICO-COMPROBANTE PIC X(12).
           03 ICO-FECHA        PIC 9(8).
           03 ICO-LETRA        PIC X.
               88 COMPROBANTE-A        VALUE "A".
           03 ICO-NETO-21      PIC 9(9)V99.
           03 ICO-IVA-21       PIC 9(9)V99.
           03 ICO-NETO-105     PIC 9(9)V99.
           03 ICO-IVA-105      PIC 9(9)V99.
           03 ICO-NO-GRAVADO   PIC 9(9)V99.
           03 ICO-PERCEP-IVA   PIC 9(9)V99.
           03 ICO-PERCEP-IIBB  PIC 9(9)V99.

       FD CHEQUES-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-CHEQUES.
           03 CHQ-RECIBO       PIC X(8).
           03 CHQ-NRO-DOC      PIC X(20).
           03 CHQ-BANCO        PIC X(20).
           03 CHQ-NUMERO       PIC X(10).
           03 CHQ-LIBRADOR     PIC X(30).
           03 CHQ-FECHA-RECIBIDO PIC 9(8).
           03 CHQ-FECHA-DIFERIDA PIC 9(8).
           03 CHQ-IMPORTE      PIC 9(9)V99.
           03 CHQ-ESTADO       PIC X.
               88 CHEQUE-EN-CARTERA    VALUE "C".
               88 CHEQUE-DEPOSITADO    VALUE "D".
               88 CHEQUE-RECHAZADO     VALUE "R".
           03 CHQ-FECHA-DEPOSITO PIC 9(8).
           03 CHQ-FECHA-RECHAZO  PIC 9(8).
           03 CHQ-MOTIVO-RECHAZO PIC X(20).
           03 CHQ-GASTO-RECHAZO  PIC 9(9)V99.
           03 CHQ-NOTA-DEBITO    PIC 9(8).
           03 CHQ-TOTAL-NOTA     PIC 9(9)V99.

       FD DEVOLUCIONES-SEQ
           LABEL RECORD IS STANDARD.
       01 REG-DEVOLUCIONES.
           03 DEV-NUMERO       PIC 9(6).
           03 DEV-NRO-DOC      PIC X(20).
           03 DEV-CLI-NUMERO   PIC X(8).
           03 DEV-FECHA        PIC 9(8).
           03 DEV-IMPORTE      PIC 9(9)V99.
           03 DEV-MEDIO        PIC X.
               88 DEV-POR-TRANSFERENCIA  VALUE "T".
           03 DEV-ESTADO       PIC X.
               88 DEVOLUCION-PAGADA      VALUE "G".
           03 DEV-PROPUSO      PIC X(10).
           03 DEV-APROBO       PIC X(10).
           03 DEV-FECHA-APROBACION PIC 9(8).
           03 DEV-FECHA-PAGO   PIC 9(8).
           03 DEV-SALDO-FAVOR  PIC 9(9)V99.

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
               88 VOUCHER-VENCIDO      VALUE "V".
           03 VOU-FECHA-BAJA   PIC 9(8).
           03 VOU-IMPORTE-VENCIDO PIC 9(9)V99.

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

       FD REPORTE-PASE
           LABEL RECORD IS STANDARD.
       01 LINEA-REPORTE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-PLAN-CUENTAS        PIC XX.
       01 FS-LIBRO-MAYOR         PIC XX.
           88 NO-EXISTE-LIBRO-MAYOR  VALUE "35".
       01 FS-INTERFAZ            PIC XX.
           88 EOF-INTERFAZ           VALUE "10".
       01 FS-DEPRECIACION        PIC XX.
           88 EOF-DEPRECIACION       VALUE "10".
       01 FS-FACTURAS            PIC XX.
           88 EOF-FACTURAS           VALUE "10".
       01 FS-PAGOS               PIC XX.
           88 EOF-PAGOS              VALUE "10".
       01 FS-RETENCIONES         PIC XX.
       01 FS-FACTURAS-PROV       PIC XX.
           88 EOF-FACTURAS-PROV      VALUE "10".
       01 FS-IVA-COMPRAS         PIC XX.
       01 FS-CHEQUES             PIC XX.
           88 EOF-CHEQUES            VALUE "10".
       01 FS-DEVOLUCIONES        PIC XX.
           88 EOF-DEVOLUCIONES       VALUE "10".
       01 FS-VOUCHERS            PIC XX.
           88 EOF-VOUCHERS           VALUE "10".
       01 FS-LIQUIDACIONES       PIC XX.
           88 EOF-LIQUIDACIONES      VALUE "10".
       01 FS-REPORTE             PIC XX.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "PASE-AL-MAYOR".
       01 WS-SG-NIVEL            PIC 9 VALUE 3.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-PC-FECHA            PIC 9(8).
       01 WS-PC-RESULTADO        PIC X.

       01 WS-PERIODO             PIC 9(6).
       01 WS-FECHA-PROCESO       PIC 9(8).
       01 WS-FECHA-AUX           PIC 9(8).
       01 WS-FECHA-AUX-RED REDEFINES WS-FECHA-AUX.
           03 WS-FECHA-AUX-AAAAMM PIC 9(6).
           03 WS-FECHA-AUX-DD     PIC 9(2).
       01 WS-FIN-MES             PIC 9(8).
       01 WS-FIN-MES-RED REDEFINES WS-FIN-MES.
           03 WS-FIN-AAAA        PIC 9(4).
           03 WS-FIN-MM          PIC 9(2).
           03 WS-FIN-DD          PIC 9(2).
       01 WS-FIN-RESTO-AUX       PIC 9(6).
       01 WS-FIN-RESTO-400       PIC 999.
       01 WS-FIN-RESTO-100       PIC 999.
       01 WS-FIN-RESTO-4         PIC 9.

       01 WS-RUTA-INTERFAZ       PIC X(60).
       01 WS-RETENCIONES-DISP    PIC X VALUE "N".
           88 RETENCIONES-DISPON      VALUE "S".
       01 WS-IVA-COMPRAS-DISP    PIC X VALUE "N".
           88 IVA-COMPRAS-DISPONIBLE  VALUE "S".

       *>
       *> vistas de la linea de interfaz de ASIENTOS-CONTABLES y de
       *> BAJA-DE-VEHICULO: header, detalle y trailer.
       *>
       01 WS-LINEA-INTERFAZ      PIC X(80).
       01 WS-LINEA-DETALLE REDEFINES WS-LINEA-INTERFAZ.
           03 DET-TIPO           PIC X.
           03 DET-FECHA          PIC 9(8).
           03 DET-CUENTA         PIC X(10).
           03 DET-NATURALEZA     PIC X.
           03 DET-IMPORTE        PIC 9(12)V99.
           03 FILLER             PIC X(46).
       01 WS-LINEA-HEADER REDEFINES WS-LINEA-INTERFAZ.
           03 HDR-TIPO           PIC X.
           03 HDR-PERIODO        PIC 9(6).
           03 HDR-ORIGEN         PIC X(10).
           03 FILLER             PIC X(63).
       01 WS-LINEA-TRAILER REDEFINES WS-LINEA-INTERFAZ.
           03 TRL-TIPO           PIC X.
           03 TRL-TOTAL-DEBE     PIC 9(12)V99.
           03 TRL-TOTAL-HABER    PIC 9(12)V99.
           03 TRL-CANTIDAD       PIC 9(7).
           03 FILLER             PIC X(44).
       01 WS-EN-BLOQUE           PIC X VALUE "N".
           88 EN-BLOQUE-DEL-PERIODO   VALUE "S".
       01 WS-BLOQUES-PERIODO     PIC 9(5).
       01 WS-BLOQUE-DEBE         PIC 9(13)V99.
       01 WS-BLOQUE-HABER        PIC 9(13)V99.

       *>
       *> asiento en armado: se valida completo (cuentas del plan y
       *> debe igual a haber) antes de grabar el primer renglon.
       *>
       01 WS-ORIGEN              PIC X(10).
       01 WS-NRO-ASIENTO         PIC 9(5).
       01 WS-ASIENTO.
           03 WS-ASI-FILA OCCURS 10 TIMES.
               05 WS-ASI-CUENTA      PIC X(10).
               05 WS-ASI-NATURALEZA  PIC X.
               05 WS-ASI-IMPORTE     PIC 9(12)V99.
       01 WS-ASI-LINEAS          PIC 9(3).
       01 WS-ASI-IND             PIC 9(3).
       01 WS-ASI-FECHA           PIC 9(8).
       01 WS-ASI-LEYENDA         PIC X(30).
       01 WS-ASI-DEBE            PIC 9(13)V99.
       01 WS-ASI-HABER           PIC 9(13)V99.
       01 WS-ASI-VALIDO          PIC X.
           88 ASIENTO-VALIDO          VALUE "S".
       01 WS-ASI-MOTIVO          PIC X(40).
       01 WS-REN-CUENTA          PIC X(10).
       01 WS-REN-NATURALEZA      PIC X.
       01 WS-REN-IMPORTE         PIC 9(12)V99.

       01 WS-CUENTA-MEDIO        PIC X(10).
       01 WS-CUENTA-GASTO        PIC X(10).
       01 WS-CUENTA-INGRESO      PIC X(10).
       01 WS-TOTAL-DEUDORES      PIC 9(12)V99.
       01 WS-TOTAL-DEPRECIACION  PIC 9(12)V99.
       01 WS-IVA-COMPRA          PIC 9(12)V99.
       01 WS-PERCEP-IVA          PIC 9(12)V99.
       01 WS-PERCEP-IIBB         PIC 9(12)V99.
       01 WS-GASTO-COMPRA        PIC 9(12)V99.

       01 WS-IMPORTE-EDIT        PIC ZZZZZZZZZZZ9,99.
       01 CANT-BORRADOS          PIC 9(7).
       01 CANT-PASADOS           PIC 9(7).
       01 CANT-RECHAZADOS        PIC 9(7).
       01 CANT-TOTAL-PASADOS     PIC 9(7) VALUE ZEROES.
       01 CANT-TOTAL-RECHAZADOS  PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           DISPLAY "PERIODO A PASAR AL MAYOR (AAAAMM): ".
           ACCEPT WS-PERIODO.
           MOVE WS-PERIODO TO WS-FECHA-AUX-AAAAMM.
           MOVE 1 TO WS-FECHA-AUX-DD.
           MOVE WS-FECHA-AUX TO WS-PC-FECHA.
           CALL "periodocerrado" USING WS-PC-FECHA,
               WS-PC-RESULTADO.
           IF WS-PC-RESULTADO = "C"
               DISPLAY "EL PERIODO " WS-PERIODO " ESTA CERRADO, NO "
                   "SE PASA NADA AL MAYOR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CALCULAR-FIN-DE-MES.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM PASAR-ALQUILERES.
           PERFORM PASAR-BAJAS.
           PERFORM PASAR-DEPRECIACION.
           PERFORM PASAR-INTERESES.
           PERFORM PASAR-COBRANZAS.
           PERFORM PASAR-DEPOSITOS.
           PERFORM PASAR-RECHAZOS.
           PERFORM PASAR-DEVOLUCIONES.
           PERFORM PASAR-VOUCHERS.
           PERFORM PASAR-TARJETAS.
           PERFORM PASAR-COMPRAS.
           PERFORM PASAR-PAGOS-PROVEEDORES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "ASIENTOS PASADOS: " CANT-TOTAL-PASADOS.
           DISPLAY "ASIENTOS RECHAZADOS: " CANT-TOTAL-RECHAZADOS.
           IF CANT-TOTAL-RECHAZADOS > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       ABRIR-ARCHIVOS.
           OPEN INPUT PLAN-CUENTAS-RND.
           IF FS-PLAN-CUENTAS <> "00"
               DISPLAY "ERROR AL ABRIR EL PLAN DE CUENTAS, FS="
                   FS-PLAN-CUENTAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O LIBRO-MAYOR-RND.
           IF NO-EXISTE-LIBRO-MAYOR
               OPEN OUTPUT LIBRO-MAYOR-RND
               CLOSE LIBRO-MAYOR-RND
               OPEN I-O LIBRO-MAYOR-RND
           END-IF.
           IF FS-LIBRO-MAYOR <> "00"
               DISPLAY "ERROR AL ABRIR EL LIBRO MAYOR, FS="
                   FS-LIBRO-MAYOR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORTE-PASE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PASE AL MAYOR - PERIODO " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  " - PROCESADO EL " DELIMITED BY SIZE
                  WS-FECHA-PROCESO DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       CERRAR-ARCHIVOS.
           CLOSE PLAN-CUENTAS-RND.
           CLOSE LIBRO-MAYOR-RND.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL ASIENTOS PASADOS: " DELIMITED BY SIZE
                  CANT-TOTAL-PASADOS DELIMITED BY SIZE
                  "  RECHAZADOS: " DELIMITED BY SIZE
                  CANT-TOTAL-RECHAZADOS DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-PASE.

       CALCULAR-FIN-DE-MES.
           MOVE WS-PERIODO TO WS-FECHA-AUX-AAAAMM.
           MOVE 1 TO WS-FECHA-AUX-DD.
           MOVE WS-FECHA-AUX TO WS-FIN-MES.
           EVALUATE WS-FIN-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-FIN-DD
               WHEN 2
                   DIVIDE WS-FIN-AAAA BY 400
                       GIVING WS-FIN-RESTO-AUX
                       REMAINDER WS-FIN-RESTO-400
                   DIVIDE WS-FIN-AAAA BY 100
                       GIVING WS-FIN-RESTO-AUX
                       REMAINDER WS-FIN-RESTO-100
                   DIVIDE WS-FIN-AAAA BY 4
                       GIVING WS-FIN-RESTO-AUX
                       REMAINDER WS-FIN-RESTO-4
                   IF WS-FIN-RESTO-400 = 0
                      OR (WS-FIN-RESTO-4 = 0
                          AND WS-FIN-RESTO-100 NOT = 0)
                       MOVE 29 TO WS-FIN-DD
                   ELSE
                       MOVE 28 TO WS-FIN-DD
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-FIN-DD
           END-EVALUATE.

       *>
       *> CADA ORIGEN SE REPASA ENTERO: antes de asentar se borran
       *> los renglones que ese origen habia dejado en el periodo,
       *> asi una corrida repetida (o corregida) no duplica el
       *> mayor. El periodo cerrado no llega hasta aca.
       *>
       INICIAR-ORIGEN.
           MOVE ZEROES TO WS-NRO-ASIENTO.
           MOVE ZEROES TO CANT-BORRADOS.
           MOVE ZEROES TO CANT-PASADOS.
           MOVE ZEROES TO CANT-RECHAZADOS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ORIGEN " DELIMITED BY SIZE
                  WS-ORIGEN DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       BORRAR-ORIGEN.
           MOVE WS-PERIODO TO LMA-PERIODO OF REG-LIBRO-MAYOR.
           MOVE WS-ORIGEN TO LMA-ORIGEN OF REG-LIBRO-MAYOR.
           MOVE ZEROES TO LMA-ASIENTO OF REG-LIBRO-MAYOR.
           MOVE ZEROES TO LMA-RENGLON OF REG-LIBRO-MAYOR.
           START LIBRO-MAYOR-RND KEY IS NOT LESS THAN
               LMA-CLAVE OF REG-LIBRO-MAYOR
               INVALID KEY MOVE "10" TO FS-LIBRO-MAYOR
           END-START.
           IF FS-LIBRO-MAYOR = "00"
               PERFORM LEER-MAYOR
               PERFORM BORRAR-RENGLON-MAYOR
                   UNTIL FS-LIBRO-MAYOR <> "00"
                   OR LMA-PERIODO OF REG-LIBRO-MAYOR <> WS-PERIODO
                   OR LMA-ORIGEN OF REG-LIBRO-MAYOR <> WS-ORIGEN
           END-IF.
           MOVE "00" TO FS-LIBRO-MAYOR.

       LEER-MAYOR.
           READ LIBRO-MAYOR-RND NEXT RECORD
               AT END MOVE "10" TO FS-LIBRO-MAYOR
           END-READ.

       BORRAR-RENGLON-MAYOR.
           DELETE LIBRO-MAYOR-RND RECORD
               INVALID KEY
                   DISPLAY "ERROR AL BORRAR RENGLON DEL MAYOR, FS="
                       FS-LIBRO-MAYOR
               NOT INVALID KEY
                   ADD 1 TO CANT-BORRADOS
           END-DELETE.
           PERFORM LEER-MAYOR.

       TERMINAR-ORIGEN.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "    RENGLONES REEMPLAZADOS " DELIMITED BY SIZE
                  CANT-BORRADOS DELIMITED BY SIZE
                  "  ASIENTOS PASADOS " DELIMITED BY SIZE
                  CANT-PASADOS DELIMITED BY SIZE
                  "  RECHAZADOS " DELIMITED BY SIZE
                  CANT-RECHAZADOS DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           ADD CANT-PASADOS TO CANT-TOTAL-PASADOS.
           ADD CANT-RECHAZADOS TO CANT-TOTAL-RECHAZADOS.

       INFORMAR-ORIGEN-OMITIDO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "    " DELIMITED BY SIZE
                  WS-ASI-MOTIVO DELIMITED BY SIZE
                  ", SE CONSERVA LO YA PASADO" DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       *>
       *> ARMADO Y VALIDACION DEL ASIENTO: los renglones en cero no
       *> se asientan; al cerrar, cada cuenta tiene que estar activa
       *> en el plan y el debe tiene que igualar al haber, si no el
       *> asiento entero queda rechazado en el reporte.
       *>
       INICIAR-ASIENTO.
           MOVE ZEROES TO WS-ASI-LINEAS.
           MOVE ZEROES TO WS-ASI-DEBE.
           MOVE ZEROES TO WS-ASI-HABER.
           MOVE "S" TO WS-ASI-VALIDO.
           MOVE SPACES TO WS-ASI-MOTIVO.

       AGREGAR-RENGLON.
           IF WS-REN-IMPORTE > ZEROES
               IF WS-ASI-LINEAS < 10
                   ADD 1 TO WS-ASI-LINEAS
                   MOVE WS-REN-CUENTA TO
                       WS-ASI-CUENTA (WS-ASI-LINEAS)
                   MOVE WS-REN-NATURALEZA TO
                       WS-ASI-NATURALEZA (WS-ASI-LINEAS)
                   MOVE WS-REN-IMPORTE TO
                       WS-ASI-IMPORTE (WS-ASI-LINEAS)
               ELSE
                   MOVE "N" TO WS-ASI-VALIDO
                   MOVE "DEMASIADOS RENGLONES EN EL ASIENTO" TO
                       WS-ASI-MOTIVO
               END-IF
           END-IF.

       CERRAR-ASIENTO.
           IF WS-ASI-LINEAS > ZEROES
               PERFORM VALIDAR-RENGLON
                   VARYING WS-ASI-IND FROM 1 BY 1
                   UNTIL WS-ASI-IND > WS-ASI-LINEAS
               IF ASIENTO-VALIDO AND WS-ASI-DEBE NOT = WS-ASI-HABER
                   MOVE "N" TO WS-ASI-VALIDO
                   MOVE "DEBE Y HABER NO CIERRAN" TO WS-ASI-MOTIVO
               END-IF
               IF ASIENTO-VALIDO
                   ADD 1 TO WS-NRO-ASIENTO
                   PERFORM GRABAR-RENGLON
                       VARYING WS-ASI-IND FROM 1 BY 1
                       UNTIL WS-ASI-IND > WS-ASI-LINEAS
                   ADD 1 TO CANT-PASADOS
               ELSE
                   ADD 1 TO CANT-RECHAZADOS
                   PERFORM INFORMAR-RECHAZO
               END-IF
           END-IF.
           PERFORM INICIAR-ASIENTO.

       VALIDAR-RENGLON.
           EVALUATE WS-ASI-NATURALEZA (WS-ASI-IND)
               WHEN "D"
                   ADD WS-ASI-IMPORTE (WS-ASI-IND) TO WS-ASI-DEBE
               WHEN "H"
                   ADD WS-ASI-IMPORTE (WS-ASI-IND) TO WS-ASI-HABER
               WHEN OTHER
                   MOVE "N" TO WS-ASI-VALIDO
                   MOVE "NATURALEZA INVALIDA" TO WS-ASI-MOTIVO
           END-EVALUATE.
           MOVE WS-ASI-CUENTA (WS-ASI-IND) TO
               PCU-CUENTA OF REG-PLAN-CUENTAS.
           READ PLAN-CUENTAS-RND
               INVALID KEY
                   MOVE "N" TO WS-ASI-VALIDO
                   MOVE SPACES TO WS-ASI-MOTIVO
                   STRING "CUENTA " DELIMITED BY SIZE
                          WS-ASI-CUENTA (WS-ASI-IND) DELIMITED BY SIZE
                          " FUERA DEL PLAN" DELIMITED BY SIZE
                       INTO WS-ASI-MOTIVO
                   END-STRING
               NOT INVALID KEY
                   IF NOT CUENTA-ACTIVA
                       MOVE "N" TO WS-ASI-VALIDO
                       MOVE SPACES TO WS-ASI-MOTIVO
                       STRING "CUENTA " DELIMITED BY SIZE
                              WS-ASI-CUENTA (WS-ASI-IND)
                                  DELIMITED BY SIZE
                              " DADA DE BAJA" DELIMITED BY SIZE
                           INTO WS-ASI-MOTIVO
                       END-STRING
                   END-IF
           END-READ.

       GRABAR-RENGLON.
           MOVE WS-PERIODO TO LMA-PERIODO OF REG-LIBRO-MAYOR.
           MOVE WS-ORIGEN TO LMA-ORIGEN OF REG-LIBRO-MAYOR.
           MOVE WS-NRO-ASIENTO TO LMA-ASIENTO OF REG-LIBRO-MAYOR.
           MOVE WS-ASI-IND TO LMA-RENGLON OF REG-LIBRO-MAYOR.
           MOVE WS-ASI-CUENTA (WS-ASI-IND) TO
               LMA-CUENTA OF REG-LIBRO-MAYOR.
           MOVE WS-ASI-FECHA TO LMA-FECHA OF REG-LIBRO-MAYOR.
           MOVE WS-ASI-NATURALEZA (WS-ASI-IND) TO
               LMA-NATURALEZA OF REG-LIBRO-MAYOR.
           MOVE WS-ASI-IMPORTE (WS-ASI-IND) TO
               LMA-IMPORTE OF REG-LIBRO-MAYOR.
           MOVE WS-ASI-LEYENDA TO LMA-LEYENDA OF REG-LIBRO-MAYOR.
           MOVE WS-FECHA-PROCESO TO LMA-FECHA-PASE OF REG-LIBRO-MAYOR.
           WRITE REG-LIBRO-MAYOR
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR RENGLON DEL MAYOR, FS="
                       FS-LIBRO-MAYOR
           END-WRITE.

       INFORMAR-RECHAZO.
           MOVE WS-ASI-DEBE TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "    RECHAZADO " DELIMITED BY SIZE
                  WS-ASI-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ASI-LEYENDA DELIMITED BY SIZE
                  " DEBE " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  WS-ASI-MOTIVO DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       *>
       *> INTERFACES: la de ASIENTOS-CONTABLES (un bloque por
       *> periodo, se regraba en cada exportacion) y la de
       *> BAJA-DE-VEHICULO (un bloque por venta, se acumula). Un
       *> asiento es la tira de detalles de un mismo dia dentro de
       *> un bloque del periodo. Si la interfaz no esta o no trae el
       *> periodo pedido no se toca lo que ya estaba pasado.
       *>
       PASAR-ALQUILERES.
           MOVE "ALQUILERES" TO WS-ORIGEN.
           MOVE "Salida/asientosContables.txt" TO WS-RUTA-INTERFAZ.
           MOVE "ALQUILERES CERRADOS DEL DIA" TO WS-ASI-LEYENDA.
           PERFORM PASAR-INTERFAZ.

       PASAR-BAJAS.
           MOVE "BAJAS" TO WS-ORIGEN.
           MOVE "Salida/asientosBajas.txt" TO WS-RUTA-INTERFAZ.
           MOVE "VENTA DE UNIDAD DE LA FLOTA" TO WS-ASI-LEYENDA.
           PERFORM PASAR-INTERFAZ.

       PASAR-INTERFAZ.
           PERFORM INICIAR-ORIGEN.
           PERFORM CONTAR-BLOQUES-PERIODO.
           IF WS-BLOQUES-PERIODO = ZEROES
               PERFORM INFORMAR-ORIGEN-OMITIDO
           ELSE
               PERFORM BORRAR-ORIGEN
               PERFORM INICIAR-ASIENTO
               MOVE "N" TO WS-EN-BLOQUE
               OPEN INPUT INTERFAZ-ASIENTOS
               PERFORM LEER-INTERFAZ
               PERFORM PROCESAR-LINEA-INTERFAZ UNTIL EOF-INTERFAZ
               CLOSE INTERFAZ-ASIENTOS
               IF EN-BLOQUE-DEL-PERIODO
                   MOVE "BLOQUE SIN TRAILER AL FINAL DE LA INTERFAZ"
                       TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   PERFORM CERRAR-ASIENTO
               END-IF
           END-IF.
           PERFORM TERMINAR-ORIGEN.

       CONTAR-BLOQUES-PERIODO.
           MOVE ZEROES TO WS-BLOQUES-PERIODO.
           OPEN INPUT INTERFAZ-ASIENTOS.
           IF FS-INTERFAZ <> "00"
               MOVE "SIN ARCHIVO DE INTERFAZ" TO WS-ASI-MOTIVO
           ELSE
               MOVE "LA INTERFAZ NO TRAE EL PERIODO" TO WS-ASI-MOTIVO
               PERFORM LEER-INTERFAZ
               PERFORM CONTAR-HEADER UNTIL EOF-INTERFAZ
               CLOSE INTERFAZ-ASIENTOS
           END-IF.

       CONTAR-HEADER.
           IF HDR-TIPO = "H" AND HDR-PERIODO = WS-PERIODO
               ADD 1 TO WS-BLOQUES-PERIODO
           END-IF.
           PERFORM LEER-INTERFAZ.

       LEER-INTERFAZ.
           READ INTERFAZ-ASIENTOS INTO WS-LINEA-INTERFAZ
               AT END MOVE "10" TO FS-INTERFAZ
           END-READ.

       PROCESAR-LINEA-INTERFAZ.
           EVALUATE TRUE
               WHEN HDR-TIPO = "H"
                   IF EN-BLOQUE-DEL-PERIODO
                       PERFORM CERRAR-ASIENTO
                   END-IF
                   MOVE ZEROES TO WS-BLOQUE-DEBE
                   MOVE ZEROES TO WS-BLOQUE-HABER
                   IF HDR-PERIODO = WS-PERIODO
                       MOVE "S" TO WS-EN-BLOQUE
                   ELSE
                       MOVE "N" TO WS-EN-BLOQUE
                   END-IF
               WHEN DET-TIPO = "D" AND EN-BLOQUE-DEL-PERIODO
                   IF WS-ASI-LINEAS > ZEROES
                      AND DET-FECHA NOT = WS-ASI-FECHA
                       PERFORM CERRAR-ASIENTO
                   END-IF
                   MOVE DET-FECHA TO WS-ASI-FECHA
                   MOVE DET-CUENTA TO WS-REN-CUENTA
                   MOVE DET-NATURALEZA TO WS-REN-NATURALEZA
                   MOVE DET-IMPORTE TO WS-REN-IMPORTE
                   IF DET-NATURALEZA = "D"
                       ADD DET-IMPORTE TO WS-BLOQUE-DEBE
                   ELSE
                       ADD DET-IMPORTE TO WS-BLOQUE-HABER
                   END-IF
                   PERFORM AGREGAR-RENGLON
               WHEN TRL-TIPO = "T" AND EN-BLOQUE-DEL-PERIODO
                   PERFORM CERRAR-ASIENTO
                   IF TRL-TOTAL-DEBE NOT = WS-BLOQUE-DEBE
                      OR TRL-TOTAL-HABER NOT = WS-BLOQUE-HABER
                       MOVE "    ATENCION: TRAILER DISTINTO DEL DETALLE"
                           TO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                   END-IF
                   MOVE "N" TO WS-EN-BLOQUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM LEER-INTERFAZ.

       *>
       *> DEPRECIACION: la suma de las cuotas del periodo en el
       *> historial de DEPRECIACION-MENSUAL, un solo asiento al
       *> cierre del mes: debe AMORTIZACIONES, haber AMORTIZACION
       *> ACUMULADA.
       *>
       PASAR-DEPRECIACION.
           MOVE "DEPRECIAC" TO WS-ORIGEN.
           PERFORM INICIAR-ORIGEN.
           OPEN INPUT DEPRECIACION-SEQ.
           IF FS-DEPRECIACION <> "00"
               MOVE "SIN HISTORIAL DE DEPRECIACION" TO WS-ASI-MOTIVO
               PERFORM INFORMAR-ORIGEN-OMITIDO
           ELSE
               PERFORM BORRAR-ORIGEN
               MOVE ZEROES TO WS-TOTAL-DEPRECIACION
               READ DEPRECIACION-SEQ
                   AT END MOVE "10" TO FS-DEPRECIACION
               END-READ
               PERFORM SUMAR-CUOTA-DEPRECIACION UNTIL EOF-DEPRECIACION
               CLOSE DEPRECIACION-SEQ
               PERFORM INICIAR-ASIENTO
               MOVE WS-FIN-MES TO WS-ASI-FECHA
               MOVE "DEPRECIACION DE LA FLOTA" TO WS-ASI-LEYENDA
               MOVE "AMORTIZAC" TO WS-REN-CUENTA
               MOVE "D" TO WS-REN-NATURALEZA
               MOVE WS-TOTAL-DEPRECIACION TO WS-REN-IMPORTE
               PERFORM AGREGAR-RENGLON
               MOVE "AMORTACUM" TO WS-REN-CUENTA
               MOVE "H" TO WS-REN-NATURALEZA
               PERFORM AGREGAR-RENGLON
               PERFORM CERRAR-ASIENTO
           END-IF.
           PERFORM TERMINAR-ORIGEN.

       SUMAR-CUOTA-DEPRECIACION.
           IF DEP-PERIODO OF REG-DEPRECIACION = WS-PERIODO
               ADD DEP-IMPORTE OF REG-DEPRECIACION TO
                   WS-TOTAL-DEPRECIACION
           END-IF.
           READ DEPRECIACION-SEQ
               AT END MOVE "10" TO FS-DEPRECIACION
           END-READ.

       *>
       *> INTERESES: cada nota de debito de INTERESES-POR-MORA
       *> (tipo "D" en facturas.dat) del periodo: debe DEUDORES por
       *> el total, haber INTERESES GANADOS por el neto e IVA DEBITO
       *> FISCAL por el impuesto. Las notas de gastos de cheque
       *> rechazado (tipo "R"), las multas (tipo "M") y los cargos
       *> por siniestro (tipo "S") van igual pero el neto se
       *> acredita a RECUPERO DE GASTOS; en la multa ese haber
       *> lleva tambien el importe de la infraccion, que la factura
       *> trae en el total sin impuesto. La consolidada de convenio
       *> (tipo "C") no se pasa: sus alquileres ya entraron a
       *> DEUDORES por la interfaz de ASIENTOS-CONTABLES.
       *>
       PASAR-INTERESES.
           MOVE "INTERESES" TO WS-ORIGEN.
           PERFORM INICIAR-ORIGEN.
           OPEN INPUT FACTURAS-SEQ.
           IF FS-FACTURAS <> "00"
               MOVE "SIN ARCHIVO DE FACTURAS" TO WS-ASI-MOTIVO
               PERFORM INFORMAR-ORIGEN-OMITIDO
           ELSE
               PERFORM BORRAR-ORIGEN
               READ FACTURAS-SEQ
                   AT END MOVE "10" TO FS-FACTURAS
               END-READ
               PERFORM ASENTAR-NOTA-INTERES UNTIL EOF-FACTURAS
               CLOSE FACTURAS-SEQ
           END-IF.
           PERFORM TERMINAR-ORIGEN.

       ASENTAR-NOTA-INTERES.
           MOVE FAC-FECHA OF REG-FACTURAS-SEQ TO WS-FECHA-AUX.
           IF WS-FECHA-AUX-AAAAMM = WS-PERIODO
              AND (FAC-TIPO OF REG-FACTURAS-SEQ = "D"
                   OR FAC-TIPO OF REG-FACTURAS-SEQ = "R"
                   OR FAC-TIPO OF REG-FACTURAS-SEQ = "M"
                   OR FAC-TIPO OF REG-FACTURAS-SEQ = "S")
               PERFORM INICIAR-ASIENTO
               MOVE FAC-FECHA OF REG-FACTURAS-SEQ TO WS-ASI-FECHA
               MOVE SPACES TO WS-ASI-LEYENDA
               EVALUATE FAC-TIPO OF REG-FACTURAS-SEQ
                   WHEN "R"
                       MOVE "RECUPGASTO" TO WS-CUENTA-INGRESO
                       STRING "NOTA GASTOS RECHAZO " DELIMITED BY SIZE
                              FAC-NUMERO OF REG-FACTURAS-SEQ
                                  DELIMITED BY SIZE
                           INTO WS-ASI-LEYENDA
                       END-STRING
                   WHEN "M"
                       MOVE "RECUPGASTO" TO WS-CUENTA-INGRESO
                       STRING "FACTURA MULTA " DELIMITED BY SIZE
                              FAC-NUMERO OF REG-FACTURAS-SEQ
                                  DELIMITED BY SIZE
                           INTO WS-ASI-LEYENDA
                       END-STRING
                   WHEN "S"
                       MOVE "RECUPGASTO" TO WS-CUENTA-INGRESO
                       STRING "FACTURA SINIESTRO " DELIMITED BY SIZE
                              FAC-NUMERO OF REG-FACTURAS-SEQ
                                  DELIMITED BY SIZE
                           INTO WS-ASI-LEYENDA
                       END-STRING
                   WHEN OTHER
                       MOVE "INTGANADOS" TO WS-CUENTA-INGRESO
                       STRING "NOTA DE INTERES " DELIMITED BY SIZE
                              FAC-NUMERO OF REG-FACTURAS-SEQ
                                  DELIMITED BY SIZE
                           INTO WS-ASI-LEYENDA
                       END-STRING
               END-EVALUATE
               MOVE "DEUDORES" TO WS-REN-CUENTA
               MOVE "D" TO WS-REN-NATURALEZA
               MOVE FAC-TOTAL OF REG-FACTURAS-SEQ TO WS-REN-IMPORTE
               PERFORM AGREGAR-RENGLON
               MOVE WS-CUENTA-INGRESO TO WS-REN-CUENTA
               MOVE "H" TO WS-REN-NATURALEZA
               COMPUTE WS-REN-IMPORTE = FAC-TOTAL OF REG-FACTURAS-SEQ
                   - FAC-IVA OF REG-FACTURAS-SEQ
               PERFORM AGREGAR-RENGLON
               MOVE "IVADEBFISC" TO WS-REN-CUENTA
               MOVE "H" TO WS-REN-NATURALEZA
               MOVE FAC-IVA OF REG-FACTURAS-SEQ TO WS-REN-IMPORTE
               PERFORM AGREGAR-RENGLON
               PERFORM CERRAR-ASIENTO
           END-IF.
           READ FACTURAS-SEQ
               AT END MOVE "10" TO FS-FACTURAS
           END-READ.

       *>
       *> COBRANZAS: cada recibo de pagos.dat del periodo: debe la
       *> cuenta del medio (E=CAJA, T=BANCO, C=VALORES EN CARTERA,
       *> D=TARJETAS) por lo cobrado y las retenciones sufridas por
       *> impuesto, haber DEUDORES por el total cancelado.
       *>
       PASAR-COBRANZAS.
           MOVE "COBRANZAS" TO WS-ORIGEN.
           PERFORM INICIAR-ORIGEN.
           OPEN INPUT PAGOS-SEQ.
           IF FS-PAGOS <> "00"
               MOVE "SIN ARCHIVO DE PAGOS" TO WS-ASI-MOTIVO
               PERFORM INFORMAR-ORIGEN-OMITIDO
           ELSE
               OPEN INPUT RETENCIONES-RND
               IF FS-RETENCIONES = "00"
                   MOVE "S" TO WS-RETENCIONES-DISP
               ELSE
                   MOVE "N" TO WS-RETENCIONES-DISP
               END-IF
               PERFORM BORRAR-ORIGEN
               READ PAGOS-SEQ
                   AT END MOVE "10" TO FS-PAGOS
               END-READ
               PERFORM ASENTAR-COBRANZA UNTIL EOF-PAGOS
               CLOSE PAGOS-SEQ
               IF RETENCIONES-DISPON
                   CLOSE RETENCIONES-RND
               END-IF
           END-IF.
           PERFORM TERMINAR-ORIGEN.

       ASENTAR-COBRANZA.
           MOVE PAG-FECHA OF REG-PAGOS-SEQ TO WS-FECHA-AUX.
           IF WS-FECHA-AUX-AAAAMM = WS-PERIODO
               PERFORM INICIAR-ASIENTO
               MOVE PAG-FECHA OF REG-PAGOS-SEQ TO WS-ASI-FECHA
               MOVE SPACES TO WS-ASI-LEYENDA
               STRING "RECIBO " DELIMITED BY SIZE
                      PAG-NRO-RECIBO OF REG-PAGOS-SEQ
                          DELIMITED BY SIZE
                   INTO WS-ASI-LEYENDA
               END-STRING
               EVALUATE PAG-MEDIO OF REG-PAGOS-SEQ
                   WHEN "T" MOVE "BANCO" TO WS-CUENTA-MEDIO
                   WHEN "C" MOVE "VALORESCAR" TO WS-CUENTA-MEDIO
                   WHEN "D" MOVE "TARJETAS" TO WS-CUENTA-MEDIO
                   WHEN "V" MOVE "VOUCHERS" TO WS-CUENTA-MEDIO
                   WHEN OTHER MOVE "CAJA" TO WS-CUENTA-MEDIO
               END-EVALUATE
               MOVE WS-CUENTA-MEDIO TO WS-REN-CUENTA
               MOVE "D" TO WS-REN-NATURALEZA
               MOVE PAG-IMPORTE OF REG-PAGOS-SEQ TO WS-REN-IMPORTE
               MOVE PAG-IMPORTE OF REG-PAGOS-SEQ TO WS-TOTAL-DEUDORES
               PERFORM AGREGAR-RENGLON
               IF RETENCIONES-DISPON
                   MOVE "GAN" TO RET-IMPUESTO OF REG-RETENCIONES
                   MOVE "RETSUFGAN" TO WS-REN-CUENTA
                   PERFORM AGREGAR-RETENCION-SUFRIDA
                   MOVE "IVA" TO RET-IMPUESTO OF REG-RETENCIONES
                   MOVE "RETSUFIVA" TO WS-REN-CUENTA
                   PERFORM AGREGAR-RETENCION-SUFRIDA
                   MOVE "IBR" TO RET-IMPUESTO OF REG-RETENCIONES
                   MOVE "RETSUFIIBB" TO WS-REN-CUENTA
                   PERFORM AGREGAR-RETENCION-SUFRIDA
               END-IF
               MOVE "DEUDORES" TO WS-REN-CUENTA
               MOVE "H" TO WS-REN-NATURALEZA
               MOVE WS-TOTAL-DEUDORES TO WS-REN-IMPORTE
               PERFORM AGREGAR-RENGLON
               PERFORM CERRAR-ASIENTO
           END-IF.
           READ PAGOS-SEQ
               AT END MOVE "10" TO FS-PAGOS
           END-READ.

       AGREGAR-RETENCION-SUFRIDA.
           MOVE PAG-NRO-RECIBO OF REG-PAGOS-SEQ TO
               RET-RECIBO OF REG-RETENCIONES.
           READ RETENCIONES-RND
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "D" TO WS-REN-NATURALEZA
                   MOVE RET-IMPORTE OF REG-RETENCIONES TO
                       WS-REN-IMPORTE
                   ADD RET-IMPORTE OF REG-RETENCIONES TO
                       WS-TOTAL-DEUDORES
                   PERFORM AGREGAR-RENGLON
           END-READ.

       *>
       *> DEPOSITOS: cada cheque de la cartera depositado en el
       *> periodo (este o no rechazado despues): debe BANCO, haber
       *> VALORES EN CARTERA.
       *>
       PASAR-DEPOSITOS.
           MOVE "DEPOSITOS" TO WS-ORIGEN.
           PERFORM INICIAR-ORIGEN.
           OPEN INPUT CHEQUES-SEQ.
           IF FS-CHEQUES <> "00"
               MOVE "SIN CARTERA DE CHEQUES" TO WS-ASI-MOTIVO
               PERFORM INFORMAR-ORIGEN-OMITIDO
           ELSE
               PERFORM BORRAR-ORIGEN
               READ CHEQUES-SEQ
                   AT END MOVE "10" TO FS-CHEQUES
               END-READ
               PERFORM ASENTAR-DEPOSITO UNTIL EOF-CHEQUES
               CLOSE CHEQUES-SEQ
           END-IF.
           PERFORM TERMINAR-ORIGEN.

       ASENTAR-DEPOSITO.
           MOVE CHQ-FECHA-DEPOSITO OF REG-CHEQUES TO WS-FECHA-AUX.
           IF WS-FECHA-AUX-AAAAMM = WS-PERIODO
               PERFORM INICIAR-ASIENTO
               MOVE CHQ-FECHA-DEPOSITO OF REG-CHEQUES TO WS-ASI-FECHA
               MOVE SPACES TO WS-ASI-LEYENDA
               STRING "DEPOSITO CHEQUE " DELIMITED BY SIZE
                      CHQ-NUMERO OF REG-CHEQUES DELIMITED BY SIZE
                   INTO WS-ASI-LEYENDA
               END-STRING
               MOVE "BANCO" TO WS-REN-CUENTA
               MOVE "D" TO WS-REN-NATURALEZA
               MOVE CHQ-IMPORTE OF REG-CHEQUES TO WS-REN-IMPORTE
               PERFORM AGREGAR-RENGLON
               MOVE "VALORESCAR" TO WS-REN-CUENTA
               MOVE "H" TO WS-REN-NATURALEZA
               PERFORM AGREGAR-RENGLON
               PERFORM CERRAR-ASIENTO
           END-IF.
           READ CHEQUES-SEQ
               AT END MOVE "10" TO FS-CHEQUES
           END-READ.

       *>
       *> RECHAZOS: cada cheque rechazado en el periodo vuelve a
       *> DEUDORES contra BANCO si ya se habia depositado o contra
       *> VALORES EN CARTERA si se rechazo antes del deposito; el
       *> gasto que cobra el banco va a GASTOS BANCARIOS contra
       *> BANCO. El recupero de ese gasto entra por la nota "R".
       *>
       PASAR-RECHAZOS.
           MOVE "RECHAZOS" TO WS-ORIGEN.
           PERFORM INICIAR-ORIGEN.
           OPEN INPUT CHEQUES-SEQ.
           IF FS-CHEQUES <> "00"
               MOVE "SIN CARTERA DE CHEQUES" TO WS-ASI-MOTIVO
               PERFORM INFORMAR-ORIGEN-OMITIDO
           ELSE
               PERFORM BORRAR-ORIGEN
               READ CHEQUES-SEQ
                   AT END MOVE "10" TO FS-CHEQUES
               END-READ
               PERFORM ASENTAR-RECHAZO UNTIL EOF-CHEQUES
               CLOSE CHEQUES-SEQ
           END-IF.
           PERFORM TERMINAR-ORIGEN.

       ASENTAR-RECHAZO.
           MOVE CHQ-FECHA-RECHAZO OF REG-CHEQUES TO WS-FECHA-AUX.
           IF CHEQUE-RECHAZADO AND WS-FECHA-AUX-AAAAMM = WS-PERIODO
               PERFORM INICIAR-ASIENTO
               MOVE CHQ-FECHA-RECHAZO OF REG-CHEQUES TO WS-ASI-FECHA
               MOVE SPACES TO WS-ASI-LEYENDA
               STRING "RECHAZO CHEQUE " DELIMITED BY SIZE
                      CHQ-NUMERO OF REG-CHEQUES DELIMITED BY SIZE
                   INTO WS-ASI-LEYENDA
               END-STRING
               MOVE "DEUDORES" TO WS-REN-CUENTA
               MOVE "D" TO WS-REN-NATURALEZA
               MOVE CHQ-IMPORTE OF REG-CHEQUES TO WS-REN-IMPORTE
               PERFORM AGREGAR-RENGLON
               IF CHQ-FECHA-DEPOSITO OF REG-CHEQUES > ZEROES
                   MOVE "BANCO" TO WS-REN-CUENTA
               ELSE
                   MOVE "VALORESCAR" TO WS-REN-CUENTA
               END-IF
               MOVE "H" TO WS-REN-NATURALEZA
               PERFORM AGREGAR-RENGLON
               MOVE "GASBANCARI" TO WS-REN-CUENTA
               MOVE "D" TO WS-REN-NATURALEZA
               MOVE CHQ-GASTO-RECHAZO OF REG-CHEQUES TO
                   WS-REN-IMPORTE
               PERFORM AGREGAR-RENGLON
               MOVE "BANCO" TO WS-REN-CUENTA
               MOVE "H" TO WS-REN-NATURALEZA
               PERFORM AGREGAR-RENGLON
               PERFORM CERRAR-ASIENTO
           END-IF.
           READ CHEQUES-SEQ
               AT END MOVE "10" TO FS-CHEQUES
           END-READ.

       *>
       *> DEVOLUCIONES: el saldo a favor devuelto en el periodo sale
       *> de DEUDORES (donde quedo como credito del cliente) contra
       *> BANCO si se transfirio o contra CAJA si se pago en
       *> efectivo desde la sesion del operador.
       *>
       PASAR-DEVOLUCIONES.
           MOVE "DEVOLUC" TO WS-ORIGEN.
           PERFORM INICIAR-ORIGEN.
           OPEN INPUT DEVOLUCIONES-SEQ.
           IF FS-DEVOLUCIONES <> "00"
               MOVE "SIN DEVOLUCIONES DE SALDO" TO WS-ASI-MOTIVO
               PERFORM INFORMAR-ORIGEN-OMITIDO
           ELSE
               PERFORM BORRAR-ORIGEN
               READ DEVOLUCIONES-SEQ
                   AT END MOVE "10" TO FS-DEVOLUCIONES
               END-READ
               PERFORM ASENTAR-DEVOLUCION UNTIL EOF-DEVOLUCIONES
               CLOSE DEVOLUCIONES-SEQ
           END-IF.
           PERFORM TERMINAR-ORIGEN.

       ASENTAR-DEVOLUCION.
           MOVE DEV-FECHA-PAGO OF REG-DEVOLUCIONES TO WS-FECHA-AUX.
           IF DEVOLUCION-PAGADA AND WS-FECHA-AUX-AAAAMM = WS-PERIODO
               PERFORM INICIAR-ASIENTO
               MOVE DEV-FECHA-PAGO OF REG-DEVOLUCIONES TO
                   WS-ASI-FECHA
               MOVE SPACES TO WS-ASI-LEYENDA
               STRING "DEVOLUCION SALDO " DELIMITED BY SIZE
                      DEV-NUMERO OF REG-DEVOLUCIONES
                          DELIMITED BY SIZE
                   INTO WS-ASI-LEYENDA
               END-STRING
               MOVE "DEUDORES" TO WS-REN-CUENTA
               MOVE "D" TO WS-REN-NATURALEZA
               MOVE DEV-IMPORTE OF REG-DEVOLUCIONES TO WS-REN-IMPORTE
               PERFORM AGREGAR-RENGLON
               IF DEV-POR-TRANSFERENCIA
                   MOVE "BANCO" TO WS-REN-CUENTA
               ELSE
                   MOVE "CAJA" TO WS-REN-CUENTA
               END-IF
               MOVE "H" TO WS-REN-NATURALEZA
               PERFORM AGREGAR-RENGLON
               PERFORM CERRAR-ASIENTO
           END-IF.
           READ DEVOLUCIONES-SEQ
               AT END MOVE "10" TO FS-DEVOLUCIONES
           END-READ.

       *>
       *> VOUCHERS: la venta de un voucher de regalo o pack prepago
       *> no es ingreso; entra por el medio cobrado contra el pasivo
       *> VOUCHERS. El canje baja ese pasivo como medio de pago de la
       *> cobranza, y el saldo que vencio sin usar (breakage) pasa
       *> del pasivo a INGRESOS POR VOUCHERS VENCIDOS en el mes de
       *> la baja.
       *>
       PASAR-VOUCHERS.
           MOVE "VOUCHERS" TO WS-ORIGEN.
           PERFORM INICIAR-ORIGEN.
           OPEN INPUT VOUCHERS-SEQ.
           IF FS-VOUCHERS <> "00"
               MOVE "SIN VOUCHERS EMITIDOS" TO WS-ASI-MOTIVO
               PERFORM INFORMAR-ORIGEN-OMITIDO
           ELSE
               PERFORM BORRAR-ORIGEN
               READ VOUCHERS-SEQ
                   AT END MOVE "10" TO FS-VOUCHERS
               END-READ
               PERFORM ASENTAR-VOUCHER UNTIL EOF-VOUCHERS
               CLOSE VOUCHERS-SEQ
           END-IF.
           PERFORM TERMINAR-ORIGEN.

       ASENTAR-VOUCHER.
           MOVE VOU-FECHA-EMISION OF REG-VOUCHERS TO WS-FECHA-AUX.
           IF WS-FECHA-AUX-AAAAMM = WS-PERIODO
               PERFORM INICIAR-ASIENTO
               MOVE VOU-FECHA-EMISION OF REG-VOUCHERS TO
                   WS-ASI-FECHA
               MOVE SPACES TO WS-ASI-LEYENDA
               STRING "VENTA VOUCHER " DELIMITED BY SIZE
                      VOU-CODIGO OF REG-VOUCHERS DELIMITED BY SIZE
                   INTO WS-ASI-LEYENDA
               END-STRING
               EVALUATE VOU-MEDIO OF REG-VOUCHERS
                   WHEN "T" MOVE "BANCO" TO WS-REN-CUENTA
                   WHEN "D" MOVE "TARJETAS" TO WS-REN-CUENTA
                   WHEN OTHER MOVE "CAJA" TO WS-REN-CUENTA
               END-EVALUATE
               MOVE "D" TO WS-REN-NATURALEZA
               MOVE VOU-VALOR OF REG-VOUCHERS TO WS-REN-IMPORTE
               PERFORM AGREGAR-RENGLON
               MOVE "VOUCHERS" TO WS-REN-CUENTA
               MOVE "H" TO WS-REN-NATURALEZA
               PERFORM AGREGAR-RENGLON
               PERFORM CERRAR-ASIENTO
           END-IF.
           MOVE VOU-FECHA-BAJA OF REG-VOUCHERS TO WS-FECHA-AUX.
           IF VOUCHER-VENCIDO AND WS-FECHA-AUX-AAAAMM = WS-PERIODO
              AND VOU-IMPORTE-VENCIDO OF REG-VOUCHERS > ZEROES
               PERFORM INICIAR-ASIENTO
               MOVE VOU-FECHA-BAJA OF REG-VOUCHERS TO WS-ASI-FECHA
               MOVE SPACES TO WS-ASI-LEYENDA
               STRING "VENCIMIENTO VOUCHER " DELIMITED BY SIZE
                      VOU-CODIGO OF REG-VOUCHERS DELIMITED BY SIZE
                   INTO WS-ASI-LEYENDA
               END-STRING
               MOVE "VOUCHERS" TO WS-REN-CUENTA
               MOVE "D" TO WS-REN-NATURALEZA
               MOVE VOU-IMPORTE-VENCIDO OF REG-VOUCHERS TO
                   WS-REN-IMPORTE
               PERFORM AGREGAR-RENGLON
               MOVE "INGVOUCHER" TO WS-REN-CUENTA
               MOVE "H" TO WS-REN-NATURALEZA
               PERFORM AGREGAR-RENGLON
               PERFORM CERRAR-ASIENTO
           END-IF.
           READ VOUCHERS-SEQ
               AT END MOVE "10" TO FS-VOUCHERS
           END-READ.

       *>
       *> TARJETAS: cada cuota liquidada por la adquirente con
       *> fecha de pago en el periodo cancela TARJETAS por el
       *> bruto: debe BANCO por el neto acreditado, GASTOS DE
       *> TARJETA por la comision, IVA CREDITO FISCAL por el IVA de
       *> la comision y las retenciones sufridas por impuesto.
       *>
       PASAR-TARJETAS.
           MOVE "TARJETAS" TO WS-ORIGEN.
           PERFORM INICIAR-ORIGEN.
           OPEN INPUT LIQUIDACIONES-SEQ.
           IF FS-LIQUIDACIONES <> "00"
               MOVE "SIN LIQUIDACIONES DE TARJETA" TO WS-ASI-MOTIVO
               PERFORM INFORMAR-ORIGEN-OMITIDO
           ELSE
               PERFORM BORRAR-ORIGEN
               READ LIQUIDACIONES-SEQ
                   AT END MOVE "10" TO FS-LIQUIDACIONES
               END-READ
               PERFORM ASENTAR-LIQUIDACION-TARJETA
                   UNTIL EOF-LIQUIDACIONES
               CLOSE LIQUIDACIONES-SEQ
           END-IF.
           PERFORM TERMINAR-ORIGEN.

       ASENTAR-LIQUIDACION-TARJETA.
           MOVE LTJ-FECHA-PAGO OF REG-LIQUIDACIONES TO WS-FECHA-AUX.
           IF WS-FECHA-AUX-AAAAMM = WS-PERIODO
               PERFORM INICIAR-ASIENTO
               MOVE LTJ-FECHA-PAGO OF REG-LIQUIDACIONES TO
                   WS-ASI-FECHA
               MOVE SPACES TO WS-ASI-LEYENDA
               STRING "CUPON " DELIMITED BY SIZE
                      LTJ-CUPON OF REG-LIQUIDACIONES
                          DELIMITED BY SIZE
                      " CUOTA " DELIMITED BY SIZE
                      LTJ-CUOTA OF REG-LIQUIDACIONES
                          DELIMITED BY SIZE
                   INTO WS-ASI-LEYENDA
               END-STRING
               MOVE "D" TO WS-REN-NATURALEZA
               MOVE "BANCO" TO WS-REN-CUENTA
               MOVE LTJ-NETO OF REG-LIQUIDACIONES TO WS-REN-IMPORTE
               PERFORM AGREGAR-RENGLON
               MOVE "GASTARJETA" TO WS-REN-CUENTA
               MOVE LTJ-COMISION OF REG-LIQUIDACIONES TO
                   WS-REN-IMPORTE
               PERFORM AGREGAR-RENGLON
               MOVE "IVACREDFIS" TO WS-REN-CUENTA
               MOVE LTJ-IVA-COMISION OF REG-LIQUIDACIONES TO
                   WS-REN-IMPORTE
               PERFORM AGREGAR-RENGLON
               MOVE "RETSUFIVA" TO WS-REN-CUENTA
               MOVE LTJ-RET-IVA OF REG-LIQUIDACIONES TO
                   WS-REN-IMPORTE
               PERFORM AGREGAR-RENGLON
               MOVE "RETSUFGAN" TO WS-REN-CUENTA
               MOVE LTJ-RET-GAN OF REG-LIQUIDACIONES TO
                   WS-REN-IMPORTE
               PERFORM AGREGAR-RENGLON
               MOVE "RETSUFIIBB" TO WS-REN-CUENTA
               MOVE LTJ-RET-IIBB OF REG-LIQUIDACIONES TO
                   WS-REN-IMPORTE
               PERFORM AGREGAR-RENGLON
               MOVE "TARJETAS" TO WS-REN-CUENTA
               MOVE "H" TO WS-REN-NATURALEZA
               MOVE LTJ-BRUTO OF REG-LIQUIDACIONES TO WS-REN-IMPORTE
               PERFORM AGREGAR-RENGLON
               PERFORM CERRAR-ASIENTO
           END-IF.
           READ LIQUIDACIONES-SEQ
               AT END MOVE "10" TO FS-LIQUIDACIONES
           END-READ.

       *>
       *> COMPRAS: cada factura de proveedor del periodo: debe la
       *> cuenta de gasto del rubro por el neto y lo no gravado,
       *> debe IVA CREDITO FISCAL y las percepciones sufridas segun
       *> ivaCompras.dat, haber PROVEEDORES por el total.
       *>
       PASAR-COMPRAS.
           MOVE "COMPRAS" TO WS-ORIGEN.
           PERFORM INICIAR-ORIGEN.
           OPEN INPUT FACTURAS-PROV-SEQ.
           IF FS-FACTURAS-PROV <> "00"
               MOVE "SIN FACTURAS DE PROVEEDORES" TO WS-ASI-MOTIVO
               PERFORM INFORMAR-ORIGEN-OMITIDO
           ELSE
               OPEN INPUT IVA-COMPRAS-RND
               IF FS-IVA-COMPRAS = "00"
                   MOVE "S" TO WS-IVA-COMPRAS-DISP
               ELSE
                   MOVE "N" TO WS-IVA-COMPRAS-DISP
               END-IF
               PERFORM BORRAR-ORIGEN
               READ FACTURAS-PROV-SEQ
                   AT END MOVE "10" TO FS-FACTURAS-PROV
               END-READ
               PERFORM ASENTAR-COMPRA UNTIL EOF-FACTURAS-PROV
               CLOSE FACTURAS-PROV-SEQ
               IF IVA-COMPRAS-DISPONIBLE
                   CLOSE IVA-COMPRAS-RND
               END-IF
           END-IF.
           PERFORM TERMINAR-ORIGEN.

       ASENTAR-COMPRA.
           MOVE FPR-FECHA OF REG-FACTURAS-PROV TO WS-FECHA-AUX.
           IF WS-FECHA-AUX-AAAAMM = WS-PERIODO
               PERFORM INICIAR-ASIENTO
               MOVE FPR-FECHA OF REG-FACTURAS-PROV TO WS-ASI-FECHA
               MOVE SPACES TO WS-ASI-LEYENDA
               STRING "PROV " DELIMITED BY SIZE
                      FPR-PROVEEDOR OF REG-FACTURAS-PROV
                          DELIMITED BY SIZE
                      " FC " DELIMITED BY SIZE
                      FPR-COMPROBANTE OF REG-FACTURAS-PROV
                          DELIMITED BY SIZE
                   INTO WS-ASI-LEYENDA
               END-STRING
               MOVE ZEROES TO WS-IVA-COMPRA
               MOVE ZEROES TO WS-PERCEP-IVA
               MOVE ZEROES TO WS-PERCEP-IIBB
               IF IVA-COMPRAS-DISPONIBLE
                   MOVE FPR-CLAVE OF REG-FACTURAS-PROV TO
                       ICO-CLAVE OF REG-IVA-COMPRAS
                   READ IVA-COMPRAS-RND
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE WS-IVA-COMPRA = ICO-IVA-21
                               + ICO-IVA-105
                           MOVE ICO-PERCEP-IVA TO WS-PERCEP-IVA
                           MOVE ICO-PERCEP-IIBB TO WS-PERCEP-IIBB
                   END-READ
               END-IF
               COMPUTE WS-GASTO-COMPRA = FPR-IMPORTE OF
                   REG-FACTURAS-PROV - WS-IVA-COMPRA - WS-PERCEP-IVA
                   - WS-PERCEP-IIBB
               EVALUATE FPR-RUBRO OF REG-FACTURAS-PROV
                   WHEN "C" MOVE "GASCOMBUST" TO WS-CUENTA-GASTO
                   WHEN "R" MOVE "GASREPARAC" TO WS-CUENTA-GASTO
                   WHEN "S" MOVE "GASSEGUROS" TO WS-CUENTA-GASTO
                   WHEN OTHER MOVE "GASOTROS" TO WS-CUENTA-GASTO
               END-EVALUATE
               MOVE WS-CUENTA-GASTO TO WS-REN-CUENTA
               MOVE "D" TO WS-REN-NATURALEZA
               MOVE WS-GASTO-COMPRA TO WS-REN-IMPORTE
               PERFORM AGREGAR-RENGLON
               MOVE "IVACREDFIS" TO WS-REN-CUENTA
               MOVE WS-IVA-COMPRA TO WS-REN-IMPORTE
               PERFORM AGREGAR-RENGLON
               MOVE "PERCEPIVA" TO WS-REN-CUENTA
               MOVE WS-PERCEP-IVA TO WS-REN-IMPORTE
               PERFORM AGREGAR-RENGLON
               MOVE "PERCEPIIBB" TO WS-REN-CUENTA
               MOVE WS-PERCEP-IIBB TO WS-REN-IMPORTE
               PERFORM AGREGAR-RENGLON
               MOVE "PROVEEDOR" TO WS-REN-CUENTA
               MOVE "H" TO WS-REN-NATURALEZA
               MOVE FPR-IMPORTE OF REG-FACTURAS-PROV TO WS-REN-IMPORTE
               PERFORM AGREGAR-RENGLON
               PERFORM CERRAR-ASIENTO
           END-IF.
           READ FACTURAS-PROV-SEQ
               AT END MOVE "10" TO FS-FACTURAS-PROV
           END-READ.

       *>
       *> PAGOS A PROVEEDORES: las facturas canceladas por ORDENES-
       *> DE-PAGO con fecha de pago en el periodo: debe PROVEEDORES,
       *> haber BANCO, para que la cuenta del proveedor quede con lo
       *> que realmente se le debe.
       *>
       PASAR-PAGOS-PROVEEDORES.
           MOVE "PAGOSPROV" TO WS-ORIGEN.
           PERFORM INICIAR-ORIGEN.
           OPEN INPUT FACTURAS-PROV-SEQ.
           IF FS-FACTURAS-PROV <> "00"
               MOVE "SIN FACTURAS DE PROVEEDORES" TO WS-ASI-MOTIVO
               PERFORM INFORMAR-ORIGEN-OMITIDO
           ELSE
               PERFORM BORRAR-ORIGEN
               READ FACTURAS-PROV-SEQ
                   AT END MOVE "10" TO FS-FACTURAS-PROV
               END-READ
               PERFORM ASENTAR-PAGO-PROVEEDOR
                   UNTIL EOF-FACTURAS-PROV
               CLOSE FACTURAS-PROV-SEQ
           END-IF.
           PERFORM TERMINAR-ORIGEN.

       ASENTAR-PAGO-PROVEEDOR.
           MOVE FPR-FECHA-PAGO OF REG-FACTURAS-PROV TO WS-FECHA-AUX.
           IF FACTURA-PROV-PAGADA OF REG-FACTURAS-PROV
              AND WS-FECHA-AUX-AAAAMM = WS-PERIODO
               PERFORM INICIAR-ASIENTO
               MOVE FPR-FECHA-PAGO OF REG-FACTURAS-PROV TO
                   WS-ASI-FECHA
               MOVE SPACES TO WS-ASI-LEYENDA
               STRING "ORDEN DE PAGO " DELIMITED BY SIZE
                      FPR-ORDEN-PAGO OF REG-FACTURAS-PROV
                          DELIMITED BY SIZE
                   INTO WS-ASI-LEYENDA
               END-STRING
               MOVE "PROVEEDOR" TO WS-REN-CUENTA
               MOVE "D" TO WS-REN-NATURALEZA
               MOVE FPR-IMPORTE OF REG-FACTURAS-PROV TO WS-REN-IMPORTE
               PERFORM AGREGAR-RENGLON
               MOVE "BANCO" TO WS-REN-CUENTA
               MOVE "H" TO WS-REN-NATURALEZA
               PERFORM AGREGAR-RENGLON
               PERFORM CERRAR-ASIENTO
           END-IF.
           READ FACTURAS-PROV-SEQ
               AT END MOVE "10" TO FS-FACTURAS-PROV
           END-READ.
