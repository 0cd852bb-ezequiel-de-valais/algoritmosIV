           RECORD KEY IS VEH-PATENTE OF REG-VEHICULOS-RND
           FILE STATUS IS FS-VEHICULOS.

       SELECT PROVEEDORES-RND
           ASSIGN TO DISK "Entrada/indexados/proveedores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRV-CODIGO OF REG-PROVEEDORES
           ALTERNATE RECORD KEY IS PRV-CUIT OF REG-PROVEEDORES
           FILE STATUS IS FS-PROVEEDORES.

       SELECT FACTURAS-PROV-RND
           ASSIGN TO DISK "Entrada/indexados/facturasProveedor.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
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

       SELECT ORDENES-TRABAJO-RND
           ASSIGN TO DISK "Entrada/indexados/ordenesTrabajo.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OT-CLAVE OF REG-ORDENES-TRABAJO
           FILE STATUS IS FS-ORDENES.

       DATA DIVISION.

       FILE SECTION.
           03  VEH-ESTADO      PIC X.
           03  VEH-KM-ACTUAL   PIC 9(7).

       FD PROVEEDORES-RND
           LABEL RECORD IS STANDARD.
       01 REG-PROVEEDORES.
           03 PRV-CODIGO       PIC X(6).
           03 PRV-RAZON-SOCIAL PIC X(30).
           03 PRV-CUIT         PIC X(20).
           03 PRV-RUBRO        PIC X.
           03 PRV-PLAZO-DIAS   PIC 9(3).
           03 PRV-BANCO        PIC X(20).
           03 PRV-CBU          PIC X(22).
           03 PRV-ESTADO       PIC X.
               88 PROVEEDOR-ACTIVO     VALUE "A".

       FD FACTURAS-PROV-RND
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

       FD ORDENES-TRABAJO-RND
           LABEL RECORD IS STANDARD.
       01 REG-ORDENES-TRABAJO.
           03 OT-CLAVE.
               05  OT-PATENTE  PIC X(6).
               05  OT-FECHA    PIC 9(8).
           03 OT-MOTIVO        PIC X.
           03 OT-KM-ACTUAL     PIC 9(7).
           03 OT-DESDE         PIC 9(8).
           03 OT-HASTA         PIC 9(8).
           03 OT-ESTADO        PIC X.

       WORKING-STORAGE SECTION.
       01 FS-GASTOS              PIC XX.
       01 FS-VEHICULOS           PIC XX.
       01 FS-PROVEEDORES         PIC XX.
       01 FS-FACTURAS-PROV       PIC XX.
           88 NO-EXISTE-FACT-PROV    VALUE "35".
       01 FS-IVA-COMPRAS         PIC XX.
           88 NO-EXISTE-IVA-COMPRAS  VALUE "35".
       01 WS-IVA-COMPRAS-DISP    PIC X VALUE "N".
           88 IVA-COMPRAS-DISPONIBLE VALUE "S".
       01 WS-LETRA               PIC X.
       01 WS-NETO-21             PIC 9(9)V99.
       01 WS-NETO-105            PIC 9(9)V99.
       01 WS-PERCEP-IVA          PIC 9(9)V99.
       01 WS-PERCEP-IIBB         PIC 9(9)V99.
       01 WS-IVA-21              PIC 9(9)V99.
       01 WS-IVA-105             PIC 9(9)V99.
       01 WS-DISCRIMINADO        PIC 9(10)V99.
       01 WS-ALICUOTA-GENERAL    PIC V999 VALUE .210.
       01 WS-ALICUOTA-REDUCIDA   PIC V999 VALUE .105.

       01 WS-PV-CODIGO           PIC X(12).
       01 WS-PV-FECHA            PIC 9(8).
       01 WS-PV-VALOR            PIC 9(9)V9999.
       01 WS-PV-HALLADO          PIC X.
       01 FS-ORDENES             PIC XX.
       01 WS-CTAS-PAGAR-DISP     PIC X VALUE "N".
           88 CTAS-PAGAR-DISPONIBLES VALUE "S".
       01 WS-ORDENES-DISP        PIC X VALUE "N".
           88 ORDENES-DISPONIBLES    VALUE "S".

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "REGISTRO-GASTOS".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
           88 RUBRO-VALIDO           VALUE "C" "R" "S" "O".
       01 WS-IMPORTE             PIC 9(7)V99.
       01 WS-COMPROBANTE         PIC X(12).
       01 WS-PROVEEDOR           PIC X(6).
       01 WS-OT-FECHA            PIC 9(8).
       01 WS-CONT-DIAS           PIC 9(3).

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

       01 WS-FECHA-A-VALIDAR     PIC 9(8).
       01 WS-FECHA-DESGLOSE REDEFINES WS-FECHA-A-VALIDAR.
               DISPLAY "ERROR AL ABRIR VEHICULOS, FS=" FS-VEHICULOS
               STOP RUN
           END-IF.
           OPEN INPUT PROVEEDORES-RND.
           OPEN I-O FACTURAS-PROV-RND.
           IF NO-EXISTE-FACT-PROV
               OPEN OUTPUT FACTURAS-PROV-RND
               CLOSE FACTURAS-PROV-RND
               OPEN I-O FACTURAS-PROV-RND
           END-IF.
           IF FS-PROVEEDORES = "00" AND FS-FACTURAS-PROV = "00"
               MOVE "S" TO WS-CTAS-PAGAR-DISP
           ELSE
               MOVE "N" TO WS-CTAS-PAGAR-DISP
           END-IF.
           OPEN I-O IVA-COMPRAS-RND.
           IF NO-EXISTE-IVA-COMPRAS
               OPEN OUTPUT IVA-COMPRAS-RND
               CLOSE IVA-COMPRAS-RND
               OPEN I-O IVA-COMPRAS-RND
           END-IF.
           IF FS-IVA-COMPRAS = "00"
               MOVE "S" TO WS-IVA-COMPRAS-DISP
           ELSE
               MOVE "N" TO WS-IVA-COMPRAS-DISP
           END-IF.
           OPEN I-O ORDENES-TRABAJO-RND.
           IF FS-ORDENES = "00"
               MOVE "S" TO WS-ORDENES-DISP
           ELSE
               MOVE "N" TO WS-ORDENES-DISP
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE GASTOS.
           CLOSE VEHICULOS-RND.
           IF FS-PROVEEDORES = "00"
               CLOSE PROVEEDORES-RND
           END-IF.
           IF FS-FACTURAS-PROV = "00"
               CLOSE FACTURAS-PROV-RND
           END-IF.
           IF IVA-COMPRAS-DISPONIBLE
               CLOSE IVA-COMPRAS-RND
           END-IF.
           IF ORDENES-DISPONIBLES
               CLOSE ORDENES-TRABAJO-RND
           END-IF.

       *>
       *> CARGA DE GASTO: combustible, reparaciones y seguros dejan
                       MOVE WS-COMPROBANTE TO GAS-COMPROBANTE
                       WRITE REG-GASTOS
                       DISPLAY "GASTO REGISTRADO"
                       PERFORM REGISTRAR-FACTURA-PROVEEDOR
                   END-IF
               END-IF
           END-IF.

       *>
       *> CUENTA CORRIENTE DE PROVEEDORES: el comprobante del gasto
       *> queda como factura a pagar del proveedor, con vencimiento
       *> a la fecha del gasto mas el plazo de la ficha; sin codigo
       *> de proveedor se entiende pagado en el acto y no genera
       *> deuda. Una reparacion puede cerrar la orden de trabajo
       *> del planificador, que queda atada a la factura.
       *>
       REGISTRAR-FACTURA-PROVEEDOR.
           IF CTAS-PAGAR-DISPONIBLES
               DISPLAY "CODIGO DE PROVEEDOR (ENTER SI SE PAGO EN EL "
                   "ACTO): "
               ACCEPT WS-PROVEEDOR
               IF WS-PROVEEDOR NOT = SPACES
                   MOVE WS-PROVEEDOR TO PRV-CODIGO OF REG-PROVEEDORES
                   READ PROVEEDORES-RND
                       INVALID KEY
                           DISPLAY "PROVEEDOR INEXISTENTE: EL GASTO "
                               "QUEDA SIN FACTURA A PAGAR"
                       NOT INVALID KEY
                           IF PROVEEDOR-ACTIVO
                               PERFORM GRABAR-FACTURA-PROVEEDOR
                           ELSE
                               DISPLAY "PROVEEDOR DADO DE BAJA: EL "
                                   "GASTO QUEDA SIN FACTURA A PAGAR"
                           END-IF
                   END-READ
               END-IF
           END-IF.

       GRABAR-FACTURA-PROVEEDOR.
           MOVE ZEROES TO WS-OT-FECHA.
           IF WS-RUBRO = "R" AND ORDENES-DISPONIBLES
               DISPLAY "FECHA DE LA ORDEN DE TRABAJO QUE CIERRA "
                   "(0 SI NO HAY): "
               ACCEPT WS-OT-FECHA
               IF WS-OT-FECHA > ZEROES
                   PERFORM CERRAR-ORDEN-TRABAJO
               END-IF
           END-IF.
           MOVE WS-FECHA TO WS-FECHA-CURSOR.
           MOVE ZEROES TO WS-CONT-DIAS.
           PERFORM SUMAR-DIA-VENCIMIENTO
               UNTIL WS-CONT-DIAS >= PRV-PLAZO-DIAS OF REG-PROVEEDORES.
           MOVE WS-PROVEEDOR TO FPR-PROVEEDOR OF REG-FACTURAS-PROV.
           MOVE WS-COMPROBANTE TO FPR-COMPROBANTE OF REG-FACTURAS-PROV.
           MOVE WS-PATENTE TO FPR-PATENTE OF REG-FACTURAS-PROV.
           MOVE WS-FECHA TO FPR-FECHA OF REG-FACTURAS-PROV.
           MOVE "G" TO FPR-ORIGEN OF REG-FACTURAS-PROV.
           MOVE WS-RUBRO TO FPR-RUBRO OF REG-FACTURAS-PROV.
           MOVE WS-IMPORTE TO FPR-IMPORTE OF REG-FACTURAS-PROV.
           MOVE WS-FECHA-CURSOR TO FPR-VENCIMIENTO OF REG-FACTURAS-PROV.
           MOVE WS-OT-FECHA TO FPR-OT-FECHA OF REG-FACTURAS-PROV.
           MOVE "P" TO FPR-ESTADO OF REG-FACTURAS-PROV.
           MOVE ZEROES TO FPR-ORDEN-PAGO OF REG-FACTURAS-PROV.
           MOVE ZEROES TO FPR-FECHA-PAGO OF REG-FACTURAS-PROV.
           WRITE REG-FACTURAS-PROV
               INVALID KEY
                   DISPLAY "EL COMPROBANTE YA ESTA CARGADO PARA ESE "
                       "PROVEEDOR, NO SE DUPLICA LA DEUDA"
               NOT INVALID KEY
                   DISPLAY "FACTURA A PAGAR REGISTRADA, VENCE EL "
                       WS-FECHA-CURSOR
                   PERFORM CAPTURAR-IVA-COMPRA
           END-WRITE.

       *>
       *> IVA COMPRAS: de la factura "A" se discrimina el neto por
       *> alicuota y las percepciones sufridas; el IVA se calcula
       *> sobre el neto y lo que no se discrimina queda como no
       *> gravado (impuestos internos, ITC del combustible). Las
       *> facturas "B", "C" y los tickets no dan credito fiscal y
       *> van completas a no gravado. Es la base de LIBRO-IVA-
       *> COMPRAS y de la posicion mensual de IVA.
       *>
       CAPTURAR-IVA-COMPRA.
           IF IVA-COMPRAS-DISPONIBLE
               MOVE ZEROES TO WS-NETO-21
               MOVE ZEROES TO WS-NETO-105
               MOVE ZEROES TO WS-PERCEP-IVA
               MOVE ZEROES TO WS-PERCEP-IIBB
               MOVE ZEROES TO WS-IVA-21
               MOVE ZEROES TO WS-IVA-105
               DISPLAY "LETRA DEL COMPROBANTE (A/B/C): "
               ACCEPT WS-LETRA
               IF WS-LETRA = "A" OR WS-LETRA = "a"
                   MOVE "A" TO WS-LETRA
                   PERFORM CAPTURAR-DISCRIMINACION-A
               END-IF
               PERFORM GRABAR-IVA-COMPRA
           END-IF.

       CAPTURAR-DISCRIMINACION-A.
           DISPLAY "NETO GRAVADO AL 21%: ".
           ACCEPT WS-NETO-21.
           DISPLAY "NETO GRAVADO AL 10,5%: ".
           ACCEPT WS-NETO-105.
           DISPLAY "PERCEPCION DE IVA SUFRIDA: ".
           ACCEPT WS-PERCEP-IVA.
           DISPLAY "PERCEPCION DE INGRESOS BRUTOS SUFRIDA: ".
           ACCEPT WS-PERCEP-IIBB.
           PERFORM CARGAR-ALICUOTAS-IVA.
           COMPUTE WS-IVA-21 ROUNDED =
               WS-NETO-21 * WS-ALICUOTA-GENERAL.
           COMPUTE WS-IVA-105 ROUNDED =
               WS-NETO-105 * WS-ALICUOTA-REDUCIDA.
           COMPUTE WS-DISCRIMINADO = WS-NETO-21 + WS-IVA-21
               + WS-NETO-105 + WS-IVA-105 + WS-PERCEP-IVA
               + WS-PERCEP-IIBB.
           IF WS-DISCRIMINADO > WS-IMPORTE
               DISPLAY "LA DISCRIMINACION SUPERA EL TOTAL DEL "
                   "COMPROBANTE: SE REGISTRA SIN CREDITO FISCAL"
               MOVE "B" TO WS-LETRA
               MOVE ZEROES TO WS-NETO-21
               MOVE ZEROES TO WS-NETO-105
               MOVE ZEROES TO WS-PERCEP-IVA
               MOVE ZEROES TO WS-PERCEP-IIBB
               MOVE ZEROES TO WS-IVA-21
               MOVE ZEROES TO WS-IVA-105
           END-IF.

       *>
       *> alicuotas vigentes a la fecha del comprobante: la general
       *> es la misma ALICUOTA-IVA de la facturacion y la reducida
       *> tiene su propio parametro, ALICUOTA-RED.
       *>
       CARGAR-ALICUOTAS-IVA.
           MOVE WS-FECHA TO WS-PV-FECHA.
           MOVE "ALICUOTA-IVA" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-ALICUOTA-GENERAL
           END-IF.
           MOVE "ALICUOTA-RED" TO WS-PV-CODIGO.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-ALICUOTA-REDUCIDA
           END-IF.

       GRABAR-IVA-COMPRA.
           MOVE WS-PROVEEDOR TO ICO-PROVEEDOR OF REG-IVA-COMPRAS.
           MOVE WS-COMPROBANTE TO ICO-COMPROBANTE OF REG-IVA-COMPRAS.
           MOVE WS-FECHA TO ICO-FECHA OF REG-IVA-COMPRAS.
           MOVE WS-LETRA TO ICO-LETRA OF REG-IVA-COMPRAS.
           MOVE WS-NETO-21 TO ICO-NETO-21 OF REG-IVA-COMPRAS.
           MOVE WS-IVA-21 TO ICO-IVA-21 OF REG-IVA-COMPRAS.
           MOVE WS-NETO-105 TO ICO-NETO-105 OF REG-IVA-COMPRAS.
           MOVE WS-IVA-105 TO ICO-IVA-105 OF REG-IVA-COMPRAS.
           COMPUTE ICO-NO-GRAVADO OF REG-IVA-COMPRAS = WS-IMPORTE
               - WS-NETO-21 - WS-IVA-21 - WS-NETO-105 - WS-IVA-105
               - WS-PERCEP-IVA - WS-PERCEP-IIBB.
           MOVE WS-PERCEP-IVA TO ICO-PERCEP-IVA OF REG-IVA-COMPRAS.
           MOVE WS-PERCEP-IIBB TO ICO-PERCEP-IIBB OF REG-IVA-COMPRAS.
           WRITE REG-IVA-COMPRAS
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL IVA DEL COMPROBANTE, FS="
                       FS-IVA-COMPRAS
           END-WRITE.

       *>
       *> la orden tiene que ser de la misma patente y seguir
       *> propuesta; al atarla a la factura queda "C" (cerrada).
       *>
       CERRAR-ORDEN-TRABAJO.
           MOVE WS-PATENTE TO OT-PATENTE OF REG-ORDENES-TRABAJO.
           MOVE WS-OT-FECHA TO OT-FECHA OF REG-ORDENES-TRABAJO.
           READ ORDENES-TRABAJO-RND
               INVALID KEY
                   DISPLAY "ORDEN DE TRABAJO INEXISTENTE, LA FACTURA "
                       "QUEDA SIN ORDEN"
                   MOVE ZEROES TO WS-OT-FECHA
               NOT INVALID KEY
                   IF OT-ESTADO OF REG-ORDENES-TRABAJO = "P"
                       MOVE "C" TO OT-ESTADO OF REG-ORDENES-TRABAJO
                       REWRITE REG-ORDENES-TRABAJO
                       END-REWRITE
                       DISPLAY "ORDEN DE TRABAJO CERRADA"
                   ELSE
                       DISPLAY "LA ORDEN DE TRABAJO YA ESTABA "
                           "CERRADA, LA FACTURA QUEDA SIN ORDEN"
                       MOVE ZEROES TO WS-OT-FECHA
                   END-IF
           END-READ.

       SUMAR-DIA-VENCIMIENTO.
           ADD 1 TO WS-CONT-DIAS.
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

