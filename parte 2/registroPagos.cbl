              WITH DUPLICATES
           FILE STATUS IS FS-RETENCIONES.

       SELECT RETENCIONES-JUR-RND
           ASSIGN TO DISK "Entrada/indexados/retencionesJur.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RJU-CLAVE OF REG-RETENCIONES-JUR
           FILE STATUS IS FS-RETENCIONES-JUR.

       SELECT COTIZACIONES-RND
           ASSIGN TO DISK "Entrada/indexados/cotizaciones.dat"
           ORGANIZATION IS INDEXED
              WITH DUPLICATES
           FILE STATUS IS FS-APLICACIONES.

       SELECT CHEQUES-RND
           ASSIGN TO DISK "Entrada/indexados/chequesCartera.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHQ-RECIBO OF REG-CHEQUES
           ALTERNATE RECORD KEY IS CHQ-NRO-DOC OF REG-CHEQUES
              WITH DUPLICATES
           FILE STATUS IS FS-CHEQUES.

       SELECT VOUCHERS-RND
           ASSIGN TO DISK "Entrada/indexados/vouchers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VOU-CODIGO OF REG-VOUCHERS
           FILE STATUS IS FS-VOUCHERS.

       SELECT CONTROL-VOUCHERS
           ASSIGN TO DISK "Entrada/indexados/controlVouchers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-VOUCHERS.

       DATA DIVISION.

       FILE SECTION.
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

       FD COTIZACIONES-RND
           LABEL RECORD IS STANDARD.
       01 REG-COTIZACIONES.
               05  API-FACTURA PIC 9(8).
           03 API-IMPORTE      PIC 9(9)V99.

       FD CHEQUES-RND
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

       FD VOUCHERS-RND
           LABEL RECORD IS STANDARD.
       01 REG-VOUCHERS.
           03 VOU-CODIGO.
               05  VOU-NUMERO  PIC 9(7).
               05  VOU-DIGITO  PIC 9.
           03 VOU-TIPO         PIC X.
               88 VOUCHER-REGALO       VALUE "R".
               88 VOUCHER-PREPAGO      VALUE "P".
           03 VOU-NRO-DOC      PIC X(20).
           03 VOU-RECIBO       PIC X(8).
           03 VOU-MEDIO        PIC X.
           03 VOU-FECHA-EMISION PIC 9(8).
           03 VOU-VENCIMIENTO  PIC 9(8).
           03 VOU-VALOR        PIC 9(9)V99.
           03 VOU-SALDO        PIC 9(9)V99.
           03 VOU-ESTADO       PIC X.
               88 VOUCHER-ACTIVO       VALUE "A".
               88 VOUCHER-AGOTADO      VALUE "U".
               88 VOUCHER-VENCIDO      VALUE "V".
           03 VOU-FECHA-BAJA   PIC 9(8).
           03 VOU-IMPORTE-VENCIDO PIC 9(9)V99.

       FD CONTROL-VOUCHERS
           LABEL RECORD IS STANDARD.
       01 REG-CONTROL-VOUCHERS.
           03 CTV-PROXIMO-NUMERO PIC 9(7).

       WORKING-STORAGE SECTION.
       01 FS-PAGOS               PIC XX.
           88 OK-PAGOS               VALUE "00".
       01 WS-TIPO-IMPUESTO       PIC X(3).
       01 WS-CERTIFICADO         PIC X(14).
       01 WS-IMPORTE-RETENIDO    PIC 9(9)V99.
       01 FS-RETENCIONES-JUR     PIC XX.
           88 NO-EXISTE-RETENC-JUR   VALUE "35".
       01 WS-RETENC-JUR-DISP     PIC X VALUE "N".
           88 RETENC-JUR-DISPON      VALUE "S".
       01 WS-JURISDICCION        PIC X(3).
       01 FS-CHEQUES             PIC XX.
           88 NO-EXISTE-CHEQUES      VALUE "35".
       01 WS-CHEQUES-DISP        PIC X VALUE "N".
           88 CHEQUES-DISPONIBLES    VALUE "S".
       01 WS-CHQ-BANCO           PIC X(20).
       01 WS-CHQ-NUMERO          PIC X(10).
       01 WS-CHQ-LIBRADOR        PIC X(30).
       01 WS-CHQ-FECHA-DIFERIDA  PIC 9(8).
       01 FS-VOUCHERS            PIC XX.
           88 NO-EXISTE-VOUCHERS     VALUE "35".
       01 FS-CONTROL-VOUCHERS    PIC XX.
       01 WS-VOUCHERS-DISP       PIC X VALUE "N".
           88 VOUCHERS-DISPONIBLES   VALUE "S".
       01 WS-CONCEPTO            PIC X.
       01 WS-VOU-TIPO            PIC X.
       01 WS-VOU-VENCIMIENTO     PIC 9(8).
       01 WS-VOU-VENC-RED REDEFINES WS-VOU-VENCIMIENTO.
           03 WS-VOU-VENC-AAAA   PIC 9(4).
           03 WS-VOU-VENC-MMDD   PIC 9(4).
       01 WS-VOU-NUMERO          PIC 9(7).
       01 WS-DV-NUMERO           PIC 9(7).
       01 WS-DV-CIFRAS REDEFINES WS-DV-NUMERO.
           03 WS-DV-CIFRA        PIC 9 OCCURS 7 TIMES.
       01 WS-DV-PESOS-VALOR      PIC X(7) VALUE "8765432".
       01 WS-DV-PESOS REDEFINES WS-DV-PESOS-VALOR.
           03 WS-DV-PESO         PIC 9 OCCURS 7 TIMES.
       01 WS-DV-IND              PIC 9.
       01 WS-DV-SUMA             PIC 9(4).
       01 WS-DV-COCIENTE         PIC 9(4).
       01 WS-DV-RESTO            PIC 99.
       01 WS-DV-DIGITO           PIC 9.
       01 WS-JR-PROGRAMA         PIC X(20) VALUE
           "REGISTRO-DE-PAGOS".
       01 WS-JR-OPERACION        PIC X.
       01 WS-JR-ENTIDAD          PIC X(10) VALUE "VOUCHERS".
       01 WS-JR-ANTES            PIC X(120).
       01 WS-JR-DESPUES          PIC X(120).
       01 WS-EXIT                PIC X.

       PROCEDURE DIVISION.
           ELSE
               MOVE "N" TO WS-RETENC-DISP
           END-IF.
           OPEN I-O RETENCIONES-JUR-RND.
           IF NO-EXISTE-RETENC-JUR
               OPEN OUTPUT RETENCIONES-JUR-RND
               CLOSE RETENCIONES-JUR-RND
               OPEN I-O RETENCIONES-JUR-RND
           END-IF.
           IF FS-RETENCIONES-JUR = "00"
               MOVE "S" TO WS-RETENC-JUR-DISP
           ELSE
               MOVE "N" TO WS-RETENC-JUR-DISP
           END-IF.
           OPEN INPUT COTIZACIONES-RND.
           OPEN I-O PAGOS-MONEDA-RND.
           IF NO-EXISTE-PAG-MON
               DISPLAY "FACTURAS O APLICACIONES NO DISPONIBLES, "
                   "EL RECIBO QUEDA SIN IMPUTAR"
           END-IF.
           OPEN I-O CHEQUES-RND.
           IF NO-EXISTE-CHEQUES
               OPEN OUTPUT CHEQUES-RND
               CLOSE CHEQUES-RND
               OPEN I-O CHEQUES-RND
           END-IF.
           IF FS-CHEQUES = "00"
               MOVE "S" TO WS-CHEQUES-DISP
           ELSE
               MOVE "N" TO WS-CHEQUES-DISP
           END-IF.
           OPEN I-O VOUCHERS-RND.
           IF NO-EXISTE-VOUCHERS
               OPEN OUTPUT VOUCHERS-RND
               CLOSE VOUCHERS-RND
               OPEN I-O VOUCHERS-RND
           END-IF.
           IF FS-VOUCHERS = "00"
               MOVE "S" TO WS-VOUCHERS-DISP
           ELSE
               MOVE "N" TO WS-VOUCHERS-DISP
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE PAGOS-RND.
           IF RETENCIONES-DISPON
               CLOSE RETENCIONES-RND
           END-IF.
           IF RETENC-JUR-DISPON
               CLOSE RETENCIONES-JUR-RND
           END-IF.
           IF CHEQUES-DISPONIBLES
               CLOSE CHEQUES-RND
           END-IF.
           IF VOUCHERS-DISPONIBLES
               CLOSE VOUCHERS-RND
           END-IF.

       *>
       *> CARGA DE RECIBO: cada cobro entra aca con su numero de
               DISPLAY "PAGO RECHAZADO: RECIBO FUERA DE LA SERIE "
                   "ACTIVA DEL OPERADOR"
           ELSE
               MOVE SPACES TO WS-CONCEPTO
               IF VOUCHERS-DISPONIBLES
                   DISPLAY "CONCEPTO (ENTER = COBRO A CLIENTE, "
                       "V = VENTA DE VOUCHER): "
                   ACCEPT WS-CONCEPTO
               END-IF
               IF WS-CONCEPTO = "V" OR WS-CONCEPTO = "v"
                   PERFORM VENDER-VOUCHER
               ELSE
                   PERFORM CAPTURAR-Y-GRABAR
               END-IF
           END-IF.

       *>
       *> VENTA DE VOUCHER: el voucher de regalo o el pack de
       *> alquiler prepago se cobra con recibo del talonario pero no
       *> entra a PAGOS: no cancela deuda de nadie, es un pasivo con
       *> el portador hasta que se canjea en ALTA-DE-ALQUILER o en
       *> CIERRE-DE-ALQUILER o hasta que vence. El numero lleva
       *> digito verificador modulo 11 para que un numero mal
       *> dictado en el mostrador no consuma el saldo de otro.
       *>
       VENDER-VOUCHER.
           MOVE WS-NRO-RECIBO TO PAG-NRO-RECIBO OF REG-PAGOS-RND.
           READ PAGOS-RND
               INVALID KEY
                   PERFORM CAPTURAR-VOUCHER
               NOT INVALID KEY
                   DISPLAY "ERROR: EL NUMERO DE RECIBO YA EXISTE"
           END-READ.

       CAPTURAR-VOUCHER.
           DISPLAY "NRO DE DOCUMENTO DEL COMPRADOR (ENTER = "
               "MOSTRADOR): ".
           MOVE SPACES TO WS-NRO-DOC.
           ACCEPT WS-NRO-DOC.
           IF WS-NRO-DOC NOT = SPACES
               MOVE WS-NRO-DOC TO CLI-NRO-DOC OF REG-CLIENTES-RND
               READ CLIENTES-RND
                   KEY IS CLI-NRO-DOC OF REG-CLIENTES-RND
                   INVALID KEY
                       DISPLAY "AVISO: COMPRADOR NO REGISTRADO COMO "
                           "CLIENTE"
               END-READ
           END-IF.
           DISPLAY "TIPO (R=REGALO, P=PACK PREPAGO): ".
           ACCEPT WS-VOU-TIPO.
           DISPLAY "FECHA DE VENTA (AAAAMMDD): ".
           ACCEPT WS-FECHA.
           DISPLAY "VALOR NOMINAL: ".
           ACCEPT WS-IMPORTE.
           DISPLAY "VENCIMIENTO (AAAAMMDD, ENTER = UN ANIO): ".
           MOVE ZEROES TO WS-VOU-VENCIMIENTO.
           ACCEPT WS-VOU-VENCIMIENTO.
           IF WS-VOU-VENCIMIENTO = ZEROES
               MOVE WS-FECHA TO WS-VOU-VENCIMIENTO
               ADD 1 TO WS-VOU-VENC-AAAA
               IF WS-VOU-VENC-MMDD = 0229
                   MOVE 0228 TO WS-VOU-VENC-MMDD
               END-IF
           END-IF.
           DISPLAY "MEDIO DE PAGO (E=EFECTIVO, T=TRANSFERENCIA, "
               "D=TARJETA): ".
           ACCEPT WS-MEDIO.
           EVALUATE TRUE
               WHEN WS-VOU-TIPO <> "R" AND WS-VOU-TIPO <> "P"
                   DISPLAY "VENTA RECHAZADA: TIPO DE VOUCHER INVALIDO"
               WHEN WS-IMPORTE = ZEROES
                   DISPLAY "VENTA RECHAZADA: VALOR EN CERO"
               WHEN WS-VOU-VENCIMIENTO <= WS-FECHA
                   DISPLAY "VENTA RECHAZADA: VENCIMIENTO ANTERIOR A "
                       "LA VENTA"
               WHEN WS-MEDIO <> "E" AND WS-MEDIO <> "T"
                AND WS-MEDIO <> "D"
                   DISPLAY "VENTA RECHAZADA: EL VOUCHER SE COBRA EN "
                       "EFECTIVO, TRANSFERENCIA O TARJETA"
               WHEN OTHER
                   PERFORM GRABAR-VOUCHER
           END-EVALUATE.

       GRABAR-VOUCHER.
           PERFORM OBTENER-NUMERO-VOUCHER.
           MOVE WS-VOU-NUMERO TO WS-DV-NUMERO.
           PERFORM CALCULAR-DIGITO-VOUCHER.
           MOVE WS-VOU-NUMERO TO VOU-NUMERO OF REG-VOUCHERS.
           MOVE WS-DV-DIGITO TO VOU-DIGITO OF REG-VOUCHERS.
           MOVE WS-VOU-TIPO TO VOU-TIPO OF REG-VOUCHERS.
           MOVE WS-NRO-DOC TO VOU-NRO-DOC OF REG-VOUCHERS.
           MOVE WS-NRO-RECIBO TO VOU-RECIBO OF REG-VOUCHERS.
           MOVE WS-MEDIO TO VOU-MEDIO OF REG-VOUCHERS.
           MOVE WS-FECHA TO VOU-FECHA-EMISION OF REG-VOUCHERS.
           MOVE WS-VOU-VENCIMIENTO TO VOU-VENCIMIENTO OF REG-VOUCHERS.
           MOVE WS-IMPORTE TO VOU-VALOR OF REG-VOUCHERS.
           MOVE WS-IMPORTE TO VOU-SALDO OF REG-VOUCHERS.
           MOVE "A" TO VOU-ESTADO OF REG-VOUCHERS.
           MOVE ZEROES TO VOU-FECHA-BAJA OF REG-VOUCHERS.
           MOVE ZEROES TO VOU-IMPORTE-VENCIDO OF REG-VOUCHERS.
           WRITE REG-VOUCHERS
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL VOUCHER, FS="
                       FS-VOUCHERS
               NOT INVALID KEY
                   MOVE "A" TO WS-JR-OPERACION
                   MOVE SPACES TO WS-JR-ANTES
                   MOVE REG-VOUCHERS TO WS-JR-DESPUES
                   CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                       WS-JR-OPERACION, WS-JR-ENTIDAD, WS-JR-ANTES,
                       WS-JR-DESPUES
                   DISPLAY "VOUCHER EMITIDO NRO "
                       VOU-CODIGO OF REG-VOUCHERS
                       " VENCE " WS-VOU-VENCIMIENTO
                       ", RECIBO " WS-NRO-RECIBO
                   PERFORM ESTAMPAR-SESION-CAJA
                   PERFORM AVANZAR-TALONARIO
           END-WRITE.

       OBTENER-NUMERO-VOUCHER.
           OPEN INPUT CONTROL-VOUCHERS.
           IF FS-CONTROL-VOUCHERS = "00"
               READ CONTROL-VOUCHERS
                   AT END MOVE 1 TO CTV-PROXIMO-NUMERO
               END-READ
               MOVE CTV-PROXIMO-NUMERO TO WS-VOU-NUMERO
               CLOSE CONTROL-VOUCHERS
           ELSE
               MOVE 1 TO WS-VOU-NUMERO
           END-IF.
           OPEN OUTPUT CONTROL-VOUCHERS.
           COMPUTE CTV-PROXIMO-NUMERO = WS-VOU-NUMERO + 1.
           WRITE REG-CONTROL-VOUCHERS.
           CLOSE CONTROL-VOUCHERS.

       *>
       *> digito verificador modulo 11 con pesos 8 a 2 sobre las
       *> siete cifras del numero; resto 0 da 0 y resto 1 da 0.
       *>
       CALCULAR-DIGITO-VOUCHER.
           MOVE ZEROES TO WS-DV-SUMA.
           PERFORM SUMAR-CIFRA-VOUCHER
               VARYING WS-DV-IND FROM 1 BY 1 UNTIL WS-DV-IND > 7.
           DIVIDE WS-DV-SUMA BY 11 GIVING WS-DV-COCIENTE
               REMAINDER WS-DV-RESTO.
           IF WS-DV-RESTO < 2
               MOVE ZEROES TO WS-DV-DIGITO
           ELSE
               COMPUTE WS-DV-DIGITO = 11 - WS-DV-RESTO
           END-IF.

       SUMAR-CIFRA-VOUCHER.
           COMPUTE WS-DV-SUMA = WS-DV-SUMA
               + WS-DV-CIFRA (WS-DV-IND) * WS-DV-PESO (WS-DV-IND).

       *>
       *> CONTROL DE TALONARIO: con serie activa para la sucursal y
               NOT INVALID KEY
                   DISPLAY "PAGO REGISTRADO, RECIBO " WS-NRO-RECIBO
                   PERFORM GRABAR-DETALLE-MONEDA
                   PERFORM REGISTRAR-CHEQUE
                   PERFORM CAPTURAR-RETENCIONES
                   PERFORM ESTAMPAR-SESION-CAJA
                   PERFORM AVANZAR-TALONARIO
                   PERFORM IMPUTAR-RECIBO
           END-WRITE.

       *>
       *> CHEQUE EN CARTERA: el cobro con cheque deja el cheque en
       *> la cartera atado al recibo, con banco, numero, librador y
       *> fecha de pago diferida (ENTER = al dia). Desde ahi lo
       *> toman DEPOSITO-DE-CHEQUES y, si vuelve, RECHAZO-DE-CHEQUE.
       *>
       REGISTRAR-CHEQUE.
           IF WS-MEDIO = "C"
               IF NOT CHEQUES-DISPONIBLES
                   DISPLAY "AVISO: CARTERA DE CHEQUES NO DISPONIBLE, "
                       "EL CHEQUE NO QUEDA REGISTRADO"
               ELSE
                   PERFORM CAPTURAR-Y-GRABAR-CHEQUE
               END-IF
           END-IF.

       CAPTURAR-Y-GRABAR-CHEQUE.
           DISPLAY "BANCO DEL CHEQUE: ".
           ACCEPT WS-CHQ-BANCO.
           DISPLAY "NUMERO DE CHEQUE: ".
           ACCEPT WS-CHQ-NUMERO.
           DISPLAY "LIBRADOR: ".
           ACCEPT WS-CHQ-LIBRADOR.
           DISPLAY "FECHA DE PAGO DEL CHEQUE (AAAAMMDD, "
               "ENTER = AL DIA): ".
           MOVE ZEROES TO WS-CHQ-FECHA-DIFERIDA.
           ACCEPT WS-CHQ-FECHA-DIFERIDA.
           IF WS-CHQ-FECHA-DIFERIDA < WS-FECHA
               MOVE WS-FECHA TO WS-CHQ-FECHA-DIFERIDA
           END-IF.
           MOVE SPACES TO REG-CHEQUES.
           MOVE WS-NRO-RECIBO TO CHQ-RECIBO OF REG-CHEQUES.
           MOVE WS-NRO-DOC TO CHQ-NRO-DOC OF REG-CHEQUES.
           MOVE WS-CHQ-BANCO TO CHQ-BANCO OF REG-CHEQUES.
           MOVE WS-CHQ-NUMERO TO CHQ-NUMERO OF REG-CHEQUES.
           MOVE WS-CHQ-LIBRADOR TO CHQ-LIBRADOR OF REG-CHEQUES.
           MOVE WS-FECHA TO CHQ-FECHA-RECIBIDO OF REG-CHEQUES.
           MOVE WS-CHQ-FECHA-DIFERIDA TO
               CHQ-FECHA-DIFERIDA OF REG-CHEQUES.
           MOVE WS-IMPORTE TO CHQ-IMPORTE OF REG-CHEQUES.
           MOVE "C" TO CHQ-ESTADO OF REG-CHEQUES.
           MOVE ZEROES TO CHQ-FECHA-DEPOSITO OF REG-CHEQUES.
           MOVE ZEROES TO CHQ-FECHA-RECHAZO OF REG-CHEQUES.
           MOVE ZEROES TO CHQ-GASTO-RECHAZO OF REG-CHEQUES.
           MOVE ZEROES TO CHQ-NOTA-DEBITO OF REG-CHEQUES.
           MOVE ZEROES TO CHQ-TOTAL-NOTA OF REG-CHEQUES.
           WRITE REG-CHEQUES
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL CHEQUE, FS="
                       FS-CHEQUES
               NOT INVALID KEY
                   DISPLAY "CHEQUE EN CARTERA, PAGADERO EL "
                       WS-CHQ-FECHA-DIFERIDA
           END-WRITE.

       *>
       *> PAGO DE CUOTA: si el cobro corresponde a una cuota del
       *> plan de pagos del cliente, la cuota queda "C" y el plan
                           "PARA EL RECIBO"
                   NOT INVALID KEY
                       DISPLAY "RETENCION REGISTRADA"
                       IF WS-TIPO-IMPUESTO = "IBR"
                           PERFORM REGISTRAR-JURISDICCION-RET
                       END-IF
               END-WRITE
           END-IF.
           DISPLAY "OTRA RETENCION (S/N): ".
           ACCEPT WS-HAY-RETENCION.

       *>
       *> JURISDICCION DE LA RETENCION DE INGRESOS BRUTOS: el
       *> certificado dice de que provincia es; queda junto a la
       *> sucursal que cobra, y si no se informa la liquidacion de
       *> ingresos brutos la imputa a la jurisdiccion vigente de
       *> esa sucursal.
       *>
       REGISTRAR-JURISDICCION-RET.
           IF RETENC-JUR-DISPON
               ACCEPT WS-SUCURSAL FROM ENVIRONMENT "SUCURSAL"
                   ON EXCEPTION
                       MOVE "01" TO WS-SUCURSAL
               END-ACCEPT
               IF WS-SUCURSAL = SPACES
                   MOVE "01" TO WS-SUCURSAL
               END-IF
               DISPLAY "JURISDICCION DEL CERTIFICADO "
                   "(ENTER = LA DE LA SUCURSAL): "
               MOVE SPACES TO WS-JURISDICCION
               ACCEPT WS-JURISDICCION
               MOVE WS-NRO-RECIBO TO RJU-RECIBO OF REG-RETENCIONES-JUR
               MOVE WS-TIPO-IMPUESTO TO
                   RJU-IMPUESTO OF REG-RETENCIONES-JUR
               MOVE WS-SUCURSAL TO RJU-SUCURSAL OF REG-RETENCIONES-JUR
               MOVE WS-JURISDICCION TO
                   RJU-JURISDICCION OF REG-RETENCIONES-JUR
               WRITE REG-RETENCIONES-JUR
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA JURISDICCION DE "
                           "LA RETENCION, FS=" FS-RETENCIONES-JUR
               END-WRITE
           END-IF.

       *>
       *> SESION DE CAJA: el cobro queda estampado con la sesion
       *> abierta del operador firmado, para el arqueo por turno de
