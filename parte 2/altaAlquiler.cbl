           RECORD KEY IS DEV-CLAVE OF REG-DEVOLUCIONES
           FILE STATUS IS FS-DEVOLUCIONES.

       SELECT VOUCHERS-RND
           ASSIGN TO DISK "Entrada/indexados/vouchers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VOU-CODIGO OF REG-VOUCHERS
           FILE STATUS IS FS-VOUCHERS.

       SELECT CANJES-RND
           ASSIGN TO DISK "Entrada/indexados/canjesVoucher.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAN-RECIBO OF REG-CANJES
           ALTERNATE RECORD KEY IS CAN-ALQUILER OF REG-CANJES
              WITH DUPLICATES
           FILE STATUS IS FS-CANJES.

       SELECT CONTROL-CANJES
           ASSIGN TO DISK "Entrada/indexados/controlCanjes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-CANJES.

       SELECT PUNTOS-RND
           ASSIGN TO DISK "Entrada/indexados/puntos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PTS-NUMERO OF REG-PUNTOS
           ALTERNATE RECORD KEY IS PTS-CLI-NUMERO OF REG-PUNTOS
              WITH DUPLICATES
           ALTERNATE RECORD KEY IS PTS-REFERENCIA OF REG-PUNTOS
              WITH DUPLICATES
           FILE STATUS IS FS-PUNTOS.

       SELECT CONTROL-PUNTOS
           ASSIGN TO DISK "Entrada/indexados/controlPuntos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-PUNTOS.

       SELECT CONTRATOS-RND
           ASSIGN TO DISK "Entrada/indexados/contratos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CTR-CLAVE OF REG-CONTRATOS
           FILE STATUS IS FS-CONTRATOS.

       SELECT CLAUSULAS-CONTRATO
           ASSIGN TO DISK "Entrada/clausulasContrato.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CLAUSULAS.

       SELECT DOCUMENTO-CONTRATO
           ASSIGN TO DISK WS-RUTA-CONTRATO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DOC-CONTRATO.

       SELECT INSPECCIONES-RND
           ASSIGN TO DISK "Entrada/indexados/inspecciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INS-CLAVE OF REG-INSPECCIONES
           FILE STATUS IS FS-INSPECCIONES.

       SELECT ADICIONALES-RND
           ASSIGN TO DISK "Entrada/indexados/adicionales.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADI-CLAVE OF REG-ADICIONALES
           FILE STATUS IS FS-ADICIONALES.

       SELECT ADICIONALES-ALQ-RND
           ASSIGN TO DISK "Entrada/indexados/adicionalesAlquiler.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AAL-CLAVE OF REG-ADICIONALES-ALQ
           ALTERNATE RECORD KEY IS AAL-ITEM OF REG-ADICIONALES-ALQ
              WITH DUPLICATES
           FILE STATUS IS FS-ADICIONALES-ALQ.

       SELECT INTERMEDIARIOS-RND
           ASSIGN TO DISK "Entrada/indexados/intermediarios.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IMD-CODIGO OF REG-INTERMEDIARIOS
           ALTERNATE RECORD KEY IS IMD-CUIT OF REG-INTERMEDIARIOS
           FILE STATUS IS FS-INTERMEDIARIOS.
       SELECT INTERMEDIACION-RND
           ASSIGN TO DISK "Entrada/indexados/intermediacion.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IMC-CLAVE OF REG-INTERMEDIACION
           FILE STATUS IS FS-INTERMEDIACION.

       DATA DIVISION.

       FILE SECTION.
           03 DEV-SUCURSAL     PIC X(2).
           03 DEV-ESTADO       PIC X.

       FD VOUCHERS-RND
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
               88 VOUCHER-ACTIVO       VALUE "A".
               88 VOUCHER-AGOTADO      VALUE "U".
               88 VOUCHER-VENCIDO      VALUE "V".
           03 VOU-FECHA-BAJA   PIC 9(8).
           03 VOU-IMPORTE-VENCIDO PIC 9(9)V99.

       FD CANJES-RND
           LABEL RECORD IS STANDARD.
       01 REG-CANJES.
           03 CAN-RECIBO       PIC X(8).
           03 CAN-VOUCHER      PIC X(8).
           03 CAN-ALQUILER.
               05  CAN-PATENTE PIC X(6).
               05  CAN-FECHA-ALQ PIC 9(8).
           03 CAN-NRO-DOC      PIC X(20).
           03 CAN-FECHA        PIC 9(8).
           03 CAN-IMPORTE      PIC 9(9)V99.
           03 CAN-MOMENTO      PIC X.

       FD CONTROL-CANJES
           LABEL RECORD IS STANDARD.
       01 REG-CONTROL-CANJES.
           03 CTC-PROXIMO-NUMERO PIC 9(7).

       FD PUNTOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-PUNTOS.
           03 PTS-NUMERO       PIC 9(8).
           03 PTS-CLI-NUMERO   PIC X(8).
           03 PTS-FECHA        PIC 9(8).
           03 PTS-TIPO         PIC X.
               88 PUNTOS-GANADOS       VALUE "G".
               88 PUNTOS-DEVUELTOS     VALUE "D".
               88 PUNTOS-CANJEADOS     VALUE "C".
               88 PUNTOS-VENCIDOS      VALUE "V".
               88 PUNTOS-ANULADOS      VALUE "A".
           03 PTS-PUNTOS       PIC 9(7).
           03 PTS-SALDO        PIC 9(7).
           03 PTS-VENCIMIENTO  PIC 9(8).
           03 PTS-REFERENCIA   PIC X(14).
           03 PTS-IMPORTE      PIC 9(9)V99.

       FD CONTROL-PUNTOS
           LABEL RECORD IS STANDARD.
       01 REG-CONTROL-PUNTOS.
           03 CTP-PROXIMO-NUMERO PIC 9(8).

       FD CONTRATOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-CONTRATOS.
           03 CTR-CLAVE.
               05  CTR-PATENTE PIC X(6).
               05  CTR-FECHA   PIC 9(8).
           03 CTR-EMISION      PIC 9(8).
           03 CTR-RESERVA      PIC X(8).
           03 CTR-CLI-NUMERO   PIC X(8).
           03 CTR-CLI-NOMBRE   PIC X(30).
           03 CTR-TIPO-DOC     PIC X.
           03 CTR-NRO-DOC      PIC X(20).
           03 CTR-MARCA        PIC X(15).
           03 CTR-MODELO       PIC X(15).
           03 CTR-FECHA-HASTA  PIC 9(8).
           03 CTR-KM-SALIDA    PIC 9(7).
           03 CTR-CHOFER       PIC X(7).
           03 CTR-CHOFER-NOMBRE PIC X(30).
           03 CTR-TARIFA-DIARIA PIC 9(5)V99.
           03 CTR-DIAS         PIC 9(4).
           03 CTR-DESC-CONVENIO PIC 9(7)V99.
           03 CTR-CODIGO-PROMO PIC X(8).
           03 CTR-DESC-PROMO   PIC 9(7)V99.
           03 CTR-DESC-PUNTOS  PIC 9(7)V99.
           03 CTR-IMPORTE      PIC 9(7)V99.
           03 CTR-IMPUESTO     PIC 9(7)V99.
           03 CTR-TOTAL        PIC 9(8)V99.
           03 CTR-SENIA        PIC 9(7)V99.

       FD CLAUSULAS-CONTRATO
           LABEL RECORD IS STANDARD.
       01 LINEA-CLAUSULA         PIC X(80).

       FD DOCUMENTO-CONTRATO
           LABEL RECORD IS STANDARD.
       01 LINEA-CONTRATO         PIC X(80).

       FD INSPECCIONES-RND
           LABEL RECORD IS STANDARD.
       01 REG-INSPECCIONES.
           03 INS-CLAVE.
               05  INS-PATENTE     PIC X(6).
               05  INS-FECHA-ALQ   PIC 9(8).
               05  INS-MOMENTO     PIC X.
                   88 INSPECCION-SALIDA    VALUE "S".
                   88 INSPECCION-REGRESO   VALUE "R".
           03 INS-FECHA        PIC 9(8).
           03 INS-SUCURSAL     PIC X(2).
           03 INS-ORIGEN       PIC X.
               88 INSPECCION-MANUAL    VALUE "M".
               88 INSPECCION-COPIADA   VALUE "C".
           03 INS-COMBUSTIBLE  PIC 9.
           03 INS-LIMPIEZA     PIC X.
           03 INS-ZONAS.
               05  INS-DANIO   PIC 9 OCCURS 8 TIMES.

       FD ADICIONALES-RND
           LABEL RECORD IS STANDARD.
       01 REG-ADICIONALES.
           03 ADI-CLAVE.
               05  ADI-SUCURSAL    PIC X(2).
               05  ADI-CODIGO      PIC X(4).
           03 ADI-DESCRIPCION      PIC X(30).
           03 ADI-STOCK            PIC 9(3).
           03 ADI-PRECIO-DIARIO    PIC 9(5)V99.
           03 ADI-VALOR-REPOSICION PIC 9(7)V99.
           03 ADI-ESTADO           PIC X.
               88 ADICIONAL-ACTIVO     VALUE "A".
               88 ADICIONAL-BAJA       VALUE "B".

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

       FD INTERMEDIARIOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-INTERMEDIARIOS.
           03 IMD-CODIGO       PIC X(6).
           03 IMD-RAZON-SOCIAL PIC X(30).
           03 IMD-CUIT         PIC X(20).
           03 IMD-TIPO         PIC X.
               88 IMD-AGENCIA          VALUE "A".
               88 IMD-BROKER           VALUE "B".
           03 IMD-PROVEEDOR    PIC X(6).
           03 IMD-PORC-GENERAL PIC 9(2)V99.
           03 IMD-COMISION-CAT OCCURS 8 TIMES.
               05  IMD-CATEGORIA   PIC X(2).
               05  IMD-PORCENTAJE  PIC 9(2)V99.
           03 IMD-ESTADO       PIC X.
               88 INTERMEDIARIO-ACTIVO   VALUE "A".
               88 INTERMEDIARIO-INACTIVO VALUE "B".
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
           88 OK-ALQUILERES          VALUE "00".
       01 WS-PROMOS-DISP         PIC X VALUE "N".
           88 PROMOS-DISPONIBLES     VALUE "S".
       01 WS-CODIGO-PROMO        PIC X(8).
       01 FS-INTERMEDIARIOS      PIC XX.
       01 FS-INTERMEDIACION      PIC XX.
           88 NO-EXISTE-INTERMEDIACION VALUE "35".
       01 WS-INTERMED-DISP       PIC X VALUE "N".
           88 INTERMED-DISPONIBLES   VALUE "S".
       01 WS-INTERMEDIARIO-ALTA  PIC X(6).
       01 WS-PROMO-VALIDA        PIC X VALUE "N".
           88 PROMO-VALIDA           VALUE "S".
       01 WS-DESCUENTO-PROMO     PIC 9(7)V99 VALUE ZEROES.
       01 FS-PUNTOS              PIC XX.
           88 NO-EXISTE-PUNTOS       VALUE "35".
       01 FS-CONTROL-PUNTOS      PIC XX.
       01 WS-PUNTOS-DISP         PIC X VALUE "N".
           88 PUNTOS-DISPONIBLES     VALUE "S".
       01 WS-PTS-CLIENTE         PIC X(8).
       01 WS-PTS-FECHA-HOY       PIC 9(8).
       01 WS-PTS-DISPONIBLES     PIC 9(7).
       01 WS-PTS-A-CONSUMIR      PIC 9(7).
       01 WS-PTS-CONSUMIDOS      PIC 9(7).
       01 WS-PTS-TOMADOS         PIC 9(7).
       01 WS-PTS-NUMERO          PIC 9(8).
       01 WS-VALOR-PUNTO         PIC 9(5)V99 VALUE 1.00.
       01 WS-MESES-PUNTOS        PIC 9(3) VALUE 12.
       01 WS-PUNTOS-POR-PESO     PIC 9(3)V9999 VALUE .0100.
       01 WS-PTS-VENCE           PIC 9(8).
       01 WS-PTS-VENCE-RED REDEFINES WS-PTS-VENCE.
           03 WS-PTS-VENCE-AAAA  PIC 9(4).
           03 WS-PTS-VENCE-MM    PIC 9(2).
           03 WS-PTS-VENCE-DD    PIC 9(2).
       01 WS-PTS-MESES-AUX       PIC 9(6).
       01 WS-PUNTOS-CANJE        PIC 9(7).
       01 WS-DESCUENTO-PUNTOS    PIC 9(7)V99 VALUE ZEROES.
       01 WS-CANJE-PUNTOS        PIC X VALUE "N".
           88 CANJE-PUNTOS-VALIDO    VALUE "S".
       01 WS-IMPORTE-CONVENIO    PIC 9(7)V99 VALUE ZEROES.
       01 FS-CONTRATOS           PIC XX.
           88 NO-EXISTE-CONTRATOS    VALUE "35".
       01 FS-CLAUSULAS           PIC XX.
       01 FS-DOC-CONTRATO        PIC XX.
       01 WS-CONTRATOS-DISP      PIC X VALUE "N".
           88 CONTRATOS-DISPONIBLES  VALUE "S".
       01 WS-RUTA-CONTRATO       PIC X(60).
       01 WS-ROTULO-COPIA        PIC X(10) VALUE "ORIGINAL".
       01 WS-IMPORTE-CTR-EDIT    PIC ZZZZZZZZ9,99.
       01 WS-TARIFA-CTR-EDIT     PIC ZZZZ9,99.
       01 WS-SALDO-CONTRATO      PIC 9(8)V99.
       01 FS-INSPECCIONES        PIC XX.
           88 NO-EXISTE-INSPECCIONES VALUE "35".
       01 WS-INSPECCIONES-DISP   PIC X VALUE "N".
           88 INSPECCIONES-DISPONIBLES VALUE "S".
       *>
       *> zonas de carroceria que se inspeccionan; el danio de cada
       *> una va de 0 a 3 y un numero mayor es siempre peor.
       *>
       01 WS-ZONAS-VALOR.
           03 FILLER             PIC X(18) VALUE "FRENTE".
           03 FILLER             PIC X(18) VALUE "TRASERA".
           03 FILLER             PIC X(18) VALUE "LATERAL IZQUIERDO".
           03 FILLER             PIC X(18) VALUE "LATERAL DERECHO".
           03 FILLER             PIC X(18) VALUE "TECHO".
           03 FILLER             PIC X(18) VALUE "CRISTALES".
           03 FILLER             PIC X(18) VALUE "OPTICAS".
           03 FILLER             PIC X(18) VALUE "INTERIOR".
       01 WS-ZONAS-TABLA REDEFINES WS-ZONAS-VALOR.
           03 WS-NOMBRE-ZONA     PIC X(18) OCCURS 8 TIMES.
       01 WS-IND-ZONA            PIC 99.
       01 WS-DANIO-ZONA          PIC 9.
       01 WS-INS-COMBUSTIBLE     PIC 9.
       01 WS-INS-LIMPIEZA        PIC X.

       01 FS-LIMITES             PIC XX.
       01 WS-LIMITES-DISP        PIC X VALUE "N".
       01 WS-SUP-NIVEL           PIC 9 VALUE 3.
       01 WS-SUP-RESULTADO       PIC X.
       01 WS-ES-MIEMBRO-CONV     PIC X.
       01 WS-SUP-DESCANSO        PIC X(20) VALUE "DESCANSO-OVERRIDE".

       01 WS-DC-LEGAJO           PIC X(7).
       01 WS-DC-DESDE            PIC 9(8).
       01 WS-DC-HASTA            PIC 9(8).
       01 WS-DC-EXCLUIR          PIC X(14).
       01 WS-DC-RESULTADO        PIC X.
           88 DESCANSO-INSUFICIENTE  VALUE "R".
       01 WS-DC-CONFLICTO        PIC 9(8).
       01 WS-DC-MINUTOS          PIC 9(5).
       01 WS-DC-DESENLACE        PIC X.

       01 FS-DOCUMENTOS-VEH      PIC XX.
       01 WS-DOCS-VEH-DISP       PIC X VALUE "N".
       01 WS-PC-RESULTADO        PIC X.
       01 WS-SUCURSAL            PIC X(2) VALUE "01".

       01 WS-DP-PROGRAMA         PIC X(20) VALUE "ALTA-ALQUILER".
       01 WS-DP-CATEGORIA        PIC X(2).
       01 WS-DP-TURNO            PIC X.
       01 WS-DP-MOTIVO           PIC X(2).
       01 WS-VL-PATENTE          PIC X(6) VALUE SPACES.
       01 WS-VL-RESULTADO        PIC X.
       01 WS-VL-LIBRES           PIC 9(4).

       01 WS-ALQUILER-VALIDO     PIC X VALUE "S".
           88 ALQUILER-ES-VALIDO      VALUE "S".

       01 WS-DIA-SEMANA          PIC 9.

       01 WS-CONFIRMA-IMPORTE    PIC X.
       01 FS-VOUCHERS            PIC XX.
       01 FS-CANJES              PIC XX.
           88 NO-EXISTE-CANJES       VALUE "35".
       01 FS-CONTROL-CANJES      PIC XX.
       01 WS-VOUCHERS-DISP       PIC X VALUE "N".
           88 VOUCHERS-DISPONIBLES   VALUE "S".
       01 WS-PAGA-VOUCHER        PIC X.
       01 WS-CODIGO-VOUCHER      PIC 9(8).
       01 WS-CODIGO-VOU-RED REDEFINES WS-CODIGO-VOUCHER.
           03 WS-COD-VOU-NUMERO  PIC 9(7).
           03 WS-COD-VOU-DIGITO  PIC 9.
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
       01 WS-FECHA-CANJE         PIC 9(8).
       01 WS-CANJE-MAXIMO        PIC 9(9)V99.
       01 WS-CANJE-IMPORTE       PIC 9(9)V99.
       01 WS-CANJE-NRO-DOC       PIC X(20).
       01 WS-CANJE-ALQUILER      PIC X(14).
       01 WS-CANJE-MOMENTO       PIC X.
       01 WS-CANJE-NUMERO        PIC 9(7).
       01 WS-CANJE-RECIBO.
           03 FILLER             PIC X VALUE "V".
           03 WS-CANJE-REC-NUM   PIC 9(7).
       01 WS-EXIT                PIC X.
       01 FS-ADICIONALES         PIC XX.
       01 FS-ADICIONALES-ALQ     PIC XX.
           88 NO-EXISTE-ADICIONALES-ALQ VALUE "35".
       01 WS-ADICIONALES-DISP    PIC X VALUE "N".
           88 ADICIONALES-DISPONIBLES VALUE "S".
       *>
       *> ADICIONALES PEDIDOS: hasta cinco items por operacion, con
       *> la diaria de lista que queda congelada al grabarlos.
       *>
       01 WS-ADICIONALES-PEDIDOS.
           03 WS-PEDIDO-ADICIONAL OCCURS 5 TIMES.
               05 WS-PED-CODIGO      PIC X(4).
               05 WS-PED-CANTIDAD    PIC 99.
               05 WS-PED-PRECIO      PIC 9(5)V99.
       01 WS-CANT-PEDIDOS        PIC 9 VALUE 0.
       01 WS-IND-PEDIDO          PIC 9.
       01 WS-ADI-CODIGO          PIC X(4).
       01 WS-ADI-CANTIDAD        PIC 99.
       01 WS-ADI-OCUPADOS        PIC 9(4).
       01 WS-ADI-SUCURSAL        PIC X(2).
       01 WS-ADI-DESDE           PIC 9(8).
       01 WS-ADI-HASTA           PIC 9(8).
       01 WS-ADI-ORIGEN          PIC X.
       01 WS-ADI-REFERENCIA      PIC X(14).
       01 WS-ADI-ESTADO          PIC X.
       01 WS-ADICIONALES-VALIDOS PIC X.
           88 ADICIONALES-VALIDOS     VALUE "S".

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
           ELSE
               MOVE "N" TO WS-LIMITES-DISP
           END-IF.
           OPEN I-O PAGOS-RND.
           IF FS-PAGOS = "00"
               MOVE "S" TO WS-PAGOS-DISP
           ELSE
               MOVE "N" TO WS-PAGOS-DISP
           END-IF.
           OPEN I-O VOUCHERS-RND.
           OPEN I-O CANJES-RND.
           IF NO-EXISTE-CANJES
               OPEN OUTPUT CANJES-RND
               CLOSE CANJES-RND
               OPEN I-O CANJES-RND
           END-IF.
           IF FS-VOUCHERS = "00" AND FS-CANJES = "00"
               MOVE "S" TO WS-VOUCHERS-DISP
           ELSE
               MOVE "N" TO WS-VOUCHERS-DISP
           END-IF.
           OPEN I-O PROMOCIONES-RND.
           OPEN I-O PROMOS-APLICADAS-RND.
           IF NO-EXISTE-PROMOS-APL
           ELSE
               MOVE "N" TO WS-PROMOS-DISP
           END-IF.
           OPEN INPUT INTERMEDIARIOS-RND.
           OPEN I-O INTERMEDIACION-RND.
           IF NO-EXISTE-INTERMEDIACION
               OPEN OUTPUT INTERMEDIACION-RND
               CLOSE INTERMEDIACION-RND
               OPEN I-O INTERMEDIACION-RND
           END-IF.
           IF FS-INTERMEDIARIOS = "00" AND FS-INTERMEDIACION = "00"
               MOVE "S" TO WS-INTERMED-DISP
           ELSE
               MOVE "N" TO WS-INTERMED-DISP
           END-IF.
           OPEN I-O PUNTOS-RND.
           IF NO-EXISTE-PUNTOS
               OPEN OUTPUT PUNTOS-RND
               CLOSE PUNTOS-RND
               OPEN I-O PUNTOS-RND
           END-IF.
           IF FS-PUNTOS = "00"
               MOVE "S" TO WS-PUNTOS-DISP
           ELSE
               MOVE "N" TO WS-PUNTOS-DISP
           END-IF.
           OPEN I-O INSPECCIONES-RND.
           IF NO-EXISTE-INSPECCIONES
               OPEN OUTPUT INSPECCIONES-RND
               CLOSE INSPECCIONES-RND
               OPEN I-O INSPECCIONES-RND
           END-IF.
           IF FS-INSPECCIONES = "00"
               MOVE "S" TO WS-INSPECCIONES-DISP
           ELSE
               MOVE "N" TO WS-INSPECCIONES-DISP
           END-IF.
           OPEN I-O CONTRATOS-RND.
           IF NO-EXISTE-CONTRATOS
               OPEN OUTPUT CONTRATOS-RND
               CLOSE CONTRATOS-RND
               OPEN I-O CONTRATOS-RND
           END-IF.
           IF FS-CONTRATOS = "00"
               MOVE "S" TO WS-CONTRATOS-DISP
           ELSE
               MOVE "N" TO WS-CONTRATOS-DISP
               DISPLAY "CONTRATOS NO DISPONIBLES, EL ALTA NO EMITE "
                   "CONTRATO, FS=" FS-CONTRATOS
           END-IF.
           OPEN INPUT CONVENIOS-RND.
           OPEN INPUT INTEGRANTES-RND.
           IF FS-CONVENIOS = "00" AND FS-INTEGRANTES = "00"
           ELSE
               MOVE "N" TO WS-FERIADOS-DISP
           END-IF.
           OPEN INPUT ADICIONALES-RND.
           OPEN I-O ADICIONALES-ALQ-RND.
           IF NO-EXISTE-ADICIONALES-ALQ
               OPEN OUTPUT ADICIONALES-ALQ-RND
               CLOSE ADICIONALES-ALQ-RND
               OPEN I-O ADICIONALES-ALQ-RND
           END-IF.
           IF FS-ADICIONALES = "00" AND FS-ADICIONALES-ALQ = "00"
               MOVE "S" TO WS-ADICIONALES-DISP
           ELSE
               MOVE "N" TO WS-ADICIONALES-DISP
           END-IF.

       CERRAR-ARCHIVOS.
           MOVE "L" TO WS-CER-OP.
               CLOSE PROMOCIONES-RND
               CLOSE PROMOS-APLICADAS-RND
           END-IF.
           IF INTERMED-DISPONIBLES
               CLOSE INTERMEDIARIOS-RND
               CLOSE INTERMEDIACION-RND
           END-IF.
           IF PUNTOS-DISPONIBLES
               CLOSE PUNTOS-RND
           END-IF.
           IF CONTRATOS-DISPONIBLES
               CLOSE CONTRATOS-RND
           END-IF.
           IF INSPECCIONES-DISPONIBLES
               CLOSE INSPECCIONES-RND
           END-IF.
           IF LIMITES-DISPONIBLES
               CLOSE LIMITES-RND
           END-IF.
           IF PAGOS-DISPONIBLES
               CLOSE PAGOS-RND
           END-IF.
           IF FS-VOUCHERS = "00"
               CLOSE VOUCHERS-RND
           END-IF.
           IF FS-CANJES = "00"
               CLOSE CANJES-RND
           END-IF.
           IF FSV-DISPONIBLE
               CLOSE FUERA-SERVICIO-RND
           END-IF.
           IF FERIADOS-DISPONIBLES
               CLOSE FERIADOS-RND
           END-IF.
           IF ADICIONALES-DISPONIBLES
               CLOSE ADICIONALES-RND
               CLOSE ADICIONALES-ALQ-RND
           END-IF.

       *>
       *> ALTA DE ALQUILER EN MOSTRADOR: toma los datos por pantalla,
           ACCEPT WS-SUCURSAL-RETORNO.
           DISPLAY "CODIGO DE PROMOCION (ESPACIOS SI NO HAY): ".
           ACCEPT WS-CODIGO-PROMO.
           MOVE SPACES TO WS-INTERMEDIARIO-ALTA.
           IF INTERMED-DISPONIBLES
               DISPLAY "AGENCIA O BROKER (CODIGO, ENTER SI NO HAY): "
               ACCEPT WS-INTERMEDIARIO-ALTA
           END-IF.
           MOVE ZEROES TO WS-PUNTOS-CANJE.
           IF PUNTOS-DISPONIBLES
               DISPLAY "PUNTOS A CANJEAR (0 SI NO HAY): "
               ACCEPT WS-PUNTOS-CANJE
           END-IF.
           PERFORM CAPTURAR-ADICIONALES.

           MOVE "S" TO WS-ALQUILER-VALIDO.
           MOVE SPACES TO WS-DP-MOTIVO.
           PERFORM VALIDAR-DOCUMENTO-ALTA.
           PERFORM VALIDAR-FECHA-ALTA.
           PERFORM VALIDAR-PERIODO-ALTA.
           PERFORM VALIDAR-DOCUMENTOS-VEH.
           PERFORM VALIDAR-FUERA-SERVICIO-ALTA.
           PERFORM VALIDAR-SOLAPA-VEHICULO-ALTA.
           PERFORM VALIDAR-ADICIONALES-ALTA.
           PERFORM VALIDAR-CHOFER-ALTA.
           PERFORM VALIDAR-LICENCIA-CHOFER.
           PERFORM VALIDAR-DOBLE-RESERVA-ALTA.
           PERFORM VALIDAR-CLIENTE-ALTA.
           PERFORM VALIDAR-INTERMEDIARIO-ALTA.
           PERFORM VALIDAR-LIMITE-CREDITO.
           PERFORM VALIDAR-IMPORTE-ALTA.
           PERFORM VALIDAR-TARIFA-ALTA.
           PERFORM VALIDAR-DESCANSO-CHOFER.
           IF ALQUILER-ES-VALIDO
               PERFORM GRABAR-ALQUILER
           ELSE
               IF WS-DP-MOTIVO NOT = SPACES
                   PERFORM REGISTRAR-DEMANDA-PERDIDA
               END-IF
           END-IF.

       *>
       *> DEMANDA PERDIDA: el alta que se cae porque no queda
       *> vehiculo de la categoria (ocupados o en taller) o por falta
       *> de chofer queda asentada con la categoria y el turno
       *> pedidos; los demas rechazos (datos mal cargados, credito,
       *> importe, patente tomada con otra unidad libre) no son
       *> demanda perdida.
       *>
       REGISTRAR-DEMANDA-PERDIDA.
           MOVE VEH-CATEGORIA OF REG-VEHICULOS-RND TO WS-DP-CATEGORIA.
           MOVE WS-CHOFER-ALTA TO CHO-NRO-LEGAJO OF REG-CHOFERES-RND.
           READ CHOFERES-RND KEY IS CHO-NRO-LEGAJO OF REG-CHOFERES-RND
               INVALID KEY
                   MOVE SPACES TO WS-DP-TURNO
               NOT INVALID KEY
                   MOVE CHO-TURNO OF REG-CHOFERES-RND TO WS-DP-TURNO
           END-READ.
           CALL "demandaperdida" USING WS-DP-PROGRAMA, WS-SUCURSAL,
               WS-DP-CATEGORIA, WS-DP-TURNO, WS-FECHA-ALTA,
               WS-FECHA-HASTA-ALTA, WS-DP-MOTIVO.

       VALIDAR-DOCUMENTO-ALTA.
           IF ALQUILER-ES-VALIDO
               CALL "validadordocumento" USING WS-TIPO-DOC-ALTA,
               END-IF
               IF VEH-EN-TALLER
                   MOVE "N" TO WS-ALQUILER-VALIDO
                   PERFORM CLASIFICAR-FALTA-VEHICULO
                   DISPLAY "ALTA RECHAZADA: VEHICULO FUERA DE "
                       "SERVICIO " WS-PATENTE-ALTA
                       " MOTIVO " FSV-MOTIVO OF REG-FUERA-SERVICIO
               END-IF
               IF VEHICULO-SOLAPADO
                   MOVE "N" TO WS-ALQUILER-VALIDO
                   PERFORM CLASIFICAR-FALTA-VEHICULO
                   DISPLAY "ALTA RECHAZADA: VEHICULO OCUPADO EN "
                       "EL RANGO " WS-PATENTE-ALTA
               END-IF
               PERFORM LEER-ALQUILER-PATENTE
           END-IF.

       *>
       *> la patente pedida no esta, pero eso solo es demanda perdida
       *> si no queda otro vehiculo de la categoria en el rango: se
       *> consulta como en reservas y presupuestos, sin patente. Con
       *> otra unidad libre se rechaza la patente y nada mas.
       *>
       CLASIFICAR-FALTA-VEHICULO.
           MOVE SPACES TO WS-DP-MOTIVO.
           MOVE VEH-CATEGORIA OF REG-VEHICULOS-RND TO WS-DP-CATEGORIA.
           CALL "vehiculolibre" USING WS-DP-CATEGORIA, WS-VL-PATENTE,
               WS-FECHA-ALTA, WS-FECHA-HASTA-ALTA, WS-VL-RESULTADO,
               WS-VL-LIBRES.
           EVALUATE WS-VL-RESULTADO
               WHEN "T"
                   MOVE "TA" TO WS-DP-MOTIVO
               WHEN "O"
                   MOVE "SV" TO WS-DP-MOTIVO
               WHEN OTHER
                   DISPLAY "HAY OTRA UNIDAD DE LA CATEGORIA "
                       WS-DP-CATEGORIA " LIBRE EN EL RANGO"
           END-EVALUATE.

       VALIDAR-ADICIONALES-ALTA.
           IF ALQUILER-ES-VALIDO AND WS-CANT-PEDIDOS > ZEROES
               MOVE WS-SUCURSAL TO WS-ADI-SUCURSAL
               MOVE WS-FECHA-ALTA TO WS-ADI-DESDE
               MOVE WS-FECHA-HASTA-ALTA TO WS-ADI-HASTA
               PERFORM VALIDAR-ADICIONALES
               IF NOT ADICIONALES-VALIDOS
                   MOVE "N" TO WS-ALQUILER-VALIDO
                   DISPLAY "ALTA RECHAZADA: ADICIONALES NO "
                       "DISPONIBLES EN EL RANGO"
               END-IF
           END-IF.

       VALIDAR-CHOFER-ALTA.
           IF ALQUILER-ES-VALIDO
               MOVE WS-CHOFER-ALTA TO
                          OR WS-FECHA-HASTA-ALTA >
                              CHO-FECHA-HASTA OF REG-CHOFERES-RND
                           MOVE "N" TO WS-ALQUILER-VALIDO
                           MOVE "SC" TO WS-DP-MOTIVO
                           DISPLAY "ALTA RECHAZADA: CHOFER FUERA "
                               "DE TURNO " WS-CHOFER-ALTA
                       END-IF
               MOVE "00" TO FS-LICENCIAS
               IF CHOFER-DE-LICENCIA
                   MOVE "N" TO WS-ALQUILER-VALIDO
                   MOVE "SC" TO WS-DP-MOTIVO
                   DISPLAY "ALTA RECHAZADA: CHOFER DE LICENCIA "
                       "(" LIC-TIPO OF REG-LICENCIAS ") HASTA "
                       LIC-HASTA OF REG-LICENCIAS
               END-IF
               IF CHOFER-DOBLE-RESERVA
                   MOVE "N" TO WS-ALQUILER-VALIDO
                   MOVE "SC" TO WS-DP-MOTIVO
                   DISPLAY "ALTA RECHAZADA: CHOFER CON DOBLE "
                       "RESERVA " WS-CHOFER-ALTA
                       " FECHA " WS-FECHA-ALTA
               PERFORM LEER-RESERVA-CHOFER
           END-IF.

       *>
       *> DESCANSO ENTRE TURNOS: el chofer tiene que descansar las
       *> horas minimas entre el fin de un turno y el comienzo del
       *> siguiente (un turno noche seguido de uno manana al otro
       *> dia no las cumple). Va ultimo para que la autorizacion del
       *> supervisor solo se pida si todo lo demas esta en regla;
       *> rechazo o autorizacion quedan en el registro de descansos
       *> para el informe semanal de cumplimiento.
       *>
       VALIDAR-DESCANSO-CHOFER.
           IF ALQUILER-ES-VALIDO
               MOVE WS-CHOFER-ALTA TO WS-DC-LEGAJO
               MOVE WS-FECHA-ALTA TO WS-DC-DESDE
               MOVE WS-FECHA-HASTA-ALTA TO WS-DC-HASTA
               MOVE SPACES TO WS-DC-EXCLUIR
               CALL "descansochofer" USING WS-DC-LEGAJO, WS-DC-DESDE,
                   WS-DC-HASTA, WS-DC-EXCLUIR, WS-DC-RESULTADO,
                   WS-DC-CONFLICTO, WS-DC-MINUTOS
               IF DESCANSO-INSUFICIENTE
                   DISPLAY "CHOFER " WS-CHOFER-ALTA " SIN DESCANSO "
                       "MINIMO ANTES DEL TURNO DEL " WS-DC-CONFLICTO
                       " (" WS-DC-MINUTOS " MINUTOS)"
                   DISPLAY "SE REQUIERE AUTORIZACION DE SUPERVISOR "
                       "(NIVEL 3)"
                   CALL "firmaoperador" USING WS-SUP-DESCANSO,
                       WS-SUP-NIVEL, WS-SUP-RESULTADO
                   IF WS-SUP-RESULTADO = "O"
                       MOVE "A" TO WS-DC-DESENLACE
                       DISPLAY "ALTA AUTORIZADA POR SUPERVISOR SIN "
                           "DESCANSO MINIMO"
                   ELSE
                       MOVE "R" TO WS-DC-DESENLACE
                       MOVE "N" TO WS-ALQUILER-VALIDO
                       MOVE "SC" TO WS-DP-MOTIVO
                       DISPLAY "ALTA RECHAZADA: CHOFER SIN DESCANSO "
                           "MINIMO ENTRE TURNOS"
                   END-IF
                   CALL "registrodescanso" USING WS-SG-PROGRAMA,
                       WS-DC-LEGAJO, WS-PATENTE-ALTA, WS-DC-DESDE,
                       WS-DC-HASTA, WS-DC-CONFLICTO, WS-DC-MINUTOS,
                       WS-DC-DESENLACE
               END-IF
           END-IF.

       VALIDAR-CLIENTE-ALTA.
           IF ALQUILER-ES-VALIDO
               MOVE WS-NRO-DOC-ALTA TO
                         * WS-RECARGO-FDS / 100
                   PERFORM APLICAR-DESCUENTO-CONVENIO
                   PERFORM APLICAR-PROMOCION
                   PERFORM APLICAR-PUNTOS
                   IF WS-IMPORTE-ALTA <> WS-PRECIO-TARIFA
                       DISPLAY "IMPORTE SEGUN TARIFA ("
                           WS-DIAS-ALQUILER " DIAS, "
       *>
       APLICAR-DESCUENTO-CONVENIO.
           MOVE ZEROES TO WS-DESCUENTO-CONVENIO.
           MOVE ZEROES TO WS-IMPORTE-CONVENIO.
           IF CONVENIOS-DISPONIBLES
               MOVE CLI-NUMERO OF REG-CLIENTES-RND TO
                   INT-CLI-NUMERO OF REG-INTEGRANTES
               END-READ
           END-IF.
           IF WS-DESCUENTO-CONVENIO > ZEROES
               MOVE WS-PRECIO-TARIFA TO WS-IMPORTE-CONVENIO
               COMPUTE WS-PRECIO-TARIFA ROUNDED =
                   WS-PRECIO-TARIFA
                   * (100 - WS-DESCUENTO-CONVENIO) / 100
               SUBTRACT WS-PRECIO-TARIFA FROM WS-IMPORTE-CONVENIO
               DISPLAY "CLIENTE CON CONVENIO "
                   CNV-NUMERO OF REG-CONVENIOS
                   ", PRECIO CON DESCUENTO: " WS-PRECIO-TARIFA
               END-REWRITE
           END-IF.

       *>
       *> INTERMEDIARIO: el codigo de la agencia o broker que trajo
       *> el alquiler tiene que existir y estar activo; si no, el
       *> alta se rechaza para no perder la comision.
       *>
       VALIDAR-INTERMEDIARIO-ALTA.
           IF ALQUILER-ES-VALIDO AND WS-INTERMEDIARIO-ALTA NOT = SPACES
               MOVE WS-INTERMEDIARIO-ALTA TO
                   IMD-CODIGO OF REG-INTERMEDIARIOS
               READ INTERMEDIARIOS-RND
                   INVALID KEY
                       MOVE "N" TO WS-ALQUILER-VALIDO
                       DISPLAY "ALTA RECHAZADA: INTERMEDIARIO "
                           "INEXISTENTE " WS-INTERMEDIARIO-ALTA
                   NOT INVALID KEY
                       IF NOT INTERMEDIARIO-ACTIVO
                           MOVE "N" TO WS-ALQUILER-VALIDO
                           DISPLAY "ALTA RECHAZADA: INTERMEDIARIO "
                               "DADO DE BAJA " WS-INTERMEDIARIO-ALTA
                       END-IF
               END-READ
           END-IF.

       *>
       *> la intermediacion queda pendiente con la clave del
       *> alquiler y la categoria del vehiculo; LIQUIDACION-DE-
       *> INTERMEDIARIOS la devenga cuando el alquiler se cierra
       *> y la factura queda paga.
       *>
       ANOTAR-INTERMEDIARIO.
           IF WS-INTERMEDIARIO-ALTA NOT = SPACES
               MOVE "A" TO IMC-ORIGEN OF REG-INTERMEDIACION
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
                   IMC-REFERENCIA OF REG-INTERMEDIACION
               MOVE WS-INTERMEDIARIO-ALTA TO
                   IMC-INTERMEDIARIO OF REG-INTERMEDIACION
               MOVE VEH-CATEGORIA OF REG-VEHICULOS-RND TO
                   IMC-CATEGORIA OF REG-INTERMEDIACION
               MOVE WS-FECHA-ALTA TO
                   IMC-FECHA-ALTA OF REG-INTERMEDIACION
               MOVE "P" TO IMC-ESTADO OF REG-INTERMEDIACION
               MOVE ZEROES TO IMC-FACTURA OF REG-INTERMEDIACION
               MOVE ZEROES TO IMC-BASE OF REG-INTERMEDIACION
               MOVE ZEROES TO IMC-PORCENTAJE OF REG-INTERMEDIACION
               MOVE ZEROES TO IMC-COMISION OF REG-INTERMEDIACION
               MOVE ZEROES TO IMC-FECHA-DEVENGO OF REG-INTERMEDIACION
               MOVE ZEROES TO IMC-LIQUIDACION OF REG-INTERMEDIACION
               MOVE ZEROES TO IMC-ULTIMA-NC OF REG-INTERMEDIACION
               MOVE ZEROES TO IMC-NC-NETO OF REG-INTERMEDIACION
               MOVE ZEROES TO IMC-NC-TOTAL OF REG-INTERMEDIACION
               MOVE ZEROES TO IMC-REVERSION OF REG-INTERMEDIACION
               MOVE ZEROES TO IMC-REVERTIDO OF REG-INTERMEDIACION
               MOVE ZEROES TO IMC-LIQ-REVERSION OF REG-INTERMEDIACION
               WRITE REG-INTERMEDIACION
                   INVALID KEY
                       REWRITE REG-INTERMEDIACION
                       END-REWRITE
               END-WRITE
               DISPLAY "INTERMEDIARIO " WS-INTERMEDIARIO-ALTA
                   " ANOTADO PARA COMISION"
           END-IF.

       *>
       *> CANJE DE PUNTOS: como la promocion, los puntos del cliente
       *> se valen a VALOR-PUNTO y bajan el precio esperado del
       *> control de tarifa; no pueden superar lo disponible y el
       *> descuento no pasa del precio. Los puntos se consumen
       *> recien cuando el alquiler queda grabado.
       *>
       APLICAR-PUNTOS.
           MOVE "N" TO WS-CANJE-PUNTOS.
           MOVE ZEROES TO WS-DESCUENTO-PUNTOS.
           IF PUNTOS-DISPONIBLES AND WS-PUNTOS-CANJE > ZEROES
               MOVE CLI-NUMERO OF REG-CLIENTES-RND TO WS-PTS-CLIENTE
               PERFORM SUMAR-SALDO-PUNTOS
               IF WS-PUNTOS-CANJE > WS-PTS-DISPONIBLES
                   DISPLAY "PUNTOS INSUFICIENTES (DISPONIBLES "
                       WS-PTS-DISPONIBLES "), NO SE CANJEAN"
               ELSE
                   MOVE "S" TO WS-CANJE-PUNTOS
               END-IF
           END-IF.
           IF CANJE-PUNTOS-VALIDO
               COMPUTE WS-DESCUENTO-PUNTOS =
                   WS-PUNTOS-CANJE * WS-VALOR-PUNTO
               IF WS-DESCUENTO-PUNTOS > WS-PRECIO-TARIFA
                   DIVIDE WS-PRECIO-TARIFA BY WS-VALOR-PUNTO
                       GIVING WS-PUNTOS-CANJE
                   COMPUTE WS-DESCUENTO-PUNTOS =
                       WS-PUNTOS-CANJE * WS-VALOR-PUNTO
               END-IF
               SUBTRACT WS-DESCUENTO-PUNTOS FROM WS-PRECIO-TARIFA
               DISPLAY "CANJE DE " WS-PUNTOS-CANJE
                   " PUNTOS, DESCUENTO " WS-DESCUENTO-PUNTOS
                   ", PRECIO " WS-PRECIO-TARIFA
           END-IF.

       ESTAMPAR-PUNTOS.
           IF CANJE-PUNTOS-VALIDO AND WS-PUNTOS-CANJE > ZEROES
               MOVE WS-PUNTOS-CANJE TO WS-PTS-A-CONSUMIR
               PERFORM CONSUMIR-PUNTOS
               MOVE WS-PTS-CLIENTE TO PTS-CLI-NUMERO OF REG-PUNTOS
               MOVE WS-PTS-FECHA-HOY TO PTS-FECHA OF REG-PUNTOS
               MOVE "C" TO PTS-TIPO OF REG-PUNTOS
               MOVE WS-PTS-CONSUMIDOS TO PTS-PUNTOS OF REG-PUNTOS
               MOVE ZEROES TO PTS-SALDO OF REG-PUNTOS
               MOVE ZEROES TO PTS-VENCIMIENTO OF REG-PUNTOS
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
                   PTS-REFERENCIA OF REG-PUNTOS
               MOVE WS-DESCUENTO-PUNTOS TO PTS-IMPORTE OF REG-PUNTOS
               PERFORM GRABAR-MOVIMIENTO-PUNTOS
           END-IF.

       *>
       *> PUNTOS DISPONIBLES: lo que queda sin usar de cada
       *> acreditacion del cliente (ganados o devueltos) que no
       *> vencio a la fecha, aunque el proceso mensual todavia no la
       *> haya dado de baja.
       *>
       SUMAR-SALDO-PUNTOS.
           MOVE ZEROES TO WS-PTS-DISPONIBLES.
           MOVE WS-PTS-CLIENTE TO PTS-CLI-NUMERO OF REG-PUNTOS.
           START PUNTOS-RND KEY IS EQUAL TO
               PTS-CLI-NUMERO OF REG-PUNTOS
               INVALID KEY MOVE "10" TO FS-PUNTOS
           END-START.
           IF FS-PUNTOS = "00"
               PERFORM LEER-PUNTOS
               PERFORM SUMAR-ACREDITACION
                   UNTIL FS-PUNTOS <> "00"
                   OR PTS-CLI-NUMERO OF REG-PUNTOS <> WS-PTS-CLIENTE
           END-IF.
           MOVE "00" TO FS-PUNTOS.

       LEER-PUNTOS.
           READ PUNTOS-RND NEXT RECORD
               AT END MOVE "10" TO FS-PUNTOS
           END-READ.

       SUMAR-ACREDITACION.
           IF (PUNTOS-GANADOS OR PUNTOS-DEVUELTOS)
              AND PTS-VENCIMIENTO OF REG-PUNTOS >= WS-PTS-FECHA-HOY
               ADD PTS-SALDO OF REG-PUNTOS TO WS-PTS-DISPONIBLES
           END-IF.
           PERFORM LEER-PUNTOS.

       *>
       *> CONSUMO DE PUNTOS: salen de las acreditaciones vigentes mas
       *> viejas primero, asi vence lo menos posible; cada una guarda
       *> en PTS-SALDO lo que le queda.
       *>
       CONSUMIR-PUNTOS.
           MOVE ZEROES TO WS-PTS-CONSUMIDOS.
           MOVE WS-PTS-CLIENTE TO PTS-CLI-NUMERO OF REG-PUNTOS.
           START PUNTOS-RND KEY IS EQUAL TO
               PTS-CLI-NUMERO OF REG-PUNTOS
               INVALID KEY MOVE "10" TO FS-PUNTOS
           END-START.
           IF FS-PUNTOS = "00"
               PERFORM LEER-PUNTOS
               PERFORM DESCONTAR-ACREDITACION
                   UNTIL FS-PUNTOS <> "00"
                   OR PTS-CLI-NUMERO OF REG-PUNTOS <> WS-PTS-CLIENTE
                   OR WS-PTS-CONSUMIDOS >= WS-PTS-A-CONSUMIR
           END-IF.
           MOVE "00" TO FS-PUNTOS.

       DESCONTAR-ACREDITACION.
           IF (PUNTOS-GANADOS OR PUNTOS-DEVUELTOS)
              AND PTS-VENCIMIENTO OF REG-PUNTOS >= WS-PTS-FECHA-HOY
              AND PTS-SALDO OF REG-PUNTOS > ZEROES
               COMPUTE WS-PTS-TOMADOS =
                   WS-PTS-A-CONSUMIR - WS-PTS-CONSUMIDOS
               IF WS-PTS-TOMADOS > PTS-SALDO OF REG-PUNTOS
                   MOVE PTS-SALDO OF REG-PUNTOS TO WS-PTS-TOMADOS
               END-IF
               SUBTRACT WS-PTS-TOMADOS FROM PTS-SALDO OF REG-PUNTOS
               REWRITE REG-PUNTOS
                   INVALID KEY
                       DISPLAY "ERROR AL DESCONTAR PUNTOS DEL "
                           "MOVIMIENTO " PTS-NUMERO OF REG-PUNTOS
                   NOT INVALID KEY
                       ADD WS-PTS-TOMADOS TO WS-PTS-CONSUMIDOS
               END-REWRITE
           END-IF.
           PERFORM LEER-PUNTOS.

       *>
       *> el que llama deja armado el movimiento; aca solo se le da
       *> numero del control y se graba.
       *>
       GRABAR-MOVIMIENTO-PUNTOS.
           PERFORM OBTENER-NUMERO-PUNTOS.
           MOVE WS-PTS-NUMERO TO PTS-NUMERO OF REG-PUNTOS.
           WRITE REG-PUNTOS
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL MOVIMIENTO DE PUNTOS, "
                       "FS=" FS-PUNTOS
           END-WRITE.

       OBTENER-NUMERO-PUNTOS.
           OPEN INPUT CONTROL-PUNTOS.
           IF FS-CONTROL-PUNTOS = "00"
               READ CONTROL-PUNTOS
                   AT END MOVE 1 TO CTP-PROXIMO-NUMERO
               END-READ
               MOVE CTP-PROXIMO-NUMERO TO WS-PTS-NUMERO
               CLOSE CONTROL-PUNTOS
           ELSE
               MOVE 1 TO WS-PTS-NUMERO
           END-IF.
           OPEN OUTPUT CONTROL-PUNTOS.
           COMPUTE CTP-PROXIMO-NUMERO = WS-PTS-NUMERO + 1.
           WRITE REG-CONTROL-PUNTOS.
           CLOSE CONTROL-PUNTOS.

       BUSCAR-TARIFA-ALTA.
           MOVE "N" TO WS-TARIFA-HALLADA.
           MOVE VEH-CATEGORIA OF REG-VEHICULOS-RND TO
                       WS-JR-DESPUES
                   PERFORM ANOTAR-SUCURSAL-RETORNO
                   PERFORM ESTAMPAR-PROMOCION
                   PERFORM ESTAMPAR-PUNTOS
                   PERFORM ANOTAR-INTERMEDIARIO
                   DISPLAY "ALQUILER REGISTRADO: " WS-PATENTE-ALTA
                       " " WS-FECHA-ALTA
                   PERFORM ENTREGAR-ADICIONALES-ALTA
                   PERFORM REGISTRAR-INSPECCION-SALIDA
                   PERFORM EMITIR-CONTRATO-ALTA
                   PERFORM CANJEAR-VOUCHER-ALTA
           END-WRITE.

       *>
       *> ADICIONALES ENTREGADOS: quedan "E" con la clave del
       *> alquiler y la diaria de hoy; el cierre los cobra por los
       *> dias del alquiler y pide las unidades devueltas.
       *>
       ENTREGAR-ADICIONALES-ALTA.
           IF WS-CANT-PEDIDOS > ZEROES
               MOVE "A" TO WS-ADI-ORIGEN
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
                   WS-ADI-REFERENCIA
               MOVE "E" TO WS-ADI-ESTADO
               PERFORM GRABAR-ADICIONALES
               DISPLAY "ADICIONALES ENTREGADOS: " WS-CANT-PEDIDOS
                   " ITEMS, SE COBRAN AL CIERRE"
           END-IF.

       *>
       *> INSPECCION DE SALIDA: el estado del auto al entregarlo
       *> queda grabado con la clave del alquiler, para comparar
       *> contra la inspeccion de regreso del cierre.
       *>
       REGISTRAR-INSPECCION-SALIDA.
           IF INSPECCIONES-DISPONIBLES
               DISPLAY "INSPECCION DE SALIDA DEL VEHICULO"
               MOVE ALQ-PATENTE OF REG-ALQUILERES-RND TO
                   INS-PATENTE OF REG-INSPECCIONES
               MOVE ALQ-FECHA OF REG-ALQUILERES-RND TO
                   INS-FECHA-ALQ OF REG-INSPECCIONES
               MOVE "S" TO INS-MOMENTO OF REG-INSPECCIONES
               MOVE WS-PV-FECHA TO INS-FECHA OF REG-INSPECCIONES
               MOVE WS-SUCURSAL TO INS-SUCURSAL OF REG-INSPECCIONES
               MOVE "M" TO INS-ORIGEN OF REG-INSPECCIONES
               PERFORM CAPTURAR-DATOS-INSPECCION
               WRITE REG-INSPECCIONES
                   INVALID KEY
                       REWRITE REG-INSPECCIONES
                       END-REWRITE
               END-WRITE
           END-IF.

       *>
       *> INSPECCION DEL VEHICULO: nivel de combustible en octavos
       *> de tanque, limpieza y un codigo de danio por zona
       *> (0=sin danio, 1=rayon, 2=abolladura, 3=rotura o faltante).
       *> Un valor fuera de rango se vuelve a pedir.
       *>
       CAPTURAR-DATOS-INSPECCION.
           MOVE 9 TO WS-INS-COMBUSTIBLE.
           PERFORM PEDIR-COMBUSTIBLE UNTIL WS-INS-COMBUSTIBLE <= 8.
           MOVE WS-INS-COMBUSTIBLE TO
               INS-COMBUSTIBLE OF REG-INSPECCIONES.
           MOVE SPACES TO WS-INS-LIMPIEZA.
           PERFORM PEDIR-LIMPIEZA
               UNTIL WS-INS-LIMPIEZA = "B" OR WS-INS-LIMPIEZA = "R"
               OR WS-INS-LIMPIEZA = "M".
           MOVE WS-INS-LIMPIEZA TO INS-LIMPIEZA OF REG-INSPECCIONES.
           DISPLAY "DANIO POR ZONA (0=SIN DANIO, 1=RAYON, "
               "2=ABOLLADURA, 3=ROTURA O FALTANTE)".
           PERFORM CAPTURAR-DANIO-ZONA
               VARYING WS-IND-ZONA FROM 1 BY 1 UNTIL WS-IND-ZONA > 8.

       PEDIR-COMBUSTIBLE.
           DISPLAY "COMBUSTIBLE (OCTAVOS DE TANQUE, 0 A 8): ".
           ACCEPT WS-INS-COMBUSTIBLE.

       PEDIR-LIMPIEZA.
           DISPLAY "LIMPIEZA (B=BUENA, R=REGULAR, M=MALA): ".
           ACCEPT WS-INS-LIMPIEZA.

       CAPTURAR-DANIO-ZONA.
           MOVE 9 TO WS-DANIO-ZONA.
           PERFORM PEDIR-DANIO-ZONA UNTIL WS-DANIO-ZONA <= 3.
           MOVE WS-DANIO-ZONA TO
               INS-DANIO OF REG-INSPECCIONES (WS-IND-ZONA).

       PEDIR-DANIO-ZONA.
           DISPLAY WS-NOMBRE-ZONA (WS-IND-ZONA) ": ".
           ACCEPT WS-DANIO-ZONA.

       *>
       *> CONTRATO DEL ALTA: se registra con la clave del alquiler
       *> todo lo que el cliente firma (datos del vehiculo y del
       *> chofer, tarifa y descuentos del control de precio) y sale
       *> el documento para la firma. El alta no lleva senia; esa
       *> solo existe en las reservas.
       *>
       EMITIR-CONTRATO-ALTA.
           IF CONTRATOS-DISPONIBLES
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
                   CTR-CLAVE OF REG-CONTRATOS
               MOVE WS-PV-FECHA TO CTR-EMISION OF REG-CONTRATOS
               MOVE SPACES TO CTR-RESERVA OF REG-CONTRATOS
               MOVE CLI-NUMERO OF REG-CLIENTES-RND TO
                   CTR-CLI-NUMERO OF REG-CONTRATOS
               MOVE CLI-NOMBRE OF REG-CLIENTES-RND TO
                   CTR-CLI-NOMBRE OF REG-CONTRATOS
               MOVE ALQ-TIPO-DOC OF REG-ALQUILERES-RND TO
                   CTR-TIPO-DOC OF REG-CONTRATOS
               MOVE ALQ-NRO-DOC OF REG-ALQUILERES-RND TO
                   CTR-NRO-DOC OF REG-CONTRATOS
               MOVE VEH-MARCA OF REG-VEHICULOS-RND TO
                   CTR-MARCA OF REG-CONTRATOS
               MOVE VEH-MODELO OF REG-VEHICULOS-RND TO
                   CTR-MODELO OF REG-CONTRATOS
               MOVE ALQ-FECHA-HASTA OF REG-ALQUILERES-RND TO
                   CTR-FECHA-HASTA OF REG-CONTRATOS
               MOVE ALQ-KM-SALIDA OF REG-ALQUILERES-RND TO
                   CTR-KM-SALIDA OF REG-CONTRATOS
               MOVE ALQ-CHOFER OF REG-ALQUILERES-RND TO
                   CTR-CHOFER OF REG-CONTRATOS
               MOVE CHO-NOMBRE OF REG-CHOFERES-RND TO
                   CTR-CHOFER-NOMBRE OF REG-CONTRATOS
               IF TARIFA-HALLADA
                   MOVE WS-TARIFA-DIARIA-VIG TO
                       CTR-TARIFA-DIARIA OF REG-CONTRATOS
                   MOVE WS-DIAS-ALQUILER TO CTR-DIAS OF REG-CONTRATOS
               ELSE
                   MOVE ZEROES TO CTR-TARIFA-DIARIA OF REG-CONTRATOS
                   MOVE ZEROES TO CTR-DIAS OF REG-CONTRATOS
               END-IF
               MOVE WS-IMPORTE-CONVENIO TO
                   CTR-DESC-CONVENIO OF REG-CONTRATOS
               IF PROMO-VALIDA
                   MOVE WS-CODIGO-PROMO TO
                       CTR-CODIGO-PROMO OF REG-CONTRATOS
               ELSE
                   MOVE SPACES TO CTR-CODIGO-PROMO OF REG-CONTRATOS
               END-IF
               MOVE WS-DESCUENTO-PROMO TO
                   CTR-DESC-PROMO OF REG-CONTRATOS
               MOVE WS-DESCUENTO-PUNTOS TO
                   CTR-DESC-PUNTOS OF REG-CONTRATOS
               MOVE ALQ-IMPORTE OF REG-ALQUILERES-RND TO
                   CTR-IMPORTE OF REG-CONTRATOS
               MOVE ALQ-IMPUESTO OF REG-ALQUILERES-RND TO
                   CTR-IMPUESTO OF REG-CONTRATOS
               MOVE ALQ-TOTAL OF REG-ALQUILERES-RND TO
                   CTR-TOTAL OF REG-CONTRATOS
               MOVE ZEROES TO CTR-SENIA OF REG-CONTRATOS
               WRITE REG-CONTRATOS
                   INVALID KEY
                       REWRITE REG-CONTRATOS
                       END-REWRITE
               END-WRITE
               MOVE "ORIGINAL" TO WS-ROTULO-COPIA
               PERFORM GENERAR-DOCUMENTO-CONTRATO
               DISPLAY "CONTRATO EMITIDO EN " WS-RUTA-CONTRATO
           END-IF.

       *>
       *> CONTRATO IMPRESO: el documento se arma siempre desde el
       *> registro de contratos, asi la reimpresion sale identica al
       *> original salvo el rotulo. Las clausulas generales se copian
       *> tal cual de clausulasContrato.txt, que se mantiene con
       *> cualquier editor; sin ese archivo el contrato sale sin
       *> clausulas y se avisa.
       *>
       GENERAR-DOCUMENTO-CONTRATO.
           MOVE SPACES TO WS-RUTA-CONTRATO.
           STRING "Salida/contrato" DELIMITED BY SIZE
                  CTR-PATENTE OF REG-CONTRATOS DELIMITED BY SPACE
                  CTR-FECHA OF REG-CONTRATOS DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-RUTA-CONTRATO
           END-STRING.
           OPEN OUTPUT DOCUMENTO-CONTRATO.
           MOVE ALL "=" TO LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING "CONTRATO DE ALQUILER " DELIMITED BY SIZE
                  CTR-PATENTE OF REG-CONTRATOS DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  CTR-FECHA OF REG-CONTRATOS DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-ROTULO-COPIA DELIMITED BY SPACE
                  "     EMITIDO " DELIMITED BY SIZE
                  CTR-EMISION OF REG-CONTRATOS DELIMITED BY SIZE
               INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           IF CTR-RESERVA OF REG-CONTRATOS NOT = SPACES
               MOVE SPACES TO LINEA-CONTRATO
               STRING "POR RESERVA NRO " DELIMITED BY SIZE
                      CTR-RESERVA OF REG-CONTRATOS DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING
               WRITE LINEA-CONTRATO
           END-IF.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING "CLIENTE " DELIMITED BY SIZE
                  CTR-CLI-NUMERO OF REG-CONTRATOS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CTR-CLI-NOMBRE OF REG-CONTRATOS DELIMITED BY SIZE
               INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING "DOCUMENTO " DELIMITED BY SIZE
                  CTR-TIPO-DOC OF REG-CONTRATOS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CTR-NRO-DOC OF REG-CONTRATOS DELIMITED BY SIZE
               INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING "VEHICULO " DELIMITED BY SIZE
                  CTR-PATENTE OF REG-CONTRATOS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CTR-MARCA OF REG-CONTRATOS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CTR-MODELO OF REG-CONTRATOS DELIMITED BY SIZE
               INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING "DESDE " DELIMITED BY SIZE
                  CTR-FECHA OF REG-CONTRATOS DELIMITED BY SIZE
                  "  HASTA " DELIMITED BY SIZE
                  CTR-FECHA-HASTA OF REG-CONTRATOS DELIMITED BY SIZE
                  "  KM DE SALIDA " DELIMITED BY SIZE
                  CTR-KM-SALIDA OF REG-CONTRATOS DELIMITED BY SIZE
               INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING "CHOFER " DELIMITED BY SIZE
                  CTR-CHOFER OF REG-CONTRATOS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CTR-CHOFER-NOMBRE OF REG-CONTRATOS DELIMITED BY SIZE
               INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           MOVE ALL "-" TO LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.
           MOVE CTR-TARIFA-DIARIA OF REG-CONTRATOS TO
               WS-TARIFA-CTR-EDIT.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING "TARIFA DIARIA APLICADA " DELIMITED BY SIZE
                  WS-TARIFA-CTR-EDIT DELIMITED BY SIZE
                  "  DIAS " DELIMITED BY SIZE
                  CTR-DIAS OF REG-CONTRATOS DELIMITED BY SIZE
               INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           IF CTR-DESC-CONVENIO OF REG-CONTRATOS > ZEROES
               MOVE CTR-DESC-CONVENIO OF REG-CONTRATOS TO
                   WS-IMPORTE-CTR-EDIT
               MOVE SPACES TO LINEA-CONTRATO
               STRING "DESCUENTO CONVENIO     " DELIMITED BY SIZE
                      WS-IMPORTE-CTR-EDIT DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING
               WRITE LINEA-CONTRATO
           END-IF.
           IF CTR-DESC-PROMO OF REG-CONTRATOS > ZEROES
               MOVE CTR-DESC-PROMO OF REG-CONTRATOS TO
                   WS-IMPORTE-CTR-EDIT
               MOVE SPACES TO LINEA-CONTRATO
               STRING "DESCUENTO PROMOCION    " DELIMITED BY SIZE
                      WS-IMPORTE-CTR-EDIT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      CTR-CODIGO-PROMO OF REG-CONTRATOS
                          DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING
               WRITE LINEA-CONTRATO
           END-IF.
           IF CTR-DESC-PUNTOS OF REG-CONTRATOS > ZEROES
               MOVE CTR-DESC-PUNTOS OF REG-CONTRATOS TO
                   WS-IMPORTE-CTR-EDIT
               MOVE SPACES TO LINEA-CONTRATO
               STRING "DESCUENTO POR PUNTOS   " DELIMITED BY SIZE
                      WS-IMPORTE-CTR-EDIT DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING
               WRITE LINEA-CONTRATO
           END-IF.
           MOVE CTR-IMPORTE OF REG-CONTRATOS TO WS-IMPORTE-CTR-EDIT.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING "IMPORTE PACTADO        " DELIMITED BY SIZE
                  WS-IMPORTE-CTR-EDIT DELIMITED BY SIZE
               INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           MOVE CTR-IMPUESTO OF REG-CONTRATOS TO WS-IMPORTE-CTR-EDIT.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING "IVA                    " DELIMITED BY SIZE
                  WS-IMPORTE-CTR-EDIT DELIMITED BY SIZE
               INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           MOVE CTR-TOTAL OF REG-CONTRATOS TO WS-IMPORTE-CTR-EDIT.
           MOVE SPACES TO LINEA-CONTRATO.
           STRING "TOTAL ESTIMADO         " DELIMITED BY SIZE
                  WS-IMPORTE-CTR-EDIT DELIMITED BY SIZE
               INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           IF CTR-SENIA OF REG-CONTRATOS > ZEROES
               MOVE CTR-SENIA OF REG-CONTRATOS TO WS-IMPORTE-CTR-EDIT
               MOVE SPACES TO LINEA-CONTRATO
               STRING "SENIA APLICADA         " DELIMITED BY SIZE
                      WS-IMPORTE-CTR-EDIT DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING
               WRITE LINEA-CONTRATO
               IF CTR-SENIA OF REG-CONTRATOS <
                  CTR-TOTAL OF REG-CONTRATOS
                   COMPUTE WS-SALDO-CONTRATO =
                       CTR-TOTAL OF REG-CONTRATOS
                       - CTR-SENIA OF REG-CONTRATOS
               ELSE
                   MOVE ZEROES TO WS-SALDO-CONTRATO
               END-IF
               MOVE WS-SALDO-CONTRATO TO WS-IMPORTE-CTR-EDIT
               MOVE SPACES TO LINEA-CONTRATO
               STRING "SALDO A PAGAR          " DELIMITED BY SIZE
                      WS-IMPORTE-CTR-EDIT DELIMITED BY SIZE
                   INTO LINEA-CONTRATO
               END-STRING
               WRITE LINEA-CONTRATO
           END-IF.
           MOVE ALL "-" TO LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.
           OPEN INPUT CLAUSULAS-CONTRATO.
           IF FS-CLAUSULAS = "00"
               PERFORM LEER-CLAUSULA
               PERFORM COPIAR-CLAUSULA UNTIL FS-CLAUSULAS <> "00"
               CLOSE CLAUSULAS-CONTRATO
           ELSE
               DISPLAY "CLAUSULAS DEL CONTRATO NO DISPONIBLES, EL "
                   "CONTRATO SALE SIN ELLAS"
           END-IF.
           MOVE SPACES TO LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.
           STRING "FIRMA DEL CLIENTE ..................."
                      DELIMITED BY SIZE
                  "     FIRMA POR LA EMPRESA ..................."
                      DELIMITED BY SIZE
               INTO LINEA-CONTRATO
           END-STRING.
           WRITE LINEA-CONTRATO.
           MOVE ALL "=" TO LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.
           CLOSE DOCUMENTO-CONTRATO.

       LEER-CLAUSULA.
           READ CLAUSULAS-CONTRATO
               AT END MOVE "10" TO FS-CLAUSULAS
           END-READ.

       COPIAR-CLAUSULA.
           MOVE LINEA-CLAUSULA TO LINEA-CONTRATO.
           WRITE LINEA-CONTRATO.
           PERFORM LEER-CLAUSULA.

       *>
       *> el voucher se puede entregar al retirar el auto: cubre a
       *> lo sumo el total estimado del alta y lo que falte se cobra
       *> al cierre. El integrante de un convenio no paga en el
       *> mostrador, factura el titular a fin de mes.
       *>
       CANJEAR-VOUCHER-ALTA.
           PERFORM VERIFICAR-MIEMBRO-EXPOSICION.
           IF WS-ES-MIEMBRO-CONV NOT = "S"
               ACCEPT WS-FECHA-CANJE FROM DATE YYYYMMDD
               MOVE ALQ-TOTAL OF REG-ALQUILERES-RND TO
                   WS-CANJE-MAXIMO
               MOVE WS-NRO-DOC-ALTA TO WS-CANJE-NRO-DOC
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
                   WS-CANJE-ALQUILER
               MOVE "A" TO WS-CANJE-MOMENTO
               PERFORM CANJEAR-VOUCHER
           END-IF.

       *>
       *> CANJE DE VOUCHER: el voucher de regalo o el pack prepago
       *> vendido en REGISTRO-DE-PAGOS se usa como medio de pago.
       *> Se valida el digito verificador, que este activo y sin
       *> vencer, y se consume hasta lo que falta pagar; el canje
       *> queda como recibo "V" en PAGOS (cancela la deuda del
       *> cliente como cualquier cobro) y en CANJES atado al
       *> alquiler, y el saldo del voucher baja en el mismo acto.
       *>
       CANJEAR-VOUCHER.
           MOVE ZEROES TO WS-CANJE-IMPORTE.
           IF VOUCHERS-DISPONIBLES AND PAGOS-DISPONIBLES
              AND WS-CANJE-MAXIMO > ZEROES
               DISPLAY "PAGA CON VOUCHER (S/N): "
               ACCEPT WS-PAGA-VOUCHER
               IF WS-PAGA-VOUCHER = "S" OR WS-PAGA-VOUCHER = "s"
                   PERFORM VALIDAR-VOUCHER
               END-IF
           END-IF.

       VALIDAR-VOUCHER.
           DISPLAY "NUMERO DE VOUCHER (8 CIFRAS): ".
           MOVE ZEROES TO WS-CODIGO-VOUCHER.
           ACCEPT WS-CODIGO-VOUCHER.
           MOVE WS-COD-VOU-NUMERO TO WS-DV-NUMERO.
           PERFORM CALCULAR-DIGITO-VOUCHER.
           IF WS-DV-DIGITO <> WS-COD-VOU-DIGITO
               DISPLAY "NUMERO DE VOUCHER INVALIDO, NO SE CANJEA"
           ELSE
               MOVE WS-CODIGO-VOUCHER TO VOU-CODIGO OF REG-VOUCHERS
               READ VOUCHERS-RND
                   INVALID KEY
                       DISPLAY "VOUCHER INEXISTENTE, NO SE CANJEA"
                   NOT INVALID KEY
                       PERFORM CONTROLAR-VOUCHER
               END-READ
           END-IF.

       CONTROLAR-VOUCHER.
           EVALUATE TRUE
               WHEN NOT VOUCHER-ACTIVO
                   DISPLAY "EL VOUCHER NO TIENE SALDO (AGOTADO O "
                       "VENCIDO), NO SE CANJEA"
               WHEN VOU-VENCIMIENTO OF REG-VOUCHERS < WS-FECHA-CANJE
                   DISPLAY "VOUCHER VENCIDO EL "
                       VOU-VENCIMIENTO OF REG-VOUCHERS
                       ", NO SE CANJEA"
               WHEN OTHER
                   IF VOU-SALDO OF REG-VOUCHERS > WS-CANJE-MAXIMO
                       MOVE WS-CANJE-MAXIMO TO WS-CANJE-IMPORTE
                   ELSE
                       MOVE VOU-SALDO OF REG-VOUCHERS TO
                           WS-CANJE-IMPORTE
                   END-IF
                   DISPLAY "SALDO DEL VOUCHER "
                       VOU-SALDO OF REG-VOUCHERS
                       ", SE CONSUMEN " WS-CANJE-IMPORTE
                   DISPLAY "CONFIRMA EL CANJE (S/N): "
                   ACCEPT WS-PAGA-VOUCHER
                   IF WS-PAGA-VOUCHER = "S" OR WS-PAGA-VOUCHER = "s"
                       PERFORM GRABAR-CANJE
                   ELSE
                       MOVE ZEROES TO WS-CANJE-IMPORTE
                   END-IF
           END-EVALUATE.

       GRABAR-CANJE.
           PERFORM OBTENER-NUMERO-CANJE.
           MOVE WS-CANJE-NUMERO TO WS-CANJE-REC-NUM.
           MOVE WS-CANJE-RECIBO TO PAG-NRO-RECIBO OF REG-PAGOS-RND.
           MOVE WS-CANJE-NRO-DOC TO PAG-NRO-DOC OF REG-PAGOS-RND.
           MOVE WS-FECHA-CANJE TO PAG-FECHA OF REG-PAGOS-RND.
           MOVE WS-CANJE-IMPORTE TO PAG-IMPORTE OF REG-PAGOS-RND.
           MOVE "V" TO PAG-MEDIO OF REG-PAGOS-RND.
           WRITE REG-PAGOS-RND
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL RECIBO DEL CANJE "
                       WS-CANJE-RECIBO
                   MOVE ZEROES TO WS-CANJE-IMPORTE
               NOT INVALID KEY
                   PERFORM DESCONTAR-VOUCHER
           END-WRITE.

       DESCONTAR-VOUCHER.
           MOVE REG-VOUCHERS TO WS-JR-ANTES.
           SUBTRACT WS-CANJE-IMPORTE FROM VOU-SALDO OF REG-VOUCHERS.
           IF VOU-SALDO OF REG-VOUCHERS = ZEROES
               MOVE "U" TO VOU-ESTADO OF REG-VOUCHERS
               MOVE WS-FECHA-CANJE TO VOU-FECHA-BAJA OF REG-VOUCHERS
           END-IF.
           REWRITE REG-VOUCHERS
               INVALID KEY
                   DISPLAY "ERROR AL DESCONTAR EL VOUCHER "
                       VOU-CODIGO OF REG-VOUCHERS
           END-REWRITE.
           MOVE "M" TO WS-JR-OPERACION.
           MOVE "VOUCHERS" TO WS-JR-ENTIDAD.
           MOVE REG-VOUCHERS TO WS-JR-DESPUES.
           CALL "bitacoracambios" USING WS-JR-PROGRAMA,
               WS-JR-OPERACION, WS-JR-ENTIDAD, WS-JR-ANTES,
               WS-JR-DESPUES.
           MOVE "ALQUILERES" TO WS-JR-ENTIDAD.
           MOVE WS-CANJE-RECIBO TO CAN-RECIBO OF REG-CANJES.
           MOVE VOU-CODIGO OF REG-VOUCHERS TO
               CAN-VOUCHER OF REG-CANJES.
           MOVE WS-CANJE-ALQUILER TO CAN-ALQUILER OF REG-CANJES.
           MOVE WS-CANJE-NRO-DOC TO CAN-NRO-DOC OF REG-CANJES.
           MOVE WS-FECHA-CANJE TO CAN-FECHA OF REG-CANJES.
           MOVE WS-CANJE-IMPORTE TO CAN-IMPORTE OF REG-CANJES.
           MOVE WS-CANJE-MOMENTO TO CAN-MOMENTO OF REG-CANJES.
           WRITE REG-CANJES
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL CANJE "
                       WS-CANJE-RECIBO
           END-WRITE.
           DISPLAY "CANJE REGISTRADO, RECIBO " WS-CANJE-RECIBO
               " POR " WS-CANJE-IMPORTE.

       OBTENER-NUMERO-CANJE.
           OPEN INPUT CONTROL-CANJES.
           IF FS-CONTROL-CANJES = "00"
               READ CONTROL-CANJES
                   AT END MOVE 1 TO CTC-PROXIMO-NUMERO
               END-READ
               MOVE CTC-PROXIMO-NUMERO TO WS-CANJE-NUMERO
               CLOSE CONTROL-CANJES
           ELSE
               MOVE 1 TO WS-CANJE-NUMERO
           END-IF.
           OPEN OUTPUT CONTROL-CANJES.
           COMPUTE CTC-PROXIMO-NUMERO = WS-CANJE-NUMERO + 1.
           WRITE REG-CONTROL-CANJES.
           CLOSE CONTROL-CANJES.

       *>
       *> digito verificador modulo 11 con pesos 8 a 2 sobre las
       *> siete cifras del numero, igual que en la venta.
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
       *> ALQUILER DE IDA: si el auto vuelve en otra sucursal queda
       *> anotado en DEVOLUCIONES como prevista ("P"); el cierre la
               END-WRITE
           END-IF.

       *>
       *> ADICIONALES: sillas de bebe, GPS, portaequipajes, cadenas.
       *> Se piden por codigo y cantidad hasta cinco items; ENTER
       *> en el codigo termina la carga.
       *>
       CAPTURAR-ADICIONALES.
           MOVE ZEROES TO WS-CANT-PEDIDOS.
           MOVE "X" TO WS-ADI-CODIGO.
           IF ADICIONALES-DISPONIBLES
               PERFORM PEDIR-ADICIONAL
                   UNTIL WS-ADI-CODIGO = SPACES
                   OR WS-CANT-PEDIDOS = 5
           END-IF.

       PEDIR-ADICIONAL.
           MOVE SPACES TO WS-ADI-CODIGO.
           DISPLAY "ADICIONAL (CODIGO, ENTER PARA TERMINAR): ".
           ACCEPT WS-ADI-CODIGO.
           IF WS-ADI-CODIGO NOT = SPACES
               DISPLAY "CANTIDAD: "
               ACCEPT WS-ADI-CANTIDAD
               IF WS-ADI-CANTIDAD > ZEROES
                   ADD 1 TO WS-CANT-PEDIDOS
                   MOVE WS-ADI-CODIGO TO
                       WS-PED-CODIGO (WS-CANT-PEDIDOS)
                   MOVE WS-ADI-CANTIDAD TO
                       WS-PED-CANTIDAD (WS-CANT-PEDIDOS)
                   MOVE ZEROES TO WS-PED-PRECIO (WS-CANT-PEDIDOS)
               END-IF
           END-IF.

       *>
       *> DISPONIBILIDAD DE ADICIONALES, como la del vehiculo: por
       *> cada item pedido se suman las unidades reservadas o
       *> entregadas de la sucursal cuyo rango se pisa con
       *> WS-ADI-DESDE/WS-ADI-HASTA; si con lo pedido se pasa del
       *> stock del maestro, el pedido no es valido.
       *>
       VALIDAR-ADICIONALES.
           MOVE "S" TO WS-ADICIONALES-VALIDOS.
           PERFORM VALIDAR-UN-ADICIONAL
               VARYING WS-IND-PEDIDO FROM 1 BY 1
               UNTIL WS-IND-PEDIDO > WS-CANT-PEDIDOS
               OR NOT ADICIONALES-VALIDOS.

       VALIDAR-UN-ADICIONAL.
           MOVE WS-ADI-SUCURSAL TO ADI-SUCURSAL OF REG-ADICIONALES.
           MOVE WS-PED-CODIGO (WS-IND-PEDIDO) TO
               ADI-CODIGO OF REG-ADICIONALES.
           READ ADICIONALES-RND
               INVALID KEY
                   MOVE "N" TO WS-ADICIONALES-VALIDOS
                   DISPLAY "ADICIONAL INEXISTENTE EN LA SUCURSAL: "
                       WS-PED-CODIGO (WS-IND-PEDIDO)
               NOT INVALID KEY
                   IF ADICIONAL-BAJA
                       MOVE "N" TO WS-ADICIONALES-VALIDOS
                       DISPLAY "ADICIONAL DADO DE BAJA: "
                           WS-PED-CODIGO (WS-IND-PEDIDO)
                   ELSE
                       MOVE ADI-PRECIO-DIARIO OF REG-ADICIONALES TO
                           WS-PED-PRECIO (WS-IND-PEDIDO)
                       PERFORM CONTAR-ADICIONALES-OCUPADOS
                       IF WS-ADI-OCUPADOS
                          + WS-PED-CANTIDAD (WS-IND-PEDIDO)
                          > ADI-STOCK OF REG-ADICIONALES
                           MOVE "N" TO WS-ADICIONALES-VALIDOS
                           DISPLAY "SIN STOCK DE "
                               ADI-DESCRIPCION OF REG-ADICIONALES
                               " EN EL RANGO: OCUPADOS "
                               WS-ADI-OCUPADOS " DE "
                               ADI-STOCK OF REG-ADICIONALES
                       END-IF
                   END-IF
           END-READ.

       CONTAR-ADICIONALES-OCUPADOS.
           MOVE ZEROES TO WS-ADI-OCUPADOS.
           MOVE ADI-CLAVE OF REG-ADICIONALES TO
               AAL-ITEM OF REG-ADICIONALES-ALQ.
           START ADICIONALES-ALQ-RND KEY IS EQUAL TO
               AAL-ITEM OF REG-ADICIONALES-ALQ
               INVALID KEY MOVE "10" TO FS-ADICIONALES-ALQ
           END-START.
           IF FS-ADICIONALES-ALQ = "00"
               PERFORM LEER-ADICIONAL-ALQ
               PERFORM SUMAR-ADICIONAL-OCUPADO
                   UNTIL FS-ADICIONALES-ALQ <> "00"
                   OR AAL-ITEM OF REG-ADICIONALES-ALQ <>
                      ADI-CLAVE OF REG-ADICIONALES
           END-IF.
           MOVE "00" TO FS-ADICIONALES-ALQ.

       LEER-ADICIONAL-ALQ.
           READ ADICIONALES-ALQ-RND NEXT RECORD
               AT END MOVE "10" TO FS-ADICIONALES-ALQ
           END-READ.

       SUMAR-ADICIONAL-OCUPADO.
           IF (AAL-RESERVADO OR AAL-ENTREGADO)
              AND AAL-FECHA-DESDE OF REG-ADICIONALES-ALQ <=
                  WS-ADI-HASTA
              AND AAL-FECHA-HASTA OF REG-ADICIONALES-ALQ >=
                  WS-ADI-DESDE
               ADD AAL-CANTIDAD OF REG-ADICIONALES-ALQ TO
                   WS-ADI-OCUPADOS
           END-IF.
           PERFORM LEER-ADICIONAL-ALQ.

       *>
       *> graba los items pedidos con el origen, la referencia y el
       *> estado que arma el llamador ("R" + numero de reserva o
       *> "A" + clave del alquiler).
       *>
       GRABAR-ADICIONALES.
           PERFORM GRABAR-UN-ADICIONAL
               VARYING WS-IND-PEDIDO FROM 1 BY 1
               UNTIL WS-IND-PEDIDO > WS-CANT-PEDIDOS.

       GRABAR-UN-ADICIONAL.
           MOVE WS-ADI-ORIGEN TO AAL-ORIGEN OF REG-ADICIONALES-ALQ.
           MOVE WS-ADI-REFERENCIA TO
               AAL-REFERENCIA OF REG-ADICIONALES-ALQ.
           MOVE WS-PED-CODIGO (WS-IND-PEDIDO) TO
               AAL-CODIGO OF REG-ADICIONALES-ALQ.
           MOVE WS-ADI-SUCURSAL TO AAL-SUCURSAL OF REG-ADICIONALES-ALQ.
           MOVE WS-PED-CODIGO (WS-IND-PEDIDO) TO
               AAL-CODIGO-ITEM OF REG-ADICIONALES-ALQ.
           MOVE WS-ADI-DESDE TO AAL-FECHA-DESDE OF REG-ADICIONALES-ALQ.
           MOVE WS-ADI-HASTA TO AAL-FECHA-HASTA OF REG-ADICIONALES-ALQ.
           MOVE WS-PED-CANTIDAD (WS-IND-PEDIDO) TO
               AAL-CANTIDAD OF REG-ADICIONALES-ALQ.
           MOVE WS-PED-PRECIO (WS-IND-PEDIDO) TO
               AAL-PRECIO-DIARIO OF REG-ADICIONALES-ALQ.
           MOVE WS-ADI-ESTADO TO AAL-ESTADO OF REG-ADICIONALES-ALQ.
           MOVE ZEROES TO AAL-CANT-DEVUELTA OF REG-ADICIONALES-ALQ.
           MOVE ZEROES TO AAL-CARGO OF REG-ADICIONALES-ALQ.
           MOVE ZEROES TO AAL-CARGO-REPOSICION OF REG-ADICIONALES-ALQ.
           WRITE REG-ADICIONALES-ALQ
               INVALID KEY
                   DISPLAY "ADICIONAL REPETIDO EN EL PEDIDO, NO SE "
                       "GRABA: " WS-PED-CODIGO (WS-IND-PEDIDO)
           END-WRITE.

       *>
       *> desglosa el importe en impuesto y total igual que la carga
       *> batch, para que el registro de mostrador quede identico a
       *> omision compilados, que son los historicos.
       *>
       CARGAR-PARAMETROS.
           MOVE WS-PV-FECHA TO WS-PTS-FECHA-HOY.
           MOVE "ALICUOTA-IVA" TO WS-PV-CODIGO.
           PERFORM LEER-PARAMETRO-VIGENTE.
           IF WS-PV-HALLADO = "S"
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-RECARGO-FDS
           END-IF.
           MOVE "VALOR-PUNTO" TO WS-PV-CODIGO.
           PERFORM LEER-PARAMETRO-VIGENTE.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-VALOR-PUNTO
           END-IF.
           MOVE "VENCE-PUNTOS" TO WS-PV-CODIGO.
           PERFORM LEER-PARAMETRO-VIGENTE.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-MESES-PUNTOS
           END-IF.
           MOVE "PUNTOS-PESO" TO WS-PV-CODIGO.
           PERFORM LEER-PARAMETRO-VIGENTE.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-PUNTOS-POR-PESO
           END-IF.

       LEER-PARAMETRO-VIGENTE.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
