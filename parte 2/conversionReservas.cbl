              WITH DUPLICATES
           FILE STATUS IS FS-PAGOS.

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
           03 PAP-CODIGO       PIC X(8).
           03 PAP-DESCUENTO    PIC 9(7)V99.

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
           88 OK-RESERVAS            VALUE "00".
       01 WS-SG-PROGRAMA         PIC X(20) VALUE "CONVERSION-RESERVAS".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.
       01 WS-SUP-DESCANSO        PIC X(20) VALUE "DESCANSO-OVERRIDE".
       01 WS-SUP-NIVEL           PIC 9 VALUE 3.
       01 WS-SUP-RESULTADO       PIC X.

       01 WS-DC-LEGAJO           PIC X(7).
       01 WS-DC-DESDE            PIC 9(8).
       01 WS-DC-HASTA            PIC 9(8).
       01 WS-DC-EXCLUIR          PIC X(14).
       01 WS-DC-RESULTADO        PIC X.
           88 DESCANSO-INSUFICIENTE  VALUE "R".
       01 WS-DC-CONFLICTO        PIC 9(8).
       01 WS-DC-MINUTOS          PIC 9(5).
       01 WS-DC-DESENLACE        PIC X.

       01 WS-CER-OP              PIC X.
       01 WS-CER-ENTIDAD         PIC X(10) VALUE "ALQUILERES".
       01 WS-PROMO-RES-HALLADA   PIC X.
       01 WS-PROMO-CODIGO        PIC X(8).
       01 WS-PROMO-DESCUENTO     PIC 9(7)V99.
       01 FS-PUNTOS              PIC XX.
       01 WS-PUNTOS-DISP         PIC X VALUE "N".
           88 PUNTOS-DISPONIBLES     VALUE "S".
       01 WS-PUNTOS-DESCUENTO    PIC S9(9)V99.
       01 WS-SENIA-APLICADA      PIC 9(7)V99.
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
       01 WS-INS-HALLADA         PIC X.
           88 INSPECCION-HALLADA     VALUE "S".
       01 WS-INS-COMBUSTIBLE     PIC 9.
       01 WS-INS-LIMPIEZA        PIC X.
       01 WS-INS-ZONAS           PIC X(8).
       01 CANT-SIN-INSPECCION    PIC 9(7) VALUE ZEROES.
       01 WS-TIPO-DOC-VEH        PIC X.
       01 WS-DOC-VEH-VENCIDO     PIC X.

           88 LICENCIAS-DISPONIBLES  VALUE "S".
       01 WS-CHOFER-DE-LICENCIA  PIC X.
           88 CHOFER-DE-LICENCIA     VALUE "S".
       01 FS-ADICIONALES-ALQ     PIC XX.
       01 WS-ADICIONALES-DISP    PIC X VALUE "N".
           88 ADICIONALES-DISPONIBLES VALUE "S".
       01 WS-ADI-REFERENCIA      PIC X(14).
       01 WS-ADI-TRASLADADOS     PIC 9(3).
       01 FS-TRASLADOS           PIC XX.
       01 WS-TRASLADOS-DISP      PIC X VALUE "N".
           88 TRASLADOS-DISPONIBLES  VALUE "S".
       01 WS-TRS-REFERENCIA      PIC X(14).
       01 FS-INTERMEDIACION      PIC XX.
       01 WS-INTERMED-DISP       PIC X VALUE "N".
           88 INTERMED-DISPONIBLES   VALUE "S".
       01 WS-TRS-ESTADO          PIC X.
       01 WS-TRS-TRASLADADOS     PIC 99.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
           DISPLAY "NO HONRADAS: " CANT-NO-HONRADAS.
           DISPLAY "SENIAS APLICADAS: " CANT-SENIAS-APLICADAS.
           DISPLAY "MEJORAS DE CATEGORIA: " CANT-MEJORAS.
           DISPLAY "SIN INSPECCION DE SALIDA: " CANT-SIN-INSPECCION.
           STOP RUN.

       ABRIR-ARCHIVOS.
           ELSE
               MOVE "N" TO WS-PROMOS-RES-DISP
           END-IF.
           OPEN INPUT PUNTOS-RND.
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
               DISPLAY "CONTRATOS NO DISPONIBLES, LA CONVERSION NO "
                   "EMITE CONTRATOS, FS=" FS-CONTRATOS
           END-IF.
           OPEN I-O PROMOS-APLICADAS-RND.
           IF NO-EXISTE-PROMOS-APL
               OPEN OUTPUT PROMOS-APLICADAS-RND
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
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
           IF PROMOS-RES-DISPON
               CLOSE PROMOS-RESERVAS-RND
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
           IF PROMOS-APL-DISPON
               CLOSE PROMOS-APLICADAS-RND
           END-IF.
           CLOSE REPORTE-NO-HONRADAS.
           IF ADICIONALES-DISPONIBLES
               CLOSE ADICIONALES-ALQ-RND
           END-IF.
           IF TRASLADOS-DISPONIBLES
               CLOSE TRASLADOS-RND
           END-IF.
           IF INTERMED-DISPONIBLES
               CLOSE INTERMEDIACION-RND
           END-IF.

       RECORRER-RESERVAS.
           MOVE LOW-VALUES TO RES-NUMERO OF REG-RESERVAS-RND.

       CONVERTIR-RESERVA.
           MOVE "N" TO WS-ES-MEJORA.
           MOVE "N" TO WS-TARIFA-HALLADA.
           PERFORM BUSCAR-PROMO-RESERVA.
           PERFORM BUSCAR-PUNTOS-RESERVA.
           PERFORM VALIDAR-RESERVA-COMPLETA.
           IF NOT RESERVA-ES-VALIDA AND WS-MEJORA-AUTO = 1
               PERFORM EVALUAR-MEJORA-CATEGORIA
           END-IF.
           IF RESERVA-ES-VALIDA
               PERFORM VALIDAR-DESCANSO-RESERVA
           END-IF.
           IF RESERVA-ES-VALIDA
               PERFORM GRABAR-ALQUILER-RESERVA
           ELSE
                           WS-PRECIO-TARIFA
                   END-IF
               END-IF
               IF WS-PUNTOS-DESCUENTO > ZEROES
                   IF WS-PUNTOS-DESCUENTO > WS-PRECIO-TARIFA
                       MOVE ZEROES TO WS-PRECIO-TARIFA
                   ELSE
                       SUBTRACT WS-PUNTOS-DESCUENTO FROM
                           WS-PRECIO-TARIFA
                   END-IF
               END-IF
               IF RES-IMPORTE OF REG-RESERVAS-RND <>
                  WS-PRECIO-TARIFA
                   MOVE "N" TO WS-RESERVA-VALIDA
               END-READ
           END-IF.

       *>
       *> puntos canjeados al tomar la reserva (neto de los que se
       *> devolvieron): su descuento tambien baja el precio esperado
       *> del control de tarifa.
       *>
       BUSCAR-PUNTOS-RESERVA.
           MOVE ZEROES TO WS-PUNTOS-DESCUENTO.
           IF PUNTOS-DISPONIBLES
               MOVE RES-NUMERO OF REG-RESERVAS-RND TO
                   PTS-REFERENCIA OF REG-PUNTOS
               START PUNTOS-RND KEY IS EQUAL TO
                   PTS-REFERENCIA OF REG-PUNTOS
                   INVALID KEY MOVE "10" TO FS-PUNTOS
               END-START
               IF FS-PUNTOS = "00"
                   PERFORM LEER-PUNTOS
                   PERFORM SUMAR-PUNTOS-RESERVA
                       UNTIL FS-PUNTOS <> "00"
                       OR PTS-REFERENCIA OF REG-PUNTOS <>
                          RES-NUMERO OF REG-RESERVAS-RND
               END-IF
               MOVE "00" TO FS-PUNTOS
           END-IF.

       LEER-PUNTOS.
           READ PUNTOS-RND NEXT RECORD
               AT END MOVE "10" TO FS-PUNTOS
           END-READ.

       SUMAR-PUNTOS-RESERVA.
           IF PUNTOS-CANJEADOS
               ADD PTS-IMPORTE OF REG-PUNTOS TO WS-PUNTOS-DESCUENTO
           END-IF.
           IF PUNTOS-DEVUELTOS
               SUBTRACT PTS-IMPORTE OF REG-PUNTOS FROM
                   WS-PUNTOS-DESCUENTO
           END-IF.
           PERFORM LEER-PUNTOS.

       TRASLADAR-PROMO-RESERVA.
           IF WS-PROMO-RES-HALLADA = "S" AND PROMOS-APL-DISPON
               MOVE ALQ-PATENTE OF REG-ALQUILERES-RND TO
               PERFORM LEER-ALQUILER-CHOFER
           END-IF.

       *>
       *> DESCANSO ENTRE TURNOS: se controla una sola vez, con la
       *> reserva ya resuelta (el descanso no depende del auto, asi
       *> que los reintentos de categoria no lo cambian). Sin las
       *> horas minimas la reserva solo se honra con la firma de un
       *> supervisor; el desenlace queda en el registro de descansos.
       *>
       VALIDAR-DESCANSO-RESERVA.
           MOVE RES-CHOFER OF REG-RESERVAS-RND TO WS-DC-LEGAJO.
           MOVE RES-FECHA OF REG-RESERVAS-RND TO WS-DC-DESDE.
           MOVE RES-FECHA OF REG-RESERVAS-RND TO WS-DC-HASTA.
           MOVE SPACES TO WS-DC-EXCLUIR.
           CALL "descansochofer" USING WS-DC-LEGAJO, WS-DC-DESDE,
               WS-DC-HASTA, WS-DC-EXCLUIR, WS-DC-RESULTADO,
               WS-DC-CONFLICTO, WS-DC-MINUTOS.
           IF DESCANSO-INSUFICIENTE
               DISPLAY "RESERVA " RES-NUMERO OF REG-RESERVAS-RND
                   " CHOFER " WS-DC-LEGAJO " SIN DESCANSO MINIMO "
                   "(" WS-DC-MINUTOS " MINUTOS)"
               DISPLAY "SE REQUIERE AUTORIZACION DE SUPERVISOR "
                   "(NIVEL 3)"
               CALL "firmaoperador" USING WS-SUP-DESCANSO,
                   WS-SUP-NIVEL, WS-SUP-RESULTADO
               IF WS-SUP-RESULTADO = "O"
                   MOVE "A" TO WS-DC-DESENLACE
               ELSE
                   MOVE "R" TO WS-DC-DESENLACE
                   MOVE "N" TO WS-RESERVA-VALIDA
                   MOVE "CHOFER SIN DESCANSO MINIMO" TO WS-MOTIVO
               END-IF
               CALL "registrodescanso" USING WS-SG-PROGRAMA,
                   WS-DC-LEGAJO, RES-PATENTE OF REG-RESERVAS-RND,
                   WS-DC-DESDE, WS-DC-HASTA, WS-DC-CONFLICTO,
                   WS-DC-MINUTOS, WS-DC-DESENLACE
           END-IF.

       VALIDAR-CLIENTE-RESERVA.
           IF RESERVA-ES-VALIDA
               MOVE RES-NRO-DOC OF REG-RESERVAS-RND TO
                   END-IF
                   PERFORM TRASLADAR-PROMO-RESERVA
                   PERFORM APLICAR-SENIA-RESERVA
                   PERFORM COPIAR-INSPECCION-SALIDA
                   PERFORM TRASLADAR-ADICIONALES-RESERVA
                   PERFORM TRASLADAR-TRASLADOS-RESERVA
                   PERFORM TRASLADAR-INTERMEDIACION
                   PERFORM EMITIR-CONTRATO-RESERVA
           END-WRITE.

       *>
       *> solos. La senia queda "T" (aplicada).
       *>
       APLICAR-SENIA-RESERVA.
           MOVE ZEROES TO WS-SENIA-APLICADA.
           IF SENIAS-DISPONIBLES AND PAGOS-DISPONIBLES
               MOVE RES-NUMERO OF REG-RESERVAS-RND TO
                   SEN-RES-NUMERO OF REG-SENIAS
                   MOVE "T" TO SEN-ESTADO OF REG-SENIAS
                   REWRITE REG-SENIAS
                   END-REWRITE
                   MOVE SEN-IMPORTE OF REG-SENIAS TO WS-SENIA-APLICADA
                   ADD 1 TO CANT-SENIAS-APLICADAS
           END-WRITE.

       *>
       *> INSPECCION DE SALIDA DE LA RESERVA: la conversion corre sin
       *> el auto a la vista, asi que la salida arranca como copia
       *> de la ultima inspeccion de regreso de la patente (origen
       *> "C"); el mostrador la corrige con INSPECCION-DE-VEHICULO
       *> al entregar. Sin inspeccion previa no se inventa una: se
       *> avisa para que se haga a mano.
       *>
       COPIAR-INSPECCION-SALIDA.
           IF INSPECCIONES-DISPONIBLES
               MOVE "N" TO WS-INS-HALLADA
               MOVE ALQ-PATENTE OF REG-ALQUILERES-RND TO
                   INS-PATENTE OF REG-INSPECCIONES
               MOVE ZEROES TO INS-FECHA-ALQ OF REG-INSPECCIONES
               MOVE LOW-VALUES TO INS-MOMENTO OF REG-INSPECCIONES
               START INSPECCIONES-RND KEY IS NOT LESS THAN
                   INS-CLAVE OF REG-INSPECCIONES
                   INVALID KEY MOVE "10" TO FS-INSPECCIONES
               END-START
               IF FS-INSPECCIONES = "00"
                   PERFORM LEER-INSPECCION
                   PERFORM TOMAR-ULTIMO-REGRESO
                       UNTIL FS-INSPECCIONES <> "00"
                       OR INS-PATENTE OF REG-INSPECCIONES <>
                          ALQ-PATENTE OF REG-ALQUILERES-RND
               END-IF
               MOVE "00" TO FS-INSPECCIONES
               IF INSPECCION-HALLADA
                   PERFORM GRABAR-INSPECCION-COPIADA
               ELSE
                   ADD 1 TO CANT-SIN-INSPECCION
                   DISPLAY "ALQUILER " ALQ-PATENTE OF REG-ALQUILERES-RND
                       " " ALQ-FECHA OF REG-ALQUILERES-RND
                       " SIN INSPECCION PREVIA: INSPECCIONAR AL "
                       "ENTREGAR"
               END-IF
           END-IF.

       LEER-INSPECCION.
           READ INSPECCIONES-RND NEXT RECORD
               AT END MOVE "10" TO FS-INSPECCIONES
           END-READ.

       TOMAR-ULTIMO-REGRESO.
           IF INSPECCION-REGRESO
              AND INS-FECHA-ALQ OF REG-INSPECCIONES <
                  ALQ-FECHA OF REG-ALQUILERES-RND
               MOVE "S" TO WS-INS-HALLADA
               MOVE INS-COMBUSTIBLE OF REG-INSPECCIONES TO
                   WS-INS-COMBUSTIBLE
               MOVE INS-LIMPIEZA OF REG-INSPECCIONES TO
                   WS-INS-LIMPIEZA
               MOVE INS-ZONAS OF REG-INSPECCIONES TO WS-INS-ZONAS
           END-IF.
           PERFORM LEER-INSPECCION.

       GRABAR-INSPECCION-COPIADA.
           MOVE ALQ-PATENTE OF REG-ALQUILERES-RND TO
               INS-PATENTE OF REG-INSPECCIONES.
           MOVE ALQ-FECHA OF REG-ALQUILERES-RND TO
               INS-FECHA-ALQ OF REG-INSPECCIONES.
           MOVE "S" TO INS-MOMENTO OF REG-INSPECCIONES.
           MOVE WS-FECHA-PROCESO TO INS-FECHA OF REG-INSPECCIONES.
           MOVE WS-SUCURSAL TO INS-SUCURSAL OF REG-INSPECCIONES.
           MOVE "C" TO INS-ORIGEN OF REG-INSPECCIONES.
           MOVE WS-INS-COMBUSTIBLE TO
               INS-COMBUSTIBLE OF REG-INSPECCIONES.
           MOVE WS-INS-LIMPIEZA TO INS-LIMPIEZA OF REG-INSPECCIONES.
           MOVE WS-INS-ZONAS TO INS-ZONAS OF REG-INSPECCIONES.
           WRITE REG-INSPECCIONES
               INVALID KEY
                   DISPLAY "YA HAY INSPECCION DE SALIDA DEL ALQUILER "
                       ALQ-PATENTE OF REG-ALQUILERES-RND " "
                       ALQ-FECHA OF REG-ALQUILERES-RND ", SE RESPETA"
           END-WRITE.

       *>
       *> ADICIONALES DE LA RESERVA: los items reservados pasan al
       *> alquiler como entregados, con la diaria que se congelo en
       *> la reserva; la fila de la reserva queda "T" (trasladada).
       *>
       TRASLADAR-ADICIONALES-RESERVA.
           IF ADICIONALES-DISPONIBLES
               MOVE ZEROES TO WS-ADI-TRASLADADOS
               MOVE RES-NUMERO OF REG-RESERVAS-RND TO WS-ADI-REFERENCIA
               MOVE "R" TO AAL-ORIGEN OF REG-ADICIONALES-ALQ
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
                       OR AAL-ORIGEN OF REG-ADICIONALES-ALQ <> "R"
                       OR AAL-REFERENCIA OF REG-ADICIONALES-ALQ <>
                          WS-ADI-REFERENCIA
               END-IF
               MOVE "00" TO FS-ADICIONALES-ALQ
               IF WS-ADI-TRASLADADOS > ZEROES
                   DISPLAY "ALQUILER " ALQ-PATENTE OF REG-ALQUILERES-RND
                       " " ALQ-FECHA OF REG-ALQUILERES-RND
                       " CON " WS-ADI-TRASLADADOS
                       " ADICIONALES: ENTREGAR CON EL VEHICULO"
               END-IF
           END-IF.

       LEER-ADICIONAL-ALQ.
           READ ADICIONALES-ALQ-RND NEXT RECORD
               AT END MOVE "10" TO FS-ADICIONALES-ALQ
           END-READ.

       TRASLADAR-ADICIONAL.
           IF AAL-RESERVADO
               MOVE "T" TO AAL-ESTADO OF REG-ADICIONALES-ALQ
               REWRITE REG-ADICIONALES-ALQ
               END-REWRITE
               MOVE "A" TO AAL-ORIGEN OF REG-ADICIONALES-ALQ
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
                   AAL-REFERENCIA OF REG-ADICIONALES-ALQ
               MOVE ALQ-FECHA OF REG-ALQUILERES-RND TO
                   AAL-FECHA-DESDE OF REG-ADICIONALES-ALQ
               MOVE ALQ-FECHA-HASTA OF REG-ALQUILERES-RND TO
                   AAL-FECHA-HASTA OF REG-ADICIONALES-ALQ
               MOVE "E" TO AAL-ESTADO OF REG-ADICIONALES-ALQ
               WRITE REG-ADICIONALES-ALQ
                   INVALID KEY
                       DISPLAY "ERROR AL TRASLADAR EL ADICIONAL "
                           AAL-CODIGO OF REG-ADICIONALES-ALQ
                   NOT INVALID KEY
                       ADD 1 TO WS-ADI-TRASLADADOS
               END-WRITE
           END-IF.
           PERFORM LEER-ADICIONAL-ALQ.

       *>
       *> TRASLADOS DE LA RESERVA: las entregas y retiros en
       *> domicilio pedidos con la reserva pasan al alquiler con el
       *> mismo cargo, chofer y agenda, para que el cierre los
       *> facture; la orden de la reserva queda "T" (trasladada).
       *>
       TRASLADAR-TRASLADOS-RESERVA.
           IF TRASLADOS-DISPONIBLES
               MOVE ZEROES TO WS-TRS-TRASLADADOS
               MOVE RES-NUMERO OF REG-RESERVAS-RND TO WS-TRS-REFERENCIA
               MOVE "R" TO TRS-ORIGEN OF REG-TRASLADOS
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
                       OR TRS-ORIGEN OF REG-TRASLADOS <> "R"
                       OR TRS-REFERENCIA OF REG-TRASLADOS <>
                          WS-TRS-REFERENCIA
               END-IF
               MOVE "00" TO FS-TRASLADOS
               IF WS-TRS-TRASLADADOS > ZEROES
                   DISPLAY "ALQUILER " ALQ-PATENTE OF REG-ALQUILERES-RND
                       " " ALQ-FECHA OF REG-ALQUILERES-RND
                       " CON " WS-TRS-TRASLADADOS
                       " TRASLADOS A DOMICILIO"
               END-IF
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
               MOVE "A" TO TRS-ORIGEN OF REG-TRASLADOS
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
                   TRS-REFERENCIA OF REG-TRASLADOS
               MOVE WS-TRS-ESTADO TO TRS-ESTADO OF REG-TRASLADOS
               WRITE REG-TRASLADOS
                   INVALID KEY
                       DISPLAY "ERROR AL TRASLADAR LA ORDEN "
                           TRS-TIPO OF REG-TRASLADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-TRS-TRASLADADOS
               END-WRITE
           END-IF.
           PERFORM LEER-TRASLADO.

       *>
       *> INTERMEDIARIO DE LA RESERVA: la agencia o broker anotado
       *> en la toma pasa al alquiler, que es el que devenga la
       *> comision al cerrarse y cobrarse. Se conserva la categoria
       *> reservada (un upgrade se cobra, y comisiona, por ella); la
       *> intermediacion de la reserva queda "T".
       *>
       TRASLADAR-INTERMEDIACION.
           IF INTERMED-DISPONIBLES
               MOVE "R" TO IMC-ORIGEN OF REG-INTERMEDIACION
               MOVE RES-NUMERO OF REG-RESERVAS-RND TO
                   IMC-REFERENCIA OF REG-INTERMEDIACION
               READ INTERMEDIACION-RND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF IMC-PENDIENTE
                           PERFORM PASAR-INTERMEDIACION-ALQUILER
                       END-IF
               END-READ
           END-IF.

       PASAR-INTERMEDIACION-ALQUILER.
           MOVE "T" TO IMC-ESTADO OF REG-INTERMEDIACION.
           REWRITE REG-INTERMEDIACION
           END-REWRITE.
           MOVE "A" TO IMC-ORIGEN OF REG-INTERMEDIACION.
           MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
               IMC-REFERENCIA OF REG-INTERMEDIACION.
           IF IMC-CATEGORIA OF REG-INTERMEDIACION = SPACES
               MOVE VEH-CATEGORIA OF REG-VEHICULOS-RND TO
                   IMC-CATEGORIA OF REG-INTERMEDIACION
           END-IF.
           MOVE "P" TO IMC-ESTADO OF REG-INTERMEDIACION.
           WRITE REG-INTERMEDIACION
               INVALID KEY
                   DISPLAY "ERROR AL TRASLADAR EL INTERMEDIARIO "
                       IMC-INTERMEDIARIO OF REG-INTERMEDIACION
               NOT INVALID KEY
                   DISPLAY "ALQUILER " ALQ-PATENTE OF REG-ALQUILERES-RND
                       " " ALQ-FECHA OF REG-ALQUILERES-RND
                       " INTERMEDIADO POR "
                       IMC-INTERMEDIARIO OF REG-INTERMEDIACION
           END-WRITE.

       *>
       *> CONTRATO DE LA RESERVA: el alquiler que nace de una reserva
       *> lleva su contrato igual que el de mostrador, con el numero
       *> de reserva, la promocion y los puntos sellados en la toma y
       *> la senia aplicada. Un upgrade figura con la diaria de la
       *> categoria reservada, que es la que se cobra.
       *>
       EMITIR-CONTRATO-RESERVA.
           IF CONTRATOS-DISPONIBLES
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO
                   CTR-CLAVE OF REG-CONTRATOS
               MOVE WS-FECHA-PROCESO TO CTR-EMISION OF REG-CONTRATOS
               MOVE RES-NUMERO OF REG-RESERVAS-RND TO
                   CTR-RESERVA OF REG-CONTRATOS
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
               MOVE 1 TO CTR-DIAS OF REG-CONTRATOS
               IF ES-MEJORA
                   MOVE WS-TARIFA-ORIGINAL TO
                       CTR-TARIFA-DIARIA OF REG-CONTRATOS
               ELSE IF TARIFA-HALLADA
                   MOVE WS-TARIFA-DIARIA-VIG TO
                       CTR-TARIFA-DIARIA OF REG-CONTRATOS
               ELSE
                   MOVE ZEROES TO CTR-TARIFA-DIARIA OF REG-CONTRATOS
               END-IF
               END-IF
               MOVE ZEROES TO CTR-DESC-CONVENIO OF REG-CONTRATOS
               IF WS-PROMO-RES-HALLADA = "S"
                   MOVE WS-PROMO-CODIGO TO
                       CTR-CODIGO-PROMO OF REG-CONTRATOS
                   MOVE WS-PROMO-DESCUENTO TO
                       CTR-DESC-PROMO OF REG-CONTRATOS
               ELSE
                   MOVE SPACES TO CTR-CODIGO-PROMO OF REG-CONTRATOS
                   MOVE ZEROES TO CTR-DESC-PROMO OF REG-CONTRATOS
               END-IF
               IF WS-PUNTOS-DESCUENTO > ZEROES
                   MOVE WS-PUNTOS-DESCUENTO TO
                       CTR-DESC-PUNTOS OF REG-CONTRATOS
               ELSE
                   MOVE ZEROES TO CTR-DESC-PUNTOS OF REG-CONTRATOS
               END-IF
               MOVE ALQ-IMPORTE OF REG-ALQUILERES-RND TO
                   CTR-IMPORTE OF REG-CONTRATOS
               MOVE ALQ-IMPUESTO OF REG-ALQUILERES-RND TO
                   CTR-IMPUESTO OF REG-CONTRATOS
               MOVE ALQ-TOTAL OF REG-ALQUILERES-RND TO
                   CTR-TOTAL OF REG-CONTRATOS
               MOVE WS-SENIA-APLICADA TO CTR-SENIA OF REG-CONTRATOS
               WRITE REG-CONTRATOS
                   INVALID KEY
                       REWRITE REG-CONTRATOS
                       END-REWRITE
               END-WRITE
               MOVE "ORIGINAL" TO WS-ROTULO-COPIA
               PERFORM GENERAR-DOCUMENTO-CONTRATO
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

       INFORMAR-NO-HONRADA.
           ADD 1 TO CANT-NO-HONRADAS.
           MOVE SPACES TO LINEA-REPORTE.
