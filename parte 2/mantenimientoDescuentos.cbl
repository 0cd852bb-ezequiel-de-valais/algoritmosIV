
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-DESCUENTOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT DESCUENTOS-RND
           ASSIGN TO DISK "Entrada/indexados/descuentosChofer.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSC-CLAVE OF REG-DESCUENTOS
           FILE STATUS IS FS-DESCUENTOS.

       SELECT CHOFERES-RND
           ASSIGN TO DISK "Entrada/indexados/choferes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHO-CLAVE OF REG-CHOFERES-RND
           ALTERNATE RECORD KEY IS CHO-NRO-LEGAJO OF REG-CHOFERES-RND
              WITH DUPLICATES
           FILE STATUS IS FS-CHOFERES.

       SELECT SINIESTROS-RND
           ASSIGN TO DISK "Entrada/indexados/siniestros.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIN-CLAVE OF REG-SINIESTROS
           FILE STATUS IS FS-SINIESTROS.

       SELECT ALQUILERES-RND
           ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ALQ-CLAVE OF REG-ALQUILERES-RND
           FILE STATUS IS FS-ALQUILERES.

       SELECT MULTAS-RND
           ASSIGN TO DISK "Entrada/indexados/multas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MLT-ACTA OF REG-MULTAS
           FILE STATUS IS FS-MULTAS.

       DATA DIVISION.

       FILE SECTION.

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

       FD CHOFERES-RND
           LABEL RECORD IS STANDARD.
       01 REG-CHOFERES-RND.
           03  CHO-CLAVE.
               05  CHO-NRO-LEGAJO  PIC X(7).
               05  CHO-FECHA-DESDE PIC 9(8).
           03  CHO-FECHA-HASTA     PIC 9(8).
           03  CHO-TURNO           PIC X.
           03  CHO-NOMBRE          PIC X(30).
           03  CHO-SUCURSAL        PIC X(2).

       FD SINIESTROS-RND
           LABEL RECORD IS STANDARD.
       01 REG-SINIESTROS.
           03 SIN-CLAVE.
               05  SIN-PATENTE PIC X(6).
               05  SIN-FECHA   PIC 9(8).
           03 SIN-ALQ-PATENTE  PIC X(6).
           03 SIN-ALQ-FECHA    PIC 9(8).
           03 SIN-CODIGO       PIC X(2).
           03 SIN-COSTO        PIC 9(9)V99.
           03 SIN-RESPONSABLE  PIC X.
               88 RESPONSABLE-CHOFER   VALUE "H".
           03 SIN-RECLAMO      PIC X.
           03 SIN-FACTURA      PIC 9(8).

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

       FD MULTAS-RND
           LABEL RECORD IS STANDARD.
       01 REG-MULTAS.
           03 MLT-ACTA         PIC X(12).
           03 MLT-PATENTE      PIC X(6).
           03 MLT-FECHA        PIC 9(8).
           03 MLT-IMPORTE      PIC 9(7)V99.
           03 MLT-ALQ-FECHA    PIC 9(8).
           03 MLT-DESTINO      PIC X.
               88 MULTA-AL-CHOFER  VALUE "H".
           03 MLT-CHOFER       PIC X(7).
           03 MLT-FACTURA      PIC 9(8).
           03 MLT-CARGO        PIC 9(7)V99.
           03 MLT-DESCONTADA   PIC X.
           03 MLT-PROCESO      PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-DESCUENTOS          PIC XX.
           88 OK-DESCUENTOS          VALUE "00".
           88 NO-EXISTE-DESCUENTOS   VALUE "35".
       01 FS-CHOFERES            PIC XX.
       01 FS-SINIESTROS          PIC XX.
       01 FS-ALQUILERES          PIC XX.
       01 FS-MULTAS              PIC XX.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "MANT-DESCUENTOS".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-JR-PROGRAMA         PIC X(20) VALUE "MANT-DESCUENTOS".
       01 WS-JR-OPERACION        PIC X.
       01 WS-JR-ENTIDAD          PIC X(10) VALUE "DESCUENTOS".
       01 WS-JR-ANTES            PIC X(120).
       01 WS-JR-DESPUES          PIC X(120).

       01 WS-OPERACION           PIC X.
       01 WS-LEGAJO              PIC X(7).
       01 WS-CONCEPTO            PIC X.
           88 CONCEPTO-VALIDO        VALUE "V" "S" "M" "O".
       01 WS-REFERENCIA          PIC X(14).
       01 WS-FECHA               PIC 9(8).
       01 WS-TOTAL               PIC 9(9)V99.
       01 WS-CUOTAS              PIC 9(3).
       01 WS-CONFIRMACION        PIC X.
       01 WS-EXIT                PIC X.

       01 WS-SINIESTROS-DISP     PIC X VALUE "N".
           88 SINIESTROS-DISPON      VALUE "S".
       01 WS-MULTAS-DISP         PIC X VALUE "N".
           88 MULTAS-DISPONIBLES     VALUE "S".
       01 WS-CLAVE-SINIESTRO.
           03 WS-CSI-PATENTE     PIC X(6).
           03 WS-CSI-FECHA       PIC 9(8).
       01 CANT-INCORPORADOS      PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM MANTENER-DESCUENTO.
           PERFORM CERRAR-ARCHIVOS.
           ACCEPT WS-EXIT.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN I-O DESCUENTOS-RND.
           IF NO-EXISTE-DESCUENTOS
               OPEN OUTPUT DESCUENTOS-RND
               CLOSE DESCUENTOS-RND
               OPEN I-O DESCUENTOS-RND
           END-IF.
           IF FS-DESCUENTOS <> "00"
               DISPLAY "ERROR AL ABRIR DESCUENTOS, FS=" FS-DESCUENTOS
               STOP RUN
           END-IF.
           OPEN INPUT CHOFERES-RND.
           IF FS-CHOFERES <> "00"
               DISPLAY "ERROR AL ABRIR CHOFERES, FS=" FS-CHOFERES
               STOP RUN
           END-IF.
           OPEN INPUT SINIESTROS-RND.
           OPEN INPUT ALQUILERES-RND.
           IF FS-SINIESTROS = "00" AND FS-ALQUILERES = "00"
               MOVE "S" TO WS-SINIESTROS-DISP
           ELSE
               MOVE "N" TO WS-SINIESTROS-DISP
           END-IF.
           OPEN I-O MULTAS-RND.
           IF FS-MULTAS = "00"
               MOVE "S" TO WS-MULTAS-DISP
           ELSE
               MOVE "N" TO WS-MULTAS-DISP
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE DESCUENTOS-RND.
           CLOSE CHOFERES-RND.
           IF FS-SINIESTROS = "00"
               CLOSE SINIESTROS-RND
           END-IF.
           IF FS-ALQUILERES = "00"
               CLOSE ALQUILERES-RND
           END-IF.
           IF MULTAS-DISPONIBLES
               CLOSE MULTAS-RND
           END-IF.

       *>
       *> DESCUENTOS A CHOFERES: cada fila es una deuda del legajo
       *> con concepto V=vale (adelanto), S=siniestro a cargo del
       *> chofer, M=multa del tramo de la empresa, O=otros; se pacta
       *> en cuotas y LIQUIDACION-DE-CHOFERES descuenta la cuota que
       *> vence de cada comision. El saldo que queda es lo que se
       *> arrastra a la corrida siguiente.
       *>
       MANTENER-DESCUENTO.
           DISPLAY "OPERACION (B=CONSULTA, I=ALTA, M=MODIFICACION, "
               "E=BAJA, P=INCORPORAR PENDIENTES): ".
           ACCEPT WS-OPERACION.
           IF WS-OPERACION = "P"
               PERFORM INCORPORAR-PENDIENTES
           ELSE
               DISPLAY "LEGAJO: "
               ACCEPT WS-LEGAJO
               DISPLAY "CONCEPTO (V=VALE, S=SINIESTRO, M=MULTA, "
                   "O=OTROS): "
               ACCEPT WS-CONCEPTO
               DISPLAY "REFERENCIA (NRO DE VALE O COMPROBANTE): "
               ACCEPT WS-REFERENCIA
               MOVE WS-LEGAJO TO DSC-LEGAJO OF REG-DESCUENTOS
               MOVE WS-CONCEPTO TO DSC-CONCEPTO OF REG-DESCUENTOS
               MOVE WS-REFERENCIA TO DSC-REFERENCIA OF REG-DESCUENTOS
               EVALUATE WS-OPERACION
                   WHEN "B" PERFORM CONSULTAR-DESCUENTO
                   WHEN "I" PERFORM ALTA-DESCUENTO
                   WHEN "M" PERFORM MODIFICAR-DESCUENTO
                   WHEN "E" PERFORM BAJA-DESCUENTO
                   WHEN OTHER DISPLAY "OPERACION INVALIDA"
               END-EVALUATE
           END-IF.

       CONSULTAR-DESCUENTO.
           READ DESCUENTOS-RND
               INVALID KEY
                   DISPLAY "DESCUENTO INEXISTENTE"
               NOT INVALID KEY
                   PERFORM MOSTRAR-DESCUENTO
           END-READ.

       MOSTRAR-DESCUENTO.
           DISPLAY "LEGAJO: " DSC-LEGAJO OF REG-DESCUENTOS.
           DISPLAY "CONCEPTO: " DSC-CONCEPTO OF REG-DESCUENTOS.
           DISPLAY "REFERENCIA: " DSC-REFERENCIA OF REG-DESCUENTOS.
           DISPLAY "FECHA: " DSC-FECHA OF REG-DESCUENTOS.
           DISPLAY "TOTAL: " DSC-TOTAL OF REG-DESCUENTOS.
           DISPLAY "CUOTAS: " DSC-CUOTAS OF REG-DESCUENTOS
               "  DESCONTADAS: " DSC-CUOTAS-PAGAS OF REG-DESCUENTOS.
           DISPLAY "SALDO: " DSC-SALDO OF REG-DESCUENTOS.
           DISPLAY "ULTIMA LIQUIDACION: "
               DSC-ULTIMA-LIQ OF REG-DESCUENTOS.
           DISPLAY "ESTADO (A/C): " DSC-ESTADO OF REG-DESCUENTOS.

       ALTA-DESCUENTO.
           MOVE WS-LEGAJO TO CHO-NRO-LEGAJO OF REG-CHOFERES-RND.
           READ CHOFERES-RND KEY IS CHO-NRO-LEGAJO OF
               REG-CHOFERES-RND
               INVALID KEY
                   DISPLAY "ALTA RECHAZADA: LEGAJO INEXISTENTE"
               NOT INVALID KEY
                   IF NOT CONCEPTO-VALIDO
                       DISPLAY "ALTA RECHAZADA: CONCEPTO INVALIDO"
                   ELSE
                       PERFORM CAPTURAR-Y-GRABAR-DESCUENTO
                   END-IF
           END-READ.

       CAPTURAR-Y-GRABAR-DESCUENTO.
           DISPLAY "FECHA (AAAAMMDD): ".
           ACCEPT WS-FECHA.
           DISPLAY "IMPORTE TOTAL: ".
           ACCEPT WS-TOTAL.
           DISPLAY "CANTIDAD DE CUOTAS: ".
           ACCEPT WS-CUOTAS.
           IF WS-TOTAL = ZEROES
               DISPLAY "IMPORTE EN CERO, NO SE GRABA"
           ELSE
               PERFORM GRABAR-DESCUENTO
           END-IF.

       *>
       *> alta comun a la carga manual y a la incorporacion de
       *> pendientes: sin cuotas indicadas se descuenta de una vez.
       *>
       GRABAR-DESCUENTO.
           IF WS-CUOTAS = ZEROES
               MOVE 1 TO WS-CUOTAS
           END-IF.
           MOVE WS-FECHA TO DSC-FECHA OF REG-DESCUENTOS.
           MOVE WS-TOTAL TO DSC-TOTAL OF REG-DESCUENTOS.
           MOVE WS-CUOTAS TO DSC-CUOTAS OF REG-DESCUENTOS.
           MOVE ZEROES TO DSC-CUOTAS-PAGAS OF REG-DESCUENTOS.
           MOVE WS-TOTAL TO DSC-SALDO OF REG-DESCUENTOS.
           MOVE ZEROES TO DSC-ULTIMA-LIQ OF REG-DESCUENTOS.
           MOVE "A" TO DSC-ESTADO OF REG-DESCUENTOS.
           WRITE REG-DESCUENTOS
               INVALID KEY
                   DISPLAY "ERROR: EL DESCUENTO YA EXISTE"
               NOT INVALID KEY
                   MOVE "A" TO WS-JR-OPERACION
                   MOVE SPACES TO WS-JR-ANTES
                   MOVE REG-DESCUENTOS TO WS-JR-DESPUES
                   CALL "bitacoracambios" USING
                       WS-JR-PROGRAMA, WS-JR-OPERACION,
                       WS-JR-ENTIDAD, WS-JR-ANTES,
                       WS-JR-DESPUES
                   DISPLAY "DESCUENTO REGISTRADO"
           END-WRITE.

       *>
       *> la modificacion solo repacta las cuotas que faltan; el
       *> total y el saldo los mueve la liquidacion, no el operador.
       *>
       MODIFICAR-DESCUENTO.
           READ DESCUENTOS-RND
               INVALID KEY
                   DISPLAY "ERROR: EL DESCUENTO NO EXISTE"
               NOT INVALID KEY
                   PERFORM MOSTRAR-DESCUENTO
                   MOVE REG-DESCUENTOS TO WS-JR-ANTES
                   DISPLAY "NUEVA CANTIDAD DE CUOTAS: "
                   ACCEPT WS-CUOTAS
                   IF WS-CUOTAS > DSC-CUOTAS-PAGAS OF REG-DESCUENTOS
                       MOVE WS-CUOTAS TO DSC-CUOTAS OF REG-DESCUENTOS
                       REWRITE REG-DESCUENTOS
                       END-REWRITE
                       MOVE "M" TO WS-JR-OPERACION
                       MOVE REG-DESCUENTOS TO WS-JR-DESPUES
                       CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                           WS-JR-OPERACION, WS-JR-ENTIDAD,
                           WS-JR-ANTES, WS-JR-DESPUES
                       DISPLAY "DESCUENTO MODIFICADO"
                   ELSE
                       DISPLAY "LAS CUOTAS NO PUEDEN SER MENOS QUE "
                           "LAS YA DESCONTADAS, NO SE MODIFICA"
                   END-IF
           END-READ.

       BAJA-DESCUENTO.
           READ DESCUENTOS-RND
               INVALID KEY
                   DISPLAY "ERROR: EL DESCUENTO NO EXISTE"
               NOT INVALID KEY
                   PERFORM MOSTRAR-DESCUENTO
                   DISPLAY "CONFIRMA LA BAJA (S/N): "
                   ACCEPT WS-CONFIRMACION
                   IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
                       MOVE REG-DESCUENTOS TO WS-JR-ANTES
                       DELETE DESCUENTOS-RND RECORD
                           INVALID KEY
                               DISPLAY "ERROR AL BORRAR"
                       END-DELETE
                       MOVE "E" TO WS-JR-OPERACION
                       MOVE SPACES TO WS-JR-DESPUES
                       CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                           WS-JR-OPERACION, WS-JR-ENTIDAD,
                           WS-JR-ANTES, WS-JR-DESPUES
                       DISPLAY "DESCUENTO DADO DE BAJA"
                   ELSE
                       DISPLAY "BAJA CANCELADA"
                   END-IF
           END-READ.

       *>
       *> PENDIENTES: los siniestros con SIN-RESPONSABLE "H" y las
       *> multas que IMPORTACION-MULTAS dejo a cargo del chofer
       *> pasan a descuento del legajo del alquiler. La clave del
       *> descuento lleva la clave del siniestro o el acta, asi una
       *> segunda pasada no los duplica.
       *>
       INCORPORAR-PENDIENTES.
           IF SINIESTROS-DISPON
               PERFORM INCORPORAR-SINIESTROS
           ELSE
               DISPLAY "SINIESTROS NO DISPONIBLES"
           END-IF.
           IF MULTAS-DISPONIBLES
               PERFORM INCORPORAR-MULTAS
           ELSE
               DISPLAY "MULTAS NO DISPONIBLES"
           END-IF.
           DISPLAY "DESCUENTOS INCORPORADOS: " CANT-INCORPORADOS.

       INCORPORAR-SINIESTROS.
           MOVE LOW-VALUES TO SIN-CLAVE OF REG-SINIESTROS.
           START SINIESTROS-RND KEY IS NOT LESS THAN
               SIN-CLAVE OF REG-SINIESTROS
               INVALID KEY MOVE "10" TO FS-SINIESTROS
           END-START.
           IF FS-SINIESTROS = "00"
               PERFORM LEER-SINIESTRO
               PERFORM EXAMINAR-SINIESTRO
                   UNTIL FS-SINIESTROS <> "00"
           END-IF.
           MOVE "00" TO FS-SINIESTROS.

       LEER-SINIESTRO.
           READ SINIESTROS-RND NEXT RECORD
               AT END MOVE "10" TO FS-SINIESTROS
           END-READ.

       EXAMINAR-SINIESTRO.
           IF RESPONSABLE-CHOFER
              AND SIN-COSTO OF REG-SINIESTROS > ZEROES
               MOVE SIN-ALQ-PATENTE OF REG-SINIESTROS TO
                   ALQ-PATENTE OF REG-ALQUILERES-RND
               MOVE SIN-ALQ-FECHA OF REG-SINIESTROS TO
                   ALQ-FECHA OF REG-ALQUILERES-RND
               READ ALQUILERES-RND
                   INVALID KEY
                       DISPLAY "SINIESTRO " SIN-CLAVE OF REG-SINIESTROS
                           " SIN ALQUILER, NO SE SABE EL CHOFER"
                   NOT INVALID KEY
                       PERFORM PROPONER-SINIESTRO
               END-READ
           END-IF.
           PERFORM LEER-SINIESTRO.

       PROPONER-SINIESTRO.
           MOVE ALQ-CHOFER OF REG-ALQUILERES-RND TO
               DSC-LEGAJO OF REG-DESCUENTOS.
           MOVE "S" TO DSC-CONCEPTO OF REG-DESCUENTOS.
           MOVE SIN-CLAVE OF REG-SINIESTROS TO WS-CLAVE-SINIESTRO.
           MOVE WS-CLAVE-SINIESTRO TO DSC-REFERENCIA OF REG-DESCUENTOS.
           READ DESCUENTOS-RND
               INVALID KEY
                   DISPLAY "SINIESTRO " WS-CLAVE-SINIESTRO
                       " CHOFER " ALQ-CHOFER OF REG-ALQUILERES-RND
                       " COSTO " SIN-COSTO OF REG-SINIESTROS
                   DISPLAY "CUOTAS (ENTER = 1): "
                   ACCEPT WS-CUOTAS
                   MOVE ALQ-CHOFER OF REG-ALQUILERES-RND TO
                       DSC-LEGAJO OF REG-DESCUENTOS
                   MOVE "S" TO DSC-CONCEPTO OF REG-DESCUENTOS
                   MOVE WS-CLAVE-SINIESTRO TO
                       DSC-REFERENCIA OF REG-DESCUENTOS
                   MOVE SIN-FECHA OF REG-SINIESTROS TO WS-FECHA
                   MOVE SIN-COSTO OF REG-SINIESTROS TO WS-TOTAL
                   PERFORM GRABAR-DESCUENTO
                   ADD 1 TO CANT-INCORPORADOS
               NOT INVALID KEY CONTINUE
           END-READ.

       INCORPORAR-MULTAS.
           MOVE LOW-VALUES TO MLT-ACTA OF REG-MULTAS.
           START MULTAS-RND KEY IS NOT LESS THAN
               MLT-ACTA OF REG-MULTAS
               INVALID KEY MOVE "10" TO FS-MULTAS
           END-START.
           IF FS-MULTAS = "00"
               PERFORM LEER-MULTA
               PERFORM EXAMINAR-MULTA
                   UNTIL FS-MULTAS <> "00"
           END-IF.
           MOVE "00" TO FS-MULTAS.

       LEER-MULTA.
           READ MULTAS-RND NEXT RECORD
               AT END MOVE "10" TO FS-MULTAS
           END-READ.

       EXAMINAR-MULTA.
           IF MULTA-AL-CHOFER AND MLT-DESCONTADA OF REG-MULTAS = "N"
               DISPLAY "MULTA " MLT-ACTA OF REG-MULTAS
                   " CHOFER " MLT-CHOFER OF REG-MULTAS
                   " IMPORTE " MLT-IMPORTE OF REG-MULTAS
               DISPLAY "CUOTAS (ENTER = 1): "
               ACCEPT WS-CUOTAS
               MOVE MLT-CHOFER OF REG-MULTAS TO
                   DSC-LEGAJO OF REG-DESCUENTOS
               MOVE "M" TO DSC-CONCEPTO OF REG-DESCUENTOS
               MOVE MLT-ACTA OF REG-MULTAS TO
                   DSC-REFERENCIA OF REG-DESCUENTOS
               MOVE MLT-FECHA OF REG-MULTAS TO WS-FECHA
               MOVE MLT-IMPORTE OF REG-MULTAS TO WS-TOTAL
               PERFORM GRABAR-DESCUENTO
               ADD 1 TO CANT-INCORPORADOS
               MOVE "S" TO MLT-DESCONTADA OF REG-MULTAS
               REWRITE REG-MULTAS
                   INVALID KEY
                       DISPLAY "ERROR AL MARCAR LA MULTA "
                           MLT-ACTA OF REG-MULTAS
               END-REWRITE
           END-IF.
           PERFORM LEER-MULTA.
