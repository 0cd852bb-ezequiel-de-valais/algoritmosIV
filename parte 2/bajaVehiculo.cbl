       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAJA-DE-VEHICULO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT VEHICULOS-RND
           ASSIGN TO DISK "Entrada/indexados/vehiculos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VEH-PATENTE OF REG-VEHICULOS-RND
           FILE STATUS IS FS-VEHICULOS.

       SELECT VALORES-RND
           ASSIGN TO DISK "Entrada/indexados/valoresAdquisicion.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VAD-PATENTE OF REG-VALORES
           FILE STATUS IS FS-VALORES.

       SELECT DEPRECIACION-RND
           ASSIGN TO DISK
               "Entrada/indexados/historialDepreciacion.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CLAVE OF REG-DEPRECIACION
           FILE STATUS IS FS-DEPRECIACION.

       SELECT ALQUILERES-RND
           ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALQ-CLAVE OF REG-ALQUILERES-RND
           ALTERNATE RECORD KEY IS ALQ-CHOFER OF REG-ALQUILERES-RND
              WITH DUPLICATES
           FILE STATUS IS FS-ALQUILERES.

       SELECT RESERVAS-RND
           ASSIGN TO DISK "Entrada/indexados/reservas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RES-NUMERO OF REG-RESERVAS-RND
           FILE STATUS IS FS-RESERVAS.

       SELECT SINIESTROS-RND
           ASSIGN TO DISK "Entrada/indexados/siniestros.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIN-CLAVE OF REG-SINIESTROS
           FILE STATUS IS FS-SINIESTROS.

       SELECT FACTURAS-PROV-RND
           ASSIGN TO DISK "Entrada/indexados/facturasProveedor.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FPR-CLAVE OF REG-FACTURAS-PROV
           ALTERNATE RECORD KEY IS FPR-PATENTE OF REG-FACTURAS-PROV
              WITH DUPLICATES
           FILE STATUS IS FS-FACTURAS-PROV.

       SELECT DOCUMENTOS-VEH-RND
           ASSIGN TO DISK "Entrada/indexados/documentosVehiculo.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DVE-CLAVE OF REG-DOCUMENTOS-VEH
           FILE STATUS IS FS-DOCUMENTOS.

       SELECT VENTAS-VEH-RND
           ASSIGN TO DISK "Entrada/indexados/ventasVehiculos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VTV-PATENTE OF REG-VENTAS-VEH
           FILE STATUS IS FS-VENTAS.

       SELECT INTERFAZ-ASIENTOS
           ASSIGN TO DISK "Salida/asientosBajas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INTERFAZ.

       DATA DIVISION.

       FILE SECTION.

       FD VEHICULOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-VEHICULOS-RND.
           03  VEH-PATENTE     PIC X(6).
           03  VEH-MARCA       PIC X(15).
           03  VEH-MODELO      PIC X(15).
           03  VEH-CATEGORIA   PIC X(2).
           03  VEH-ALTA-FLOTA  PIC 9(8).
           03  VEH-ESTADO      PIC X.
           03  VEH-KM-ACTUAL   PIC 9(7).

       FD VALORES-RND
           LABEL RECORD IS STANDARD.
       01 REG-VALORES.
           03 VAD-PATENTE      PIC X(6).
           03 VAD-VALOR        PIC 9(11)V99.

       FD DEPRECIACION-RND
           LABEL RECORD IS STANDARD.
       01 REG-DEPRECIACION.
           03 DEP-CLAVE.
               05  DEP-PATENTE PIC X(6).
               05  DEP-PERIODO PIC 9(6).
           03 DEP-IMPORTE      PIC 9(9)V99.

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

       FD RESERVAS-RND
           LABEL RECORD IS STANDARD.
       01 REG-RESERVAS-RND.
           03 RES-NUMERO       PIC X(8).
           03 RES-TIPO-DOC     PIC X.
           03 RES-NRO-DOC      PIC X(20).
           03 RES-PATENTE      PIC X(6).
           03 RES-CATEGORIA    PIC X(2).
           03 RES-CHOFER       PIC X(7).
           03 RES-FECHA        PIC 9(8).
           03 RES-IMPORTE      PIC 9(7)V99.
           03 RES-ESTADO       PIC X.
               88 RES-PENDIENTE    VALUE "P".
               88 RES-CONFIRMADA   VALUE "C".
               88 RES-CANCELADA    VALUE "X".
               88 RES-NO-SHOW      VALUE "N".
               88 RES-TOMADA       VALUE "T".

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
               88 RESPONSABLE-CLIENTE  VALUE "C".
               88 RESPONSABLE-CHOFER   VALUE "H".
               88 RESPONSABLE-TERCERO  VALUE "T".
           03 SIN-RECLAMO      PIC X.
               88 RECLAMO-PENDIENTE    VALUE "P".
               88 RECLAMO-ENVIADO      VALUE "E".
               88 RECLAMO-COBRADO      VALUE "C".
               88 RECLAMO-SIN          VALUE "X".
           03 SIN-FACTURA      PIC 9(8).

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

       FD DOCUMENTOS-VEH-RND
           LABEL RECORD IS STANDARD.
       01 REG-DOCUMENTOS-VEH.
           03 DVE-CLAVE.
               05  DVE-PATENTE PIC X(6).
               05  DVE-TIPO    PIC X.
           03 DVE-DESDE        PIC 9(8).
           03 DVE-HASTA        PIC 9(8).
           03 DVE-REFERENCIA   PIC X(14).

       FD VENTAS-VEH-RND
           LABEL RECORD IS STANDARD.
       01 REG-VENTAS-VEH.
           03 VTV-PATENTE      PIC X(6).
           03 VTV-FECHA        PIC 9(8).
           03 VTV-COMPRADOR    PIC X(30).
           03 VTV-NRO-DOC      PIC X(20).
           03 VTV-PRECIO       PIC 9(11)V99.
           03 VTV-VALOR-ORIGEN PIC 9(11)V99.
           03 VTV-AMORTIZADO   PIC 9(11)V99.
           03 VTV-VALOR-LIBRO  PIC 9(11)V99.
           03 VTV-RESULTADO    PIC S9(11)V99.
           03 VTV-OPERADOR     PIC X(10).

       FD INTERFAZ-ASIENTOS
           LABEL RECORD IS STANDARD.
       01 REG-INTERFAZ             PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-VEHICULOS           PIC XX.
       01 FS-VALORES             PIC XX.
       01 FS-DEPRECIACION        PIC XX.
       01 WS-DEPRECIACION-DISP   PIC X VALUE "N".
           88 DEPRECIACION-DISPONIBLE VALUE "S".
       01 FS-ALQUILERES          PIC XX.
       01 WS-ALQUILERES-DISP     PIC X VALUE "N".
           88 ALQUILERES-DISPON      VALUE "S".
       01 FS-RESERVAS            PIC XX.
       01 WS-RESERVAS-DISP       PIC X VALUE "N".
           88 RESERVAS-DISPONIBLES   VALUE "S".
       01 FS-SINIESTROS          PIC XX.
       01 WS-SINIESTROS-DISP     PIC X VALUE "N".
           88 SINIESTROS-DISPONIBLES VALUE "S".
       01 FS-FACTURAS-PROV       PIC XX.
       01 WS-CTAS-PAGAR-DISP     PIC X VALUE "N".
           88 CTAS-PAGAR-DISPONIBLES VALUE "S".
       01 FS-DOCUMENTOS          PIC XX.
       01 WS-DOCUMENTOS-DISP     PIC X VALUE "N".
           88 DOCUMENTOS-DISPONIBLES VALUE "S".
       01 FS-VENTAS              PIC XX.
           88 NO-EXISTE-VENTAS       VALUE "35".
       01 FS-INTERFAZ            PIC XX.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "BAJA-VEHICULO".
       01 WS-SG-NIVEL            PIC 9 VALUE 3.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-CER-OP              PIC X.
       01 WS-CER-ENTIDAD         PIC X(10) VALUE "VEHICULOS".
       01 WS-CER-PROGRAMA        PIC X(20) VALUE "BAJA-VEHICULO".
       01 WS-CER-RESULTADO       PIC X.

       01 WS-JR-PROGRAMA         PIC X(20) VALUE "BAJA-VEHICULO".
       01 WS-JR-OPERACION        PIC X.
       01 WS-JR-ENTIDAD          PIC X(10).
       01 WS-JR-ANTES            PIC X(120).
       01 WS-JR-DESPUES          PIC X(120).

       01 WS-PC-FECHA            PIC 9(8).
       01 WS-PC-RESULTADO        PIC X.

       01 WS-PATENTE             PIC X(6).
       01 WS-FECHA-BAJA          PIC 9(8).
       01 WS-FECHA-BAJA-RED REDEFINES WS-FECHA-BAJA.
           03 WS-FECHA-BAJA-AAAAMM PIC 9(6).
           03 WS-FECHA-BAJA-DD     PIC 9(2).
       01 WS-PRECIO-VENTA        PIC 9(11)V99.
       01 WS-COMPRADOR           PIC X(30).
       01 WS-NRO-DOC-COMPRADOR   PIC X(20).
       01 WS-OPERADOR            PIC X(10).
       01 WS-CONFIRMACION        PIC X.
       01 WS-TIPO-DOC-VEH        PIC X.

       01 WS-BAJA-HABILITADA     PIC X.
           88 BAJA-HABILITADA        VALUE "S".
       01 WS-VALOR-ORIGEN        PIC 9(11)V99.
       01 WS-AMORTIZADO          PIC 9(11)V99.
       01 WS-VALOR-LIBRO         PIC 9(11)V99.
       01 WS-RESULTADO-VENTA     PIC S9(11)V99.
       01 WS-RESULTADO-ABS       PIC 9(11)V99.
       01 WS-IMPORTE-EDIT        PIC ZZZZZZZZZZ9,99.
       01 WS-RESULTADO-EDIT      PIC -ZZZZZZZZZZ9,99.
       01 CANT-DOCUMENTOS        PIC 9(7) VALUE ZEROES.

       *>
       *> mismo formato de la interfaz de ASIENTOS-CONTABLES, con
       *> origen BAJAS: un bloque H/D/T por cada unidad vendida,
       *> que el sistema contable importa igual que el diario de
       *> alquileres.
       *>
       01 REG-DETALLE-ASIENTO.
           03 DET-TIPO           PIC X        VALUE "D".
           03 DET-FECHA          PIC 9(8).
           03 DET-CUENTA         PIC X(10).
           03 DET-NATURALEZA     PIC X.
           03 DET-IMPORTE        PIC 9(12)V99.

       01 REG-HEADER-ASIENTO.
           03 HDR-TIPO           PIC X        VALUE "H".
           03 HDR-PERIODO        PIC 9(6).
           03 HDR-ORIGEN         PIC X(10)    VALUE "BAJAS".

       01 REG-TRAILER-ASIENTO.
           03 TRL-TIPO           PIC X        VALUE "T".
           03 TRL-TOTAL-DEBE     PIC 9(12)V99.
           03 TRL-TOTAL-HABER    PIC 9(12)V99.
           03 TRL-CANTIDAD       PIC 9(7).

       01 WS-TOTAL-DEBE          PIC 9(12)V99 VALUE ZEROES.
       01 WS-TOTAL-HABER         PIC 9(12)V99 VALUE ZEROES.
       01 CANT-ASIENTOS          PIC 9(7) VALUE ZEROES.

       01 WS-EXIT                PIC X.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM DAR-DE-BAJA-UNIDAD.
           PERFORM CERRAR-ARCHIVOS.
           ACCEPT WS-EXIT.
           STOP RUN.

       ABRIR-ARCHIVOS.
           MOVE "T" TO WS-CER-OP.
           CALL "cerrojos" USING WS-CER-OP, WS-CER-ENTIDAD,
               WS-CER-PROGRAMA, WS-CER-RESULTADO.
           IF WS-CER-RESULTADO NOT = "O"
               DISPLAY "ENTIDAD BLOQUEADA POR OTRO PROCESO, NO SE "
                   "PUEDE ACTUALIZAR"
               STOP RUN
           END-IF.
           OPEN I-O VEHICULOS-RND.
           IF FS-VEHICULOS <> "00"
               DISPLAY "ERROR AL ABRIR VEHICULOS, FS=" FS-VEHICULOS
               STOP RUN
           END-IF.
           OPEN INPUT VALORES-RND.
           IF FS-VALORES <> "00"
               DISPLAY "SIN VALORES DE ADQUISICION CARGADOS, FS="
                   FS-VALORES
               STOP RUN
           END-IF.
           OPEN INPUT DEPRECIACION-RND.
           IF FS-DEPRECIACION = "00"
               MOVE "S" TO WS-DEPRECIACION-DISP
           ELSE
               MOVE "N" TO WS-DEPRECIACION-DISP
           END-IF.
           OPEN INPUT ALQUILERES-RND.
           IF FS-ALQUILERES = "00"
               MOVE "S" TO WS-ALQUILERES-DISP
           ELSE
               MOVE "N" TO WS-ALQUILERES-DISP
           END-IF.
           OPEN INPUT RESERVAS-RND.
           IF FS-RESERVAS = "00"
               MOVE "S" TO WS-RESERVAS-DISP
           ELSE
               MOVE "N" TO WS-RESERVAS-DISP
           END-IF.
           OPEN INPUT SINIESTROS-RND.
           IF FS-SINIESTROS = "00"
               MOVE "S" TO WS-SINIESTROS-DISP
           ELSE
               MOVE "N" TO WS-SINIESTROS-DISP
           END-IF.
           OPEN INPUT FACTURAS-PROV-RND.
           IF FS-FACTURAS-PROV = "00"
               MOVE "S" TO WS-CTAS-PAGAR-DISP
           ELSE
               MOVE "N" TO WS-CTAS-PAGAR-DISP
           END-IF.
           OPEN I-O DOCUMENTOS-VEH-RND.
           IF FS-DOCUMENTOS = "00"
               MOVE "S" TO WS-DOCUMENTOS-DISP
           ELSE
               MOVE "N" TO WS-DOCUMENTOS-DISP
           END-IF.
           OPEN I-O VENTAS-VEH-RND.
           IF NO-EXISTE-VENTAS
               OPEN OUTPUT VENTAS-VEH-RND
               CLOSE VENTAS-VEH-RND
               OPEN I-O VENTAS-VEH-RND
           END-IF.
           IF FS-VENTAS <> "00"
               DISPLAY "ERROR AL ABRIR VENTAS DE VEHICULOS, FS="
                   FS-VENTAS
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           MOVE "L" TO WS-CER-OP.
           CALL "cerrojos" USING WS-CER-OP, WS-CER-ENTIDAD,
               WS-CER-PROGRAMA, WS-CER-RESULTADO.
           CLOSE VEHICULOS-RND.
           CLOSE VALORES-RND.
           IF DEPRECIACION-DISPONIBLE
               CLOSE DEPRECIACION-RND
           END-IF.
           IF ALQUILERES-DISPON
               CLOSE ALQUILERES-RND
           END-IF.
           IF RESERVAS-DISPONIBLES
               CLOSE RESERVAS-RND
           END-IF.
           IF SINIESTROS-DISPONIBLES
               CLOSE SINIESTROS-RND
           END-IF.
           IF CTAS-PAGAR-DISPONIBLES
               CLOSE FACTURAS-PROV-RND
           END-IF.
           IF DOCUMENTOS-DISPONIBLES
               CLOSE DOCUMENTOS-VEH-RND
           END-IF.
           CLOSE VENTAS-VEH-RND.

       *>
       *> BAJA POR VENTA DE UNIDAD: el estado "B" de MANTENIMIENTO-
       *> VEHICULOS solo saca la unidad de la flota; aca se registra
       *> ademas a quien y por cuanto se vendio, el valor de libros
       *> (valor de adquisicion menos las cuotas de DEPRECIACION-
       *> MENSUAL asentadas) y el resultado de la venta, que sale
       *> como asiento en la interfaz contable. La unidad no se da
       *> de baja mientras tenga algo vivo colgado de la patente.
       *>
       DAR-DE-BAJA-UNIDAD.
           DISPLAY "PATENTE A DAR DE BAJA: ".
           ACCEPT WS-PATENTE.
           MOVE WS-PATENTE TO VEH-PATENTE OF REG-VEHICULOS-RND.
           READ VEHICULOS-RND
               INVALID KEY
                   DISPLAY "PATENTE INEXISTENTE EN FLOTA"
               NOT INVALID KEY
                   IF VEH-ESTADO OF REG-VEHICULOS-RND = "B"
                       DISPLAY "LA UNIDAD YA ESTA DADA DE BAJA"
                   ELSE
                       PERFORM TOMAR-DATOS-VENTA
                   END-IF
           END-READ.

       TOMAR-DATOS-VENTA.
           DISPLAY "FECHA DE LA VENTA (AAAAMMDD, 0=HOY): ".
           ACCEPT WS-FECHA-BAJA.
           IF WS-FECHA-BAJA = ZEROES
               ACCEPT WS-FECHA-BAJA FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "PRECIO DE VENTA: ".
           ACCEPT WS-PRECIO-VENTA.
           DISPLAY "COMPRADOR: ".
           ACCEPT WS-COMPRADOR.
           DISPLAY "NRO DE DOCUMENTO/CUIT DEL COMPRADOR: ".
           ACCEPT WS-NRO-DOC-COMPRADOR.
           PERFORM VERIFICAR-IMPEDIMENTOS.
           IF NOT BAJA-HABILITADA
               DISPLAY "BAJA RECHAZADA"
           ELSE
               PERFORM CALCULAR-VALOR-LIBRO
               IF BAJA-HABILITADA
                   PERFORM CONFIRMAR-BAJA
               END-IF
           END-IF.

       *>
       *> IMPEDIMENTOS: se informan todos juntos para que el
       *> operador no tenga que reintentar uno por uno. Bloquean un
       *> alquiler abierto, una reserva pendiente o confirmada con la
       *> patente asignada, un siniestro con el reclamo sin resolver,
       *> un gasto de la unidad con la factura del proveedor todavia
       *> impaga y un periodo contable ya cerrado para la fecha de
       *> venta.
       *>
       VERIFICAR-IMPEDIMENTOS.
           MOVE "S" TO WS-BAJA-HABILITADA.
           IF WS-PRECIO-VENTA = ZEROES
              OR WS-COMPRADOR = SPACES
               MOVE "N" TO WS-BAJA-HABILITADA
               DISPLAY "FALTA EL PRECIO DE VENTA O EL COMPRADOR"
           END-IF.
           MOVE WS-FECHA-BAJA TO WS-PC-FECHA.
           CALL "periodocerrado" USING WS-PC-FECHA,
               WS-PC-RESULTADO.
           IF WS-PC-RESULTADO = "C"
               MOVE "N" TO WS-BAJA-HABILITADA
               DISPLAY "PERIODO CONTABLE CERRADO PARA LA FECHA "
                   WS-FECHA-BAJA
           END-IF.
           PERFORM VERIFICAR-ALQUILER-ABIERTO.
           PERFORM VERIFICAR-RESERVAS-PENDIENTES.
           PERFORM VERIFICAR-SINIESTROS-ABIERTOS.
           PERFORM VERIFICAR-GASTOS-IMPAGOS.

       VERIFICAR-ALQUILER-ABIERTO.
           IF ALQUILERES-DISPON
               MOVE WS-PATENTE TO ALQ-PATENTE OF REG-ALQUILERES-RND
               MOVE ZEROES TO ALQ-FECHA OF REG-ALQUILERES-RND
               START ALQUILERES-RND KEY IS NOT LESS THAN
                   ALQ-CLAVE OF REG-ALQUILERES-RND
                   INVALID KEY MOVE "10" TO FS-ALQUILERES
               END-START
               IF FS-ALQUILERES = "00"
                   PERFORM LEER-ALQUILER
                   PERFORM EXAMINAR-ALQUILER
                       UNTIL FS-ALQUILERES <> "00"
                       OR ALQ-PATENTE OF REG-ALQUILERES-RND <>
                          WS-PATENTE
               END-IF
               MOVE "00" TO FS-ALQUILERES
           END-IF.

       LEER-ALQUILER.
           READ ALQUILERES-RND NEXT RECORD
               AT END MOVE "10" TO FS-ALQUILERES
           END-READ.

       EXAMINAR-ALQUILER.
           IF ALQ-ESTADO OF REG-ALQUILERES-RND = "A"
               MOVE "N" TO WS-BAJA-HABILITADA
               DISPLAY "ALQUILER ABIERTO DESDE "
                   ALQ-FECHA OF REG-ALQUILERES-RND
           END-IF.
           PERFORM LEER-ALQUILER.

       VERIFICAR-RESERVAS-PENDIENTES.
           IF RESERVAS-DISPONIBLES
               MOVE LOW-VALUES TO RES-NUMERO OF REG-RESERVAS-RND
               START RESERVAS-RND KEY IS NOT LESS THAN
                   RES-NUMERO OF REG-RESERVAS-RND
                   INVALID KEY MOVE "10" TO FS-RESERVAS
               END-START
               IF FS-RESERVAS = "00"
                   PERFORM LEER-RESERVA
                   PERFORM EXAMINAR-RESERVA
                       UNTIL FS-RESERVAS <> "00"
               END-IF
               MOVE "00" TO FS-RESERVAS
           END-IF.

       LEER-RESERVA.
           READ RESERVAS-RND NEXT RECORD
               AT END MOVE "10" TO FS-RESERVAS
           END-READ.

       EXAMINAR-RESERVA.
           IF RES-PATENTE OF REG-RESERVAS-RND = WS-PATENTE
              AND (RES-PENDIENTE OR RES-CONFIRMADA)
               MOVE "N" TO WS-BAJA-HABILITADA
               DISPLAY "RESERVA " RES-NUMERO OF REG-RESERVAS-RND
                   " PARA EL " RES-FECHA OF REG-RESERVAS-RND
                   " SIGUE VIGENTE"
           END-IF.
           PERFORM LEER-RESERVA.

       VERIFICAR-SINIESTROS-ABIERTOS.
           IF SINIESTROS-DISPONIBLES
               MOVE WS-PATENTE TO SIN-PATENTE OF REG-SINIESTROS
               MOVE ZEROES TO SIN-FECHA OF REG-SINIESTROS
               START SINIESTROS-RND KEY IS NOT LESS THAN
                   SIN-CLAVE OF REG-SINIESTROS
                   INVALID KEY MOVE "10" TO FS-SINIESTROS
               END-START
               IF FS-SINIESTROS = "00"
                   PERFORM LEER-SINIESTRO
                   PERFORM EXAMINAR-SINIESTRO
                       UNTIL FS-SINIESTROS <> "00"
                       OR SIN-PATENTE OF REG-SINIESTROS <> WS-PATENTE
               END-IF
               MOVE "00" TO FS-SINIESTROS
           END-IF.

       LEER-SINIESTRO.
           READ SINIESTROS-RND NEXT RECORD
               AT END MOVE "10" TO FS-SINIESTROS
           END-READ.

       EXAMINAR-SINIESTRO.
           IF RECLAMO-PENDIENTE OR RECLAMO-ENVIADO
               MOVE "N" TO WS-BAJA-HABILITADA
               DISPLAY "SINIESTRO DEL " SIN-FECHA OF REG-SINIESTROS
                   " CON RECLAMO SIN RESOLVER"
           END-IF.
           PERFORM LEER-SINIESTRO.

       VERIFICAR-GASTOS-IMPAGOS.
           IF CTAS-PAGAR-DISPONIBLES
               MOVE WS-PATENTE TO FPR-PATENTE OF REG-FACTURAS-PROV
               START FACTURAS-PROV-RND KEY IS EQUAL TO
                   FPR-PATENTE OF REG-FACTURAS-PROV
                   INVALID KEY MOVE "10" TO FS-FACTURAS-PROV
               END-START
               IF FS-FACTURAS-PROV = "00"
                   PERFORM LEER-FACTURA-PROV
                   PERFORM EXAMINAR-FACTURA-PROV
                       UNTIL FS-FACTURAS-PROV <> "00"
                       OR FPR-PATENTE OF REG-FACTURAS-PROV <>
                          WS-PATENTE
               END-IF
               MOVE "00" TO FS-FACTURAS-PROV
           END-IF.

       LEER-FACTURA-PROV.
           READ FACTURAS-PROV-RND NEXT RECORD
               AT END MOVE "10" TO FS-FACTURAS-PROV
           END-READ.

       EXAMINAR-FACTURA-PROV.
           IF FACTURA-PROV-PENDIENTE
               MOVE "N" TO WS-BAJA-HABILITADA
               DISPLAY "GASTO IMPAGO: PROVEEDOR "
                   FPR-PROVEEDOR OF REG-FACTURAS-PROV
                   " COMPROBANTE " FPR-COMPROBANTE OF REG-FACTURAS-PROV
           END-IF.
           PERFORM LEER-FACTURA-PROV.

       *>
       *> VALOR DE LIBROS: valor de adquisicion menos la suma de las
       *> cuotas del historial de depreciacion de la patente; la
       *> amortizacion acumulada nunca supera el valor de origen.
       *> Sin valor de adquisicion no hay como calcular el resultado
       *> y la baja no se registra.
       *>
       CALCULAR-VALOR-LIBRO.
           MOVE WS-PATENTE TO VAD-PATENTE OF REG-VALORES.
           READ VALORES-RND
               INVALID KEY
                   MOVE "N" TO WS-BAJA-HABILITADA
                   DISPLAY "BAJA RECHAZADA: LA UNIDAD NO TIENE VALOR "
                       "DE ADQUISICION CARGADO"
               NOT INVALID KEY
                   MOVE VAD-VALOR OF REG-VALORES TO WS-VALOR-ORIGEN
           END-READ.
           IF BAJA-HABILITADA
               PERFORM SUMAR-DEPRECIACION
               IF WS-AMORTIZADO > WS-VALOR-ORIGEN
                   MOVE WS-VALOR-ORIGEN TO WS-AMORTIZADO
               END-IF
               COMPUTE WS-VALOR-LIBRO =
                   WS-VALOR-ORIGEN - WS-AMORTIZADO
               COMPUTE WS-RESULTADO-VENTA =
                   WS-PRECIO-VENTA - WS-VALOR-LIBRO
           END-IF.

       SUMAR-DEPRECIACION.
           MOVE ZEROES TO WS-AMORTIZADO.
           IF DEPRECIACION-DISPONIBLE
               MOVE WS-PATENTE TO DEP-PATENTE OF REG-DEPRECIACION
               MOVE ZEROES TO DEP-PERIODO OF REG-DEPRECIACION
               START DEPRECIACION-RND KEY IS NOT LESS THAN
                   DEP-CLAVE OF REG-DEPRECIACION
                   INVALID KEY MOVE "10" TO FS-DEPRECIACION
               END-START
               IF FS-DEPRECIACION = "00"
                   PERFORM LEER-DEPRECIACION
                   PERFORM ACUMULAR-DEPRECIACION
                       UNTIL FS-DEPRECIACION <> "00"
                       OR DEP-PATENTE OF REG-DEPRECIACION <>
                          WS-PATENTE
               END-IF
               MOVE "00" TO FS-DEPRECIACION
           END-IF.

       LEER-DEPRECIACION.
           READ DEPRECIACION-RND NEXT RECORD
               AT END MOVE "10" TO FS-DEPRECIACION
           END-READ.

       ACUMULAR-DEPRECIACION.
           ADD DEP-IMPORTE OF REG-DEPRECIACION TO WS-AMORTIZADO.
           PERFORM LEER-DEPRECIACION.

       CONFIRMAR-BAJA.
           MOVE WS-VALOR-ORIGEN TO WS-IMPORTE-EDIT.
           DISPLAY "VALOR DE ADQUISICION:   " WS-IMPORTE-EDIT.
           MOVE WS-AMORTIZADO TO WS-IMPORTE-EDIT.
           DISPLAY "AMORTIZACION ACUMULADA: " WS-IMPORTE-EDIT.
           MOVE WS-VALOR-LIBRO TO WS-IMPORTE-EDIT.
           DISPLAY "VALOR DE LIBROS:        " WS-IMPORTE-EDIT.
           MOVE WS-PRECIO-VENTA TO WS-IMPORTE-EDIT.
           DISPLAY "PRECIO DE VENTA:        " WS-IMPORTE-EDIT.
           MOVE WS-RESULTADO-VENTA TO WS-RESULTADO-EDIT.
           DISPLAY "RESULTADO DE LA VENTA: " WS-RESULTADO-EDIT.
           DISPLAY "CONFIRMA LA BAJA (S/N): ".
           ACCEPT WS-CONFIRMACION.
           IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
               PERFORM REGISTRAR-VENTA
           ELSE
               DISPLAY "BAJA CANCELADA"
           END-IF.

       REGISTRAR-VENTA.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR".
           MOVE WS-PATENTE TO VTV-PATENTE OF REG-VENTAS-VEH.
           MOVE WS-FECHA-BAJA TO VTV-FECHA OF REG-VENTAS-VEH.
           MOVE WS-COMPRADOR TO VTV-COMPRADOR OF REG-VENTAS-VEH.
           MOVE WS-NRO-DOC-COMPRADOR TO VTV-NRO-DOC OF REG-VENTAS-VEH.
           MOVE WS-PRECIO-VENTA TO VTV-PRECIO OF REG-VENTAS-VEH.
           MOVE WS-VALOR-ORIGEN TO
               VTV-VALOR-ORIGEN OF REG-VENTAS-VEH.
           MOVE WS-AMORTIZADO TO VTV-AMORTIZADO OF REG-VENTAS-VEH.
           MOVE WS-VALOR-LIBRO TO VTV-VALOR-LIBRO OF REG-VENTAS-VEH.
           MOVE WS-RESULTADO-VENTA TO
               VTV-RESULTADO OF REG-VENTAS-VEH.
           MOVE WS-OPERADOR TO VTV-OPERADOR OF REG-VENTAS-VEH.
           WRITE REG-VENTAS-VEH
               INVALID KEY
                   DISPLAY "ERROR: YA HAY UNA VENTA REGISTRADA PARA "
                       "ESA PATENTE"
               NOT INVALID KEY
                   PERFORM EMITIR-ASIENTO-VENTA
                   PERFORM CERRAR-DOCUMENTOS-UNIDAD
                   PERFORM MARCAR-UNIDAD-BAJA
           END-WRITE.

       *>
       *> asiento de la venta: debe CAJA por el precio, debe
       *> AMORTIZACION ACUMULADA por lo amortizado y haber RODADOS
       *> por el valor de origen; la diferencia va a RESULTADO POR
       *> VENTA DE BIENES DE USO, al haber si hubo ganancia y al
       *> debe si hubo perdida.
       *>
       EMITIR-ASIENTO-VENTA.
           OPEN EXTEND INTERFAZ-ASIENTOS.
           IF FS-INTERFAZ = "05" OR FS-INTERFAZ = "35"
               OPEN OUTPUT INTERFAZ-ASIENTOS
           END-IF.
           MOVE WS-FECHA-BAJA-AAAAMM TO HDR-PERIODO.
           MOVE SPACES TO REG-INTERFAZ.
           MOVE REG-HEADER-ASIENTO TO REG-INTERFAZ.
           WRITE REG-INTERFAZ.
           MOVE WS-FECHA-BAJA TO DET-FECHA.
           MOVE "CAJA      " TO DET-CUENTA.
           MOVE "D" TO DET-NATURALEZA.
           MOVE WS-PRECIO-VENTA TO DET-IMPORTE.
           ADD WS-PRECIO-VENTA TO WS-TOTAL-DEBE.
           PERFORM ESCRIBIR-DETALLE.
           IF WS-AMORTIZADO > ZEROES
               MOVE "AMORTACUM " TO DET-CUENTA
               MOVE "D" TO DET-NATURALEZA
               MOVE WS-AMORTIZADO TO DET-IMPORTE
               ADD WS-AMORTIZADO TO WS-TOTAL-DEBE
               PERFORM ESCRIBIR-DETALLE
           END-IF.
           MOVE "RODADOS   " TO DET-CUENTA.
           MOVE "H" TO DET-NATURALEZA.
           MOVE WS-VALOR-ORIGEN TO DET-IMPORTE.
           ADD WS-VALOR-ORIGEN TO WS-TOTAL-HABER.
           PERFORM ESCRIBIR-DETALLE.
           IF WS-RESULTADO-VENTA NOT = ZEROES
               MOVE "RESVTABU  " TO DET-CUENTA
               IF WS-RESULTADO-VENTA > ZEROES
                   MOVE WS-RESULTADO-VENTA TO WS-RESULTADO-ABS
                   MOVE "H" TO DET-NATURALEZA
                   ADD WS-RESULTADO-ABS TO WS-TOTAL-HABER
               ELSE
                   COMPUTE WS-RESULTADO-ABS = 0 - WS-RESULTADO-VENTA
                   MOVE "D" TO DET-NATURALEZA
                   ADD WS-RESULTADO-ABS TO WS-TOTAL-DEBE
               END-IF
               MOVE WS-RESULTADO-ABS TO DET-IMPORTE
               PERFORM ESCRIBIR-DETALLE
           END-IF.
           MOVE WS-TOTAL-DEBE TO TRL-TOTAL-DEBE.
           MOVE WS-TOTAL-HABER TO TRL-TOTAL-HABER.
           MOVE CANT-ASIENTOS TO TRL-CANTIDAD.
           MOVE SPACES TO REG-INTERFAZ.
           MOVE REG-TRAILER-ASIENTO TO REG-INTERFAZ.
           WRITE REG-INTERFAZ.
           CLOSE INTERFAZ-ASIENTOS.
           IF WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
               DISPLAY "ATENCION: DEBE Y HABER NO CIERRAN, DEBE="
                   WS-TOTAL-DEBE " HABER=" WS-TOTAL-HABER
           ELSE
               DISPLAY "ASIENTO DE LA VENTA GENERADO, LINEAS: "
                   CANT-ASIENTOS
           END-IF.

       ESCRIBIR-DETALLE.
           MOVE SPACES TO REG-INTERFAZ.
           MOVE REG-DETALLE-ASIENTO TO REG-INTERFAZ.
           WRITE REG-INTERFAZ.
           ADD 1 TO CANT-ASIENTOS.

       *>
       *> los papeles de la unidad (seguro, VTV, habilitacion) quedan
       *> con vigencia hasta la fecha de venta, para que ningun
       *> vencimiento posterior la vuelva a listar.
       *>
       CERRAR-DOCUMENTOS-UNIDAD.
           IF DOCUMENTOS-DISPONIBLES
               MOVE "S" TO WS-TIPO-DOC-VEH
               PERFORM CERRAR-DOCUMENTO-TIPO
               MOVE "V" TO WS-TIPO-DOC-VEH
               PERFORM CERRAR-DOCUMENTO-TIPO
               MOVE "H" TO WS-TIPO-DOC-VEH
               PERFORM CERRAR-DOCUMENTO-TIPO
               DISPLAY "DOCUMENTOS CERRADOS: " CANT-DOCUMENTOS
           END-IF.

       CERRAR-DOCUMENTO-TIPO.
           MOVE WS-PATENTE TO DVE-PATENTE OF REG-DOCUMENTOS-VEH.
           MOVE WS-TIPO-DOC-VEH TO DVE-TIPO OF REG-DOCUMENTOS-VEH.
           READ DOCUMENTOS-VEH-RND
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF DVE-HASTA OF REG-DOCUMENTOS-VEH > WS-FECHA-BAJA
                       MOVE REG-DOCUMENTOS-VEH TO WS-JR-ANTES
                       MOVE WS-FECHA-BAJA TO
                           DVE-HASTA OF REG-DOCUMENTOS-VEH
                       REWRITE REG-DOCUMENTOS-VEH
                           INVALID KEY
                               DISPLAY "ERROR AL CERRAR EL DOCUMENTO "
                                   WS-TIPO-DOC-VEH ": " FS-DOCUMENTOS
                           NOT INVALID KEY
                               MOVE "M" TO WS-JR-OPERACION
                               MOVE "DOCSVEH" TO WS-JR-ENTIDAD
                               MOVE REG-DOCUMENTOS-VEH TO WS-JR-DESPUES
                               CALL "bitacoracambios" USING
                                   WS-JR-PROGRAMA, WS-JR-OPERACION,
                                   WS-JR-ENTIDAD, WS-JR-ANTES,
                                   WS-JR-DESPUES
                               ADD 1 TO CANT-DOCUMENTOS
                       END-REWRITE
                   END-IF
           END-READ.

       MARCAR-UNIDAD-BAJA.
           MOVE REG-VEHICULOS-RND TO WS-JR-ANTES.
           MOVE "B" TO VEH-ESTADO OF REG-VEHICULOS-RND.
           REWRITE REG-VEHICULOS-RND
               INVALID KEY
                   DISPLAY "ERROR AL MARCAR LA BAJA DE LA UNIDAD"
               NOT INVALID KEY
                   MOVE "E" TO WS-JR-OPERACION
                   MOVE "VEHICULOS" TO WS-JR-ENTIDAD
                   MOVE REG-VEHICULOS-RND TO WS-JR-DESPUES
                   CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                       WS-JR-OPERACION, WS-JR-ENTIDAD, WS-JR-ANTES,
                       WS-JR-DESPUES
                   DISPLAY "UNIDAD DADA DE BAJA POR VENTA"
           END-REWRITE.
