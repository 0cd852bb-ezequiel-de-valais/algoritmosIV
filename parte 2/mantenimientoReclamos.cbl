       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-RECLAMOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RECLAMOS-RND
           ASSIGN TO DISK "Entrada/indexados/reclamosClientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REC-NUMERO OF REG-RECLAMOS
           FILE STATUS IS FS-RECLAMOS.

       SELECT RECLAMOS-HIST-RND
           ASSIGN TO DISK "Entrada/indexados/reclamosHistorial.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCH-CLAVE OF REG-RECLAMOS-HIST
           FILE STATUS IS FS-RECLAMOS-HIST.

       SELECT CONTROL-RECLAMOS
           ASSIGN TO DISK "Entrada/indexados/controlReclamos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-RECLAMOS.

       SELECT CLIENTES-RND
           ASSIGN TO DISK "Entrada/indexados/clientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLI-NUMERO OF REG-CLIENTES-RND
           ALTERNATE RECORD KEY IS CLI-NRO-DOC OF REG-CLIENTES-RND
           FILE STATUS IS FS-CLIENTES.

       SELECT ALQUILERES-RND
           ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ALQ-CLAVE OF REG-ALQUILERES-RND
           ALTERNATE RECORD KEY IS ALQ-CHOFER OF REG-ALQUILERES-RND
              WITH DUPLICATES
           FILE STATUS IS FS-ALQUILERES.

       SELECT FACTURAS-RND
           ASSIGN TO DISK "Entrada/indexados/facturas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FAC-NUMERO OF REG-FACTURAS-RND
           FILE STATUS IS FS-FACTURAS.

       SELECT CHOFERES-RND
           ASSIGN TO DISK "Entrada/indexados/choferes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHO-CLAVE OF REG-CHOFERES-RND
           ALTERNATE RECORD KEY IS CHO-NRO-LEGAJO OF REG-CHOFERES-RND
              WITH DUPLICATES
           FILE STATUS IS FS-CHOFERES.

       DATA DIVISION.

       FILE SECTION.

       FD RECLAMOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-RECLAMOS.
           03 REC-NUMERO           PIC 9(8).
           03 REC-CLI-NUMERO       PIC X(8).
           03 REC-ALQ-CLAVE.
               05  REC-PATENTE     PIC X(6).
               05  REC-FECHA-ALQ   PIC 9(8).
           03 REC-FACTURA          PIC 9(8).
           03 REC-CHOFER           PIC X(7).
           03 REC-CATEGORIA        PIC X.
               88 REC-COBRO-EXCESIVO   VALUE "C".
               88 REC-CONDUCTA-CHOFER  VALUE "D".
               88 REC-ESTADO-VEHICULO  VALUE "V".
               88 REC-OTRO             VALUE "O".
           03 REC-SEVERIDAD        PIC 9.
               88 REC-SEVERIDAD-ALTA   VALUE 1.
               88 REC-SEVERIDAD-MEDIA  VALUE 2.
               88 REC-SEVERIDAD-BAJA   VALUE 3.
           03 REC-FECHA-ALTA       PIC 9(8).
           03 REC-FECHA-LIMITE     PIC 9(8).
           03 REC-DESCRIPCION      PIC X(60).
           03 REC-ESTADO           PIC X.
               88 RECLAMO-ABIERTO      VALUE "A".
               88 RECLAMO-EN-CURSO     VALUE "P".
               88 RECLAMO-RESUELTO     VALUE "R".
               88 RECLAMO-DESESTIMADO  VALUE "D".
               88 RECLAMO-PENDIENTE    VALUE "A" "P".
           03 REC-FECHA-RESOLUCION PIC 9(8).
           03 REC-RESOLUCION       PIC X(60).
           03 REC-NOTA-CREDITO     PIC 9(8).
           03 REC-ULTIMO-MOVIMIENTO PIC 9(3).

       FD RECLAMOS-HIST-RND
           LABEL RECORD IS STANDARD.
       01 REG-RECLAMOS-HIST.
           03 RCH-CLAVE.
               05  RCH-NUMERO      PIC 9(8).
               05  RCH-SECUENCIA   PIC 9(3).
           03 RCH-FECHA            PIC 9(8).
           03 RCH-ESTADO-ANTERIOR  PIC X.
           03 RCH-ESTADO           PIC X.
           03 RCH-NOTA             PIC X(60).

       FD CONTROL-RECLAMOS
           LABEL RECORD IS STANDARD.
       01 REG-CONTROL-RECLAMOS.
           03 CTR-PROXIMO-NUMERO   PIC 9(8).

       FD CLIENTES-RND
           LABEL RECORD IS STANDARD.
       01 REG-CLIENTES-RND.
           03  CLI-NUMERO      PIC X(8).
           03  CLI-ALTA        PIC 9(8).
           03  CLI-TELEF       PIC X(20).
           03  CLI-DIRECCION   PIC X(30).
           03  CLI-NRO-DOC     PIC X(20).
           03  CLI-ESTADO-PAGO PIC X(01).
           03  CLI-NOMBRE      PIC X(30).

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

       FD FACTURAS-RND
           LABEL RECORD IS STANDARD.
       01 REG-FACTURAS-RND.
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
               88 FAC-ES-NOTA-CREDITO  VALUE "N".
           03 FAC-FACTURA-ORIGEN PIC 9(8).

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

       WORKING-STORAGE SECTION.
       01 FS-RECLAMOS            PIC XX.
           88 NO-EXISTE-RECLAMOS     VALUE "35".
       01 FS-RECLAMOS-HIST       PIC XX.
           88 NO-EXISTE-RECLAMOS-HIST VALUE "35".
           88 EOF-RECLAMOS-HIST      VALUE "10".
       01 FS-CONTROL-RECLAMOS    PIC XX.
       01 FS-CLIENTES            PIC XX.
       01 FS-ALQUILERES          PIC XX.
       01 FS-FACTURAS            PIC XX.
       01 FS-CHOFERES            PIC XX.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "MANT-RECLAMOS".
       01 WS-SG-NIVEL            PIC 9 VALUE 1.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-JR-PROGRAMA         PIC X(20) VALUE "MANT-RECLAMOS".
       01 WS-JR-OPERACION        PIC X.
       01 WS-JR-ENTIDAD          PIC X(10) VALUE "RECLAMOS".
       01 WS-JR-ANTES            PIC X(120).
       01 WS-JR-DESPUES          PIC X(120).

       01 WS-PV-CODIGO           PIC X(12).
       01 WS-PV-FECHA            PIC 9(8).
       01 WS-PV-VALOR            PIC 9(9)V9999.
       01 WS-PV-HALLADO          PIC X.

       01 WS-FECHA-PROCESO       PIC 9(8).
       01 WS-OPERACION           PIC X.
       01 WS-NUMERO              PIC 9(8).
       01 WS-CLI-NUMERO          PIC X(8).
       01 WS-PATENTE             PIC X(6).
       01 WS-FECHA-ALQ           PIC 9(8).
       01 WS-FACTURA             PIC 9(8).
       01 WS-CHOFER              PIC X(7).
       01 WS-CATEGORIA           PIC X.
       01 WS-SEVERIDAD           PIC 9.
       01 WS-DESCRIPCION         PIC X(60).
       01 WS-NUEVO-ESTADO        PIC X.
       01 WS-ESTADO-ANTERIOR     PIC X.
       01 WS-NOTA                PIC X(60).
       01 WS-RESOLUCION          PIC X(60).
       01 WS-NOTA-CREDITO        PIC 9(8).
       01 WS-DATOS-VALIDOS       PIC X.
           88 DATOS-VALIDOS          VALUE "S".
       01 WS-CONFIRMACION        PIC X.
       01 WS-EXIT                PIC X.

       *>
       *> plazo de respuesta en dias corridos por severidad (1 alta,
       *> 2 media, 3 baja); parametros SLA-RECLAMO1..3 si existen.
       *>
       01 WS-PLAZOS-SLA.
           03 WS-PLAZO-SLA       PIC 9(3) OCCURS 3 TIMES.
       01 WS-IND-SLA             PIC 9.

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
       01 WS-CONT-DIAS           PIC 9(3).

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           PERFORM CARGAR-PLAZOS-SLA.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM MANTENER-RECLAMO.
           PERFORM CERRAR-ARCHIVOS.
           ACCEPT WS-EXIT.
           STOP RUN.

       CARGAR-PLAZOS-SLA.
           MOVE 2 TO WS-PLAZO-SLA (1).
           MOVE 5 TO WS-PLAZO-SLA (2).
           MOVE 10 TO WS-PLAZO-SLA (3).
           MOVE WS-FECHA-PROCESO TO WS-PV-FECHA.
           PERFORM LEER-PLAZO-SLA
               VARYING WS-IND-SLA FROM 1 BY 1 UNTIL WS-IND-SLA > 3.

       LEER-PLAZO-SLA.
           MOVE SPACES TO WS-PV-CODIGO.
           STRING "SLA-RECLAMO" DELIMITED BY SIZE
                  WS-IND-SLA DELIMITED BY SIZE
               INTO WS-PV-CODIGO
           END-STRING.
           CALL "parametrovigente" USING WS-PV-CODIGO, WS-PV-FECHA,
               WS-PV-VALOR, WS-PV-HALLADO.
           IF WS-PV-HALLADO = "S"
               MOVE WS-PV-VALOR TO WS-PLAZO-SLA (WS-IND-SLA)
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN I-O RECLAMOS-RND.
           IF NO-EXISTE-RECLAMOS
               OPEN OUTPUT RECLAMOS-RND
               CLOSE RECLAMOS-RND
               OPEN I-O RECLAMOS-RND
           END-IF.
           IF FS-RECLAMOS <> "00"
               DISPLAY "ERROR AL ABRIR RECLAMOS, FS=" FS-RECLAMOS
               STOP RUN
           END-IF.
           OPEN I-O RECLAMOS-HIST-RND.
           IF NO-EXISTE-RECLAMOS-HIST
               OPEN OUTPUT RECLAMOS-HIST-RND
               CLOSE RECLAMOS-HIST-RND
               OPEN I-O RECLAMOS-HIST-RND
           END-IF.
           IF FS-RECLAMOS-HIST <> "00"
               DISPLAY "ERROR AL ABRIR HISTORIAL DE RECLAMOS, FS="
                   FS-RECLAMOS-HIST
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES-RND.
           IF FS-CLIENTES <> "00"
               DISPLAY "ERROR AL ABRIR CLIENTES, FS=" FS-CLIENTES
               STOP RUN
           END-IF.
           OPEN INPUT ALQUILERES-RND.
           IF FS-ALQUILERES <> "00"
               DISPLAY "ERROR AL ABRIR ALQUILERES, FS=" FS-ALQUILERES
               STOP RUN
           END-IF.
           OPEN INPUT FACTURAS-RND.
           IF FS-FACTURAS <> "00"
               DISPLAY "ERROR AL ABRIR FACTURAS, FS=" FS-FACTURAS
               STOP RUN
           END-IF.
           OPEN INPUT CHOFERES-RND.
           IF FS-CHOFERES <> "00"
               DISPLAY "ERROR AL ABRIR CHOFERES, FS=" FS-CHOFERES
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE RECLAMOS-RND.
           CLOSE RECLAMOS-HIST-RND.
           CLOSE CLIENTES-RND.
           CLOSE ALQUILERES-RND.
           CLOSE FACTURAS-RND.
           CLOSE CHOFERES-RND.

       *>
       *> RECLAMOS DE CLIENTES: cobros excesivos, conducta del
       *> chofer, estado del vehiculo u otros. Cada reclamo nace
       *> abierto con fecha limite segun su severidad, y cada cambio
       *> de estado queda en el historial con su nota. Resuelto y
       *> desestimado son finales salvo reapertura; un reclamo
       *> resuelto con nota de credito la deja referenciada.
       *>
       MANTENER-RECLAMO.
           DISPLAY "OPERACION (B=CONSULTA, I=ALTA, "
               "M=CAMBIO DE ESTADO): ".
           ACCEPT WS-OPERACION.
           EVALUATE WS-OPERACION
               WHEN "B" PERFORM CONSULTAR-RECLAMO
               WHEN "I" PERFORM ALTA-RECLAMO
               WHEN "M" PERFORM CAMBIAR-ESTADO-RECLAMO
               WHEN OTHER DISPLAY "OPERACION INVALIDA"
           END-EVALUATE.

       CONSULTAR-RECLAMO.
           DISPLAY "NUMERO DE RECLAMO: ".
           ACCEPT WS-NUMERO.
           MOVE WS-NUMERO TO REC-NUMERO OF REG-RECLAMOS.
           READ RECLAMOS-RND
               INVALID KEY
                   DISPLAY "RECLAMO INEXISTENTE"
               NOT INVALID KEY
                   PERFORM MOSTRAR-RECLAMO
                   PERFORM MOSTRAR-HISTORIAL
           END-READ.

       MOSTRAR-RECLAMO.
           DISPLAY "RECLAMO " REC-NUMERO OF REG-RECLAMOS
               " CLIENTE " REC-CLI-NUMERO OF REG-RECLAMOS
               " ALTA " REC-FECHA-ALTA OF REG-RECLAMOS
               " LIMITE " REC-FECHA-LIMITE OF REG-RECLAMOS.
           DISPLAY "ALQUILER " REC-PATENTE OF REG-RECLAMOS " "
               REC-FECHA-ALQ OF REG-RECLAMOS
               " FACTURA " REC-FACTURA OF REG-RECLAMOS
               " CHOFER " REC-CHOFER OF REG-RECLAMOS.
           DISPLAY "CATEGORIA " REC-CATEGORIA OF REG-RECLAMOS
               " SEVERIDAD " REC-SEVERIDAD OF REG-RECLAMOS
               " ESTADO " REC-ESTADO OF REG-RECLAMOS.
           DISPLAY "DETALLE: " REC-DESCRIPCION OF REG-RECLAMOS.
           IF NOT RECLAMO-PENDIENTE
               DISPLAY "RESUELTO EL "
                   REC-FECHA-RESOLUCION OF REG-RECLAMOS
                   " NOTA DE CREDITO "
                   REC-NOTA-CREDITO OF REG-RECLAMOS
               DISPLAY "RESOLUCION: " REC-RESOLUCION OF REG-RECLAMOS
           END-IF.

       MOSTRAR-HISTORIAL.
           MOVE REC-NUMERO OF REG-RECLAMOS TO
               RCH-NUMERO OF REG-RECLAMOS-HIST.
           MOVE ZEROES TO RCH-SECUENCIA OF REG-RECLAMOS-HIST.
           START RECLAMOS-HIST-RND KEY IS NOT LESS THAN
               RCH-CLAVE OF REG-RECLAMOS-HIST
               INVALID KEY MOVE "10" TO FS-RECLAMOS-HIST
           END-START.
           IF NOT EOF-RECLAMOS-HIST
               PERFORM LEER-HISTORIAL
               PERFORM MOSTRAR-MOVIMIENTO
                   UNTIL EOF-RECLAMOS-HIST
                   OR RCH-NUMERO OF REG-RECLAMOS-HIST <>
                      REC-NUMERO OF REG-RECLAMOS
           END-IF.

       LEER-HISTORIAL.
           READ RECLAMOS-HIST-RND NEXT RECORD
               AT END MOVE "10" TO FS-RECLAMOS-HIST
           END-READ.

       MOSTRAR-MOVIMIENTO.
           DISPLAY "  " RCH-FECHA OF REG-RECLAMOS-HIST " "
               RCH-ESTADO-ANTERIOR OF REG-RECLAMOS-HIST " -> "
               RCH-ESTADO OF REG-RECLAMOS-HIST " "
               RCH-NOTA OF REG-RECLAMOS-HIST.
           PERFORM LEER-HISTORIAL.

       ALTA-RECLAMO.
           PERFORM CAPTURAR-RECLAMO.
           IF DATOS-VALIDOS
               PERFORM OBTENER-NUMERO-RECLAMO
               PERFORM ARMAR-Y-GRABAR-RECLAMO
           END-IF.

       CAPTURAR-RECLAMO.
           MOVE "S" TO WS-DATOS-VALIDOS.
           DISPLAY "NUMERO DE CLIENTE: ".
           ACCEPT WS-CLI-NUMERO.
           MOVE WS-CLI-NUMERO TO CLI-NUMERO OF REG-CLIENTES-RND.
           READ CLIENTES-RND KEY IS CLI-NUMERO OF REG-CLIENTES-RND
               INVALID KEY
                   DISPLAY "ALTA RECHAZADA: CLIENTE INEXISTENTE"
                   MOVE "N" TO WS-DATOS-VALIDOS
           END-READ.
           IF DATOS-VALIDOS
               PERFORM CAPTURAR-VINCULOS
           END-IF.
           IF DATOS-VALIDOS
               PERFORM CAPTURAR-CLASIFICACION
           END-IF.

       *>
       *> vinculos opcionales: factura, alquiler y chofer. Lo que
       *> no se cargue se completa desde lo cargado (la factura
       *> trae su alquiler y el alquiler su chofer). Un alquiler
       *> que ya no esta en el indexado puede haber sido archivado:
       *> se acepta con confirmacion.
       *>
       CAPTURAR-VINCULOS.
           DISPLAY "FACTURA RECLAMADA (0 SI NO HAY): ".
           ACCEPT WS-FACTURA.
           DISPLAY "PATENTE DEL ALQUILER (ENTER SI NO HAY): ".
           ACCEPT WS-PATENTE.
           MOVE ZEROES TO WS-FECHA-ALQ.
           IF WS-PATENTE NOT = SPACES
               DISPLAY "FECHA DEL ALQUILER (AAAAMMDD): "
               ACCEPT WS-FECHA-ALQ
           END-IF.
           DISPLAY "LEGAJO DEL CHOFER (ENTER SI NO HAY): ".
           ACCEPT WS-CHOFER.
           IF WS-FACTURA > ZEROES
               MOVE WS-FACTURA TO FAC-NUMERO OF REG-FACTURAS-RND
               READ FACTURAS-RND
                   INVALID KEY
                       DISPLAY "FACTURA INEXISTENTE"
                       MOVE "N" TO WS-DATOS-VALIDOS
                   NOT INVALID KEY
                       IF WS-PATENTE = SPACES
                           MOVE FAC-PATENTE OF REG-FACTURAS-RND TO
                               WS-PATENTE
                           MOVE FAC-FECHA-ALQ OF REG-FACTURAS-RND TO
                               WS-FECHA-ALQ
                       END-IF
               END-READ
           END-IF.
           IF DATOS-VALIDOS AND WS-PATENTE NOT = SPACES
               MOVE WS-PATENTE TO ALQ-PATENTE OF REG-ALQUILERES-RND
               MOVE WS-FECHA-ALQ TO ALQ-FECHA OF REG-ALQUILERES-RND
               READ ALQUILERES-RND
                   INVALID KEY
                       DISPLAY "ALQUILER NO ENCONTRADO (PUEDE ESTAR "
                           "ARCHIVADO). CONFIRMA (S/N): "
                       ACCEPT WS-CONFIRMACION
                       IF WS-CONFIRMACION NOT = "S"
                          AND WS-CONFIRMACION NOT = "s"
                           MOVE "N" TO WS-DATOS-VALIDOS
                       END-IF
                   NOT INVALID KEY
                       IF WS-CHOFER = SPACES
                           MOVE ALQ-CHOFER OF REG-ALQUILERES-RND TO
                               WS-CHOFER
                       END-IF
               END-READ
           END-IF.
           IF DATOS-VALIDOS AND WS-CHOFER NOT = SPACES
               MOVE WS-CHOFER TO CHO-NRO-LEGAJO OF REG-CHOFERES-RND
               READ CHOFERES-RND KEY IS CHO-NRO-LEGAJO OF
                   REG-CHOFERES-RND
                   INVALID KEY
                       DISPLAY "CHOFER INEXISTENTE"
                       MOVE "N" TO WS-DATOS-VALIDOS
               END-READ
           END-IF.

       CAPTURAR-CLASIFICACION.
           DISPLAY "CATEGORIA (C=COBRO EXCESIVO, D=CONDUCTA CHOFER, "
               "V=ESTADO VEHICULO, O=OTRO): ".
           ACCEPT WS-CATEGORIA.
           DISPLAY "SEVERIDAD (1=ALTA, 2=MEDIA, 3=BAJA): ".
           ACCEPT WS-SEVERIDAD.
           DISPLAY "DETALLE DEL RECLAMO: ".
           ACCEPT WS-DESCRIPCION.
           IF WS-CATEGORIA NOT = "C" AND WS-CATEGORIA NOT = "D"
              AND WS-CATEGORIA NOT = "V" AND WS-CATEGORIA NOT = "O"
               DISPLAY "CATEGORIA INVALIDA"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF WS-SEVERIDAD < 1 OR WS-SEVERIDAD > 3
               DISPLAY "SEVERIDAD INVALIDA"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF WS-DESCRIPCION = SPACES
               DISPLAY "EL DETALLE ES OBLIGATORIO"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.

       OBTENER-NUMERO-RECLAMO.
           OPEN INPUT CONTROL-RECLAMOS.
           IF FS-CONTROL-RECLAMOS = "00"
               READ CONTROL-RECLAMOS
                   AT END MOVE 1 TO CTR-PROXIMO-NUMERO
               END-READ
               MOVE CTR-PROXIMO-NUMERO TO WS-NUMERO
               CLOSE CONTROL-RECLAMOS
           ELSE
               MOVE 1 TO WS-NUMERO
           END-IF.
           OPEN OUTPUT CONTROL-RECLAMOS.
           COMPUTE CTR-PROXIMO-NUMERO = WS-NUMERO + 1.
           WRITE REG-CONTROL-RECLAMOS.
           CLOSE CONTROL-RECLAMOS.

       ARMAR-Y-GRABAR-RECLAMO.
           MOVE WS-NUMERO TO REC-NUMERO OF REG-RECLAMOS.
           MOVE WS-CLI-NUMERO TO REC-CLI-NUMERO OF REG-RECLAMOS.
           MOVE WS-PATENTE TO REC-PATENTE OF REG-RECLAMOS.
           MOVE WS-FECHA-ALQ TO REC-FECHA-ALQ OF REG-RECLAMOS.
           MOVE WS-FACTURA TO REC-FACTURA OF REG-RECLAMOS.
           MOVE WS-CHOFER TO REC-CHOFER OF REG-RECLAMOS.
           MOVE WS-CATEGORIA TO REC-CATEGORIA OF REG-RECLAMOS.
           MOVE WS-SEVERIDAD TO REC-SEVERIDAD OF REG-RECLAMOS.
           MOVE WS-FECHA-PROCESO TO REC-FECHA-ALTA OF REG-RECLAMOS.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-CURSOR.
           MOVE ZEROES TO WS-CONT-DIAS.
           PERFORM SUMAR-DIA-LIMITE
               UNTIL WS-CONT-DIAS >= WS-PLAZO-SLA (WS-SEVERIDAD).
           MOVE WS-FECHA-CURSOR TO REC-FECHA-LIMITE OF REG-RECLAMOS.
           MOVE WS-DESCRIPCION TO REC-DESCRIPCION OF REG-RECLAMOS.
           MOVE "A" TO REC-ESTADO OF REG-RECLAMOS.
           MOVE ZEROES TO REC-FECHA-RESOLUCION OF REG-RECLAMOS.
           MOVE SPACES TO REC-RESOLUCION OF REG-RECLAMOS.
           MOVE ZEROES TO REC-NOTA-CREDITO OF REG-RECLAMOS.
           MOVE 1 TO REC-ULTIMO-MOVIMIENTO OF REG-RECLAMOS.
           WRITE REG-RECLAMOS
               INVALID KEY
                   DISPLAY "ERROR: NUMERO DE RECLAMO DUPLICADO "
                       WS-NUMERO
               NOT INVALID KEY
                   MOVE SPACE TO WS-ESTADO-ANTERIOR
                   MOVE "ALTA DEL RECLAMO" TO WS-NOTA
                   PERFORM GRABAR-MOVIMIENTO
                   MOVE "A" TO WS-JR-OPERACION
                   MOVE SPACES TO WS-JR-ANTES
                   MOVE REG-RECLAMOS TO WS-JR-DESPUES
                   CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                       WS-JR-OPERACION, WS-JR-ENTIDAD, WS-JR-ANTES,
                       WS-JR-DESPUES
                   DISPLAY "RECLAMO REGISTRADO CON NUMERO " WS-NUMERO
                       " - RESPONDER ANTES DEL "
                       REC-FECHA-LIMITE OF REG-RECLAMOS
           END-WRITE.

       CAMBIAR-ESTADO-RECLAMO.
           DISPLAY "NUMERO DE RECLAMO: ".
           ACCEPT WS-NUMERO.
           MOVE WS-NUMERO TO REC-NUMERO OF REG-RECLAMOS.
           READ RECLAMOS-RND
               INVALID KEY
                   DISPLAY "RECLAMO INEXISTENTE"
               NOT INVALID KEY
                   PERFORM MOSTRAR-RECLAMO
                   PERFORM CAPTURAR-CAMBIO-ESTADO
                   IF DATOS-VALIDOS
                       PERFORM GRABAR-CAMBIO-ESTADO
                   END-IF
           END-READ.

       CAPTURAR-CAMBIO-ESTADO.
           MOVE "S" TO WS-DATOS-VALIDOS.
           MOVE ZEROES TO WS-NOTA-CREDITO.
           MOVE SPACES TO WS-RESOLUCION.
           DISPLAY "NUEVO ESTADO (A=ABIERTO, P=EN CURSO, R=RESUELTO, "
               "D=DESESTIMADO): ".
           ACCEPT WS-NUEVO-ESTADO.
           EVALUATE TRUE
               WHEN WS-NUEVO-ESTADO NOT = "A"
                    AND WS-NUEVO-ESTADO NOT = "P"
                    AND WS-NUEVO-ESTADO NOT = "R"
                    AND WS-NUEVO-ESTADO NOT = "D"
                   DISPLAY "ESTADO INVALIDO"
                   MOVE "N" TO WS-DATOS-VALIDOS
               WHEN WS-NUEVO-ESTADO = REC-ESTADO OF REG-RECLAMOS
                   DISPLAY "EL RECLAMO YA ESTA EN ESE ESTADO"
                   MOVE "N" TO WS-DATOS-VALIDOS
               WHEN NOT RECLAMO-PENDIENTE AND WS-NUEVO-ESTADO NOT = "A"
                   DISPLAY "RECLAMO CERRADO: SOLO PUEDE REABRIRSE (A)"
                   MOVE "N" TO WS-DATOS-VALIDOS
           END-EVALUATE.
           IF DATOS-VALIDOS
               DISPLAY "NOTA DEL MOVIMIENTO: "
               ACCEPT WS-NOTA
           END-IF.
           IF DATOS-VALIDOS
              AND (WS-NUEVO-ESTADO = "R" OR WS-NUEVO-ESTADO = "D")
               DISPLAY "RESOLUCION: "
               ACCEPT WS-RESOLUCION
               IF WS-RESOLUCION = SPACES
                   DISPLAY "LA RESOLUCION ES OBLIGATORIA"
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           IF DATOS-VALIDOS AND WS-NUEVO-ESTADO = "R"
               DISPLAY "NOTA DE CREDITO EMITIDA (0 SI NO HUBO): "
               ACCEPT WS-NOTA-CREDITO
               IF WS-NOTA-CREDITO > ZEROES
                   PERFORM VALIDAR-NOTA-CREDITO
               END-IF
           END-IF.

       *>
       *> la nota de credito tiene que existir como tal y, si el
       *> reclamo apunta a una factura, ser de esa factura.
       *>
       VALIDAR-NOTA-CREDITO.
           MOVE WS-NOTA-CREDITO TO FAC-NUMERO OF REG-FACTURAS-RND.
           READ FACTURAS-RND
               INVALID KEY
                   DISPLAY "NOTA DE CREDITO INEXISTENTE"
                   MOVE "N" TO WS-DATOS-VALIDOS
               NOT INVALID KEY
                   IF NOT FAC-ES-NOTA-CREDITO
                       DISPLAY "EL COMPROBANTE NO ES UNA NOTA DE "
                           "CREDITO"
                       MOVE "N" TO WS-DATOS-VALIDOS
                   END-IF
                   IF FAC-ES-NOTA-CREDITO
                      AND REC-FACTURA OF REG-RECLAMOS > ZEROES
                      AND FAC-FACTURA-ORIGEN OF REG-FACTURAS-RND
                          NOT = REC-FACTURA OF REG-RECLAMOS
                       DISPLAY "LA NOTA DE CREDITO NO CORRESPONDE A "
                           "LA FACTURA RECLAMADA"
                       MOVE "N" TO WS-DATOS-VALIDOS
                   END-IF
           END-READ.

       GRABAR-CAMBIO-ESTADO.
           MOVE REG-RECLAMOS TO WS-JR-ANTES.
           MOVE REC-ESTADO OF REG-RECLAMOS TO WS-ESTADO-ANTERIOR.
           MOVE WS-NUEVO-ESTADO TO REC-ESTADO OF REG-RECLAMOS.
           IF RECLAMO-PENDIENTE
               MOVE ZEROES TO REC-FECHA-RESOLUCION OF REG-RECLAMOS
               MOVE SPACES TO REC-RESOLUCION OF REG-RECLAMOS
               MOVE ZEROES TO REC-NOTA-CREDITO OF REG-RECLAMOS
           ELSE
               MOVE WS-FECHA-PROCESO TO
                   REC-FECHA-RESOLUCION OF REG-RECLAMOS
               MOVE WS-RESOLUCION TO REC-RESOLUCION OF REG-RECLAMOS
               MOVE WS-NOTA-CREDITO TO REC-NOTA-CREDITO OF REG-RECLAMOS
           END-IF.
           ADD 1 TO REC-ULTIMO-MOVIMIENTO OF REG-RECLAMOS.
           REWRITE REG-RECLAMOS
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR EL RECLAMO"
               NOT INVALID KEY
                   PERFORM GRABAR-MOVIMIENTO
                   MOVE "M" TO WS-JR-OPERACION
                   MOVE REG-RECLAMOS TO WS-JR-DESPUES
                   CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                       WS-JR-OPERACION, WS-JR-ENTIDAD, WS-JR-ANTES,
                       WS-JR-DESPUES
                   DISPLAY "ESTADO ACTUALIZADO"
           END-REWRITE.

       GRABAR-MOVIMIENTO.
           MOVE REC-NUMERO OF REG-RECLAMOS TO
               RCH-NUMERO OF REG-RECLAMOS-HIST.
           MOVE REC-ULTIMO-MOVIMIENTO OF REG-RECLAMOS TO
               RCH-SECUENCIA OF REG-RECLAMOS-HIST.
           MOVE WS-FECHA-PROCESO TO RCH-FECHA OF REG-RECLAMOS-HIST.
           MOVE WS-ESTADO-ANTERIOR TO
               RCH-ESTADO-ANTERIOR OF REG-RECLAMOS-HIST.
           MOVE REC-ESTADO OF REG-RECLAMOS TO
               RCH-ESTADO OF REG-RECLAMOS-HIST.
           MOVE WS-NOTA TO RCH-NOTA OF REG-RECLAMOS-HIST.
           WRITE REG-RECLAMOS-HIST
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL HISTORIAL DEL RECLAMO"
           END-WRITE.

       SUMAR-DIA-LIMITE.
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
