       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMANDA-PERDIDA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT REGISTRO-DEMANDA
           ASSIGN TO DISK "Entrada/demandaPerdida.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEMANDA.

       SELECT TARIFAS-RND
           ASSIGN TO DISK "Entrada/indexados/tarifas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-CLAVE OF REG-TARIFAS-RND
           FILE STATUS IS FS-TARIFAS.

       SELECT ORDEN-DEMANDA
           ASSIGN TO DISK "Entrada/indexados/demandaPerdida.wrk".

       SELECT REPORTE-DEMANDA
           ASSIGN TO DISK "Salida/demandaPerdida.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.

       FILE SECTION.

       *>
       *> un renglon por pedido rechazado en el alta, la reserva o
       *> el presupuesto, asentado por la rutina demandaperdida.
       *>
       FD REGISTRO-DEMANDA
           LABEL RECORD IS STANDARD.
       01 REG-DEMANDA.
           03 DPR-FECHA        PIC 9(8).
           03 DPR-HORA         PIC 9(8).
           03 DPR-OPERADOR     PIC X(20).
           03 DPR-PROGRAMA     PIC X(20).
           03 DPR-SUCURSAL     PIC X(2).
           03 DPR-CATEGORIA    PIC X(2).
           03 DPR-TURNO        PIC X.
           03 DPR-DESDE        PIC 9(8).
           03 DPR-HASTA        PIC 9(8).
           03 DPR-MOTIVO       PIC X(2).

       FD TARIFAS-RND
           LABEL RECORD IS STANDARD.
       01 REG-TARIFAS-RND.
           03 TAR-CLAVE.
               05  TAR-CATEGORIA       PIC X(2).
               05  TAR-TURNO           PIC X.
               05  TAR-VIGENCIA-DESDE  PIC 9(8).
           03 TAR-VIGENCIA-HASTA       PIC 9(8).
           03 TAR-TARIFA-DIARIA        PIC 9(5)V99.
           03 TAR-TARIFA-KM            PIC 9(3)V99.

       SD ORDEN-DEMANDA.
       01 REG-ORDEN-DEMANDA.
           03  ORD-CATEGORIA       PIC X(2).
           03  ORD-SUCURSAL        PIC X(2).
           03  ORD-MOTIVO          PIC X(2).
           03  ORD-DIAS            PIC 9(4).
           03  ORD-IMPORTE         PIC 9(9)V99.

       FD REPORTE-DEMANDA
           LABEL RECORD IS STANDARD.
       01 LINEA-REPORTE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-DEMANDA             PIC XX.
           88 EOF-DEMANDA            VALUE "10".
       01 WS-DEMANDA-DISP        PIC X VALUE "N".
           88 DEMANDA-DISPONIBLE     VALUE "S".
       01 FS-TARIFAS             PIC XX.
       01 WS-TARIFAS-DISP        PIC X VALUE "N".
           88 TARIFAS-DISPONIBLES    VALUE "S".
       01 FS-ORDEN               PIC XX.
           88 FIN-ORDEN              VALUE "10".
       01 FS-REPORTE             PIC XX.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "DEMANDA-PERDIDA".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-FECHA-PROCESO       PIC 9(8).
       01 WS-FECHA-PROCESO-RED REDEFINES WS-FECHA-PROCESO.
           03 WS-PROCESO-AAAAMM  PIC 9(6).
           03 WS-PROCESO-DD      PIC 9(2).
       01 WS-PERIODO             PIC 9(6).
       01 WS-PERIODO-RED REDEFINES WS-PERIODO.
           03 WS-PERIODO-AAAA    PIC 9(4).
           03 WS-PERIODO-MM      PIC 9(2).
       01 WS-FECHA-DESDE         PIC 9(8).
       01 WS-FECHA-HASTA         PIC 9(8).

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

       *>
       *> TARIFA DEL PEDIDO: la diaria vigente hoy para la categoria
       *> y el turno pedidos; sin turno (reserva sin chofer) se toma
       *> la menor de los tres turnos, para no inflar lo perdido.
       *>
       01 WS-TURNOS-VALOR        PIC X(3) VALUE "MTN".
       01 WS-TURNOS-TABLA REDEFINES WS-TURNOS-VALOR.
           03 WS-TURNO-LETRA     PIC X OCCURS 3 TIMES.
       01 WS-IND-TURNO           PIC 9.
       01 WS-TURNO-BUSCADO       PIC X.
       01 WS-TARIFA-HALLADA      PIC X.
           88 TARIFA-HALLADA         VALUE "S".
       01 WS-TARIFA-TURNO        PIC 9(5)V99.
       01 WS-TARIFA-PEDIDO       PIC 9(5)V99.
       01 WS-TARIFA-PEDIDO-HALLADA PIC X.
           88 HAY-TARIFA-PEDIDO      VALUE "S".

       01 WS-CAT-ANT             PIC X(2).
       01 WS-SUC-ANT             PIC X(2).
       01 WS-MOT-ANT             PIC X(2).
       01 WS-PRIMER-RENGLON      PIC X VALUE "S".
           88 ES-PRIMER-RENGLON      VALUE "S".
       01 WS-DESCRIPCION-MOTIVO  PIC X(20).

       01 CANT-PEDIDOS-GRUPO     PIC 9(6).
       01 CANT-DIAS-GRUPO        PIC 9(7).
       01 IMPORTE-GRUPO          PIC 9(11)V99.
       01 CANT-PEDIDOS-CAT       PIC 9(6).
       01 CANT-DIAS-CAT          PIC 9(7).
       01 IMPORTE-CAT            PIC 9(11)V99.
       01 CANT-PEDIDOS-TOTAL     PIC 9(6) VALUE ZEROES.
       01 CANT-DIAS-TOTAL        PIC 9(7) VALUE ZEROES.
       01 IMPORTE-TOTAL          PIC 9(11)V99 VALUE ZEROES.
       01 CANT-SIN-VEHICULO      PIC 9(6) VALUE ZEROES.
       01 CANT-EN-TALLER         PIC 9(6) VALUE ZEROES.
       01 CANT-SIN-CHOFER        PIC 9(6) VALUE ZEROES.
       01 CANT-SIN-TARIFA        PIC 9(6) VALUE ZEROES.

       01 WS-PEDIDOS-EDIT        PIC ZZZZZ9.
       01 WS-DIAS-EDIT           PIC ZZZZZZ9.
       01 WS-IMPORTE-EDIT        PIC ZZZZZZZZZZ9,99.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           DISPLAY "PERIODO A INFORMAR (AAAAMM): ".
           ACCEPT WS-PERIODO.
           IF WS-PERIODO-MM < 1 OR WS-PERIODO-MM > 12
              OR WS-PERIODO > WS-PROCESO-AAAAMM
               DISPLAY "PERIODO INVALIDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-FECHA-DESDE = WS-PERIODO * 100 + 1.
           COMPUTE WS-FECHA-HASTA = WS-PERIODO * 100 + 31.
           PERFORM ABRIR-ARCHIVOS.
           SORT ORDEN-DEMANDA
               ON ASCENDING KEY ORD-CATEGORIA
               ON ASCENDING KEY ORD-SUCURSAL
               ON ASCENDING KEY ORD-MOTIVO
               INPUT PROCEDURE IS JUNTAR-PEDIDOS
               OUTPUT PROCEDURE IS EMITIR-DEMANDA.
           PERFORM EMITIR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "PEDIDOS PERDIDOS EN EL PERIODO: "
               CANT-PEDIDOS-TOTAL.
           DISPLAY "PEDIDOS SIN TARIFA VIGENTE: " CANT-SIN-TARIFA.
           GOBACK.

       *>
       *> sin registro de demanda no hay nada que informar, pero el
       *> reporte sale igual con los totales en cero.
       *>
       ABRIR-ARCHIVOS.
           OPEN INPUT REGISTRO-DEMANDA.
           IF FS-DEMANDA = "00"
               MOVE "S" TO WS-DEMANDA-DISP
           ELSE
               IF FS-DEMANDA = "35"
                   MOVE "10" TO FS-DEMANDA
               ELSE
                   DISPLAY "ERROR AL ABRIR DEMANDA PERDIDA, FS="
                       FS-DEMANDA
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN INPUT TARIFAS-RND.
           IF FS-TARIFAS = "00"
               MOVE "S" TO WS-TARIFAS-DISP
           ELSE
               MOVE "N" TO WS-TARIFAS-DISP
           END-IF.
           OPEN OUTPUT REPORTE-DEMANDA.
           IF FS-REPORTE <> "00"
               DISPLAY "ERROR AL ABRIR EL REPORTE, FS=" FS-REPORTE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "DEMANDA PERDIDA - PERIODO " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  " - TARIFA VIGENTE AL " DELIMITED BY SIZE
                  WS-FECHA-PROCESO DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE "CAT SUC MOTIVO                PEDIDOS    DIAS"
               TO LINEA-REPORTE.
           MOVE "IMPORTE ESTIMADO" TO LINEA-REPORTE (50:16).
           WRITE LINEA-REPORTE.

       CERRAR-ARCHIVOS.
           IF DEMANDA-DISPONIBLE
               CLOSE REGISTRO-DEMANDA
           END-IF.
           IF TARIFAS-DISPONIBLES
               CLOSE TARIFAS-RND
           END-IF.
           CLOSE REPORTE-DEMANDA.

       *>
       *> cada pedido del mes (por fecha de rechazo) entra con los
       *> dias pedidos y lo que se hubiera cobrado a la tarifa de
       *> hoy; el pedido sin tarifa cuenta en dias pero no en pesos.
       *>
       JUNTAR-PEDIDOS.
           IF NOT EOF-DEMANDA
               PERFORM LEER-PEDIDO
               PERFORM EXAMINAR-PEDIDO UNTIL EOF-DEMANDA
           END-IF.

       LEER-PEDIDO.
           READ REGISTRO-DEMANDA
               AT END MOVE "10" TO FS-DEMANDA
           END-READ.

       EXAMINAR-PEDIDO.
           IF DPR-FECHA >= WS-FECHA-DESDE
              AND DPR-FECHA <= WS-FECHA-HASTA
               MOVE DPR-CATEGORIA TO ORD-CATEGORIA
               MOVE DPR-SUCURSAL TO ORD-SUCURSAL
               MOVE DPR-MOTIVO TO ORD-MOTIVO
               PERFORM CONTAR-DIAS-PEDIDOS
               PERFORM BUSCAR-TARIFA-PEDIDO
               IF HAY-TARIFA-PEDIDO
                   COMPUTE ORD-IMPORTE = WS-TARIFA-PEDIDO * ORD-DIAS
               ELSE
                   MOVE ZEROES TO ORD-IMPORTE
                   ADD 1 TO CANT-SIN-TARIFA
               END-IF
               RELEASE REG-ORDEN-DEMANDA
           END-IF.
           PERFORM LEER-PEDIDO.

       CONTAR-DIAS-PEDIDOS.
           MOVE 1 TO ORD-DIAS.
           IF DPR-HASTA > DPR-DESDE
               MOVE DPR-DESDE TO WS-FECHA-CURSOR
               PERFORM SUMAR-DIA-CURSOR
               PERFORM CONTAR-DIA-PEDIDO
                   UNTIL WS-FECHA-CURSOR > DPR-HASTA
                   OR ORD-DIAS > 998
           END-IF.

       CONTAR-DIA-PEDIDO.
           ADD 1 TO ORD-DIAS.
           PERFORM SUMAR-DIA-CURSOR.

       BUSCAR-TARIFA-PEDIDO.
           MOVE "N" TO WS-TARIFA-PEDIDO-HALLADA.
           MOVE ZEROES TO WS-TARIFA-PEDIDO.
           IF TARIFAS-DISPONIBLES
               IF DPR-TURNO NOT = SPACE
                   MOVE DPR-TURNO TO WS-TURNO-BUSCADO
                   PERFORM TOMAR-TARIFA-TURNO
               ELSE
                   PERFORM TARIFA-MENOR-TURNO
                       VARYING WS-IND-TURNO FROM 1 BY 1
                       UNTIL WS-IND-TURNO > 3
               END-IF
           END-IF.

       TARIFA-MENOR-TURNO.
           MOVE WS-TURNO-LETRA (WS-IND-TURNO) TO WS-TURNO-BUSCADO.
           PERFORM TOMAR-TARIFA-TURNO.

       TOMAR-TARIFA-TURNO.
           PERFORM BUSCAR-TARIFA-VIGENTE.
           IF TARIFA-HALLADA
               IF NOT HAY-TARIFA-PEDIDO
                  OR WS-TARIFA-TURNO < WS-TARIFA-PEDIDO
                   MOVE WS-TARIFA-TURNO TO WS-TARIFA-PEDIDO
               END-IF
               MOVE "S" TO WS-TARIFA-PEDIDO-HALLADA
           END-IF.

       BUSCAR-TARIFA-VIGENTE.
           MOVE "N" TO WS-TARIFA-HALLADA.
           MOVE DPR-CATEGORIA TO TAR-CATEGORIA OF REG-TARIFAS-RND.
           MOVE WS-TURNO-BUSCADO TO TAR-TURNO OF REG-TARIFAS-RND.
           MOVE ZEROES TO TAR-VIGENCIA-DESDE OF REG-TARIFAS-RND.
           START TARIFAS-RND KEY IS NOT LESS THAN
               TAR-CLAVE OF REG-TARIFAS-RND
               INVALID KEY MOVE "10" TO FS-TARIFAS
               NOT INVALID KEY MOVE "00" TO FS-TARIFAS
           END-START.
           IF FS-TARIFAS = "00"
               PERFORM LEER-TARIFA
               PERFORM EXAMINAR-TARIFA
                   UNTIL FS-TARIFAS <> "00"
                   OR TAR-CATEGORIA OF REG-TARIFAS-RND <> DPR-CATEGORIA
                   OR TAR-TURNO OF REG-TARIFAS-RND <> WS-TURNO-BUSCADO
           END-IF.

       LEER-TARIFA.
           READ TARIFAS-RND NEXT RECORD
               AT END MOVE "10" TO FS-TARIFAS
           END-READ.

       EXAMINAR-TARIFA.
           IF WS-FECHA-PROCESO >= TAR-VIGENCIA-DESDE OF REG-TARIFAS-RND
              AND WS-FECHA-PROCESO <=
                  TAR-VIGENCIA-HASTA OF REG-TARIFAS-RND
               MOVE "S" TO WS-TARIFA-HALLADA
               MOVE TAR-TARIFA-DIARIA OF REG-TARIFAS-RND TO
                   WS-TARIFA-TURNO
           END-IF.
           PERFORM LEER-TARIFA.

       SUMAR-DIA-CURSOR.
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

       *>
       *> corte por categoria / sucursal / motivo, con subtotal por
       *> categoria.
       *>
       EMITIR-DEMANDA.
           RETURN ORDEN-DEMANDA
               AT END MOVE "10" TO FS-ORDEN
           END-RETURN.
           PERFORM ACUMULAR-PEDIDO UNTIL FIN-ORDEN.
           IF NOT ES-PRIMER-RENGLON
               PERFORM CERRAR-GRUPO
               PERFORM CERRAR-CATEGORIA
           END-IF.

       ACUMULAR-PEDIDO.
           IF ES-PRIMER-RENGLON
               PERFORM ABRIR-CATEGORIA
               PERFORM ABRIR-GRUPO
               MOVE "N" TO WS-PRIMER-RENGLON
           ELSE
               IF ORD-CATEGORIA NOT = WS-CAT-ANT
                   PERFORM CERRAR-GRUPO
                   PERFORM CERRAR-CATEGORIA
                   PERFORM ABRIR-CATEGORIA
                   PERFORM ABRIR-GRUPO
               ELSE
                   IF ORD-SUCURSAL NOT = WS-SUC-ANT
                      OR ORD-MOTIVO NOT = WS-MOT-ANT
                       PERFORM CERRAR-GRUPO
                       PERFORM ABRIR-GRUPO
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO CANT-PEDIDOS-GRUPO.
           ADD ORD-DIAS TO CANT-DIAS-GRUPO.
           ADD ORD-IMPORTE TO IMPORTE-GRUPO.
           EVALUATE ORD-MOTIVO
               WHEN "SV" ADD 1 TO CANT-SIN-VEHICULO
               WHEN "TA" ADD 1 TO CANT-EN-TALLER
               WHEN "SC" ADD 1 TO CANT-SIN-CHOFER
           END-EVALUATE.
           RETURN ORDEN-DEMANDA
               AT END MOVE "10" TO FS-ORDEN
           END-RETURN.

       ABRIR-CATEGORIA.
           MOVE ORD-CATEGORIA TO WS-CAT-ANT.
           MOVE ZEROES TO CANT-PEDIDOS-CAT CANT-DIAS-CAT IMPORTE-CAT.

       ABRIR-GRUPO.
           MOVE ORD-SUCURSAL TO WS-SUC-ANT.
           MOVE ORD-MOTIVO TO WS-MOT-ANT.
           MOVE ZEROES TO CANT-PEDIDOS-GRUPO CANT-DIAS-GRUPO
               IMPORTE-GRUPO.

       CERRAR-GRUPO.
           EVALUATE WS-MOT-ANT
               WHEN "SV" MOVE "SIN VEHICULO LIBRE" TO
                   WS-DESCRIPCION-MOTIVO
               WHEN "TA" MOVE "VEHICULO EN TALLER" TO
                   WS-DESCRIPCION-MOTIVO
               WHEN "SC" MOVE "SIN CHOFER LIBRE" TO
                   WS-DESCRIPCION-MOTIVO
               WHEN OTHER MOVE "OTRO" TO WS-DESCRIPCION-MOTIVO
           END-EVALUATE.
           MOVE CANT-PEDIDOS-GRUPO TO WS-PEDIDOS-EDIT.
           MOVE CANT-DIAS-GRUPO TO WS-DIAS-EDIT.
           MOVE IMPORTE-GRUPO TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-CAT-ANT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-SUC-ANT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MOT-ANT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DESCRIPCION-MOTIVO DELIMITED BY SIZE
                  WS-PEDIDOS-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DIAS-EDIT DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           ADD CANT-PEDIDOS-GRUPO TO CANT-PEDIDOS-CAT.
           ADD CANT-DIAS-GRUPO TO CANT-DIAS-CAT.
           ADD IMPORTE-GRUPO TO IMPORTE-CAT.

       CERRAR-CATEGORIA.
           MOVE CANT-PEDIDOS-CAT TO WS-PEDIDOS-EDIT.
           MOVE CANT-DIAS-CAT TO WS-DIAS-EDIT.
           MOVE IMPORTE-CAT TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "    TOTAL CATEGORIA " DELIMITED BY SIZE
                  WS-CAT-ANT DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  WS-PEDIDOS-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DIAS-EDIT DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD CANT-PEDIDOS-CAT TO CANT-PEDIDOS-TOTAL.
           ADD CANT-DIAS-CAT TO CANT-DIAS-TOTAL.
           ADD IMPORTE-CAT TO IMPORTE-TOTAL.

       EMITIR-TOTALES.
           MOVE CANT-PEDIDOS-TOTAL TO WS-PEDIDOS-EDIT.
           MOVE CANT-DIAS-TOTAL TO WS-DIAS-EDIT.
           MOVE IMPORTE-TOTAL TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL DEL PERIODO           " DELIMITED BY SIZE
                  WS-PEDIDOS-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DIAS-EDIT DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE CANT-SIN-VEHICULO TO WS-PEDIDOS-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PEDIDOS SIN VEHICULO LIBRE: " DELIMITED BY SIZE
                  WS-PEDIDOS-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE CANT-EN-TALLER TO WS-PEDIDOS-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PEDIDOS CON VEHICULO EN TALLER: " DELIMITED BY SIZE
                  WS-PEDIDOS-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE CANT-SIN-CHOFER TO WS-PEDIDOS-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PEDIDOS SIN CHOFER LIBRE: " DELIMITED BY SIZE
                  WS-PEDIDOS-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE CANT-SIN-TARIFA TO WS-PEDIDOS-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PEDIDOS SIN TARIFA VIGENTE (SIN IMPORTE): "
                      DELIMITED BY SIZE
                  WS-PEDIDOS-EDIT DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
