       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUMPLIMIENTO-DESCANSO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ALQUILERES-RND
           ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALQ-CLAVE OF REG-ALQUILERES-RND
           FILE STATUS IS FS-ALQUILERES.

       SELECT REGISTRO-DESCANSOS
           ASSIGN TO DISK "Entrada/descansosChofer.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DESCANSOS.

       SELECT REPORTE-DESCANSO
           ASSIGN TO DISK "Salida/cumplimientoDescanso.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.

       FILE SECTION.

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
               88 ALQ-CANCELADO    VALUE "X".
               88 ALQ-AJUSTE       VALUE "J".
           03 ALQ-IMPUESTO     PIC 9(7)V99.
           03 ALQ-TOTAL        PIC 9(8)V99.
           03 ALQ-FECHA-HASTA  PIC 9(8).
           03 ALQ-KM-SALIDA    PIC 9(7).
           03 ALQ-KM-REGRESO   PIC 9(7).
           03 ALQ-SUCURSAL     PIC X(2).

       FD REGISTRO-DESCANSOS
           LABEL RECORD IS STANDARD.
       01 REG-DESCANSO.
           03 RDC-FECHA        PIC 9(8).
           03 RDC-HORA         PIC 9(8).
           03 RDC-OPERADOR     PIC X(20).
           03 RDC-PROGRAMA     PIC X(20).
           03 RDC-LEGAJO       PIC X(7).
           03 RDC-PATENTE      PIC X(6).
           03 RDC-DESDE        PIC 9(8).
           03 RDC-HASTA        PIC 9(8).
           03 RDC-CONFLICTO    PIC 9(8).
           03 RDC-MINUTOS      PIC 9(5).
           03 RDC-RESULTADO    PIC X.
               88 RDC-AUTORIZADO   VALUE "A".
               88 RDC-RECHAZADO    VALUE "R".

       FD REPORTE-DESCANSO
           LABEL RECORD IS STANDARD.
       01 LINEA-REPORTE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 FS-ALQUILERES          PIC XX.
           88 EOF-ALQUILERES         VALUE "10".
       01 FS-DESCANSOS           PIC XX.
           88 EOF-DESCANSOS          VALUE "10".
       01 FS-REPORTE             PIC XX.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "CUMPL-DESCANSO".
       01 WS-SG-NIVEL            PIC 9 VALUE 1.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-DC-LEGAJO           PIC X(7).
       01 WS-DC-DESDE            PIC 9(8).
       01 WS-DC-HASTA            PIC 9(8).
       01 WS-DC-EXCLUIR          PIC X(14).
       01 WS-DC-RESULTADO        PIC X.
           88 DESCANSO-INSUFICIENTE  VALUE "R".
       01 WS-DC-CONFLICTO        PIC 9(8).
       01 WS-DC-MINUTOS          PIC 9(5).

       01 WS-SEMANA-DESDE        PIC 9(8).
       01 WS-SEMANA-HASTA        PIC 9(8).
       01 WS-DIAS-SUMADOS        PIC 9.

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

       01 WS-DESENLACE           PIC X(30).

       01 CANT-VIOLACIONES       PIC 9(5) VALUE ZEROES.
       01 CANT-RECHAZADOS        PIC 9(5) VALUE ZEROES.
       01 CANT-AUTORIZADOS       PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           DISPLAY "PRIMER DIA DE LA SEMANA (AAAAMMDD): ".
           ACCEPT WS-SEMANA-DESDE.
           MOVE WS-SEMANA-DESDE TO WS-FECHA-CURSOR.
           MOVE ZEROES TO WS-DIAS-SUMADOS.
           PERFORM SUMAR-DIA-SEMANA UNTIL WS-DIAS-SUMADOS = 6.
           MOVE WS-FECHA-CURSOR TO WS-SEMANA-HASTA.
           OPEN OUTPUT REPORTE-DESCANSO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CUMPLIMIENTO DEL DESCANSO ENTRE TURNOS - SEMANA "
                      DELIMITED BY SIZE
                  WS-SEMANA-DESDE DELIMITED BY SIZE
                  " AL " DELIMITED BY SIZE
                  WS-SEMANA-HASTA DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE ALL "-" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM EMITIR-VIOLACIONES-VIGENTES.
           PERFORM EMITIR-REGISTRO-SEMANA.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SERVICIOS SIN DESCANSO EN LA SEMANA: "
                      DELIMITED BY SIZE
                  CANT-VIOLACIONES DELIMITED BY SIZE
                  "  RECHAZADOS: " DELIMITED BY SIZE
                  CANT-RECHAZADOS DELIMITED BY SIZE
                  "  AUTORIZADOS POR SUPERVISOR: " DELIMITED BY SIZE
                  CANT-AUTORIZADOS DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-DESCANSO.
           DISPLAY "VIOLACIONES VIGENTES: " CANT-VIOLACIONES.
           DISPLAY "RECHAZOS REGISTRADOS: " CANT-RECHAZADOS.
           DISPLAY "AUTORIZACIONES REGISTRADAS: " CANT-AUTORIZADOS.
           GOBACK.

       SUMAR-DIA-SEMANA.
           PERFORM SUMAR-DIA-CURSOR.
           ADD 1 TO WS-DIAS-SUMADOS.

       *>
       *> VIOLACIONES VIGENTES: cada alquiler con chofer que toca la
       *> semana se vuelve a controlar contra los demas alquileres
       *> del legajo (asi salen tambien los autorizados y los que
       *> entraron por carga batch). Cada choque se informa una sola
       *> vez, desde el alquiler cuyo turno arranca sin descanso.
       *>
       EMITIR-VIOLACIONES-VIGENTES.
           MOVE "SERVICIOS VIGENTES SIN DESCANSO MINIMO"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           OPEN INPUT ALQUILERES-RND.
           IF FS-ALQUILERES = "00"
               READ ALQUILERES-RND NEXT RECORD
                   AT END MOVE "10" TO FS-ALQUILERES
               END-READ
               PERFORM CONTROLAR-ALQUILER UNTIL EOF-ALQUILERES
               CLOSE ALQUILERES-RND
           ELSE
               DISPLAY "ALQUILERES NO DISPONIBLE, FS=" FS-ALQUILERES
           END-IF.

       CONTROLAR-ALQUILER.
           IF NOT ALQ-CANCELADO AND NOT ALQ-AJUSTE
              AND ALQ-CHOFER OF REG-ALQUILERES-RND NOT = SPACES
              AND ALQ-FECHA OF REG-ALQUILERES-RND <= WS-SEMANA-HASTA
              AND ALQ-FECHA-HASTA OF REG-ALQUILERES-RND >=
                  WS-SEMANA-DESDE
               MOVE ALQ-CHOFER OF REG-ALQUILERES-RND TO WS-DC-LEGAJO
               MOVE ALQ-FECHA OF REG-ALQUILERES-RND TO WS-DC-DESDE
               IF WS-DC-DESDE < WS-SEMANA-DESDE
                   MOVE WS-SEMANA-DESDE TO WS-DC-DESDE
               END-IF
               MOVE ALQ-FECHA-HASTA OF REG-ALQUILERES-RND TO
                   WS-DC-HASTA
               IF WS-DC-HASTA > WS-SEMANA-HASTA
                   MOVE WS-SEMANA-HASTA TO WS-DC-HASTA
               END-IF
               MOVE ALQ-CLAVE OF REG-ALQUILERES-RND TO WS-DC-EXCLUIR
               CALL "descansochofer" USING WS-DC-LEGAJO, WS-DC-DESDE,
                   WS-DC-HASTA, WS-DC-EXCLUIR, WS-DC-RESULTADO,
                   WS-DC-CONFLICTO, WS-DC-MINUTOS
               IF DESCANSO-INSUFICIENTE
                  AND WS-DC-CONFLICTO <= WS-DC-HASTA
                   PERFORM EMITIR-VIOLACION
               END-IF
           END-IF.
           READ ALQUILERES-RND NEXT RECORD
               AT END MOVE "10" TO FS-ALQUILERES
           END-READ.

       EMITIR-VIOLACION.
           ADD 1 TO CANT-VIOLACIONES.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  LEGAJO " DELIMITED BY SIZE
                  WS-DC-LEGAJO DELIMITED BY SIZE
                  " ALQUILER " DELIMITED BY SIZE
                  ALQ-PATENTE OF REG-ALQUILERES-RND DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALQ-FECHA OF REG-ALQUILERES-RND DELIMITED BY SIZE
                  " TURNO DEL " DELIMITED BY SIZE
                  WS-DC-CONFLICTO DELIMITED BY SIZE
                  " CON " DELIMITED BY SIZE
                  WS-DC-MINUTOS DELIMITED BY SIZE
                  " MINUTOS DE DESCANSO" DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       *>
       *> REGISTRO DE LA SEMANA: cada alta, prorroga o conversion
       *> que no cumplia el descanso, con su desenlace: rechazada o
       *> autorizada por el supervisor que firmo.
       *>
       EMITIR-REGISTRO-SEMANA.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "RECHAZOS Y AUTORIZACIONES DE SUPERVISOR"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           OPEN INPUT REGISTRO-DESCANSOS.
           IF FS-DESCANSOS = "00"
               READ REGISTRO-DESCANSOS
                   AT END MOVE "10" TO FS-DESCANSOS
               END-READ
               PERFORM FILTRAR-REGISTRO UNTIL EOF-DESCANSOS
               CLOSE REGISTRO-DESCANSOS
           END-IF.

       FILTRAR-REGISTRO.
           IF RDC-FECHA >= WS-SEMANA-DESDE
              AND RDC-FECHA <= WS-SEMANA-HASTA
               PERFORM EMITIR-REGISTRO
           END-IF.
           READ REGISTRO-DESCANSOS
               AT END MOVE "10" TO FS-DESCANSOS
           END-READ.

       EMITIR-REGISTRO.
           IF RDC-AUTORIZADO
               ADD 1 TO CANT-AUTORIZADOS
               MOVE SPACES TO WS-DESENLACE
               STRING "AUTORIZADO POR " DELIMITED BY SIZE
                      RDC-OPERADOR DELIMITED BY SPACE
                   INTO WS-DESENLACE
               END-STRING
           ELSE
               ADD 1 TO CANT-RECHAZADOS
               MOVE "RECHAZADO" TO WS-DESENLACE
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  " DELIMITED BY SIZE
                  RDC-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RDC-PROGRAMA DELIMITED BY SIZE
                  " LEGAJO " DELIMITED BY SIZE
                  RDC-LEGAJO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RDC-PATENTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RDC-DESDE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  RDC-HASTA DELIMITED BY SIZE
                  " TURNO DEL " DELIMITED BY SIZE
                  RDC-CONFLICTO DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  RDC-MINUTOS DELIMITED BY SIZE
                  " MIN) " DELIMITED BY SIZE
                  WS-DESENLACE DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

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
