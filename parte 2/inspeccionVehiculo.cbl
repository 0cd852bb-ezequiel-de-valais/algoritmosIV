       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPECCION-DE-VEHICULO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ALQUILERES-RND
           ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALQ-CLAVE OF REG-ALQUILERES-RND
           ALTERNATE RECORD KEY IS ALQ-CHOFER OF REG-ALQUILERES-RND
              WITH DUPLICATES
           FILE STATUS IS FS-ALQUILERES.

       SELECT INSPECCIONES-RND
           ASSIGN TO DISK "Entrada/indexados/inspecciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INS-CLAVE OF REG-INSPECCIONES
           FILE STATUS IS FS-INSPECCIONES.

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
           03 ALQ-IMPUESTO     PIC 9(7)V99.
           03 ALQ-TOTAL        PIC 9(8)V99.
           03 ALQ-FECHA-HASTA  PIC 9(8).
           03 ALQ-KM-SALIDA    PIC 9(7).
           03 ALQ-KM-REGRESO   PIC 9(7).
           03 ALQ-SUCURSAL     PIC X(2).

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

       WORKING-STORAGE SECTION.
       01 FS-ALQUILERES          PIC XX.
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
       01 WS-MOMENTO             PIC X.
       01 WS-INS-EXISTE          PIC X.
       01 WS-CONFIRMA            PIC X.
       01 WS-SUCURSAL            PIC X(2) VALUE "01".

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "INSPECCION-VEHICULO".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.
       01 WS-EXIT                PIC X.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           ACCEPT WS-SUCURSAL FROM ENVIRONMENT "SUCURSAL"
               ON EXCEPTION
                   MOVE "01" TO WS-SUCURSAL
           END-ACCEPT.
           IF WS-SUCURSAL = SPACES
               MOVE "01" TO WS-SUCURSAL
           END-IF.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM REGISTRAR-INSPECCION.
           PERFORM CERRAR-ARCHIVOS.
           ACCEPT WS-EXIT.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN INPUT ALQUILERES-RND.
           IF FS-ALQUILERES <> "00"
               DISPLAY "ERROR AL ABRIR ALQUILERES, FS=" FS-ALQUILERES
               STOP RUN
           END-IF.
           OPEN I-O INSPECCIONES-RND.
           IF NO-EXISTE-INSPECCIONES
               OPEN OUTPUT INSPECCIONES-RND
               CLOSE INSPECCIONES-RND
               OPEN I-O INSPECCIONES-RND
           END-IF.
           IF FS-INSPECCIONES <> "00"
               DISPLAY "ERROR AL ABRIR INSPECCIONES, FS="
                   FS-INSPECCIONES
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE ALQUILERES-RND.
           CLOSE INSPECCIONES-RND.

       *>
       *> INSPECCION FUERA DEL ALTA O DEL CIERRE: la entrega de una
       *> reserva convertida (cuya salida nace copiada de la ultima
       *> devolucion), una inspeccion que se salteo o una que hay
       *> que corregir. Graba o reemplaza la salida ("S") o el
       *> regreso ("R") de un alquiler existente.
       *>
       REGISTRAR-INSPECCION.
           DISPLAY "PATENTE DEL VEHICULO: ".
           ACCEPT ALQ-PATENTE OF REG-ALQUILERES-RND.
           DISPLAY "FECHA DEL ALQUILER (AAAAMMDD): ".
           ACCEPT ALQ-FECHA OF REG-ALQUILERES-RND.
           DISPLAY "MOMENTO (S=SALIDA, R=REGRESO): ".
           ACCEPT WS-MOMENTO.
           IF WS-MOMENTO = "s"
               MOVE "S" TO WS-MOMENTO
           END-IF.
           IF WS-MOMENTO = "r"
               MOVE "R" TO WS-MOMENTO
           END-IF.
           READ ALQUILERES-RND
               INVALID KEY
                   DISPLAY "ALQUILER INEXISTENTE"
               NOT INVALID KEY
                   IF WS-MOMENTO NOT = "S" AND WS-MOMENTO NOT = "R"
                       DISPLAY "MOMENTO INVALIDO"
                   ELSE
                       PERFORM GRABAR-INSPECCION
                   END-IF
           END-READ.

       GRABAR-INSPECCION.
           MOVE ALQ-PATENTE OF REG-ALQUILERES-RND TO
               INS-PATENTE OF REG-INSPECCIONES.
           MOVE ALQ-FECHA OF REG-ALQUILERES-RND TO
               INS-FECHA-ALQ OF REG-INSPECCIONES.
           MOVE WS-MOMENTO TO INS-MOMENTO OF REG-INSPECCIONES.
           MOVE "S" TO WS-CONFIRMA.
           READ INSPECCIONES-RND
               INVALID KEY
                   MOVE "N" TO WS-INS-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-INS-EXISTE
                   PERFORM MOSTRAR-INSPECCION
                   DISPLAY "REEMPLAZA LA INSPECCION (S/N): "
                   ACCEPT WS-CONFIRMA
           END-READ.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               ACCEPT INS-FECHA OF REG-INSPECCIONES FROM DATE YYYYMMDD
               MOVE WS-SUCURSAL TO INS-SUCURSAL OF REG-INSPECCIONES
               MOVE "M" TO INS-ORIGEN OF REG-INSPECCIONES
               PERFORM CAPTURAR-DATOS-INSPECCION
               IF WS-INS-EXISTE = "S"
                   REWRITE REG-INSPECCIONES
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR LA INSPECCION, FS="
                               FS-INSPECCIONES
                   END-REWRITE
               ELSE
                   WRITE REG-INSPECCIONES
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR LA INSPECCION, FS="
                               FS-INSPECCIONES
                   END-WRITE
               END-IF
               IF FS-INSPECCIONES = "00"
                   DISPLAY "INSPECCION GRABADA"
               END-IF
           END-IF.

       MOSTRAR-INSPECCION.
           DISPLAY "INSPECCION EXISTENTE DEL "
               INS-FECHA OF REG-INSPECCIONES " (ORIGEN "
               INS-ORIGEN OF REG-INSPECCIONES ")".
           DISPLAY "COMBUSTIBLE " INS-COMBUSTIBLE OF REG-INSPECCIONES
               "/8  LIMPIEZA " INS-LIMPIEZA OF REG-INSPECCIONES.
           PERFORM MOSTRAR-DANIO-ZONA
               VARYING WS-IND-ZONA FROM 1 BY 1 UNTIL WS-IND-ZONA > 8.

       MOSTRAR-DANIO-ZONA.
           DISPLAY "  " WS-NOMBRE-ZONA (WS-IND-ZONA) " "
               INS-DANIO OF REG-INSPECCIONES (WS-IND-ZONA).

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
