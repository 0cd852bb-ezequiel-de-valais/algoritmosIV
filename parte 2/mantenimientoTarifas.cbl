           RECORD KEY IS TAR-CLAVE OF REG-TARIFAS-RND
           FILE STATUS IS FS-TARIFAS.

       SELECT PROPUESTAS-TARIFA-RND
           ASSIGN TO DISK "Entrada/indexados/propuestasTarifa.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PTF-CLAVE OF REG-PROPUESTAS-TARIFA
           FILE STATUS IS FS-PROPUESTAS.

       DATA DIVISION.

       FILE SECTION.
           03 TAR-TARIFA-DIARIA        PIC 9(5)V99.
           03 TAR-TARIFA-KM            PIC 9(3)V99.

       FD PROPUESTAS-TARIFA-RND
           LABEL RECORD IS STANDARD.
       01 REG-PROPUESTAS-TARIFA.
           03 PTF-CLAVE.
               05  PTF-CATEGORIA       PIC X(2).
               05  PTF-TURNO           PIC X.
               05  PTF-VIGENCIA-DESDE  PIC 9(8).
           03 PTF-VIGENCIA-HASTA       PIC 9(8).
           03 PTF-TARIFA-ACTUAL        PIC 9(5)V99.
           03 PTF-TARIFA-PROPUESTA     PIC 9(5)V99.
           03 PTF-TARIFA-KM            PIC 9(3)V99.
           03 PTF-OCUPACION            PIC 9(3)V99.
           03 PTF-OCUPACION-ANTERIOR   PIC 9(3)V99.
           03 PTF-FERIADOS             PIC 9.
           03 PTF-EFECTO               PIC S9(9)V99.
           03 PTF-ESTADO               PIC X.
               88 PROPUESTA-PENDIENTE      VALUE "P".
               88 PROPUESTA-ACEPTADA       VALUE "A".
               88 PROPUESTA-RECHAZADA      VALUE "R".
           03 PTF-FECHA-ESTADO         PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-TARIFAS             PIC XX.
           88 OK-TARIFAS             VALUE "00".
           88 NO-EXISTE-TARIFAS      VALUE "35".
       01 FS-PROPUESTAS          PIC XX.
           88 FIN-PROPUESTAS         VALUE "10".

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "MANT-TARIFAS".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-CONFIRMACION        PIC X.
       01 WS-EXIT                PIC X.

       01 WS-FECHA-HOY           PIC 9(8).
       01 WS-DECISION            PIC X.
       01 CANT-ACEPTADAS         PIC 9(5) VALUE ZEROES.
       01 CANT-RECHAZADAS        PIC 9(5) VALUE ZEROES.
       01 CANT-VENCIDAS          PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.

       MANTENER-TARIFA.
           DISPLAY "OPERACION (B=CONSULTA, I=ALTA, M=MODIFICACION, "
               "E=BAJA, P=PROPUESTAS): ".
           ACCEPT WS-OPERACION.
           IF WS-OPERACION = "P"
               PERFORM REVISAR-PROPUESTAS
           ELSE
               PERFORM MANTENER-TARIFA-CLAVE
           END-IF.

       MANTENER-TARIFA-CLAVE.
           DISPLAY "CATEGORIA DE VEHICULO: ".
           ACCEPT WS-CATEGORIA.
           DISPLAY "TURNO: ".
                       DISPLAY "BAJA CANCELADA"
                   END-IF
           END-READ.

       *>
       *> PROPUESTAS DE RECOMENDACION-TARIFAS: ninguna tarifa
       *> sugerida por ocupacion entra en vigencia sin pasar por aca.
       *> Aceptar da de alta la fila semanal (o la regraba si ya
       *> existia con esa clave); una propuesta cuya semana ya empezo
       *> se da por rechazada sin preguntar.
       *>
       REVISAR-PROPUESTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O PROPUESTAS-TARIFA-RND.
           IF FS-PROPUESTAS <> "00"
               DISPLAY "NO HAY PROPUESTAS DE TARIFA, FS="
                   FS-PROPUESTAS
           ELSE
               MOVE LOW-VALUES TO PTF-CLAVE OF REG-PROPUESTAS-TARIFA
               START PROPUESTAS-TARIFA-RND KEY IS NOT LESS THAN
                   PTF-CLAVE OF REG-PROPUESTAS-TARIFA
                   INVALID KEY MOVE "10" TO FS-PROPUESTAS
               END-START
               IF NOT FIN-PROPUESTAS
                   PERFORM LEER-PROPUESTA
               END-IF
               PERFORM REVISAR-PROPUESTA UNTIL FIN-PROPUESTAS
               CLOSE PROPUESTAS-TARIFA-RND
               DISPLAY "PROPUESTAS ACEPTADAS: " CANT-ACEPTADAS
               DISPLAY "PROPUESTAS RECHAZADAS: " CANT-RECHAZADAS
               DISPLAY "PROPUESTAS VENCIDAS: " CANT-VENCIDAS
           END-IF.

       LEER-PROPUESTA.
           READ PROPUESTAS-TARIFA-RND NEXT RECORD
               AT END MOVE "10" TO FS-PROPUESTAS
           END-READ.

       REVISAR-PROPUESTA.
           IF PROPUESTA-PENDIENTE
               IF PTF-VIGENCIA-DESDE OF REG-PROPUESTAS-TARIFA <=
                  WS-FECHA-HOY
                   MOVE "R" TO PTF-ESTADO OF REG-PROPUESTAS-TARIFA
                   PERFORM CERRAR-PROPUESTA
                   ADD 1 TO CANT-VENCIDAS
               ELSE
                   PERFORM MOSTRAR-PROPUESTA
                   DISPLAY "ACEPTA (S=SI, N=RECHAZA, "
                       "OTRA=DEJAR PENDIENTE): "
                   ACCEPT WS-DECISION
                   EVALUATE WS-DECISION
                       WHEN "S" WHEN "s"
                           PERFORM ACEPTAR-PROPUESTA
                       WHEN "N" WHEN "n"
                           MOVE "R" TO PTF-ESTADO OF
                               REG-PROPUESTAS-TARIFA
                           PERFORM CERRAR-PROPUESTA
                           ADD 1 TO CANT-RECHAZADAS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM LEER-PROPUESTA.

       MOSTRAR-PROPUESTA.
           DISPLAY "CATEGORIA " PTF-CATEGORIA OF REG-PROPUESTAS-TARIFA
               " TURNO " PTF-TURNO OF REG-PROPUESTAS-TARIFA
               " SEMANA " PTF-VIGENCIA-DESDE OF REG-PROPUESTAS-TARIFA
               " AL " PTF-VIGENCIA-HASTA OF REG-PROPUESTAS-TARIFA.
           DISPLAY "  OCUPACION ESPERADA "
               PTF-OCUPACION OF REG-PROPUESTAS-TARIFA
               " ANIO ANTERIOR "
               PTF-OCUPACION-ANTERIOR OF REG-PROPUESTAS-TARIFA
               " FERIADOS " PTF-FERIADOS OF REG-PROPUESTAS-TARIFA.
           DISPLAY "  TARIFA ACTUAL "
               PTF-TARIFA-ACTUAL OF REG-PROPUESTAS-TARIFA
               " PROPUESTA "
               PTF-TARIFA-PROPUESTA OF REG-PROPUESTAS-TARIFA
               " EFECTO ESTIMADO " PTF-EFECTO OF REG-PROPUESTAS-TARIFA.

       ACEPTAR-PROPUESTA.
           MOVE PTF-CATEGORIA OF REG-PROPUESTAS-TARIFA TO
               TAR-CATEGORIA OF REG-TARIFAS-RND.
           MOVE PTF-TURNO OF REG-PROPUESTAS-TARIFA TO
               TAR-TURNO OF REG-TARIFAS-RND.
           MOVE PTF-VIGENCIA-DESDE OF REG-PROPUESTAS-TARIFA TO
               TAR-VIGENCIA-DESDE OF REG-TARIFAS-RND.
           READ TARIFAS-RND
               INVALID KEY
                   PERFORM ALTA-TARIFA-PROPUESTA
               NOT INVALID KEY
                   PERFORM MOVER-TARIFA-PROPUESTA
                   REWRITE REG-TARIFAS-RND
                       INVALID KEY
                           DISPLAY "ERROR AL REGRABAR LA TARIFA"
                       NOT INVALID KEY
                           PERFORM MARCAR-ACEPTADA
                   END-REWRITE
           END-READ.

       ALTA-TARIFA-PROPUESTA.
           PERFORM MOVER-TARIFA-PROPUESTA.
           WRITE REG-TARIFAS-RND
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR LA TARIFA"
               NOT INVALID KEY
                   PERFORM MARCAR-ACEPTADA
           END-WRITE.

       MOVER-TARIFA-PROPUESTA.
           MOVE PTF-VIGENCIA-HASTA OF REG-PROPUESTAS-TARIFA TO
               TAR-VIGENCIA-HASTA OF REG-TARIFAS-RND.
           MOVE PTF-TARIFA-PROPUESTA OF REG-PROPUESTAS-TARIFA TO
               TAR-TARIFA-DIARIA OF REG-TARIFAS-RND.
           MOVE PTF-TARIFA-KM OF REG-PROPUESTAS-TARIFA TO
               TAR-TARIFA-KM OF REG-TARIFAS-RND.

       MARCAR-ACEPTADA.
           MOVE "A" TO PTF-ESTADO OF REG-PROPUESTAS-TARIFA.
           PERFORM CERRAR-PROPUESTA.
           ADD 1 TO CANT-ACEPTADAS.
           DISPLAY "TARIFA DADA DE ALTA".

       CERRAR-PROPUESTA.
           MOVE WS-FECHA-HOY TO
               PTF-FECHA-ESTADO OF REG-PROPUESTAS-TARIFA.
           REWRITE REG-PROPUESTAS-TARIFA
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR LA PROPUESTA"
           END-REWRITE.
