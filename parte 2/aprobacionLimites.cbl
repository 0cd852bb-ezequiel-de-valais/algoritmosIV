       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROBACION-LIMITES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PROPUESTAS-RND
           ASSIGN TO DISK "Entrada/indexados/propuestasLimite.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRL-CLAVE OF REG-PROPUESTAS
           FILE STATUS IS FS-PROPUESTAS.

       SELECT LIMITES-RND
           ASSIGN TO DISK "Entrada/indexados/limitesCredito.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LIM-CLI-NUMERO OF REG-LIMITES
           FILE STATUS IS FS-LIMITES.

       DATA DIVISION.

       FILE SECTION.

       FD PROPUESTAS-RND
           LABEL RECORD IS STANDARD.
       01 REG-PROPUESTAS.
           03 PRL-CLAVE.
               05  PRL-PERIODO         PIC 9(6).
               05  PRL-CLI-NUMERO      PIC X(8).
           03 PRL-PUNTAJE              PIC 9(4).
           03 PRL-TIENE-LIMITE         PIC X.
           03 PRL-LIMITE-ACTUAL        PIC 9(9)V99.
           03 PRL-LIMITE-SUGERIDO      PIC 9(9)V99.
           03 PRL-ANTIGUEDAD           PIC 9(2).
           03 PRL-ALQUILERES           PIC 9(4).
           03 PRL-MESES-DEUDA          PIC 9(2).
           03 PRL-MOROSO               PIC X.
           03 PRL-RECHAZOS             PIC 9(2).
           03 PRL-NOTAS-INTERES        PIC 9(2).
           03 PRL-NO-SHOWS             PIC 9(2).
           03 PRL-SENIAS-PERDIDAS      PIC 9(2).
           03 PRL-SINIESTROS           PIC 9(2).
           03 PRL-ESTADO               PIC X.
               88 PROPUESTA-PENDIENTE      VALUE "P".
               88 PROPUESTA-APROBADA       VALUE "A".
               88 PROPUESTA-RECHAZADA      VALUE "R".
           03 PRL-FECHA-ESTADO         PIC 9(8).

       FD LIMITES-RND
           LABEL RECORD IS STANDARD.
       01 REG-LIMITES.
           03 LIM-CLI-NUMERO   PIC X(8).
           03 LIM-LIMITE       PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 FS-PROPUESTAS          PIC XX.
           88 FIN-PROPUESTAS         VALUE "10".
       01 FS-LIMITES             PIC XX.
           88 NO-EXISTE-LIMITES      VALUE "35".

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "APROB-LIMITES".
       01 WS-SG-NIVEL            PIC 9 VALUE 3.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-JR-PROGRAMA         PIC X(20) VALUE "APROB-LIMITES".
       01 WS-JR-OPERACION        PIC X.
       01 WS-JR-ENTIDAD          PIC X(10) VALUE "LIMITES".
       01 WS-JR-ANTES            PIC X(120).
       01 WS-JR-DESPUES          PIC X(120).

       01 WS-FECHA-PROCESO       PIC 9(8).
       01 WS-PERIODO             PIC 9(6).
       01 WS-MODO                PIC X.
           88 MODO-APROBAR-TODO      VALUE "T".
           88 MODO-UNA-POR-UNA       VALUE "U".
           88 MODO-RECHAZAR-TODO     VALUE "R".
       01 WS-DECISION            PIC X.
       01 WS-EXIT                PIC X.

       01 CANT-APROBADAS         PIC 9(7) VALUE ZEROES.
       01 CANT-RECHAZADAS        PIC 9(7) VALUE ZEROES.
       01 CANT-SALTEADAS         PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM RESOLVER-PROPUESTAS.
           PERFORM CERRAR-ARCHIVOS.
           ACCEPT WS-EXIT.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN I-O PROPUESTAS-RND.
           IF FS-PROPUESTAS <> "00"
               DISPLAY "ERROR AL ABRIR PROPUESTAS DE LIMITE, FS="
                   FS-PROPUESTAS
               STOP RUN
           END-IF.
           OPEN I-O LIMITES-RND.
           IF NO-EXISTE-LIMITES
               OPEN OUTPUT LIMITES-RND
               CLOSE LIMITES-RND
               OPEN I-O LIMITES-RND
           END-IF.
           IF FS-LIMITES <> "00"
               DISPLAY "ERROR AL ABRIR LIMITES DE CREDITO, FS="
                   FS-LIMITES
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE PROPUESTAS-RND.
           CLOSE LIMITES-RND.

       *>
       *> APROBACION DE PROPUESTAS: el supervisor toma las
       *> propuestas pendientes de un periodo de PUNTAJE-RIESGO-
       *> CLIENTES y las aprueba todas juntas, una por una, o las
       *> descarta. Lo aprobado pasa a limitesCredito.dat con su
       *> asiento en la bitacora, igual que una modificacion
       *> manual del limite.
       *>
       RESOLVER-PROPUESTAS.
           DISPLAY "PERIODO DE LAS PROPUESTAS (AAAAMM): ".
           ACCEPT WS-PERIODO.
           DISPLAY "MODO (T=APROBAR TODAS, U=UNA POR UNA, "
               "R=RECHAZAR TODAS): ".
           ACCEPT WS-MODO.
           IF NOT MODO-APROBAR-TODO AND NOT MODO-UNA-POR-UNA
              AND NOT MODO-RECHAZAR-TODO
               DISPLAY "MODO INVALIDO"
           ELSE
               MOVE WS-PERIODO TO PRL-PERIODO OF REG-PROPUESTAS
               MOVE LOW-VALUES TO PRL-CLI-NUMERO OF REG-PROPUESTAS
               START PROPUESTAS-RND KEY IS NOT LESS THAN
                   PRL-CLAVE OF REG-PROPUESTAS
                   INVALID KEY MOVE "10" TO FS-PROPUESTAS
               END-START
               IF NOT FIN-PROPUESTAS
                   PERFORM LEER-PROPUESTA
               END-IF
               PERFORM RESOLVER-PROPUESTA UNTIL FIN-PROPUESTAS
               DISPLAY "PROPUESTAS APROBADAS: " CANT-APROBADAS
               DISPLAY "PROPUESTAS RECHAZADAS: " CANT-RECHAZADAS
               DISPLAY "PROPUESTAS QUE SIGUEN PENDIENTES: "
                   CANT-SALTEADAS
           END-IF.

       LEER-PROPUESTA.
           READ PROPUESTAS-RND NEXT RECORD
               AT END MOVE "10" TO FS-PROPUESTAS
           END-READ.
           IF NOT FIN-PROPUESTAS
              AND PRL-PERIODO OF REG-PROPUESTAS NOT = WS-PERIODO
               MOVE "10" TO FS-PROPUESTAS
           END-IF.

       RESOLVER-PROPUESTA.
           IF PROPUESTA-PENDIENTE
               EVALUATE TRUE
                   WHEN MODO-APROBAR-TODO
                       MOVE "S" TO WS-DECISION
                   WHEN MODO-RECHAZAR-TODO
                       MOVE "N" TO WS-DECISION
                   WHEN OTHER
                       PERFORM PREGUNTAR-DECISION
               END-EVALUATE
               EVALUATE WS-DECISION
                   WHEN "S" WHEN "s"
                       PERFORM APLICAR-LIMITE
                   WHEN "N" WHEN "n"
                       MOVE "R" TO PRL-ESTADO OF REG-PROPUESTAS
                       PERFORM CERRAR-PROPUESTA
                       ADD 1 TO CANT-RECHAZADAS
                   WHEN OTHER
                       ADD 1 TO CANT-SALTEADAS
               END-EVALUATE
           END-IF.
           PERFORM LEER-PROPUESTA.

       PREGUNTAR-DECISION.
           DISPLAY "CLIENTE " PRL-CLI-NUMERO OF REG-PROPUESTAS
               " PUNTAJE " PRL-PUNTAJE OF REG-PROPUESTAS.
           IF PRL-TIENE-LIMITE OF REG-PROPUESTAS = "S"
               DISPLAY "  LIMITE ACTUAL   "
                   PRL-LIMITE-ACTUAL OF REG-PROPUESTAS
           ELSE
               DISPLAY "  LIMITE ACTUAL   SIN TOPE"
           END-IF.
           DISPLAY "  LIMITE SUGERIDO "
               PRL-LIMITE-SUGERIDO OF REG-PROPUESTAS.
           DISPLAY "  ANTIGUEDAD " PRL-ANTIGUEDAD OF REG-PROPUESTAS
               " ALQUILERES " PRL-ALQUILERES OF REG-PROPUESTAS
               " MESES CON DEUDA " PRL-MESES-DEUDA OF REG-PROPUESTAS
               " MOROSO " PRL-MOROSO OF REG-PROPUESTAS.
           DISPLAY "  CHEQUES RECHAZADOS "
               PRL-RECHAZOS OF REG-PROPUESTAS
               " NOTAS DE INTERES " PRL-NOTAS-INTERES OF REG-PROPUESTAS
               " NO-SHOWS " PRL-NO-SHOWS OF REG-PROPUESTAS.
           DISPLAY "  SENIAS PERDIDAS "
               PRL-SENIAS-PERDIDAS OF REG-PROPUESTAS
               " SINIESTROS " PRL-SINIESTROS OF REG-PROPUESTAS.
           DISPLAY "APRUEBA (S=SI, N=RECHAZA, OTRA=DEJAR PENDIENTE): ".
           ACCEPT WS-DECISION.

       *>
       *> el limite vigente se toma al momento de aprobar, no el
       *> que vio el calculo: si alguien lo toco a mano despues,
       *> la bitacora guarda el valor real que se reemplaza.
       *>
       APLICAR-LIMITE.
           MOVE PRL-CLI-NUMERO OF REG-PROPUESTAS TO
               LIM-CLI-NUMERO OF REG-LIMITES.
           READ LIMITES-RND
               INVALID KEY
                   PERFORM ALTA-LIMITE-APROBADO
               NOT INVALID KEY
                   PERFORM MODIFICAR-LIMITE-APROBADO
           END-READ.

       ALTA-LIMITE-APROBADO.
           MOVE PRL-CLI-NUMERO OF REG-PROPUESTAS TO
               LIM-CLI-NUMERO OF REG-LIMITES.
           MOVE PRL-LIMITE-SUGERIDO OF REG-PROPUESTAS TO
               LIM-LIMITE OF REG-LIMITES.
           WRITE REG-LIMITES
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL LIMITE DEL CLIENTE "
                       PRL-CLI-NUMERO OF REG-PROPUESTAS
                   ADD 1 TO CANT-SALTEADAS
               NOT INVALID KEY
                   MOVE "A" TO WS-JR-OPERACION
                   MOVE SPACES TO WS-JR-ANTES
                   MOVE REG-LIMITES TO WS-JR-DESPUES
                   CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                       WS-JR-OPERACION, WS-JR-ENTIDAD,
                       WS-JR-ANTES, WS-JR-DESPUES
                   MOVE "A" TO PRL-ESTADO OF REG-PROPUESTAS
                   PERFORM CERRAR-PROPUESTA
                   ADD 1 TO CANT-APROBADAS
           END-WRITE.

       MODIFICAR-LIMITE-APROBADO.
           MOVE REG-LIMITES TO WS-JR-ANTES.
           MOVE PRL-LIMITE-SUGERIDO OF REG-PROPUESTAS TO
               LIM-LIMITE OF REG-LIMITES.
           REWRITE REG-LIMITES
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR EL LIMITE DEL CLIENTE "
                       PRL-CLI-NUMERO OF REG-PROPUESTAS
                   ADD 1 TO CANT-SALTEADAS
               NOT INVALID KEY
                   MOVE "M" TO WS-JR-OPERACION
                   MOVE REG-LIMITES TO WS-JR-DESPUES
                   CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                       WS-JR-OPERACION, WS-JR-ENTIDAD,
                       WS-JR-ANTES, WS-JR-DESPUES
                   MOVE "A" TO PRL-ESTADO OF REG-PROPUESTAS
                   PERFORM CERRAR-PROPUESTA
                   ADD 1 TO CANT-APROBADAS
           END-REWRITE.

       CERRAR-PROPUESTA.
           MOVE WS-FECHA-PROCESO TO PRL-FECHA-ESTADO OF REG-PROPUESTAS.
           REWRITE REG-PROPUESTAS
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR LA PROPUESTA "
                       PRL-CLI-NUMERO OF REG-PROPUESTAS
           END-REWRITE.
