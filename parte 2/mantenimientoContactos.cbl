       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-CONTACTOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CONTACTOS-RND
           ASSIGN TO DISK "Entrada/indexados/contactosClientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CTC-CLI-NUMERO OF REG-CONTACTOS
           FILE STATUS IS FS-CONTACTOS.

       SELECT CLIENTES-RND
           ASSIGN TO DISK "Entrada/indexados/clientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLI-NUMERO OF REG-CLIENTES-RND
           ALTERNATE RECORD KEY IS CLI-NRO-DOC OF REG-CLIENTES-RND
           FILE STATUS IS FS-CLIENTES.

       DATA DIVISION.

       FILE SECTION.

       FD CONTACTOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-CONTACTOS.
           03 CTC-CLI-NUMERO   PIC X(8).
           03 CTC-EMAIL        PIC X(40).
           03 CTC-CANAL        PIC X.
               88 CTC-CANAL-SMS    VALUE "S".
               88 CTC-CANAL-EMAIL  VALUE "E".
           03 CTC-SIN-AVISOS   PIC X.
               88 CTC-NO-NOTIFICAR VALUE "S".

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

       WORKING-STORAGE SECTION.
       01 FS-CONTACTOS           PIC XX.
           88 NO-EXISTE-CONTACTOS    VALUE "35".
       01 FS-CLIENTES            PIC XX.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "MANT-CONTACTOS".
       01 WS-SG-NIVEL            PIC 9 VALUE 1.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-JR-PROGRAMA         PIC X(20) VALUE "MANT-CONTACTOS".
       01 WS-JR-OPERACION        PIC X.
       01 WS-JR-ENTIDAD          PIC X(10) VALUE "CONTACTOS".
       01 WS-JR-ANTES            PIC X(120).
       01 WS-JR-DESPUES          PIC X(120).

       01 WS-OPERACION           PIC X.
       01 WS-CLI-NUMERO          PIC X(8).
       01 WS-EMAIL               PIC X(40).
       01 WS-CANAL               PIC X.
       01 WS-SIN-AVISOS          PIC X.
       01 WS-DATOS-VALIDOS       PIC X.
           88 DATOS-VALIDOS          VALUE "S".
       01 WS-CONFIRMACION        PIC X.
       01 WS-EXIT                PIC X.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM MANTENER-CONTACTO.
           PERFORM CERRAR-ARCHIVOS.
           ACCEPT WS-EXIT.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN I-O CONTACTOS-RND.
           IF NO-EXISTE-CONTACTOS
               OPEN OUTPUT CONTACTOS-RND
               CLOSE CONTACTOS-RND
               OPEN I-O CONTACTOS-RND
           END-IF.
           IF FS-CONTACTOS <> "00"
               DISPLAY "ERROR AL ABRIR CONTACTOS, FS=" FS-CONTACTOS
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES-RND.
           IF FS-CLIENTES <> "00"
               DISPLAY "ERROR AL ABRIR CLIENTES, FS=" FS-CLIENTES
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE CONTACTOS-RND.
           CLOSE CLIENTES-RND.

       *>
       *> CONTACTO DEL CLIENTE PARA AVISOS: canal preferido (SMS al
       *> telefono del maestro o correo), la direccion de correo y
       *> la marca de baja de avisos que respeta NOTIFICACIONES-
       *> CLIENTES. Cliente sin fila = avisos por SMS al CLI-TELEF.
       *>
       MANTENER-CONTACTO.
           DISPLAY "OPERACION (B=CONSULTA, I=ALTA, M=MODIFICACION, "
               "E=BAJA): ".
           ACCEPT WS-OPERACION.
           DISPLAY "NUMERO DE CLIENTE: ".
           ACCEPT WS-CLI-NUMERO.
           MOVE WS-CLI-NUMERO TO CTC-CLI-NUMERO OF REG-CONTACTOS.
           EVALUATE WS-OPERACION
               WHEN "B" PERFORM CONSULTAR-CONTACTO
               WHEN "I" PERFORM ALTA-CONTACTO
               WHEN "M" PERFORM MODIFICAR-CONTACTO
               WHEN "E" PERFORM BAJA-CONTACTO
               WHEN OTHER DISPLAY "OPERACION INVALIDA"
           END-EVALUATE.

       CONSULTAR-CONTACTO.
           READ CONTACTOS-RND
               INVALID KEY
                   DISPLAY "EL CLIENTE NO TIENE CONTACTO CARGADO"
               NOT INVALID KEY
                   DISPLAY "CLIENTE " CTC-CLI-NUMERO OF REG-CONTACTOS
                       " CANAL " CTC-CANAL OF REG-CONTACTOS
                       " CORREO " CTC-EMAIL OF REG-CONTACTOS
                   DISPLAY "BAJA DE AVISOS: "
                       CTC-SIN-AVISOS OF REG-CONTACTOS
           END-READ.

       ALTA-CONTACTO.
           MOVE WS-CLI-NUMERO TO CLI-NUMERO OF REG-CLIENTES-RND.
           READ CLIENTES-RND KEY IS CLI-NUMERO OF REG-CLIENTES-RND
               INVALID KEY
                   DISPLAY "ALTA RECHAZADA: CLIENTE INEXISTENTE"
               NOT INVALID KEY
                   PERFORM CAPTURAR-CONTACTO
                   IF DATOS-VALIDOS
                       PERFORM MOVER-CONTACTO
                       WRITE REG-CONTACTOS
                           INVALID KEY
                               DISPLAY "ERROR: EL CLIENTE YA TIENE "
                                   "CONTACTO, USAR MODIFICACION"
                           NOT INVALID KEY
                               MOVE "A" TO WS-JR-OPERACION
                               MOVE SPACES TO WS-JR-ANTES
                               MOVE REG-CONTACTOS TO WS-JR-DESPUES
                               CALL "bitacoracambios" USING
                                   WS-JR-PROGRAMA, WS-JR-OPERACION,
                                   WS-JR-ENTIDAD, WS-JR-ANTES,
                                   WS-JR-DESPUES
                               DISPLAY "CONTACTO REGISTRADO"
                       END-WRITE
                   END-IF
           END-READ.

       MODIFICAR-CONTACTO.
           READ CONTACTOS-RND
               INVALID KEY
                   DISPLAY "ERROR: EL CLIENTE NO TIENE CONTACTO"
               NOT INVALID KEY
                   MOVE REG-CONTACTOS TO WS-JR-ANTES
                   DISPLAY "CANAL ACTUAL: " CTC-CANAL OF REG-CONTACTOS
                       " CORREO ACTUAL: " CTC-EMAIL OF REG-CONTACTOS
                       " BAJA DE AVISOS: "
                       CTC-SIN-AVISOS OF REG-CONTACTOS
                   PERFORM CAPTURAR-CONTACTO
                   IF DATOS-VALIDOS
                       PERFORM MOVER-CONTACTO
                       REWRITE REG-CONTACTOS
                           INVALID KEY
                               DISPLAY "ERROR AL ACTUALIZAR EL "
                                   "CONTACTO"
                           NOT INVALID KEY
                               MOVE "M" TO WS-JR-OPERACION
                               MOVE REG-CONTACTOS TO WS-JR-DESPUES
                               CALL "bitacoracambios" USING
                                   WS-JR-PROGRAMA, WS-JR-OPERACION,
                                   WS-JR-ENTIDAD, WS-JR-ANTES,
                                   WS-JR-DESPUES
                               DISPLAY "CONTACTO MODIFICADO"
                       END-REWRITE
                   END-IF
           END-READ.

       BAJA-CONTACTO.
           READ CONTACTOS-RND
               INVALID KEY
                   DISPLAY "ERROR: EL CLIENTE NO TIENE CONTACTO"
               NOT INVALID KEY
                   DISPLAY "CONFIRMA LA BAJA DEL CONTACTO (S/N): "
                   ACCEPT WS-CONFIRMACION
                   IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
                       MOVE REG-CONTACTOS TO WS-JR-ANTES
                       DELETE CONTACTOS-RND RECORD
                           INVALID KEY
                               DISPLAY "ERROR AL BORRAR"
                       END-DELETE
                       MOVE "E" TO WS-JR-OPERACION
                       MOVE SPACES TO WS-JR-DESPUES
                       CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                           WS-JR-OPERACION, WS-JR-ENTIDAD,
                           WS-JR-ANTES, WS-JR-DESPUES
                       DISPLAY "CONTACTO DADO DE BAJA"
                   ELSE
                       DISPLAY "BAJA CANCELADA"
                   END-IF
           END-READ.

       CAPTURAR-CONTACTO.
           MOVE "S" TO WS-DATOS-VALIDOS.
           DISPLAY "CANAL (S=SMS, E=CORREO): ".
           ACCEPT WS-CANAL.
           DISPLAY "CORREO ELECTRONICO (ENTER SI NO TIENE): ".
           ACCEPT WS-EMAIL.
           DISPLAY "NO DESEA RECIBIR AVISOS (S/N): ".
           ACCEPT WS-SIN-AVISOS.
           IF WS-CANAL NOT = "S" AND WS-CANAL NOT = "E"
               DISPLAY "CANAL INVALIDO"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF WS-CANAL = "E" AND WS-EMAIL = SPACES
               DISPLAY "EL CANAL CORREO REQUIERE DIRECCION"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF WS-SIN-AVISOS NOT = "S" AND WS-SIN-AVISOS NOT = "N"
               DISPLAY "BAJA DE AVISOS INVALIDA"
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.

       MOVER-CONTACTO.
           MOVE WS-CANAL TO CTC-CANAL OF REG-CONTACTOS.
           MOVE WS-EMAIL TO CTC-EMAIL OF REG-CONTACTOS.
           MOVE WS-SIN-AVISOS TO CTC-SIN-AVISOS OF REG-CONTACTOS.
