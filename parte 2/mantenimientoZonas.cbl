       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-ZONAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ZONAS-RND
           ASSIGN TO DISK "Entrada/indexados/zonas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ZON-CLAVE OF REG-ZONAS
           FILE STATUS IS FS-ZONAS.

       DATA DIVISION.

       FILE SECTION.

       FD ZONAS-RND
           LABEL RECORD IS STANDARD.
       01 REG-ZONAS.
           03 ZON-CLAVE.
               05  ZON-SUCURSAL    PIC X(2).
               05  ZON-CODIGO      PIC X(3).
           03 ZON-DESCRIPCION      PIC X(30).
           03 ZON-CARGO-ENTREGA    PIC 9(5)V99.
           03 ZON-CARGO-RETIRO     PIC 9(5)V99.
           03 ZON-ESTADO           PIC X.
               88 ZONA-ACTIVA          VALUE "A".
               88 ZONA-BAJA            VALUE "B".

       WORKING-STORAGE SECTION.
       01 FS-ZONAS               PIC XX.
           88 NO-EXISTE-ZONAS        VALUE "35".

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "MANT-ZONAS".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-JR-PROGRAMA         PIC X(20) VALUE "MANT-ZONAS".
       01 WS-JR-OPERACION        PIC X.
       01 WS-JR-ENTIDAD          PIC X(10) VALUE "ZONA".
       01 WS-JR-ANTES            PIC X(120).
       01 WS-JR-DESPUES          PIC X(120).

       01 WS-OPERACION           PIC X.
       01 WS-SUCURSAL            PIC X(2).
       01 WS-CODIGO              PIC X(3).
       01 WS-DESCRIPCION         PIC X(30).
       01 WS-CARGO-ENTREGA       PIC 9(5)V99.
       01 WS-CARGO-RETIRO        PIC 9(5)V99.
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
           PERFORM MANTENER-ZONA.
           PERFORM CERRAR-ARCHIVOS.
           ACCEPT WS-EXIT.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN I-O ZONAS-RND.
           IF NO-EXISTE-ZONAS
               OPEN OUTPUT ZONAS-RND
               CLOSE ZONAS-RND
               OPEN I-O ZONAS-RND
           END-IF.
           IF FS-ZONAS <> "00"
               DISPLAY "ERROR AL ABRIR ZONAS, FS=" FS-ZONAS
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE ZONAS-RND.

       *>
       *> ZONAS DE ENTREGA: cada sucursal divide su radio en zonas
       *> con un cargo por llevar el auto al domicilio del cliente y
       *> otro por ir a buscarlo. Los cargos se congelan en la orden
       *> de traslado al tomarla, asi que cambiarlos aca no altera
       *> lo ya pactado. La baja es logica: la zona queda "B" y no
       *> se ofrece mas en presupuestos ni en ordenes nuevas.
       *>
       MANTENER-ZONA.
           DISPLAY "OPERACION (B=CONSULTA, I=ALTA, M=MODIFICACION, "
               "E=BAJA): ".
           ACCEPT WS-OPERACION.
           DISPLAY "SUCURSAL: ".
           ACCEPT WS-SUCURSAL.
           DISPLAY "CODIGO DE ZONA: ".
           ACCEPT WS-CODIGO.
           MOVE WS-SUCURSAL TO ZON-SUCURSAL OF REG-ZONAS.
           MOVE WS-CODIGO TO ZON-CODIGO OF REG-ZONAS.
           EVALUATE WS-OPERACION
               WHEN "B" PERFORM CONSULTAR-ZONA
               WHEN "I" PERFORM ALTA-ZONA
               WHEN "M" PERFORM MODIFICAR-ZONA
               WHEN "E" PERFORM BAJA-ZONA
               WHEN OTHER DISPLAY "OPERACION INVALIDA"
           END-EVALUATE.

       CONSULTAR-ZONA.
           READ ZONAS-RND
               INVALID KEY
                   DISPLAY "ZONA INEXISTENTE"
               NOT INVALID KEY
                   PERFORM MOSTRAR-ZONA
           END-READ.

       MOSTRAR-ZONA.
           DISPLAY "SUCURSAL: " ZON-SUCURSAL OF REG-ZONAS
               " ZONA: " ZON-CODIGO OF REG-ZONAS.
           DISPLAY "DESCRIPCION: " ZON-DESCRIPCION OF REG-ZONAS.
           DISPLAY "CARGO POR ENTREGA: "
               ZON-CARGO-ENTREGA OF REG-ZONAS.
           DISPLAY "CARGO POR RETIRO: " ZON-CARGO-RETIRO OF REG-ZONAS.
           DISPLAY "ESTADO: " ZON-ESTADO OF REG-ZONAS.

       ALTA-ZONA.
           DISPLAY "DESCRIPCION (BARRIOS O LOCALIDADES): ".
           ACCEPT WS-DESCRIPCION.
           DISPLAY "CARGO POR ENTREGA: ".
           ACCEPT WS-CARGO-ENTREGA.
           DISPLAY "CARGO POR RETIRO: ".
           ACCEPT WS-CARGO-RETIRO.
           IF WS-SUCURSAL = SPACES OR WS-CODIGO = SPACES
               DISPLAY "ALTA RECHAZADA: SUCURSAL Y ZONA SON "
                   "OBLIGATORIAS"
           ELSE
               PERFORM GRABAR-ZONA
           END-IF.

       GRABAR-ZONA.
           MOVE WS-DESCRIPCION TO ZON-DESCRIPCION OF REG-ZONAS.
           MOVE WS-CARGO-ENTREGA TO ZON-CARGO-ENTREGA OF REG-ZONAS.
           MOVE WS-CARGO-RETIRO TO ZON-CARGO-RETIRO OF REG-ZONAS.
           MOVE "A" TO ZON-ESTADO OF REG-ZONAS.
           WRITE REG-ZONAS
               INVALID KEY
                   DISPLAY "ERROR: LA ZONA YA EXISTE"
               NOT INVALID KEY
                   MOVE "A" TO WS-JR-OPERACION
                   MOVE SPACES TO WS-JR-ANTES
                   MOVE REG-ZONAS TO WS-JR-DESPUES
                   CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                       WS-JR-OPERACION, WS-JR-ENTIDAD, WS-JR-ANTES,
                       WS-JR-DESPUES
                   DISPLAY "ZONA REGISTRADA"
           END-WRITE.

       MODIFICAR-ZONA.
           READ ZONAS-RND
               INVALID KEY
                   DISPLAY "ERROR: LA ZONA NO EXISTE"
               NOT INVALID KEY
                   PERFORM MOSTRAR-ZONA
                   MOVE REG-ZONAS TO WS-JR-ANTES
                   DISPLAY "NUEVA DESCRIPCION (ESPACIOS PARA DEJAR): "
                   ACCEPT WS-DESCRIPCION
                   IF WS-DESCRIPCION NOT = SPACES
                       MOVE WS-DESCRIPCION TO
                           ZON-DESCRIPCION OF REG-ZONAS
                   END-IF
                   DISPLAY "NUEVO CARGO POR ENTREGA (0 PARA DEJAR): "
                   ACCEPT WS-CARGO-ENTREGA
                   IF WS-CARGO-ENTREGA > ZEROES
                       MOVE WS-CARGO-ENTREGA TO
                           ZON-CARGO-ENTREGA OF REG-ZONAS
                   END-IF
                   DISPLAY "NUEVO CARGO POR RETIRO (0 PARA DEJAR): "
                   ACCEPT WS-CARGO-RETIRO
                   IF WS-CARGO-RETIRO > ZEROES
                       MOVE WS-CARGO-RETIRO TO
                           ZON-CARGO-RETIRO OF REG-ZONAS
                   END-IF
                   REWRITE REG-ZONAS
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR LA ZONA"
                       NOT INVALID KEY
                           MOVE "M" TO WS-JR-OPERACION
                           MOVE REG-ZONAS TO WS-JR-DESPUES
                           CALL "bitacoracambios" USING
                               WS-JR-PROGRAMA, WS-JR-OPERACION,
                               WS-JR-ENTIDAD, WS-JR-ANTES,
                               WS-JR-DESPUES
                           DISPLAY "ZONA MODIFICADA"
                   END-REWRITE
           END-READ.

       BAJA-ZONA.
           READ ZONAS-RND
               INVALID KEY
                   DISPLAY "ERROR: LA ZONA NO EXISTE"
               NOT INVALID KEY
                   PERFORM MOSTRAR-ZONA
                   DISPLAY "CONFIRMA LA BAJA (S/N): "
                   ACCEPT WS-CONFIRMACION
                   IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
                       MOVE REG-ZONAS TO WS-JR-ANTES
                       MOVE "B" TO ZON-ESTADO OF REG-ZONAS
                       REWRITE REG-ZONAS
                           INVALID KEY
                               DISPLAY "ERROR AL DAR DE BAJA"
                       END-REWRITE
                       MOVE "E" TO WS-JR-OPERACION
                       MOVE REG-ZONAS TO WS-JR-DESPUES
                       CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                           WS-JR-OPERACION, WS-JR-ENTIDAD,
                           WS-JR-ANTES, WS-JR-DESPUES
                       DISPLAY "ZONA DADA DE BAJA"
                   ELSE
                       DISPLAY "BAJA CANCELADA"
                   END-IF
           END-READ.
