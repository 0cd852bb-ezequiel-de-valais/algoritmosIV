       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-ADICIONALES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ADICIONALES-RND
           ASSIGN TO DISK "Entrada/indexados/adicionales.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADI-CLAVE OF REG-ADICIONALES
           FILE STATUS IS FS-ADICIONALES.

       DATA DIVISION.

       FILE SECTION.

       FD ADICIONALES-RND
           LABEL RECORD IS STANDARD.
       01 REG-ADICIONALES.
           03 ADI-CLAVE.
               05  ADI-SUCURSAL    PIC X(2).
               05  ADI-CODIGO      PIC X(4).
           03 ADI-DESCRIPCION      PIC X(30).
           03 ADI-STOCK            PIC 9(3).
           03 ADI-PRECIO-DIARIO    PIC 9(5)V99.
           03 ADI-VALOR-REPOSICION PIC 9(7)V99.
           03 ADI-ESTADO           PIC X.
               88 ADICIONAL-ACTIVO     VALUE "A".
               88 ADICIONAL-BAJA       VALUE "B".

       WORKING-STORAGE SECTION.
       01 FS-ADICIONALES         PIC XX.
           88 NO-EXISTE-ADICIONALES  VALUE "35".

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "MANT-ADICIONALES".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-JR-PROGRAMA         PIC X(20) VALUE "MANT-ADICIONALES".
       01 WS-JR-OPERACION        PIC X.
       01 WS-JR-ENTIDAD          PIC X(10) VALUE "ADICIONAL".
       01 WS-JR-ANTES            PIC X(120).
       01 WS-JR-DESPUES          PIC X(120).

       01 WS-OPERACION           PIC X.
       01 WS-SUCURSAL            PIC X(2).
       01 WS-CODIGO              PIC X(4).
       01 WS-DESCRIPCION         PIC X(30).
       01 WS-STOCK               PIC 9(3).
       01 WS-PRECIO-DIARIO       PIC 9(5)V99.
       01 WS-VALOR-REPOSICION    PIC 9(7)V99.
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
           PERFORM MANTENER-ADICIONAL.
           PERFORM CERRAR-ARCHIVOS.
           ACCEPT WS-EXIT.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN I-O ADICIONALES-RND.
           IF NO-EXISTE-ADICIONALES
               OPEN OUTPUT ADICIONALES-RND
               CLOSE ADICIONALES-RND
               OPEN I-O ADICIONALES-RND
           END-IF.
           IF FS-ADICIONALES <> "00"
               DISPLAY "ERROR AL ABRIR ADICIONALES, FS="
                   FS-ADICIONALES
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE ADICIONALES-RND.

       *>
       *> ADICIONALES: inventario por sucursal de los items que se
       *> prestan con el auto (sillas de bebe, GPS, portaequipajes,
       *> cadenas), con stock, diaria y valor de reposicion. La baja
       *> es logica: el item queda "B" para no dejar huerfanas las
       *> entregas ya registradas, y no se ofrece mas en el alta ni
       *> en las reservas.
       *>
       MANTENER-ADICIONAL.
           DISPLAY "OPERACION (B=CONSULTA, I=ALTA, M=MODIFICACION, "
               "E=BAJA): ".
           ACCEPT WS-OPERACION.
           DISPLAY "SUCURSAL: ".
           ACCEPT WS-SUCURSAL.
           DISPLAY "CODIGO DEL ADICIONAL: ".
           ACCEPT WS-CODIGO.
           MOVE WS-SUCURSAL TO ADI-SUCURSAL OF REG-ADICIONALES.
           MOVE WS-CODIGO TO ADI-CODIGO OF REG-ADICIONALES.
           EVALUATE WS-OPERACION
               WHEN "B" PERFORM CONSULTAR-ADICIONAL
               WHEN "I" PERFORM ALTA-ADICIONAL
               WHEN "M" PERFORM MODIFICAR-ADICIONAL
               WHEN "E" PERFORM BAJA-ADICIONAL
               WHEN OTHER DISPLAY "OPERACION INVALIDA"
           END-EVALUATE.

       CONSULTAR-ADICIONAL.
           READ ADICIONALES-RND
               INVALID KEY
                   DISPLAY "ADICIONAL INEXISTENTE"
               NOT INVALID KEY
                   PERFORM MOSTRAR-ADICIONAL
           END-READ.

       MOSTRAR-ADICIONAL.
           DISPLAY "SUCURSAL: " ADI-SUCURSAL OF REG-ADICIONALES
               " CODIGO: " ADI-CODIGO OF REG-ADICIONALES.
           DISPLAY "DESCRIPCION: " ADI-DESCRIPCION OF REG-ADICIONALES.
           DISPLAY "STOCK: " ADI-STOCK OF REG-ADICIONALES.
           DISPLAY "DIARIA: " ADI-PRECIO-DIARIO OF REG-ADICIONALES.
           DISPLAY "VALOR DE REPOSICION: "
               ADI-VALOR-REPOSICION OF REG-ADICIONALES.
           DISPLAY "ESTADO: " ADI-ESTADO OF REG-ADICIONALES.

       ALTA-ADICIONAL.
           DISPLAY "DESCRIPCION: ".
           ACCEPT WS-DESCRIPCION.
           DISPLAY "STOCK: ".
           ACCEPT WS-STOCK.
           DISPLAY "DIARIA: ".
           ACCEPT WS-PRECIO-DIARIO.
           DISPLAY "VALOR DE REPOSICION: ".
           ACCEPT WS-VALOR-REPOSICION.
           IF WS-SUCURSAL = SPACES OR WS-CODIGO = SPACES
               DISPLAY "ALTA RECHAZADA: SUCURSAL Y CODIGO SON "
                   "OBLIGATORIOS"
           ELSE
               IF WS-PRECIO-DIARIO = ZEROES
                  OR WS-VALOR-REPOSICION = ZEROES
                   DISPLAY "ALTA RECHAZADA: DIARIA Y VALOR DE "
                       "REPOSICION SON OBLIGATORIOS"
               ELSE
                   PERFORM GRABAR-ADICIONAL
               END-IF
           END-IF.

       GRABAR-ADICIONAL.
           MOVE WS-DESCRIPCION TO ADI-DESCRIPCION OF REG-ADICIONALES.
           MOVE WS-STOCK TO ADI-STOCK OF REG-ADICIONALES.
           MOVE WS-PRECIO-DIARIO TO
               ADI-PRECIO-DIARIO OF REG-ADICIONALES.
           MOVE WS-VALOR-REPOSICION TO
               ADI-VALOR-REPOSICION OF REG-ADICIONALES.
           MOVE "A" TO ADI-ESTADO OF REG-ADICIONALES.
           WRITE REG-ADICIONALES
               INVALID KEY
                   DISPLAY "ERROR: EL ADICIONAL YA EXISTE"
               NOT INVALID KEY
                   MOVE "A" TO WS-JR-OPERACION
                   MOVE SPACES TO WS-JR-ANTES
                   MOVE REG-ADICIONALES TO WS-JR-DESPUES
                   CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                       WS-JR-OPERACION, WS-JR-ENTIDAD, WS-JR-ANTES,
                       WS-JR-DESPUES
                   DISPLAY "ADICIONAL REGISTRADO"
           END-WRITE.

       *>
       *> el stock se corrige aca cuando se compran unidades o
       *> aparece una que se habia dado por faltante; el cierre lo
       *> baja solo por las unidades no devueltas.
       *>
       MODIFICAR-ADICIONAL.
           READ ADICIONALES-RND
               INVALID KEY
                   DISPLAY "ERROR: EL ADICIONAL NO EXISTE"
               NOT INVALID KEY
                   PERFORM MOSTRAR-ADICIONAL
                   MOVE REG-ADICIONALES TO WS-JR-ANTES
                   DISPLAY "NUEVO STOCK (999 PARA DEJAR): "
                   ACCEPT WS-STOCK
                   IF WS-STOCK NOT = 999
                       MOVE WS-STOCK TO ADI-STOCK OF REG-ADICIONALES
                   END-IF
                   DISPLAY "NUEVA DIARIA (0 PARA DEJAR): "
                   ACCEPT WS-PRECIO-DIARIO
                   IF WS-PRECIO-DIARIO > ZEROES
                       MOVE WS-PRECIO-DIARIO TO
                           ADI-PRECIO-DIARIO OF REG-ADICIONALES
                   END-IF
                   DISPLAY "NUEVO VALOR DE REPOSICION (0 PARA DEJAR): "
                   ACCEPT WS-VALOR-REPOSICION
                   IF WS-VALOR-REPOSICION > ZEROES
                       MOVE WS-VALOR-REPOSICION TO
                           ADI-VALOR-REPOSICION OF REG-ADICIONALES
                   END-IF
                   REWRITE REG-ADICIONALES
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR EL ADICIONAL"
                       NOT INVALID KEY
                           MOVE "M" TO WS-JR-OPERACION
                           MOVE REG-ADICIONALES TO WS-JR-DESPUES
                           CALL "bitacoracambios" USING
                               WS-JR-PROGRAMA, WS-JR-OPERACION,
                               WS-JR-ENTIDAD, WS-JR-ANTES,
                               WS-JR-DESPUES
                           DISPLAY "ADICIONAL MODIFICADO"
                   END-REWRITE
           END-READ.

       BAJA-ADICIONAL.
           READ ADICIONALES-RND
               INVALID KEY
                   DISPLAY "ERROR: EL ADICIONAL NO EXISTE"
               NOT INVALID KEY
                   PERFORM MOSTRAR-ADICIONAL
                   DISPLAY "CONFIRMA LA BAJA (S/N): "
                   ACCEPT WS-CONFIRMACION
                   IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
                       MOVE REG-ADICIONALES TO WS-JR-ANTES
                       MOVE "B" TO ADI-ESTADO OF REG-ADICIONALES
                       REWRITE REG-ADICIONALES
                           INVALID KEY
                               DISPLAY "ERROR AL DAR DE BAJA"
                       END-REWRITE
                       MOVE "E" TO WS-JR-OPERACION
                       MOVE REG-ADICIONALES TO WS-JR-DESPUES
                       CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                           WS-JR-OPERACION, WS-JR-ENTIDAD,
                           WS-JR-ANTES, WS-JR-DESPUES
                       DISPLAY "ADICIONAL DADO DE BAJA"
                   ELSE
                       DISPLAY "BAJA CANCELADA"
                   END-IF
           END-READ.
