       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-INTERMEDIARIOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT INTERMEDIARIOS-RND
           ASSIGN TO DISK "Entrada/indexados/intermediarios.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IMD-CODIGO OF REG-INTERMEDIARIOS
           ALTERNATE RECORD KEY IS IMD-CUIT OF REG-INTERMEDIARIOS
           FILE STATUS IS FS-INTERMEDIARIOS.

       SELECT PROVEEDORES-RND
           ASSIGN TO DISK "Entrada/indexados/proveedores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRV-CODIGO OF REG-PROVEEDORES
           ALTERNATE RECORD KEY IS PRV-CUIT OF REG-PROVEEDORES
           FILE STATUS IS FS-PROVEEDORES.

       DATA DIVISION.

       FILE SECTION.

       FD INTERMEDIARIOS-RND
           LABEL RECORD IS STANDARD.
       01 REG-INTERMEDIARIOS.
           03 IMD-CODIGO       PIC X(6).
           03 IMD-RAZON-SOCIAL PIC X(30).
           03 IMD-CUIT         PIC X(20).
           03 IMD-TIPO         PIC X.
               88 IMD-AGENCIA          VALUE "A".
               88 IMD-BROKER           VALUE "B".
           03 IMD-PROVEEDOR    PIC X(6).
           03 IMD-PORC-GENERAL PIC 9(2)V99.
           03 IMD-COMISION-CAT OCCURS 8 TIMES.
               05  IMD-CATEGORIA   PIC X(2).
               05  IMD-PORCENTAJE  PIC 9(2)V99.
           03 IMD-ESTADO       PIC X.
               88 INTERMEDIARIO-ACTIVO   VALUE "A".
               88 INTERMEDIARIO-INACTIVO VALUE "B".

       FD PROVEEDORES-RND
           LABEL RECORD IS STANDARD.
       01 REG-PROVEEDORES.
           03 PRV-CODIGO       PIC X(6).
           03 PRV-RAZON-SOCIAL PIC X(30).
           03 PRV-CUIT         PIC X(20).
           03 PRV-RUBRO        PIC X.
           03 PRV-PLAZO-DIAS   PIC 9(3).
           03 PRV-BANCO        PIC X(20).
           03 PRV-CBU          PIC X(22).
           03 PRV-ESTADO       PIC X.
               88 PROVEEDOR-ACTIVO     VALUE "A".
               88 PROVEEDOR-INACTIVO   VALUE "B".

       WORKING-STORAGE SECTION.
       01 FS-INTERMEDIARIOS      PIC XX.
           88 OK-INTERMEDIARIOS      VALUE "00".
           88 NO-EXISTE-INTERMEDIARIOS VALUE "35".
       01 FS-PROVEEDORES         PIC XX.

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "MANT-INTERMEDIARIOS".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-JR-PROGRAMA         PIC X(20) VALUE "MANT-INTERMEDIARIOS".
       01 WS-JR-OPERACION        PIC X.
       01 WS-JR-ENTIDAD          PIC X(10) VALUE "INTERMED".
       01 WS-JR-ANTES            PIC X(120).
       01 WS-JR-DESPUES          PIC X(120).

       01 WS-VD-TIPO             PIC X VALUE "C".
       01 WS-VD-NRO-DOC          PIC X(20).
       01 WS-VD-RESULTADO        PIC X.

       01 WS-OPERACION           PIC X.
       01 WS-CODIGO              PIC X(6).
       01 WS-RAZON-SOCIAL        PIC X(30).
       01 WS-TIPO                PIC X.
           88 TIPO-INTERMED-VALIDO   VALUE "A" "B".
       01 WS-PROVEEDOR           PIC X(6).
       01 WS-PORC-GENERAL        PIC 9(2)V99.
       01 WS-TABLA-COMISIONES.
           03 WS-COM-FILA OCCURS 8 TIMES.
               05  WS-COM-CATEGORIA PIC X(2).
               05  WS-COM-PORCENTAJE PIC 9(2)V99.
       01 WS-CANT-CATEGORIAS     PIC 9.
       01 WS-IND-CAT             PIC 9.
       01 WS-CATEGORIA           PIC X(2).
       01 WS-PORCENTAJE          PIC 9(2)V99.
       01 WS-CUIT-VALIDO         PIC X.
           88 CUIT-VALIDO            VALUE "S".
       01 WS-CONDICIONES-VALIDAS PIC X.
           88 CONDICIONES-VALIDAS    VALUE "S".
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
           PERFORM MANTENER-INTERMEDIARIO.
           PERFORM CERRAR-ARCHIVOS.
           ACCEPT WS-EXIT.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN I-O INTERMEDIARIOS-RND.
           IF NO-EXISTE-INTERMEDIARIOS
               OPEN OUTPUT INTERMEDIARIOS-RND
               CLOSE INTERMEDIARIOS-RND
               OPEN I-O INTERMEDIARIOS-RND
           END-IF.
           IF FS-INTERMEDIARIOS <> "00"
               DISPLAY "ERROR AL ABRIR INTERMEDIARIOS, FS="
                   FS-INTERMEDIARIOS
               STOP RUN
           END-IF.
           OPEN INPUT PROVEEDORES-RND.
           IF FS-PROVEEDORES <> "00"
               DISPLAY "ERROR AL ABRIR PROVEEDORES, FS="
                   FS-PROVEEDORES
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE INTERMEDIARIOS-RND.
           CLOSE PROVEEDORES-RND.

       *>
       *> MAESTRO DE INTERMEDIARIOS: agencias de viaje (A) y brokers
       *> (B) que traen reservas y alquileres a cambio de una
       *> comision. El CUIT pasa por validadordocumento y es clave
       *> alternativa, como en proveedores. La comision es un
       *> porcentaje sobre el neto facturado: hasta ocho categorias
       *> de vehiculo con su propio porcentaje y uno general para
       *> el resto. La liquidacion mensual deja lo que se le debe
       *> como factura a pagar del proveedor asociado, que tiene
       *> que existir y estar activo (de ahi salen plazo, banco y
       *> CBU de la orden de pago). Baja logica con estado "B".
       *>
       MANTENER-INTERMEDIARIO.
           DISPLAY "OPERACION (B=CONSULTA, I=ALTA, M=MODIFICACION, "
               "E=BAJA): ".
           ACCEPT WS-OPERACION.
           DISPLAY "CODIGO DE INTERMEDIARIO: ".
           ACCEPT WS-CODIGO.
           MOVE WS-CODIGO TO IMD-CODIGO OF REG-INTERMEDIARIOS.
           EVALUATE WS-OPERACION
               WHEN "B" PERFORM CONSULTAR-INTERMEDIARIO
               WHEN "I" PERFORM ALTA-INTERMEDIARIO
               WHEN "M" PERFORM MODIFICAR-INTERMEDIARIO
               WHEN "E" PERFORM BAJA-INTERMEDIARIO
               WHEN OTHER DISPLAY "OPERACION INVALIDA"
           END-EVALUATE.

       CONSULTAR-INTERMEDIARIO.
           READ INTERMEDIARIOS-RND
               INVALID KEY
                   DISPLAY "INTERMEDIARIO INEXISTENTE"
               NOT INVALID KEY
                   PERFORM MOSTRAR-INTERMEDIARIO
           END-READ.

       MOSTRAR-INTERMEDIARIO.
           DISPLAY "CODIGO: " IMD-CODIGO OF REG-INTERMEDIARIOS.
           DISPLAY "RAZON SOCIAL: "
               IMD-RAZON-SOCIAL OF REG-INTERMEDIARIOS.
           DISPLAY "CUIT: " IMD-CUIT OF REG-INTERMEDIARIOS.
           DISPLAY "TIPO (A=AGENCIA, B=BROKER): "
               IMD-TIPO OF REG-INTERMEDIARIOS.
           DISPLAY "PROVEEDOR PARA EL PAGO: "
               IMD-PROVEEDOR OF REG-INTERMEDIARIOS.
           DISPLAY "COMISION GENERAL %: "
               IMD-PORC-GENERAL OF REG-INTERMEDIARIOS.
           PERFORM MOSTRAR-COMISION-CATEGORIA
               VARYING WS-IND-CAT FROM 1 BY 1 UNTIL WS-IND-CAT > 8.
           DISPLAY "ESTADO (A/B): " IMD-ESTADO OF REG-INTERMEDIARIOS.

       MOSTRAR-COMISION-CATEGORIA.
           IF IMD-CATEGORIA OF REG-INTERMEDIARIOS (WS-IND-CAT)
              NOT = SPACES
               DISPLAY "  CATEGORIA "
                   IMD-CATEGORIA OF REG-INTERMEDIARIOS (WS-IND-CAT)
                   " COMISION % "
                   IMD-PORCENTAJE OF REG-INTERMEDIARIOS (WS-IND-CAT)
           END-IF.

       ALTA-INTERMEDIARIO.
           READ INTERMEDIARIOS-RND
               INVALID KEY
                   PERFORM CAPTURAR-Y-GRABAR-INTERMEDIARIO
               NOT INVALID KEY
                   DISPLAY "ERROR: EL INTERMEDIARIO YA EXISTE"
           END-READ.

       CAPTURAR-Y-GRABAR-INTERMEDIARIO.
           DISPLAY "RAZON SOCIAL: ".
           ACCEPT WS-RAZON-SOCIAL.
           DISPLAY "CUIT: ".
           ACCEPT WS-VD-NRO-DOC.
           PERFORM VALIDAR-CUIT.
           IF NOT CUIT-VALIDO
               DISPLAY "ALTA RECHAZADA: CUIT INVALIDO O YA CARGADO"
           ELSE
               PERFORM CAPTURAR-CONDICIONES
               PERFORM VALIDAR-CONDICIONES
               IF CONDICIONES-VALIDAS
                   MOVE WS-CODIGO TO IMD-CODIGO OF REG-INTERMEDIARIOS
                   MOVE WS-RAZON-SOCIAL TO
                       IMD-RAZON-SOCIAL OF REG-INTERMEDIARIOS
                   MOVE WS-VD-NRO-DOC TO
                       IMD-CUIT OF REG-INTERMEDIARIOS
                   PERFORM MOVER-CONDICIONES
                   MOVE "A" TO IMD-ESTADO OF REG-INTERMEDIARIOS
                   WRITE REG-INTERMEDIARIOS
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR EL INTERMEDIARIO, "
                               "FS=" FS-INTERMEDIARIOS
                       NOT INVALID KEY
                           MOVE "A" TO WS-JR-OPERACION
                           MOVE SPACES TO WS-JR-ANTES
                           MOVE REG-INTERMEDIARIOS TO WS-JR-DESPUES
                           CALL "bitacoracambios" USING
                               WS-JR-PROGRAMA, WS-JR-OPERACION,
                               WS-JR-ENTIDAD, WS-JR-ANTES,
                               WS-JR-DESPUES
                           DISPLAY "INTERMEDIARIO REGISTRADO"
                   END-WRITE
               END-IF
           END-IF.

       *>
       *> el CUIT se valida por digito verificador y, ya
       *> normalizado, no puede estar en otra ficha.
       *>
       VALIDAR-CUIT.
           MOVE "N" TO WS-CUIT-VALIDO.
           MOVE "C" TO WS-VD-TIPO.
           CALL "validadordocumento" USING WS-VD-TIPO,
               WS-VD-NRO-DOC, WS-VD-RESULTADO.
           IF WS-VD-RESULTADO = "O"
               MOVE WS-VD-NRO-DOC TO IMD-CUIT OF REG-INTERMEDIARIOS
               READ INTERMEDIARIOS-RND
                   KEY IS IMD-CUIT OF REG-INTERMEDIARIOS
                   INVALID KEY
                       MOVE "S" TO WS-CUIT-VALIDO
                   NOT INVALID KEY
                       DISPLAY "EL CUIT YA ESTA CARGADO EN EL "
                           "INTERMEDIARIO "
                           IMD-CODIGO OF REG-INTERMEDIARIOS
               END-READ
           END-IF.

       *>
       *> la tabla de comisiones se vuelve a cargar entera; ENTER
       *> en la categoria termina la carga.
       *>
       CAPTURAR-CONDICIONES.
           DISPLAY "TIPO (A=AGENCIA DE VIAJES, B=BROKER): ".
           ACCEPT WS-TIPO.
           DISPLAY "PROVEEDOR PARA EL PAGO DE COMISIONES: ".
           ACCEPT WS-PROVEEDOR.
           DISPLAY "COMISION GENERAL % (99,99): ".
           ACCEPT WS-PORC-GENERAL.
           MOVE SPACES TO WS-TABLA-COMISIONES.
           MOVE ZEROES TO WS-CANT-CATEGORIAS.
           MOVE "XX" TO WS-CATEGORIA.
           PERFORM PEDIR-COMISION-CATEGORIA
               UNTIL WS-CATEGORIA = SPACES
               OR WS-CANT-CATEGORIAS = 8.

       PEDIR-COMISION-CATEGORIA.
           MOVE SPACES TO WS-CATEGORIA.
           DISPLAY "CATEGORIA CON COMISION PROPIA (ENTER PARA "
               "TERMINAR): ".
           ACCEPT WS-CATEGORIA.
           IF WS-CATEGORIA NOT = SPACES
               DISPLAY "COMISION % DE LA CATEGORIA: "
               ACCEPT WS-PORCENTAJE
               ADD 1 TO WS-CANT-CATEGORIAS
               MOVE WS-CATEGORIA TO
                   WS-COM-CATEGORIA (WS-CANT-CATEGORIAS)
               MOVE WS-PORCENTAJE TO
                   WS-COM-PORCENTAJE (WS-CANT-CATEGORIAS)
           END-IF.

       VALIDAR-CONDICIONES.
           MOVE "S" TO WS-CONDICIONES-VALIDAS.
           IF NOT TIPO-INTERMED-VALIDO
               MOVE "N" TO WS-CONDICIONES-VALIDAS
               DISPLAY "RECHAZADO: TIPO DE INTERMEDIARIO INVALIDO"
           END-IF.
           IF CONDICIONES-VALIDAS
               MOVE WS-PROVEEDOR TO PRV-CODIGO OF REG-PROVEEDORES
               READ PROVEEDORES-RND
                   INVALID KEY
                       MOVE "N" TO WS-CONDICIONES-VALIDAS
                       DISPLAY "RECHAZADO: PROVEEDOR INEXISTENTE, "
                           "DARLO DE ALTA EN MANT-PROVEEDORES"
                   NOT INVALID KEY
                       IF NOT PROVEEDOR-ACTIVO
                           MOVE "N" TO WS-CONDICIONES-VALIDAS
                           DISPLAY "RECHAZADO: PROVEEDOR DADO DE BAJA"
                       END-IF
               END-READ
           END-IF.

       MOVER-CONDICIONES.
           MOVE WS-TIPO TO IMD-TIPO OF REG-INTERMEDIARIOS.
           MOVE WS-PROVEEDOR TO IMD-PROVEEDOR OF REG-INTERMEDIARIOS.
           MOVE WS-PORC-GENERAL TO
               IMD-PORC-GENERAL OF REG-INTERMEDIARIOS.
           PERFORM MOVER-COMISION-CATEGORIA
               VARYING WS-IND-CAT FROM 1 BY 1 UNTIL WS-IND-CAT > 8.

       MOVER-COMISION-CATEGORIA.
           MOVE WS-COM-CATEGORIA (WS-IND-CAT) TO
               IMD-CATEGORIA OF REG-INTERMEDIARIOS (WS-IND-CAT).
           IF WS-COM-CATEGORIA (WS-IND-CAT) = SPACES
               MOVE ZEROES TO
                   IMD-PORCENTAJE OF REG-INTERMEDIARIOS (WS-IND-CAT)
           ELSE
               MOVE WS-COM-PORCENTAJE (WS-IND-CAT) TO
                   IMD-PORCENTAJE OF REG-INTERMEDIARIOS (WS-IND-CAT)
           END-IF.

       *>
       *> la modificacion cubre tipo, proveedor y comisiones; el
       *> CUIT no se cambia, se da de alta otra ficha. Lo ya
       *> devengado conserva el porcentaje con que se calculo.
       *>
       MODIFICAR-INTERMEDIARIO.
           READ INTERMEDIARIOS-RND
               INVALID KEY
                   DISPLAY "ERROR: EL INTERMEDIARIO NO EXISTE"
               NOT INVALID KEY
                   PERFORM MOSTRAR-INTERMEDIARIO
                   MOVE REG-INTERMEDIARIOS TO WS-JR-ANTES
                   DISPLAY "NUEVA RAZON SOCIAL (ENTER PARA DEJAR): "
                   ACCEPT WS-RAZON-SOCIAL
                   PERFORM CAPTURAR-CONDICIONES
                   PERFORM VALIDAR-CONDICIONES
                   IF NOT CONDICIONES-VALIDAS
                       DISPLAY "NO SE MODIFICA"
                   ELSE
                       IF WS-RAZON-SOCIAL NOT = SPACES
                           MOVE WS-RAZON-SOCIAL TO
                               IMD-RAZON-SOCIAL OF REG-INTERMEDIARIOS
                       END-IF
                       PERFORM MOVER-CONDICIONES
                       MOVE "A" TO IMD-ESTADO OF REG-INTERMEDIARIOS
                       REWRITE REG-INTERMEDIARIOS
                       END-REWRITE
                       MOVE "M" TO WS-JR-OPERACION
                       MOVE REG-INTERMEDIARIOS TO WS-JR-DESPUES
                       CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                           WS-JR-OPERACION, WS-JR-ENTIDAD,
                           WS-JR-ANTES, WS-JR-DESPUES
                       DISPLAY "INTERMEDIARIO MODIFICADO"
                   END-IF
           END-READ.

       BAJA-INTERMEDIARIO.
           READ INTERMEDIARIOS-RND
               INVALID KEY
                   DISPLAY "ERROR: EL INTERMEDIARIO NO EXISTE"
               NOT INVALID KEY
                   PERFORM MOSTRAR-INTERMEDIARIO
                   DISPLAY "CONFIRMA LA BAJA (S/N): "
                   ACCEPT WS-CONFIRMACION
                   IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
                       MOVE REG-INTERMEDIARIOS TO WS-JR-ANTES
                       MOVE "B" TO IMD-ESTADO OF REG-INTERMEDIARIOS
                       REWRITE REG-INTERMEDIARIOS
                       END-REWRITE
                       MOVE "E" TO WS-JR-OPERACION
                       MOVE REG-INTERMEDIARIOS TO WS-JR-DESPUES
                       CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                           WS-JR-OPERACION, WS-JR-ENTIDAD,
                           WS-JR-ANTES, WS-JR-DESPUES
                       DISPLAY "INTERMEDIARIO DADO DE BAJA"
                   ELSE
                       DISPLAY "BAJA CANCELADA"
                   END-IF
           END-READ.
