       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-PROVEEDORES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PROVEEDORES-RND
           ASSIGN TO DISK "Entrada/indexados/proveedores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRV-CODIGO OF REG-PROVEEDORES
           ALTERNATE RECORD KEY IS PRV-CUIT OF REG-PROVEEDORES
           FILE STATUS IS FS-PROVEEDORES.

       DATA DIVISION.

       FILE SECTION.

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
       01 FS-PROVEEDORES         PIC XX.
           88 OK-PROVEEDORES         VALUE "00".
           88 NO-EXISTE-PROVEEDORES  VALUE "35".

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "MANT-PROVEEDORES".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-JR-PROGRAMA         PIC X(20) VALUE "MANT-PROVEEDORES".
       01 WS-JR-OPERACION        PIC X.
       01 WS-JR-ENTIDAD          PIC X(10) VALUE "PROVEEDOR".
       01 WS-JR-ANTES            PIC X(120).
       01 WS-JR-DESPUES          PIC X(120).

       01 WS-VD-TIPO             PIC X VALUE "C".
       01 WS-VD-NRO-DOC          PIC X(20).
       01 WS-VD-RESULTADO        PIC X.

       01 WS-OPERACION           PIC X.
       01 WS-CODIGO              PIC X(6).
       01 WS-RAZON-SOCIAL        PIC X(30).
       01 WS-RUBRO               PIC X.
           88 RUBRO-PROV-VALIDO      VALUE "T" "C" "R" "S" "O".
       01 WS-PLAZO-DIAS          PIC 9(3).
       01 WS-BANCO               PIC X(20).
       01 WS-CBU                 PIC X(22).
       01 WS-CUIT-VALIDO         PIC X.
           88 CUIT-VALIDO            VALUE "S".
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
           PERFORM MANTENER-PROVEEDOR.
           PERFORM CERRAR-ARCHIVOS.
           ACCEPT WS-EXIT.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN I-O PROVEEDORES-RND.
           IF NO-EXISTE-PROVEEDORES
               OPEN OUTPUT PROVEEDORES-RND
               CLOSE PROVEEDORES-RND
               OPEN I-O PROVEEDORES-RND
           END-IF.
           IF FS-PROVEEDORES <> "00"
               DISPLAY "ERROR AL ABRIR PROVEEDORES, FS="
                   FS-PROVEEDORES
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE PROVEEDORES-RND.

       *>
       *> MAESTRO DE PROVEEDORES: talleres, estaciones de servicio,
       *> casas de repuestos y aseguradoras a los que se les debe
       *> lo que se anota en gastos.txt y combustible.txt. El CUIT
       *> pasa por validadordocumento y queda normalizado, y es
       *> clave alternativa para que no haya dos fichas del mismo
       *> proveedor. El plazo en dias fija el vencimiento de cada
       *> factura; banco y CBU salen en la orden de pago. Rubros:
       *> T=taller, C=combustible, R=repuestos, S=seguros, O=otros.
       *> La baja es logica (estado "B") para no dejar huerfanas
       *> las facturas historicas.
       *>
       MANTENER-PROVEEDOR.
           DISPLAY "OPERACION (B=CONSULTA, I=ALTA, M=MODIFICACION, "
               "E=BAJA): ".
           ACCEPT WS-OPERACION.
           DISPLAY "CODIGO DE PROVEEDOR: ".
           ACCEPT WS-CODIGO.
           MOVE WS-CODIGO TO PRV-CODIGO OF REG-PROVEEDORES.
           EVALUATE WS-OPERACION
               WHEN "B" PERFORM CONSULTAR-PROVEEDOR
               WHEN "I" PERFORM ALTA-PROVEEDOR
               WHEN "M" PERFORM MODIFICAR-PROVEEDOR
               WHEN "E" PERFORM BAJA-PROVEEDOR
               WHEN OTHER DISPLAY "OPERACION INVALIDA"
           END-EVALUATE.

       CONSULTAR-PROVEEDOR.
           READ PROVEEDORES-RND
               INVALID KEY
                   DISPLAY "PROVEEDOR INEXISTENTE"
               NOT INVALID KEY
                   PERFORM MOSTRAR-PROVEEDOR
           END-READ.

       MOSTRAR-PROVEEDOR.
           DISPLAY "CODIGO: " PRV-CODIGO OF REG-PROVEEDORES.
           DISPLAY "RAZON SOCIAL: " PRV-RAZON-SOCIAL OF REG-PROVEEDORES.
           DISPLAY "CUIT: " PRV-CUIT OF REG-PROVEEDORES.
           DISPLAY "RUBRO: " PRV-RUBRO OF REG-PROVEEDORES.
           DISPLAY "PLAZO DE PAGO (DIAS): "
               PRV-PLAZO-DIAS OF REG-PROVEEDORES.
           DISPLAY "BANCO: " PRV-BANCO OF REG-PROVEEDORES.
           DISPLAY "CBU: " PRV-CBU OF REG-PROVEEDORES.
           DISPLAY "ESTADO (A/B): " PRV-ESTADO OF REG-PROVEEDORES.

       ALTA-PROVEEDOR.
           READ PROVEEDORES-RND
               INVALID KEY
                   PERFORM CAPTURAR-Y-GRABAR-PROVEEDOR
               NOT INVALID KEY
                   DISPLAY "ERROR: EL PROVEEDOR YA EXISTE"
           END-READ.

       CAPTURAR-Y-GRABAR-PROVEEDOR.
           DISPLAY "RAZON SOCIAL: ".
           ACCEPT WS-RAZON-SOCIAL.
           DISPLAY "CUIT: ".
           ACCEPT WS-VD-NRO-DOC.
           PERFORM VALIDAR-CUIT.
           IF NOT CUIT-VALIDO
               DISPLAY "ALTA RECHAZADA: CUIT INVALIDO O YA CARGADO"
           ELSE
               PERFORM CAPTURAR-CONDICIONES
               IF NOT RUBRO-PROV-VALIDO
                   DISPLAY "ALTA RECHAZADA: RUBRO INVALIDO"
               ELSE
                   MOVE WS-CODIGO TO PRV-CODIGO OF REG-PROVEEDORES
                   MOVE WS-RAZON-SOCIAL TO
                       PRV-RAZON-SOCIAL OF REG-PROVEEDORES
                   MOVE WS-VD-NRO-DOC TO PRV-CUIT OF REG-PROVEEDORES
                   PERFORM MOVER-CONDICIONES
                   MOVE "A" TO PRV-ESTADO OF REG-PROVEEDORES
                   WRITE REG-PROVEEDORES
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR EL PROVEEDOR, FS="
                               FS-PROVEEDORES
                       NOT INVALID KEY
                           MOVE "A" TO WS-JR-OPERACION
                           MOVE SPACES TO WS-JR-ANTES
                           MOVE REG-PROVEEDORES TO WS-JR-DESPUES
                           CALL "bitacoracambios" USING
                               WS-JR-PROGRAMA, WS-JR-OPERACION,
                               WS-JR-ENTIDAD, WS-JR-ANTES,
                               WS-JR-DESPUES
                           DISPLAY "PROVEEDOR REGISTRADO"
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
               MOVE WS-VD-NRO-DOC TO PRV-CUIT OF REG-PROVEEDORES
               READ PROVEEDORES-RND KEY IS PRV-CUIT OF REG-PROVEEDORES
                   INVALID KEY
                       MOVE "S" TO WS-CUIT-VALIDO
                   NOT INVALID KEY
                       DISPLAY "EL CUIT YA ESTA CARGADO EN EL "
                           "PROVEEDOR " PRV-CODIGO OF REG-PROVEEDORES
               END-READ
           END-IF.

       CAPTURAR-CONDICIONES.
           DISPLAY "RUBRO (T=TALLER, C=COMBUSTIBLE, R=REPUESTOS, "
               "S=SEGUROS, O=OTROS): ".
           ACCEPT WS-RUBRO.
           DISPLAY "PLAZO DE PAGO EN DIAS (0=CONTADO): ".
           ACCEPT WS-PLAZO-DIAS.
           DISPLAY "BANCO: ".
           ACCEPT WS-BANCO.
           DISPLAY "CBU: ".
           ACCEPT WS-CBU.

       MOVER-CONDICIONES.
           MOVE WS-RUBRO TO PRV-RUBRO OF REG-PROVEEDORES.
           MOVE WS-PLAZO-DIAS TO PRV-PLAZO-DIAS OF REG-PROVEEDORES.
           MOVE WS-BANCO TO PRV-BANCO OF REG-PROVEEDORES.
           MOVE WS-CBU TO PRV-CBU OF REG-PROVEEDORES.

       *>
       *> la modificacion cubre condiciones de pago y datos
       *> bancarios; el CUIT no se cambia, se da de alta otra ficha.
       *>
       MODIFICAR-PROVEEDOR.
           READ PROVEEDORES-RND
               INVALID KEY
                   DISPLAY "ERROR: EL PROVEEDOR NO EXISTE"
               NOT INVALID KEY
                   PERFORM MOSTRAR-PROVEEDOR
                   MOVE REG-PROVEEDORES TO WS-JR-ANTES
                   DISPLAY "NUEVA RAZON SOCIAL (ENTER PARA DEJAR): "
                   ACCEPT WS-RAZON-SOCIAL
                   PERFORM CAPTURAR-CONDICIONES
                   IF NOT RUBRO-PROV-VALIDO
                       DISPLAY "RUBRO INVALIDO, NO SE MODIFICA"
                   ELSE
                       IF WS-RAZON-SOCIAL NOT = SPACES
                           MOVE WS-RAZON-SOCIAL TO
                               PRV-RAZON-SOCIAL OF REG-PROVEEDORES
                       END-IF
                       PERFORM MOVER-CONDICIONES
                       MOVE "A" TO PRV-ESTADO OF REG-PROVEEDORES
                       REWRITE REG-PROVEEDORES
                       END-REWRITE
                       MOVE "M" TO WS-JR-OPERACION
                       MOVE REG-PROVEEDORES TO WS-JR-DESPUES
                       CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                           WS-JR-OPERACION, WS-JR-ENTIDAD,
                           WS-JR-ANTES, WS-JR-DESPUES
                       DISPLAY "PROVEEDOR MODIFICADO"
                   END-IF
           END-READ.

       BAJA-PROVEEDOR.
           READ PROVEEDORES-RND
               INVALID KEY
                   DISPLAY "ERROR: EL PROVEEDOR NO EXISTE"
               NOT INVALID KEY
                   PERFORM MOSTRAR-PROVEEDOR
                   DISPLAY "CONFIRMA LA BAJA (S/N): "
                   ACCEPT WS-CONFIRMACION
                   IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
                       MOVE REG-PROVEEDORES TO WS-JR-ANTES
                       MOVE "B" TO PRV-ESTADO OF REG-PROVEEDORES
                       REWRITE REG-PROVEEDORES
                       END-REWRITE
                       MOVE "E" TO WS-JR-OPERACION
                       MOVE REG-PROVEEDORES TO WS-JR-DESPUES
                       CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                           WS-JR-OPERACION, WS-JR-ENTIDAD,
                           WS-JR-ANTES, WS-JR-DESPUES
                       DISPLAY "PROVEEDOR DADO DE BAJA"
                   ELSE
                       DISPLAY "BAJA CANCELADA"
                   END-IF
           END-READ.
